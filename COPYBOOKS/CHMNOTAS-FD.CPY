      ******************************************************************
      * COPYBOOK.....: CHMNOTAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CHAMADOS-NOTAS.DAT, O
      *                HISTORICO DE ACOMPANHAMENTO DOS CHAMADOS DO SAC
      *                (CHAMADOS-FD.CPY): UMA LINHA POR NOTA, COM QUEM
      *                ESCREVEU, QUANDO E A SITUACAO EM QUE O CHAMADO
      *                FICOU. A ABERTURA, A TROCA DE RESPONSAVEL E O
      *                ENCERRAMENTO TAMBEM DEIXAM NOTA. GRAVADO SO EM
      *                EXTEND PELO SAC0001A -- NOTA NAO SE APAGA.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION
      *                (LINE SEQUENTIAL).
      ******************************************************************

       01 REGISTRO-NOTA-CHAMADO.
           05 CHN-NUMERO      PIC 9(06).
           05 CHN-DATA        PIC X(08).
           05 CHN-HORA        PIC X(08).
           05 CHN-OPERADOR    PIC X(08).
           05 CHN-SITUACAO    PIC X(01).
           05 CHN-TEXTO       PIC X(60).
