      ******************************************************************
      * COPYBOOK.....: PAGADOR-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA BUSCA DO RESPONSAVEL
      *                FINANCEIRO DO ALUNO EM RESPONSAVEIS.DAT (COPIAR
      *                JUNTO COM O PAGADOR-PD.CPY NA PROCEDURE
      *                DIVISION). O PROGRAMA DECLARA O SELECT
      *                ARQUIVO-RESPONSAVEIS ASSIGN TO
      *                WRK-RESPONSAVEIS-PATH (INDEXADO, ACESSO
      *                DINAMICO, CHAVE RSP-CHAVE, STATUS
      *                WRK-RSP-STATUS; COPY RESPONSAVEIS-FD.CPY NO FD),
      *                MOVE A MATRICULA PARA WRK-PAG-MATRICULA E FAZ
      *                PERFORM 0931-LOCALIZAR-PAGADOR. AO TERMINAR,
      *                PAGADOR-ENCONTRADO INDICA SE HA RESPONSAVEL
      *                FINANCEIRO E OS CAMPOS WRK-PAG-* TRAZEM OS
      *                DADOS DELE (EM BRANCO QUANDO NAO HA: O PROPRIO
      *                ALUNO PAGA). PARA OS DADOS DE UM PAGADOR JA
      *                GRAVADO NO TITULO, MOVER TAMBEM O CPF PARA
      *                WRK-PAG-CPF E FAZER PERFORM 0932-LER-PAGADOR.
      ******************************************************************

       01 WRK-RSP-STATUS PIC X(02).
           88 FS-RSP-OK             VALUE '00'.
           88 FS-RSP-FIM-ARQUIVO    VALUE '10'.
           88 FS-RSP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-RESPONSAVEIS-PATH PIC X(100).

       01 WRK-PAG-MATRICULA PIC 9(06).
       01 WRK-PAG-CPF       PIC X(14).
       01 WRK-PAG-NOME      PIC X(30).
       01 WRK-PAG-ENDERECO  PIC X(40).
       01 WRK-PAG-CIDADE    PIC X(20).
       01 WRK-PAG-UF        PIC X(02).
       01 WRK-PAG-CEP       PIC X(09).
       01 WRK-PAG-TELEFONE  PIC X(15).
       01 WRK-PAG-EMAIL     PIC X(40).
       01 WRK-PAG-ACHADO    PIC X(01).
           88 PAGADOR-ENCONTRADO VALUE 'S'.
