      ******************************************************************
      * COPYBOOK.....: SITCPF-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA CONSULTA DA SITUACAO
      *                CADASTRAL DO CPF NA RECEITA (COPIAR JUNTO COM O
      *                SITCPF-PD.CPY NA PROCEDURE DIVISION). O PROGRAMA
      *                DEVE DECLARAR O SELECT ARQUIVO-SITUACAO-CPF
      *                ASSIGN TO WRK-SITCPF-PATH (COPY
      *                SITUACAO-CPF-FD.CPY NO FD, INDEXADO PELA
      *                SCF-CPF), FAZER PERFORM 0952-ABRIR-SITUACAO-CPF
      *                UMA VEZ, ENTAO, POR CPF, PREENCHER
      *                WRK-SIT-CPF-BUSCA (COM OU SEM PONTUACAO) E
      *                PERFORM 0953-VERIFICAR-SITUACAO-CPF:
      *                CPF-IRREGULAR DIZ SE A RECEITA DEVOLVEU UMA
      *                SITUACAO DIFERENTE DE REGULAR, DESCRITA EM
      *                WRK-SIT-DESCRICAO COM A DATA EM WRK-SIT-DATA.
      *                CPF AINDA NAO CONSULTADO, OU SEM O ARQUIVO NO AR
      *                (COMPORTAMENTO ANTIGO, COM AVISO), NAO E
      *                IRREGULAR. NO FIM, 0954-FECHAR-SITUACAO-CPF.
      ******************************************************************

       01 WRK-SCF-STATUS PIC X(02).
           88 FS-SCF-OK           VALUE '00'.
           88 FS-SCF-FIM-ARQUIVO  VALUE '10'.
           88 FS-SCF-ARQUIVO-NOVO VALUE '35'.

       01 WRK-SITCPF-PATH PIC X(100).

       01 WRK-SIT-BASE PIC X(01) VALUE 'N'.
           88 SITCPF-BASE-ABERTA VALUE 'S'.

       01 WRK-SIT-CPF-BUSCA PIC X(14).
       01 WRK-SIT-CPF-NUM   PIC X(11).
       01 WRK-SIT-QTD-DIGITOS PIC 9(02) COMP VALUE 0.
       01 WRK-SIT-POS         PIC 9(02) COMP VALUE 0.

       01 WRK-SIT-IRREGULAR PIC X(01) VALUE 'N'.
           88 CPF-IRREGULAR VALUE 'S'.
       01 WRK-SIT-DESCRICAO PIC X(30).
       01 WRK-SIT-DATA      PIC X(08).
