      ******************************************************************
      * COPYBOOK.....: ACORDOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE ACORDOS.DAT, OS ACORDOS
      *                DE RENEGOCIACAO DE MENSALIDADES VENCIDAS FEITOS
      *                PELO ACO0001A. O ACORDO SOMA O SALDO DOS
      *                TITULOS RENEGOCIADOS COM MULTA E JUROS DE
      *                ATRASO E O DIVIDE EM ENTRADA MAIS PARCELAS, QUE
      *                VIRAM TITULOS NOVOS EM MENSALIDADES.DAT
      *                (MEN-ACORDO / MEN-PARCELA). O ACO0002A MARCA O
      *                ACORDO COMO LIQUIDADO OU QUEBRADO E O MAT0001A
      *                AVISA NA MATRICULA DE ALUNO COM ACORDO
      *                QUEBRADO. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION. A CHAVE E O NUMERO DO ACORDO; A
      *                MATRICULA E CHAVE ALTERNATIVA COM DUPLICATAS.
      ******************************************************************

       01 REGISTRO-ACORDO.
           05 ACO-NUMERO          PIC 9(06).
           05 ACO-MATRICULA       PIC 9(06).
           05 ACO-NOME-ALUNO      PIC X(30).
           05 ACO-CPF-PAGADOR     PIC X(14).
           05 ACO-NOME-PAGADOR    PIC X(30).
           05 ACO-DATA            PIC X(08).
           05 ACO-OPERADOR        PIC X(08).
           05 ACO-QTD-TITULOS     PIC 9(02).
           05 ACO-VALOR-ORIGINAL  PIC 9(07)V99.
           05 ACO-VALOR-MULTA     PIC 9(07)V99.
           05 ACO-VALOR-JUROS     PIC 9(07)V99.
           05 ACO-VALOR-TOTAL     PIC 9(07)V99.
           05 ACO-ENTRADA         PIC 9(07)V99.
           05 ACO-QTD-PARCELAS    PIC 9(02).
           05 ACO-VALOR-PARCELA   PIC 9(07)V99.
           05 ACO-SITUACAO        PIC X(01).
               88 ACO-VIGENTE     VALUE 'V'.
               88 ACO-LIQUIDADO   VALUE 'L'.
               88 ACO-QUEBRADO    VALUE 'Q'.
      * DATA EM QUE O ACORDO FOI LIQUIDADO OU QUEBRADO.
           05 ACO-DATA-SITUACAO   PIC X(08).
