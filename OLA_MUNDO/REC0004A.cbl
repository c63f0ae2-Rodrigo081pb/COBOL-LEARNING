      *              TITULO PARA 'A' (SAI NA PROXIMA REMESSA DEPOIS DE
      *              CORRIGIDO) E E LISTADA PARA O OPERADOR; LINHA SEM
      *              TITULO CORRESPONDENTE TAMBEM. RETURN-CODE 4
      *              QUANDO HOUVE REJEICAO OU LINHA SEM PAR. CREDITO
      *              DATADO EM MES COMERCIAL JA FECHADO (FCH0001A) NAO
      *              E BAIXADO: FICA LISTADO E TAMBEM DA RETURN-CODE 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RECEBER.
           05 RET-DATA-PAGTO PIC X(08).
           05 FILLER         PIC X(20).

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-REC-STATUS PIC X(02).
       01 WRK-QTD-LIQUIDADOS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-REJEITADOS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-SEM-PAR    PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-MES-FECHADO PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-CREDITADO PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           DISPLAY ' TITULOS LIQUIDADOS...: ' WRK-QTD-LIQUIDADOS.
           DISPLAY ' REJEICOES DO BANCO...: ' WRK-QTD-REJEITADOS.
           DISPLAY ' LINHAS SEM TITULO....: ' WRK-QTD-SEM-PAR.
           DISPLAY ' CREDITO EM MES FECHADO: ' WRK-QTD-MES-FECHADO.
           DISPLAY ' VALOR CREDITADO......: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-QTD-REJEITADOS > 0 OR WRK-QTD-SEM-PAR > 0
              OR WRK-QTD-MES-FECHADO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0004-END.

       0005-LIQUIDAR-TITULO.
           MOVE RET-DATA-PAGTO TO WRK-PCM-DATA.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               ADD 1 TO WRK-QTD-MES-FECHADO
               DISPLAY 'CREDITO NAO BAIXADO: EMPRESA ' RET-EMPRESA
                       ' COMPETENCIA ' RET-COMPET
                       ' DATA ' RET-DATA-PAGTO '.'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-VALOR-PAGO = RET-VALOR / 100.
           ADD WRK-VALOR-PAGO TO REC-VALOR-PAGO.
           MOVE RET-DATA-PAGTO TO REC-DATA-PAGTO.
           END-IF.
       0006-END.

           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
