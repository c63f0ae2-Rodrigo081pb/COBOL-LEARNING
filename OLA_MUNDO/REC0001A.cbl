               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-REC-STATUS PIC X(02).
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY NUMVALIDA-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
               PERFORM 0004-OBTER-VALOR-PAGO
               DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD): '
               ACCEPT WRK-DATA-PAGTO
               MOVE WRK-DATA-PAGTO TO WRK-PCM-DATA
               PERFORM 0926-VALIDAR-MES-COMERCIAL
               IF NOT MES-COMERCIAL-LIBERADO
                   EXIT PARAGRAPH
               END-IF

               ADD WRK-VALOR-PAGO TO REC-VALOR-PAGO
               MOVE WRK-DATA-PAGTO TO REC-DATA-PAGTO
       0004-END.

           COPY NUMVALIDA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
