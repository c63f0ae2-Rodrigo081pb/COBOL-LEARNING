               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SABORES.
       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SAB-STATUS PIC X(02).
           COPY NUMVALIDA-WS.CPY.
           COPY LOTE-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
      * LANCAMENTO E CARIMBADO COM A DATA DE HOJE: MES COMERCIAL JA
      * FECHADO (FCH0001A) NAO RECEBE LANCAMENTO NOVO.
           ACCEPT WRK-PCM-DATA FROM DATE YYYYMMDD.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN I-O ARQUIVO-ESTOQUE-LOJA.
           IF FS-ELJ-ARQUIVO-NOVO
               IF WRK-TIPO = 'E'
                   MOVE WRK-QTD TO WRK-ELJ-DELTA
                   MOVE WRK-QTD TO WRK-LOT-QTD-ENTRADA
                   MOVE WRK-LOJA-ID TO WRK-LOT-LOJA-ENT
                   PERFORM 0966-REGISTRAR-ENTRADA-LOTE
               ELSE
                   COMPUTE WRK-ELJ-DELTA = ZERO - WRK-QTD
           COPY NUMVALIDA-PD.CPY.
           COPY LOTE-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
