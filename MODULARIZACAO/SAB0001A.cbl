               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SABORES.
       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SAB-STATUS PIC X(02).
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

           COPY NUMVALIDA-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
      * LANCAMENTO E CARIMBADO COM A DATA DE HOJE: MES COMERCIAL JA
      * FECHADO (FCH0001A) NAO RECEBE LANCAMENTO NOVO.
           ACCEPT WRK-PCM-DATA FROM DATE YYYYMMDD.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.
       0005C-END.

           COPY NUMVALIDA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
