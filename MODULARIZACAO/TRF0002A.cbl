      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RELATORIO DE TRANSFERENCIAS ENTRE LOJAS EM ABERTO
      *              (TRANSFERENCIAS.DAT, EMITIDAS PELO TRF0001A):
      *              LISTA PELO GERADOR PADRAO (SPOOL) CADA DOCUMENTO
      *              AINDA EM TRANSITO, COM OS DIAS DESDE O ENVIO, E
      *              MARCA OS ATRASADOS -- MAIS DE N DIAS SEM
      *              CONFIRMACAO DE RECEBIMENTO (VARIAVEL DE AMBIENTE
      *              TRANSF_DIAS_ALERTA, PADRAO 2). EM SEGUIDA LISTA
      *              OS RECEBIMENTOS DO MES COM DIFERENCA. ATRASO GERA
      *              AVISO NO BOLETIM DE EXCECOES E RETURN-CODE 4,
      *              PARA NENHUMA CUBA SUMIR ENTRE AS LOJAS SEM
      *              ALGUEM PERCEBER. RODA NO FIM-DE-DIA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TRANSFERENCIAS
               ASSIGN TO DYNAMIC WRK-TRANSFERENCIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS WRK-TRF-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-TRANSFERENCIAS.
           COPY TRANSFERENCIAS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-TRF-STATUS PIC X(02).
           88 FS-TRF-OK             VALUE '00'.
           88 FS-TRF-FIM-ARQUIVO    VALUE '10'.
           88 FS-TRF-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHO DO ARQUIVO, OBTIDO DE VARIAVEL DE AMBIENTE (COM VALOR
      * PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WRK-TRANSFERENCIAS-PATH PIC X(100).

       01 WRK-DIAS-ENTRADA PIC X(03).
       01 WRK-DIAS-ALERTA  PIC 9(03) VALUE 2.

       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-DATA-NUM   PIC 9(08).
       01 WRK-HOJE-INT   PIC 9(08) COMP.
       01 WRK-ENVIO-INT  PIC 9(08) COMP.
       01 WRK-DIAS-TRANSITO PIC 9(05) COMP VALUE 0.

      * SEGUNDA PASSADA: RECEBIMENTOS COM DIFERENCA NO MES CORRENTE.
       01 WRK-PASSADA PIC X(01).
           88 PASSADA-EM-TRANSITO VALUE 'T'.
           88 PASSADA-DIFERENCAS  VALUE 'D'.

       01 WRK-TOTAL-ABERTAS   PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ATRASADAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-CUBAS     PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-DIFERENCAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-FALTA     PIC 9(07) COMP VALUE 0.
       01 WRK-VALOR-TRANSITO  PIC 9(09)V99 VALUE ZERO.

       01 WRK-QTD-ED    PIC ZZZZ9.
       01 WRK-DIAS-ED   PIC ZZZZ9.
       01 WRK-TOTAL-ED  PIC ZZZZZZ9.
       01 WRK-VALOR-ED  PIC $$$,$$$,$$9.99.
       01 WRK-MARCA-ATRASO PIC X(08).

           COPY RELATORIO-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   TRF0002A - TRANSFERENCIAS EM ABERTO          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DIAS-ENTRADA
               FROM ENVIRONMENT 'TRANSF_DIAS_ALERTA'.
           IF WRK-DIAS-ENTRADA NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-DIAS-ENTRADA)
                   TO WRK-DIAS-ALERTA
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           OPEN INPUT ARQUIVO-TRANSFERENCIAS.
           IF FS-TRF-ARQUIVO-NOVO
               DISPLAY 'TRANSFERENCIAS.DAT AINDA NAO EXISTE. NADA A '
                       'RELATAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           MOVE 'TRF0002A-TRANSITO' TO WRK-REL-NOME.
           MOVE 'NUMERO ORIG DEST MARCA SABOR                LOTE'
               TO WRK-REL-CABECALHO.
           MOVE '  QTD ENVIO     DIAS' TO WRK-REL-CABECALHO(56:20).
           MOVE 'TRF0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE 'T' TO WRK-PASSADA.
           PERFORM 0002-LER-TRANSFERENCIA.
           PERFORM 0003-AVALIAR-TRANSFERENCIA
               UNTIL NOT FS-TRF-OK.
           CLOSE ARQUIVO-TRANSFERENCIAS.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-ABERTAS TO WRK-TOTAL-ED.
           MOVE WRK-VALOR-TRANSITO TO WRK-VALOR-ED.
           STRING 'DOCUMENTOS EM TRANSITO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
                  '  VALOR A CUSTO: '        DELIMITED BY SIZE
                  WRK-VALOR-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-CUBAS TO WRK-TOTAL-ED.
           STRING 'CUBAS EM TRANSITO......: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-ATRASADAS TO WRK-TOTAL-ED.
           MOVE WRK-DIAS-ALERTA TO WRK-DIAS-ED.
           STRING 'ATRASADOS (MAIS DE '      DELIMITED BY SIZE
                  WRK-DIAS-ED                DELIMITED BY SIZE
                  ' DIAS): '                 DELIMITED BY SIZE
                  WRK-TOTAL-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

      * SEGUNDA PASSADA: O QUE CHEGOU FALTANDO NO MES CORRENTE.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'RECEBIMENTOS DO MES COM DIFERENCA:' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'D' TO WRK-PASSADA.
           OPEN INPUT ARQUIVO-TRANSFERENCIAS.
           PERFORM 0002-LER-TRANSFERENCIA.
           PERFORM 0003-AVALIAR-TRANSFERENCIA
               UNTIL NOT FS-TRF-OK.
           CLOSE ARQUIVO-TRANSFERENCIAS.
           MOVE WRK-TOTAL-DIFERENCAS TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-FALTA TO WRK-QTD-ED.
           STRING 'DOCUMENTOS COM DIFERENCA: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED                 DELIMITED BY SIZE
                  '  CUBAS EM FALTA: '         DELIMITED BY SIZE
                  WRK-QTD-ED                   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'TRANSFERENCIAS EM TRANSITO: ' WRK-TOTAL-ABERTAS
                   ' (ATRASADAS: ' WRK-TOTAL-ATRASADAS ').'.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-ATRASADAS > 0
               MOVE 'TRF0002A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0006' TO WRK-EXC-CODIGO
               MOVE WRK-TOTAL-ATRASADAS TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-TRANSFERENCIAS-PATH
               FROM ENVIRONMENT 'TRANSFERENCIAS_DAT_PATH'.
           IF WRK-TRANSFERENCIAS-PATH = SPACES
               MOVE 'TRANSFERENCIAS.DAT' TO WRK-TRANSFERENCIAS-PATH
           END-IF.
       0000-END.

       0002-LER-TRANSFERENCIA.
           READ ARQUIVO-TRANSFERENCIAS NEXT RECORD.
       0002-END.

       0003-AVALIAR-TRANSFERENCIA.
           IF PASSADA-EM-TRANSITO
               IF TRF-EM-TRANSITO
                   PERFORM 0004-IMPRIMIR-EM-TRANSITO
               END-IF
           ELSE
               IF TRF-RECEBIDA AND TRF-QTD-DIFERENCA > ZERO
                  AND TRF-DATA-RECEB(1:6) = WRK-DATA-HOJE(1:6)
                   PERFORM 0005-IMPRIMIR-DIFERENCA
               END-IF
           END-IF.
           PERFORM 0002-LER-TRANSFERENCIA.
       0003-END.

       0004-IMPRIMIR-EM-TRANSITO.
           ADD 1 TO WRK-TOTAL-ABERTAS.
           ADD TRF-QTD-ENVIADA TO WRK-TOTAL-CUBAS.
           IF TRF-CUSTO-UNIT NUMERIC
               COMPUTE WRK-VALOR-TRANSITO = WRK-VALOR-TRANSITO
                   + TRF-QTD-ENVIADA * TRF-CUSTO-UNIT
           END-IF.

           MOVE ZERO TO WRK-DIAS-TRANSITO.
           IF TRF-DATA-ENVIO NUMERIC
               MOVE TRF-DATA-ENVIO TO WRK-DATA-NUM
               COMPUTE WRK-ENVIO-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-HOJE-INT > WRK-ENVIO-INT
                   COMPUTE WRK-DIAS-TRANSITO =
                       WRK-HOJE-INT - WRK-ENVIO-INT
               END-IF
           END-IF.
           MOVE SPACES TO WRK-MARCA-ATRASO.
           IF WRK-DIAS-TRANSITO > WRK-DIAS-ALERTA
               ADD 1 TO WRK-TOTAL-ATRASADAS
               MOVE 'ATRASADA' TO WRK-MARCA-ATRASO
           END-IF.

           MOVE TRF-QTD-ENVIADA   TO WRK-QTD-ED.
           MOVE WRK-DIAS-TRANSITO TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING TRF-NUMERO        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRF-LOJA-ORIGEM   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  TRF-LOJA-DESTINO  DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  TRF-ID-MARCA      DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  TRF-SABOR         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRF-LOTE          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-QTD-ED        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRF-DATA-ENVIO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-DIAS-ED       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-MARCA-ATRASO  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004-END.

       0005-IMPRIMIR-DIFERENCA.
           ADD 1 TO WRK-TOTAL-DIFERENCAS.
           ADD TRF-QTD-DIFERENCA TO WRK-TOTAL-FALTA.
           MOVE TRF-QTD-DIFERENCA TO WRK-QTD-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING TRF-NUMERO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TRF-LOJA-ORIGEM      DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  TRF-LOJA-DESTINO     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  TRF-ID-MARCA         DELIMITED BY SIZE
                  '   '                DELIMITED BY SIZE
                  TRF-SABOR            DELIMITED BY SIZE
                  ' FALTA '            DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  ' EM '               DELIMITED BY SIZE
                  TRF-DATA-RECEB       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TRF-OPERADOR-RECEB   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TRF-MOTIVO-DIFERENCA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0005-END.

           COPY RELATORIO-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY BANNER-PD.CPY.
