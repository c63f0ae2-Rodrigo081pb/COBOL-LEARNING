      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RELATORIO DO PASSIVO DE VALES (VALES-PRESENTE.DAT):
      *              LISTA PELO GERADOR PADRAO (SPOOL) CADA CARTAO-
      *              PRESENTE E VALE-TROCA AINDA COM SALDO -- O QUE A
      *              EMPRESA DEVE EM MERCADORIA AOS CLIENTES --, COM
      *              TOTAL POR TIPO E POR LOJA EMISSORA, O SALDO QUE
      *              VENCE NOS PROXIMOS DIAS (VALES_AVISO_DIAS, PADRAO
      *              30) E O QUE JA VENCEU E AINDA ESPERA A BAIXA DO
      *              FECHAMENTO DO MES (VAL0003A).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-VAL-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-VAL-STATUS PIC X(02).
           88 FS-VAL-OK             VALUE '00'.
           88 FS-VAL-FIM-ARQUIVO    VALUE '10'.
           88 FS-VAL-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-VALES-PATH PIC X(100).

      * JANELA DO AVISO DE VENCIMENTO: DE HOJE ATE HOJE + N DIAS.
       01 WRK-PARAM-ENT    PIC X(10).
       01 WRK-AVISO-DIAS   PIC 9(03) VALUE 30.
       01 WRK-DATA-HOJE    PIC 9(08).
       01 WRK-DATA-LIMITE  PIC 9(08).
       01 WRK-LIMITE-INT   PIC 9(08) COMP.

       01 WRK-MARCA        PIC X(08).
       01 WRK-TIPO-DESC    PIC X(08).
       01 WRK-ROTULO       PIC X(23).

      * TOTAIS POR TIPO: 1 = CARTAO-PRESENTE, 2 = VALE-TROCA.
       01 WRK-TABELA-TIPOS.
           05 WRK-TIPO OCCURS 2 TIMES.
               10 WRK-TIPO-QTD   PIC 9(07) COMP.
               10 WRK-TIPO-SALDO PIC 9(11)V99.
       01 WRK-IDX-TIPO     PIC 9(01) COMP VALUE 0.

      * TOTAIS POR LOJA EMISSORA (ATE 50 LOJAS).
       01 WRK-TABELA-LOJAS.
           05 WRK-LOJA OCCURS 50 TIMES.
               10 WRK-LOJA-COD   PIC X(03).
               10 WRK-LOJA-QTD   PIC 9(07) COMP.
               10 WRK-LOJA-SALDO PIC 9(11)V99.
       01 WRK-QTD-LOJAS    PIC 9(02) COMP VALUE 0.
       01 WRK-IDX-LOJA     PIC 9(02) COMP VALUE 0.
       01 WRK-LOJA-ACHADA  PIC X(01).
           88 LOJA-ACHADA VALUE 'S'.

       01 WRK-QTD-VALES     PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-GERAL   PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-A-VENCER  PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-A-VENCER PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-VENCIDOS  PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-VENCIDO PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-ED     PIC $$$,$$$,$$9.99.
       01 WRK-SALDO-ED     PIC $$$,$$$,$$9.99.
       01 WRK-TOTAL-ED     PIC $$$,$$$,$$$,$$9.99.
       01 WRK-QTD-ED       PIC ZZZZZZ9.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   VAL0002A - PASSIVO DE VALES EM ABERTO        '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-LIMITE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + WRK-AVISO-DIAS.
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-LIMITE-INT).

           OPEN INPUT ARQUIVO-VALES.
           IF FS-VAL-ARQUIVO-NOVO
               DISPLAY 'VALES-PRESENTE.DAT AINDA NAO EXISTE. NADA A '
                       'RELATAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           INITIALIZE WRK-TABELA-TIPOS WRK-TABELA-LOJAS.

           MOVE 'VAL0002A-PASSIVO' TO WRK-REL-NOME.
           MOVE 'NUMERO   TIPO     EMISSAO  LOJA VALIDADE'
               TO WRK-REL-CABECALHO.
           MOVE '  VALOR ORIGINAL           SALDO'
               TO WRK-REL-CABECALHO(41:32).
           MOVE 'VAL0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'VALES COM SALDO EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE         DELIMITED BY SIZE
                  ' (A VENCER ATE '     DELIMITED BY SIZE
                  WRK-DATA-LIMITE       DELIMITED BY SIZE
                  ')'                   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0002A-LER-VALE.
           PERFORM 0002-AVALIAR-VALE UNTIL NOT FS-VAL-OK.

           CLOSE ARQUIVO-VALES.

           PERFORM 0004-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           DISPLAY 'VALES EM ABERTO: ' WRK-QTD-VALES
                   ' SALDO: ' WRK-TOTAL-ED.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-VALES-PATH
               FROM ENVIRONMENT 'VALES_PRESENTE_PATH'.
           IF WRK-VALES-PATH = SPACES
               MOVE 'VALES-PRESENTE.DAT' TO WRK-VALES-PATH
           END-IF.

           ACCEPT WRK-PARAM-ENT
               FROM ENVIRONMENT 'VALES_AVISO_DIAS'.
           IF WRK-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-PARAM-ENT) TO WRK-AVISO-DIAS
           END-IF.
       0000-END.

      * SO ENTRA NO PASSIVO O VALE ATIVO COM SALDO; O VENCIDO AINDA NAO
      * BAIXADO CONTINUA NO PASSIVO ATE O FECHAMENTO DO MES.
       0002-AVALIAR-VALE.
           IF VAL-ATIVO AND VAL-SALDO > ZERO
               PERFORM 0003-IMPRIMIR-VALE
           END-IF.
           PERFORM 0002A-LER-VALE.
       0002-END.

       0002A-LER-VALE.
           READ ARQUIVO-VALES NEXT RECORD.
       0002A-END.

       0003-IMPRIMIR-VALE.
           ADD 1 TO WRK-QTD-VALES.
           ADD VAL-SALDO TO WRK-TOTAL-GERAL.

           IF VAL-VALE-TROCA
               MOVE 2 TO WRK-IDX-TIPO
               MOVE 'TROCA'    TO WRK-TIPO-DESC
           ELSE
               MOVE 1 TO WRK-IDX-TIPO
               MOVE 'PRESENTE' TO WRK-TIPO-DESC
           END-IF.
           ADD 1         TO WRK-TIPO-QTD(WRK-IDX-TIPO).
           ADD VAL-SALDO TO WRK-TIPO-SALDO(WRK-IDX-TIPO).

           PERFORM 0003A-SOMAR-LOJA.

           MOVE SPACES TO WRK-MARCA.
           IF VAL-VALIDADE < WRK-DATA-HOJE
               ADD 1         TO WRK-QTD-VENCIDOS
               ADD VAL-SALDO TO WRK-TOTAL-VENCIDO
               MOVE 'VENCIDO' TO WRK-MARCA
           ELSE
               IF VAL-VALIDADE NOT > WRK-DATA-LIMITE
                   ADD 1         TO WRK-QTD-A-VENCER
                   ADD VAL-SALDO TO WRK-TOTAL-A-VENCER
                   MOVE 'A VENCER' TO WRK-MARCA
               END-IF
           END-IF.

           MOVE VAL-VALOR-ORIGINAL TO WRK-VALOR-ED.
           MOVE VAL-SALDO          TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING VAL-NUMERO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-TIPO-DESC    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  VAL-DATA-EMISSAO DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  VAL-LOJA         DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  VAL-VALIDADE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-SALDO-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MARCA        DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0003-END.

       0003A-SOMAR-LOJA.
           MOVE 'N' TO WRK-LOJA-ACHADA.
           PERFORM 0003B-PROCURAR-LOJA
               VARYING WRK-IDX-LOJA FROM 1 BY 1
               UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS
                  OR LOJA-ACHADA.
           IF NOT LOJA-ACHADA
               IF WRK-QTD-LOJAS < 50
                   ADD 1 TO WRK-QTD-LOJAS
                   MOVE WRK-QTD-LOJAS TO WRK-IDX-LOJA
                   MOVE VAL-LOJA TO WRK-LOJA-COD(WRK-IDX-LOJA)
               ELSE
                   MOVE 50 TO WRK-IDX-LOJA
               END-IF
           ELSE
               SUBTRACT 1 FROM WRK-IDX-LOJA
           END-IF.
           ADD 1         TO WRK-LOJA-QTD(WRK-IDX-LOJA).
           ADD VAL-SALDO TO WRK-LOJA-SALDO(WRK-IDX-LOJA).
       0003A-END.

       0003B-PROCURAR-LOJA.
           IF WRK-LOJA-COD(WRK-IDX-LOJA) = VAL-LOJA
               MOVE 'S' TO WRK-LOJA-ACHADA
           END-IF.
       0003B-END.

       0004-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 1 TO WRK-IDX-TIPO.
           MOVE 'CARTOES-PRESENTE.....: ' TO WRK-ROTULO.
           PERFORM 0004A-IMPRIMIR-TIPO.
           MOVE 2 TO WRK-IDX-TIPO.
           MOVE 'VALES-TROCA..........: ' TO WRK-ROTULO.
           PERFORM 0004A-IMPRIMIR-TIPO.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-VALES   TO WRK-QTD-ED.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           STRING 'TOTAL DO PASSIVO.....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  SALDO: '               DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-A-VENCER   TO WRK-QTD-ED.
           MOVE WRK-TOTAL-A-VENCER TO WRK-TOTAL-ED.
           STRING 'A VENCER ATE ' DELIMITED BY SIZE
                  WRK-DATA-LIMITE DELIMITED BY SIZE
                  ': '            DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  '  SALDO: '     DELIMITED BY SIZE
                  WRK-TOTAL-ED    DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-VENCIDOS  TO WRK-QTD-ED.
           MOVE WRK-TOTAL-VENCIDO TO WRK-TOTAL-ED.
           STRING 'VENCIDOS A BAIXAR....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
                  '  SALDO: '               DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'SALDO POR LOJA EMISSORA' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0004B-IMPRIMIR-LOJA
               VARYING WRK-IDX-LOJA FROM 1 BY 1
               UNTIL WRK-IDX-LOJA > WRK-QTD-LOJAS.
       0004-END.

       0004A-IMPRIMIR-TIPO.
           MOVE WRK-TIPO-QTD(WRK-IDX-TIPO)   TO WRK-QTD-ED.
           MOVE WRK-TIPO-SALDO(WRK-IDX-TIPO) TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-ROTULO    DELIMITED BY SIZE
                  WRK-QTD-ED    DELIMITED BY SIZE
                  '  SALDO: '   DELIMITED BY SIZE
                  WRK-TOTAL-ED  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004A-END.

       0004B-IMPRIMIR-LOJA.
           MOVE WRK-LOJA-QTD(WRK-IDX-LOJA)   TO WRK-QTD-ED.
           MOVE WRK-LOJA-SALDO(WRK-IDX-LOJA) TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING '   LOJA '                  DELIMITED BY SIZE
                  WRK-LOJA-COD(WRK-IDX-LOJA)  DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
                  '  SALDO: '                 DELIMITED BY SIZE
                  WRK-TOTAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004B-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
