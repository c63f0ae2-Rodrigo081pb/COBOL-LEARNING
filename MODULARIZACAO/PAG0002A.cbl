      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RELATORIO DAS CONTAS A PAGAR DA SEMANA
      *              (CONTAS-PAGAR.DAT): LISTA PELO GERADOR PADRAO
      *              (SPOOL) OS TITULOS EM ABERTO QUE VENCEM DE HOJE
      *              ATE HOJE + 6 DIAS, MAIS OS JA VENCIDOS E NAO
      *              PAGOS (MARCADOS VENCIDO), EM ORDEM DE VENCIMENTO
      *              COM TOTAL POR DIA. O VENCIMENTO QUE CAI EM SABADO,
      *              DOMINGO OU FERIADO (FERIADOS.DAT) E PAGO NO
      *              PROXIMO DIA UTIL, E E NESSE DIA QUE O TITULO
      *              APARECE. A DATA INICIAL PODE VIR DA VARIAVEL DE
      *              AMBIENTE PAGAR_DATA_INICIO (AAAAMMDD, PADRAO HOJE).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PAGAR ASSIGN TO DYNAMIC WRK-PAGAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT ARQUIVO-FORNECEDORES
               ASSIGN TO DYNAMIC WRK-FORNECEDORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT FERIADOS-ARQUIVO
               ASSIGN TO DYNAMIC WRK-FERIADOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT SORT-WORK ASSIGN TO 'PAG0002A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PAGAR.
           COPY PAGAR-FD.CPY.

       FD ARQUIVO-FORNECEDORES.
           COPY FORNECEDORES-FD.CPY.

       FD FERIADOS-ARQUIVO.
       01 REGISTRO-FERIADO.
           05 FER-DATA      PIC X(08).
           05 FER-DESCRICAO PIC X(30).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

      * UM REGISTRO POR TITULO SELECIONADO, ORDENADO PELO DIA EM QUE
      * SERA PAGO (VENCIMENTO JA AJUSTADO PARA DIA UTIL).
       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-VENC-AJUSTADO PIC 9(08).
           05 SORT-FORNECEDOR    PIC X(05).
           05 SORT-NOTA          PIC X(10).
           05 SORT-VENC-ORIGINAL PIC X(08).
           05 SORT-NOME          PIC X(20).
           05 SORT-SALDO         PIC 9(09)V99.

       WORKING-STORAGE SECTION.

       01 WRK-PAG-STATUS PIC X(02).
           88 FS-PAG-OK             VALUE '00'.
           88 FS-PAG-FIM-ARQUIVO    VALUE '10'.
           88 FS-PAG-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FOR-STATUS PIC X(02).
           88 FS-FOR-OK             VALUE '00'.
           88 FS-FOR-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-PAGAR-PATH        PIC X(100).
       01 WRK-FORNECEDORES-PATH PIC X(100).

       01 WRK-TEM-FORNECEDORES PIC X(01) VALUE 'N'.
           88 TEM-FORNECEDORES VALUE 'S'.

      * JANELA DO RELATORIO: DE WRK-DATA-INICIO ATE WRK-DATA-FIM
      * (INICIO + 6). O QUE VENCE ANTES DO INICIO E NAO FOI PAGO
      * ENTRA COMO VENCIDO.
       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-INICIO  PIC 9(08).
       01 WRK-DATA-FIM     PIC 9(08).
       01 WRK-INICIO-INT   PIC 9(08) COMP.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

       01 WRK-DIA-ATUAL    PIC 9(08) VALUE ZERO.
       01 WRK-TOTAL-DIA    PIC 9(11)V99 VALUE ZERO.
       01 WRK-TOTAL-GERAL  PIC 9(11)V99 VALUE ZERO.
       01 WRK-TOTAL-VENCIDO PIC 9(11)V99 VALUE ZERO.
       01 WRK-QTD-TITULOS  PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-VENCIDOS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-AJUSTADOS PIC 9(05) COMP VALUE 0.

       01 WRK-MARCA        PIC X(08).
       01 WRK-VALOR-ED     PIC $$$,$$$,$$9.99.
       01 WRK-TOTAL-ED     PIC $$$,$$$,$$$,$$9.99.
       01 WRK-QTD-ED       PIC ZZZZ9.

           COPY DIAUTIL-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   PAG0002A - CONTAS A PAGAR DA SEMANA          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-ENTRADA
               FROM ENVIRONMENT 'PAGAR_DATA_INICIO'.
           IF WRK-DATA-ENTRADA = SPACES OR WRK-DATA-ENTRADA NOT NUMERIC
               ACCEPT WRK-DATA-ENTRADA FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-ENTRADA TO WRK-DATA-INICIO.
           COMPUTE WRK-INICIO-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO) + 6.
           COMPUTE WRK-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-INICIO-INT).

           OPEN INPUT ARQUIVO-PAGAR.
           IF FS-PAG-ARQUIVO-NOVO
               DISPLAY 'CONTAS-PAGAR.DAT AINDA NAO EXISTE. NADA A '
                       'RELATAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           IF FS-FOR-OK
               MOVE 'S' TO WRK-TEM-FORNECEDORES
           END-IF.

           MOVE 'PAG0002A-VENCIMENTOS' TO WRK-REL-NOME.
           MOVE 'PAGAR EM VENCTO   FORN  NOME                 NOTA'
               TO WRK-REL-CABECALHO.
           MOVE '                VALOR' TO WRK-REL-CABECALHO(51:21).
           MOVE 'PAG0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           STRING 'VENCIMENTOS DE ' DELIMITED BY SIZE
                  WRK-DATA-INICIO   DELIMITED BY SIZE
                  ' A '             DELIMITED BY SIZE
                  WRK-DATA-FIM      DELIMITED BY SIZE
                  ' E VENCIDOS EM ABERTO' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-VENC-AJUSTADO SORT-FORNECEDOR
                                SORT-NOTA
               INPUT PROCEDURE IS 0002-SELECIONAR-TITULOS
               OUTPUT PROCEDURE IS 0004-IMPRIMIR-TITULOS.

           CLOSE ARQUIVO-PAGAR.
           IF TEM-FORNECEDORES
               CLOSE ARQUIVO-FORNECEDORES
           END-IF.

           PERFORM 0007-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'TITULOS A PAGAR NA SEMANA: ' WRK-QTD-TITULOS
                   ' (VENCIDOS: ' WRK-QTD-VENCIDOS ').'.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PAGAR-PATH
               FROM ENVIRONMENT 'CONTAS_PAGAR_PATH'.
           IF WRK-PAGAR-PATH = SPACES
               MOVE 'CONTAS-PAGAR.DAT' TO WRK-PAGAR-PATH
           END-IF.

           ACCEPT WRK-FORNECEDORES-PATH
               FROM ENVIRONMENT 'FORNECEDORES_DAT_PATH'.
           IF WRK-FORNECEDORES-PATH = SPACES
               MOVE 'FORNECEDORES.DAT' TO WRK-FORNECEDORES-PATH
           END-IF.

           ACCEPT WRK-FERIADOS-PATH
               FROM ENVIRONMENT 'FERIADOS_DAT_PATH'.
           IF WRK-FERIADOS-PATH = SPACES
               MOVE 'FERIADOS.DAT' TO WRK-FERIADOS-PATH
           END-IF.
       0000-END.

      * PASSA POR TODO O CONTAS A PAGAR E LIBERA PARA O SORT OS
      * TITULOS EM ABERTO QUE SERAO PAGOS ATE O FIM DA JANELA.
       0002-SELECIONAR-TITULOS.
           PERFORM 0002A-LER-TITULO.
           PERFORM 0003-AVALIAR-TITULO UNTIL NOT FS-PAG-OK.
       0002-END.

       0002A-LER-TITULO.
           READ ARQUIVO-PAGAR NEXT RECORD.
       0002A-END.

       0003-AVALIAR-TITULO.
           IF PAG-ABERTO AND PAG-VENCIMENTO NUMERIC
               AND PAG-VALOR > PAG-VALOR-PAGO
               PERFORM 0003A-AJUSTAR-VENCIMENTO
               IF WRK-DIU-DATA NOT > WRK-DATA-FIM
                   PERFORM 0003B-LIBERAR-TITULO
               END-IF
           END-IF.
           PERFORM 0002A-LER-TITULO.
       0003-END.

      * VENCIMENTO EM FIM DE SEMANA OU FERIADO VAI PARA O PROXIMO DIA
      * UTIL; O RESULTADO FICA EM WRK-DIU-DATA.
       0003A-AJUSTAR-VENCIMENTO.
           MOVE PAG-VENCIMENTO TO WRK-DIU-DATA.
           PERFORM 0960-VERIFICAR-DIA-UTIL.
           IF NAO-EH-DIA-UTIL
               PERFORM 0961-PROXIMO-DIA-UTIL
           END-IF.
       0003A-END.

       0003B-LIBERAR-TITULO.
           MOVE WRK-DIU-DATA     TO SORT-VENC-AJUSTADO.
           MOVE PAG-FORNECEDOR   TO SORT-FORNECEDOR.
           MOVE PAG-NOTA         TO SORT-NOTA.
           MOVE PAG-VENCIMENTO   TO SORT-VENC-ORIGINAL.
           COMPUTE SORT-SALDO = PAG-VALOR - PAG-VALOR-PAGO.
           MOVE SPACES TO SORT-NOME.
           IF TEM-FORNECEDORES
               MOVE PAG-FORNECEDOR TO FOR-CODIGO
               READ ARQUIVO-FORNECEDORES
                   INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO SORT-NOME
                   NOT INVALID KEY
                       MOVE FOR-NOME TO SORT-NOME
               END-READ
           END-IF.
           RELEASE SORT-REC.
       0003B-END.

      * LISTA EM ORDEM DE PAGAMENTO, FECHANDO O TOTAL DE CADA DIA.
       0004-IMPRIMIR-TITULOS.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0004A-RECEBER-ORDENADO.
           PERFORM 0005-IMPRIMIR-TITULO UNTIL SORT-ESGOTADO.
           IF WRK-QTD-TITULOS > ZERO
               PERFORM 0006-FECHAR-DIA
           END-IF.
       0004-END.

       0004A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0004A-END.

       0005-IMPRIMIR-TITULO.
           IF WRK-QTD-TITULOS > ZERO
               AND SORT-VENC-AJUSTADO NOT = WRK-DIA-ATUAL
               PERFORM 0006-FECHAR-DIA
           END-IF.
           MOVE SORT-VENC-AJUSTADO TO WRK-DIA-ATUAL.

           ADD 1 TO WRK-QTD-TITULOS.
           ADD SORT-SALDO TO WRK-TOTAL-DIA WRK-TOTAL-GERAL.
           MOVE SPACES TO WRK-MARCA.
           IF SORT-VENC-AJUSTADO < WRK-DATA-INICIO
               ADD 1 TO WRK-QTD-VENCIDOS
               ADD SORT-SALDO TO WRK-TOTAL-VENCIDO
               MOVE 'VENCIDO' TO WRK-MARCA
           END-IF.
           IF SORT-VENC-ORIGINAL NOT = SORT-VENC-AJUSTADO
               ADD 1 TO WRK-QTD-AJUSTADOS
               IF WRK-MARCA = SPACES
                   MOVE 'DIA UTIL' TO WRK-MARCA
               END-IF
           END-IF.

           MOVE SORT-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING SORT-VENC-AJUSTADO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SORT-VENC-ORIGINAL DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SORT-FORNECEDOR    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SORT-NOME          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SORT-NOTA          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-VALOR-ED       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-MARCA          DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0004A-RECEBER-ORDENADO.
       0005-END.

       0006-FECHAR-DIA.
           MOVE WRK-TOTAL-DIA TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING '         TOTAL A PAGAR EM ' DELIMITED BY SIZE
                  WRK-DIA-ATUAL               DELIMITED BY SIZE
                  ': '                        DELIMITED BY SIZE
                  WRK-TOTAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE ZERO TO WRK-TOTAL-DIA.
       0006-END.

       0007-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-TITULOS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           STRING 'TITULOS A PAGAR........: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
                  '  VALOR: '                 DELIMITED BY SIZE
                  WRK-TOTAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-VENCIDO TO WRK-TOTAL-ED.
           STRING 'JA VENCIDOS EM ABERTO..: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
                  '  VALOR: '                 DELIMITED BY SIZE
                  WRK-TOTAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WRK-QTD-AJUSTADOS TO WRK-QTD-ED.
           STRING 'ADIADOS P/ DIA UTIL....: ' DELIMITED BY SIZE
                  WRK-QTD-ED                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0007-END.

           COPY DIAUTIL-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
