      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: EXPORTACAO CONTABIL DO COMERCIO -- O CORRESPONDENTE
      *              DO FOL0007A PARA VENDAS, ESTOQUE E CONTAS A
      *              RECEBER. PARA O MES INFORMADO (ENTER USA O MES
      *              CORRENTE) APURA, POR LOJA:
      *              - RECEITA POR FORMA DE PAGAMENTO, DEVOLUCOES E
      *                DESCONTOS (VENDAS.DAT OU O ARQUIVO MORTO DO ANO);
      *              - CMV, COMPRAS, PRODUCAO E AJUSTES DE ESTOQUE
      *                (MOVIMENTO-ESTOQUE.DAT, QUANTIDADE X CUSTO);
      *              - TITULOS ABERTOS E RECEBIMENTOS (CONTAS-RECEBER).
      *              CADA EVENTO VIRA UM LANCAMENTO DE DEBITO/CREDITO
      *              PELO PLANO DE CONTAS COMERCIAL (CTB0001A) EM
      *              LANCAMENTOS-COMERCIAL.DAT, E O RELATORIO DE
      *              CONTROLE (SPOOL) AMARRA OS TOTAIS AO RESUMO DE
      *              VENDAS (VEN0002A) E AO CMV (EST0004A). EVENTO SEM
      *              CONTA GERA AVISO NO BOLETIM DE EXCECOES E
      *              RETURN-CODE 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO DYNAMIC WRK-MOVIMENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-RECEBER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-PLANO ASSIGN TO DYNAMIC WRK-PLANO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-EVENTO
               FILE STATUS IS WRK-PLC-STATUS.

           SELECT ARQUIVO-EXPORT ASSIGN TO DYNAMIC WRK-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

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
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-PLANO.
           COPY PLANOCONTAS-FD.CPY.

       FD ARQUIVO-EXPORT.
       01 LINHA-EXPORT PIC X(80).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MOV-STATUS PIC X(02).
           88 FS-MOV-OK             VALUE '00'.
           88 FS-MOV-FIM-ARQUIVO    VALUE '10'.
           88 FS-MOV-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-REC-STATUS PIC X(02).
           88 FS-REC-OK             VALUE '00'.
           88 FS-REC-FIM-ARQUIVO    VALUE '10'.
           88 FS-REC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PLC-STATUS PIC X(02).
           88 FS-PLC-OK             VALUE '00'.
           88 FS-PLC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EXP-STATUS PIC X(02).
           88 FS-EXP-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-VENDAS-PATH    PIC X(100).
       01 WRK-MOVIMENTO-PATH PIC X(100).
       01 WRK-RECEBER-PATH   PIC X(100).
       01 WRK-PLANO-PATH     PIC X(100).
       01 WRK-EXPORT-PATH    PIC X(100).

       01 WRK-PLANO-EXISTE PIC X(01) VALUE 'N'.
           88 PLANO-EXISTE VALUE 'S'.

       01 WRK-MES-ENTRADA PIC X(06).
       01 WRK-MES-ALVO    PIC X(06).
       01 WRK-DATA-HOJE   PIC X(08).

      * LANCAMENTOS APURADOS, UM POR LOJA E EVENTO DO PLANO.
       01 WRK-TAB-LANCAMENTOS.
           05 WRK-LCT-QTD-TAB PIC 9(03) COMP VALUE 0.
           05 WRK-LCT-ITEM OCCURS 300 TIMES.
               10 WRK-LCT-LOJA   PIC X(03).
               10 WRK-LCT-EVENTO PIC X(08).
               10 WRK-LCT-VALOR  PIC S9(11)V99.
       01 WRK-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-LCT-ACHADO PIC X(01) VALUE 'N'.
           88 LANCAMENTO-NA-TABELA VALUE 'S'.
       01 WRK-TAB-CHEIA PIC 9(05) COMP VALUE 0.

       01 WRK-BUSCA-LOJA   PIC X(03).
       01 WRK-BUSCA-EVENTO PIC X(08).
       01 WRK-BUSCA-VALOR  PIC S9(11)V99.

      * TOTAIS DAS ORIGENS, PARA O CONTROLE. A VENDA LIQUIDA E A DO
      * RESUMO DIARIO (VEN0002A): VENDAS MENOS DEVOLUCOES, POR FORMA.
       01 WRK-CTL-FORMAS.
           05 WRK-CTL-FORMA OCCURS 6 TIMES.
               10 WRK-CTL-FORMA-LIQ PIC S9(11)V99.
       01 WRK-FORMA-IDX PIC 9(01) COMP VALUE 0.
       01 WRK-FORMA-LETRA PIC X(06) VALUE 'DCPEVF'.
       01 WRK-FORMA-NOMES.
           05 FILLER PIC X(12) VALUE 'DINHEIRO'.
           05 FILLER PIC X(12) VALUE 'CARTAO'.
           05 FILLER PIC X(12) VALUE 'PIX'.
           05 FILLER PIC X(12) VALUE 'EMPRESA'.
           05 FILLER PIC X(12) VALUE 'VALE'.
           05 FILLER PIC X(12) VALUE 'FOLHA'.
       01 WRK-FORMA-NOMES-R REDEFINES WRK-FORMA-NOMES.
           05 WRK-FORMA-NOME OCCURS 6 TIMES PIC X(12).

       01 WRK-CTL-VENDA-LIQ   PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-DESCONTOS   PIC S9(11)V99 VALUE ZERO.
       01 WRK-QTD-VENDAS      PIC 9(07) COMP VALUE 0.

      * CMV DO EST0004A: SAIDAS 'VENDA' MENOS ENTRADAS 'DEVOLUCAO',
      * SO COM CUSTO. A SAIDA DA ENCOMENDA (PED0001A) TAMBEM E CUSTO
      * DA VENDA, MAS O EST0004A NAO A CONTA -- VAI SEPARADA.
       01 WRK-CTL-CMV-VENDA   PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-CMV-DEVOL   PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-CMV-ENC     PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-COMPRAS     PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-PRODUCAO    PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-AJUSTE-E    PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-AJUSTE-S    PIC S9(11)V99 VALUE ZERO.
       01 WRK-QTD-MOV-SEM-CUSTO PIC 9(07) COMP VALUE 0.
       01 WRK-QTD-MOV-IGNORADOS PIC 9(07) COMP VALUE 0.

       01 WRK-CTL-AR-ABERTOS  PIC S9(11)V99 VALUE ZERO.
       01 WRK-CTL-AR-BAIXAS   PIC S9(11)V99 VALUE ZERO.
       01 WRK-QTD-TITULOS     PIC 9(05) COMP VALUE 0.

      * TOTAIS EXPORTADOS, PARA A AMARRACAO COM AS ORIGENS.
       01 WRK-EXP-VENDAS      PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-DEVOL       PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-DESCONTOS   PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-CMV         PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-CMV-DEV     PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-AR-ABERTOS  PIC S9(11)V99 VALUE ZERO.
       01 WRK-EXP-AR-BAIXAS   PIC S9(11)V99 VALUE ZERO.
       01 WRK-TOTAL-DEBITOS   PIC S9(13)V99 VALUE ZERO.
       01 WRK-TOTAL-CREDITOS  PIC S9(13)V99 VALUE ZERO.
       01 WRK-QTD-LANCADOS    PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-SEM-MAPA    PIC 9(05) COMP VALUE 0.

       01 WRK-VALOR-MOV       PIC S9(11)V99.
       01 WRK-VALOR-FONTE     PIC S9(11)V99.
       01 WRK-VALOR-EXPORT    PIC S9(11)V99.
       01 WRK-VALOR-EXP       PIC 9(09).99.
       01 WRK-VALOR-ED        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WRK-VALOR-ED2       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WRK-QTD-ED          PIC ZZZZZZ9.
       01 WRK-ROTULO          PIC X(34).
       01 WRK-SITUACAO-ED     PIC X(11).

           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  CTB0002A - EXPORTACAO CONTABIL DO COMERCIO    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-ALVO.
           DISPLAY 'MES DA EXPORTACAO (AAAAMM, ENTER PARA O ATUAL): '.
           ACCEPT WRK-MES-ENTRADA.
           IF WRK-MES-ENTRADA NOT = SPACES
               IF WRK-MES-ENTRADA NOT NUMERIC
                  OR WRK-MES-ENTRADA(5:2) < '01'
                  OR WRK-MES-ENTRADA(5:2) > '12'
                   DISPLAY 'MES INVALIDO: ' WRK-MES-ENTRADA
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WRK-MES-ENTRADA TO WRK-MES-ALVO
           END-IF.
           DISPLAY 'EXPORTACAO CONTABIL DO COMERCIO DO MES '
                   WRK-MES-ALVO '.'.

           MOVE ZERO TO WRK-CTL-FORMA-LIQ(1) WRK-CTL-FORMA-LIQ(2)
                        WRK-CTL-FORMA-LIQ(3) WRK-CTL-FORMA-LIQ(4)
                        WRK-CTL-FORMA-LIQ(5) WRK-CTL-FORMA-LIQ(6).

           PERFORM 0002-APURAR-VENDAS.
           PERFORM 0004-APURAR-MOVIMENTOS.
           PERFORM 0006-APURAR-RECEBER.

           OPEN INPUT ARQUIVO-PLANO.
           IF FS-PLC-ARQUIVO-NOVO
               DISPLAY 'AVISO: PLANO-CONTAS-COMERCIAL.DAT AUSENTE '
                       '(CTB0001A). NENHUM LANCAMENTO SERA GERADO.'
               CLOSE ARQUIVO-PLANO
           ELSE
               MOVE 'S' TO WRK-PLANO-EXISTE
           END-IF.

           PERFORM 0009-GERAR-EXPORTACAO.
           PERFORM 0011-IMPRIMIR-CONTROLE.
           IF PLANO-EXISTE
               CLOSE ARQUIVO-PLANO
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY ' MES EXPORTADO......: ' WRK-MES-ALVO.
           DISPLAY ' LANCAMENTOS........: ' WRK-QTD-LANCADOS.
           DISPLAY ' EVENTOS SEM CONTA..: ' WRK-QTD-SEM-MAPA.
           DISPLAY '------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-QTD-SEM-MAPA > ZERO OR NOT PLANO-EXISTE
              OR WRK-TAB-CHEIA > ZERO
               MOVE 'CTB0002A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0009' TO WRK-EXC-CODIGO
               MOVE WRK-QTD-SEM-MAPA TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

           ACCEPT WRK-MOVIMENTO-PATH
               FROM ENVIRONMENT 'MOVIMENTO_ESTOQUE_PATH'.
           IF WRK-MOVIMENTO-PATH = SPACES
               MOVE 'MOVIMENTO-ESTOQUE.DAT' TO WRK-MOVIMENTO-PATH
           END-IF.

           ACCEPT WRK-RECEBER-PATH
               FROM ENVIRONMENT 'CONTAS_RECEBER_PATH'.
           IF WRK-RECEBER-PATH = SPACES
               MOVE 'CONTAS-RECEBER.DAT' TO WRK-RECEBER-PATH
           END-IF.

           ACCEPT WRK-PLANO-PATH
               FROM ENVIRONMENT 'PLANO_CONTAS_COMERCIAL_PATH'.
           IF WRK-PLANO-PATH = SPACES
               MOVE 'PLANO-CONTAS-COMERCIAL.DAT' TO WRK-PLANO-PATH
           END-IF.

           ACCEPT WRK-EXPORT-PATH
               FROM ENVIRONMENT 'LANCAMENTOS_COMERCIAL_PATH'.
           IF WRK-EXPORT-PATH = SPACES
               MOVE 'LANCAMENTOS-COMERCIAL.DAT' TO WRK-EXPORT-PATH
           END-IF.
       0000-END.

      ******************************************************************
      * VENDAS: RECEITA LIQUIDA DE DESCONTO POR FORMA DE PAGAMENTO,
      * DEVOLUCOES PELO VALOR ESTORNADO E O DESCONTO CONCEDIDO NAS
      * VENDAS (A RECEITA BRUTA E A LIQUIDA MAIS O DESCONTO).
      ******************************************************************
       0002-APURAR-VENDAS.
           PERFORM 0003-RESOLVER-ARQUIVO-DO-ANO.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0002A-LER-VENDA
               PERFORM 0002B-SOMAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.
       0002-END.

       0002A-LER-VENDA.
           READ ARQUIVO-VENDAS.
       0002A-END.

       0002B-SOMAR-VENDA.
           IF VEN-DATA(1:6) = WRK-MES-ALVO
               ADD 1 TO WRK-QTD-VENDAS
               MOVE VEN-LOJA TO WRK-BUSCA-LOJA
               IF WRK-BUSCA-LOJA = SPACES
                   MOVE '001' TO WRK-BUSCA-LOJA
               END-IF
      * FORMA FORA DA TABELA CONTA COMO DINHEIRO, COMO NO VEN0002A.
               MOVE 1 TO WRK-FORMA-IDX
               EVALUATE TRUE
                   WHEN VEN-PAG-CARTAO  MOVE 2 TO WRK-FORMA-IDX
                   WHEN VEN-PAG-PIX     MOVE 3 TO WRK-FORMA-IDX
                   WHEN VEN-PAG-EMPRESA MOVE 4 TO WRK-FORMA-IDX
                   WHEN VEN-PAG-VALE    MOVE 5 TO WRK-FORMA-IDX
                   WHEN VEN-PAG-FOLHA   MOVE 6 TO WRK-FORMA-IDX
               END-EVALUATE
               MOVE VEN-VALOR-TOTAL TO WRK-BUSCA-VALOR
               IF VEN-TIPO-DEVOLUCAO
                   MOVE 'DEVOL-' TO WRK-BUSCA-EVENTO
                   SUBTRACT VEN-VALOR-TOTAL
                       FROM WRK-CTL-FORMA-LIQ(WRK-FORMA-IDX)
                            WRK-CTL-VENDA-LIQ
               ELSE
                   MOVE 'VENDA-' TO WRK-BUSCA-EVENTO
                   ADD VEN-VALOR-TOTAL
                       TO WRK-CTL-FORMA-LIQ(WRK-FORMA-IDX)
                          WRK-CTL-VENDA-LIQ
               END-IF
               MOVE WRK-FORMA-LETRA(WRK-FORMA-IDX:1)
                   TO WRK-BUSCA-EVENTO(7:1)
               PERFORM 0008-SOMAR-LANCAMENTO
               IF NOT VEN-TIPO-DEVOLUCAO
                  AND VEN-DESCONTO IS NUMERIC
                  AND VEN-DESCONTO > ZERO
                   MOVE 'DESCONTO'   TO WRK-BUSCA-EVENTO
                   MOVE VEN-DESCONTO TO WRK-BUSCA-VALOR
                   ADD VEN-DESCONTO  TO WRK-CTL-DESCONTOS
                   PERFORM 0008-SOMAR-LANCAMENTO
               END-IF
           END-IF.
           PERFORM 0002A-LER-VENDA.
       0002B-END.

      * MES DE ANO FECHADO: SE O ARQUIVO MORTO VENDAS-AAAA.DAT DO
      * ARQUIVAMENTO ANUAL (VEN0008A) EXISTE, A EXPORTACAO LE DELE; SE
      * NAO EXISTE (ANO AINDA NAO ARQUIVADO), SEGUE NO ARQUIVO VIVO.
       0003-RESOLVER-ARQUIVO-DO-ANO.
           IF WRK-MES-ALVO(1:4) < WRK-DATA-HOJE(1:4)
               MOVE SPACES TO WRK-VENDAS-PATH
               STRING 'VENDAS-'          DELIMITED BY SIZE
                      WRK-MES-ALVO(1:4)  DELIMITED BY SIZE
                      '.DAT'             DELIMITED BY SIZE
                   INTO WRK-VENDAS-PATH
               END-STRING
               OPEN INPUT ARQUIVO-VENDAS
               IF FS-VEN-ARQUIVO-NOVO
                   CLOSE ARQUIVO-VENDAS
                   DISPLAY 'SEM ARQUIVO MORTO PARA '
                           WRK-MES-ALVO(1:4) '; LENDO O ARQUIVO '
                           'VIVO.'
                   ACCEPT WRK-VENDAS-PATH
                       FROM ENVIRONMENT 'VENDAS_DAT_PATH'
                   IF WRK-VENDAS-PATH = SPACES
                       MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
                   END-IF
               ELSE
                   CLOSE ARQUIVO-VENDAS
                   DISPLAY 'LENDO O ARQUIVO MORTO '
                           FUNCTION TRIM(WRK-VENDAS-PATH) '.'
               END-IF
           END-IF.
       0003-END.

      ******************************************************************
      * MOVIMENTOS DE ESTOQUE, VALORIZADOS A QUANTIDADE X CUSTO DO
      * MOMENTO. MOVIMENTO ANTIGO SEM CUSTO (CAMPO NAO NUMERICO) FICA
      * FORA, COMO NO EST0004A, E E CONTADO. TRANSFERENCIA ENTRE LOJAS
      * E SALDO INICIAL DE IMPLANTACAO NAO SAO FATO CONTABIL DO MES.
      ******************************************************************
       0004-APURAR-MOVIMENTOS.
           OPEN INPUT ARQUIVO-MOVIMENTO.
           IF FS-MOV-ARQUIVO-NOVO
               DISPLAY 'MOVIMENTO-ESTOQUE.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0004A-LER-MOVIMENTO
               PERFORM 0004B-SOMAR-MOVIMENTO
                   UNTIL FS-MOV-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MOVIMENTO.
       0004-END.

       0004A-LER-MOVIMENTO.
           READ ARQUIVO-MOVIMENTO.
       0004A-END.

       0004B-SOMAR-MOVIMENTO.
           IF MOV-DATA(1:6) = WRK-MES-ALVO
               IF MOV-MOTIVO(1:7) = 'TRANSF '
                  OR MOV-MOTIVO = 'SALDO INICIAL'
                   ADD 1 TO WRK-QTD-MOV-IGNORADOS
               ELSE
                   IF MOV-CUSTO-UNIT IS NUMERIC
                       PERFORM 0005-CLASSIFICAR-MOVIMENTO
                   ELSE
                       ADD 1 TO WRK-QTD-MOV-SEM-CUSTO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0004A-LER-MOVIMENTO.
       0004B-END.

       0005-CLASSIFICAR-MOVIMENTO.
           MOVE MOV-LOJA TO WRK-BUSCA-LOJA.
           IF WRK-BUSCA-LOJA = SPACES
               MOVE '001' TO WRK-BUSCA-LOJA
           END-IF.
           COMPUTE WRK-VALOR-MOV = MOV-QTD * MOV-CUSTO-UNIT.
           MOVE WRK-VALOR-MOV TO WRK-BUSCA-VALOR.

           EVALUATE TRUE
               WHEN MOV-SAIDA AND MOV-MOTIVO = 'VENDA'
                   MOVE 'CMV'      TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-CMV-VENDA
               WHEN MOV-SAIDA AND MOV-MOTIVO(1:15) = 'VENDA ENCOMENDA'
                   MOVE 'CMV'      TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-CMV-ENC
               WHEN MOV-ENTRADA AND MOV-MOTIVO = 'DEVOLUCAO'
                   MOVE 'CMV-DEV'  TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-CMV-DEVOL
               WHEN MOV-ENTRADA AND MOV-MOTIVO(1:6) = 'COMPRA'
                   MOVE 'COMPRA'   TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-COMPRAS
               WHEN MOV-ENTRADA AND MOV-MOTIVO(1:8) = 'PRODUCAO'
                   MOVE 'PRODUCAO' TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-PRODUCAO
               WHEN MOV-ENTRADA
                   MOVE 'AJUSTE-E' TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-AJUSTE-E
               WHEN OTHER
                   MOVE 'AJUSTE-S' TO WRK-BUSCA-EVENTO
                   ADD WRK-VALOR-MOV TO WRK-CTL-AJUSTE-S
           END-EVALUATE.
           PERFORM 0008-SOMAR-LANCAMENTO.
       0005-END.

      ******************************************************************
      * CONTAS A RECEBER: TITULO DA COMPETENCIA ABRE A CONTA DO
      * CLIENTE (CONTRA O FATURADO A EMITIR DAS VENDAS 'E'); O
      * RECEBIMENTO E O VALOR PAGO DO TITULO CUJO ULTIMO PAGAMENTO
      * CAIU NO MES. O VALOR PAGO E ACUMULADO NO TITULO, ENTAO UM
      * TITULO PAGO EM PARCELAS DE MESES DIFERENTES ENTRA INTEIRO NO
      * MES DA ULTIMA PARCELA.
      ******************************************************************
       0006-APURAR-RECEBER.
           OPEN INPUT ARQUIVO-RECEBER.
           IF FS-REC-ARQUIVO-NOVO
               DISPLAY 'CONTAS-RECEBER.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0006A-LER-TITULO
               PERFORM 0006B-SOMAR-TITULO UNTIL FS-REC-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-RECEBER.
       0006-END.

       0006A-LER-TITULO.
           READ ARQUIVO-RECEBER NEXT RECORD.
       0006A-END.

       0006B-SOMAR-TITULO.
           MOVE '001' TO WRK-BUSCA-LOJA.
           IF REC-COMPETENCIA = WRK-MES-ALVO
               ADD 1 TO WRK-QTD-TITULOS
               MOVE 'AR-ABERT' TO WRK-BUSCA-EVENTO
               MOVE REC-VALOR  TO WRK-BUSCA-VALOR
               ADD REC-VALOR   TO WRK-CTL-AR-ABERTOS
               PERFORM 0008-SOMAR-LANCAMENTO
           END-IF.
           IF REC-DATA-PAGTO(1:6) = WRK-MES-ALVO
              AND REC-VALOR-PAGO > ZERO
               MOVE 'AR-BAIXA'     TO WRK-BUSCA-EVENTO
               MOVE REC-VALOR-PAGO TO WRK-BUSCA-VALOR
               ADD REC-VALOR-PAGO  TO WRK-CTL-AR-BAIXAS
               PERFORM 0008-SOMAR-LANCAMENTO
           END-IF.
           PERFORM 0006A-LER-TITULO.
       0006B-END.

      * ACUMULA O VALOR NA LINHA DA LOJA/EVENTO, ABRINDO A LINHA NA
      * PRIMEIRA OCORRENCIA.
       0008-SOMAR-LANCAMENTO.
           MOVE 'N' TO WRK-LCT-ACHADO.
           PERFORM 0008A-PROCURAR-LANCAMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LCT-QTD-TAB
                  OR LANCAMENTO-NA-TABELA.
           IF NOT LANCAMENTO-NA-TABELA
               IF WRK-LCT-QTD-TAB < 300
                   ADD 1 TO WRK-LCT-QTD-TAB
                   MOVE WRK-LCT-QTD-TAB  TO WRK-IDX
                   MOVE WRK-BUSCA-LOJA   TO WRK-LCT-LOJA(WRK-IDX)
                   MOVE WRK-BUSCA-EVENTO TO WRK-LCT-EVENTO(WRK-IDX)
                   MOVE ZERO             TO WRK-LCT-VALOR(WRK-IDX)
               ELSE
                   ADD 1 TO WRK-TAB-CHEIA
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SUBTRACT 1 FROM WRK-IDX
           END-IF.
           ADD WRK-BUSCA-VALOR TO WRK-LCT-VALOR(WRK-IDX).
       0008-END.

       0008A-PROCURAR-LANCAMENTO.
           IF WRK-LCT-LOJA(WRK-IDX) = WRK-BUSCA-LOJA
              AND WRK-LCT-EVENTO(WRK-IDX) = WRK-BUSCA-EVENTO
               MOVE 'S' TO WRK-LCT-ACHADO
           END-IF.
       0008A-END.

      ******************************************************************
      * UM LANCAMENTO POR LOJA E EVENTO COM VALOR: CADA LINHA CARREGA
      * O DEBITO E O CREDITO DO DE-PARA, ENTAO O LOTE SAI BALANCEADO
      * POR CONSTRUCAO. EVENTO SEM CONTA VIRA AVISO E RC 4.
      ******************************************************************
       0009-GERAR-EXPORTACAO.
           OPEN OUTPUT ARQUIVO-EXPORT.
           STRING 'COMPETENCIA,LOJA,EVENTO,'
                  'CONTA-DEBITO,CONTA-CREDITO,VALOR'
                  DELIMITED BY SIZE
               INTO LINHA-EXPORT
           END-STRING.
           WRITE LINHA-EXPORT.

           MOVE 'CONTABIL-COMERCIAL' TO WRK-REL-NOME.
           MOVE 'LOJA'          TO WRK-REL-CABECALHO(1:4).
           MOVE 'EVENTO'        TO WRK-REL-CABECALHO(7:6).
           MOVE 'CONTA DEBITO'  TO WRK-REL-CABECALHO(17:12).
           MOVE 'CONTA CREDITO' TO WRK-REL-CABECALHO(30:13).
           MOVE 'VALOR'         TO WRK-REL-CABECALHO(54:5).
           MOVE 'CTB0002A'      TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'CONTROLE DA EXPORTACAO CONTABIL DO COMERCIO - MES '
                  WRK-MES-ALVO(5:2) '/' WRK-MES-ALVO(1:4)
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0010-EXPORTAR-LANCAMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-LCT-QTD-TAB.

           CLOSE ARQUIVO-EXPORT.
           DISPLAY 'LANCAMENTOS GRAVADOS: ' WRK-QTD-LANCADOS ' EM '
                   FUNCTION TRIM(WRK-EXPORT-PATH) '.'.
       0009-END.

       0010-EXPORTAR-LANCAMENTO.
           MOVE WRK-LCT-VALOR(WRK-IDX) TO WRK-VALOR-EXPORT.
           IF WRK-VALOR-EXPORT = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WRK-PLC-STATUS.
           IF PLANO-EXISTE
               MOVE WRK-LCT-EVENTO(WRK-IDX) TO PLC-EVENTO
               READ ARQUIVO-PLANO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT FS-PLC-OK
              OR PLC-CONTA-DEBITO = SPACES
              OR PLC-CONTA-CREDITO = SPACES
               ADD 1 TO WRK-QTD-SEM-MAPA
               DISPLAY 'AVISO: EVENTO ' WRK-LCT-EVENTO(WRK-IDX)
                       ' DA LOJA ' WRK-LCT-LOJA(WRK-IDX)
                       ' COM VALOR E SEM CONTA NO PLANO COMERCIAL.'
               MOVE WRK-VALOR-EXPORT TO WRK-VALOR-ED
               STRING WRK-LCT-LOJA(WRK-IDX) '   '
                      WRK-LCT-EVENTO(WRK-IDX) '  '
                      '*** SEM CONTA NO PLANO ***  '
                      WRK-VALOR-ED
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTD-LANCADOS.
           ADD WRK-VALOR-EXPORT TO WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS.
           EVALUATE TRUE
               WHEN WRK-LCT-EVENTO(WRK-IDX)(1:6) = 'VENDA-'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-VENDAS
               WHEN WRK-LCT-EVENTO(WRK-IDX)(1:6) = 'DEVOL-'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-DEVOL
               WHEN WRK-LCT-EVENTO(WRK-IDX) = 'DESCONTO'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-DESCONTOS
               WHEN WRK-LCT-EVENTO(WRK-IDX) = 'CMV'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-CMV
               WHEN WRK-LCT-EVENTO(WRK-IDX) = 'CMV-DEV'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-CMV-DEV
               WHEN WRK-LCT-EVENTO(WRK-IDX) = 'AR-ABERT'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-AR-ABERTOS
               WHEN WRK-LCT-EVENTO(WRK-IDX) = 'AR-BAIXA'
                   ADD WRK-VALOR-EXPORT TO WRK-EXP-AR-BAIXAS
           END-EVALUATE.

           MOVE WRK-VALOR-EXPORT TO WRK-VALOR-EXP.
           MOVE SPACES TO LINHA-EXPORT.
           STRING WRK-MES-ALVO                 DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WRK-LCT-LOJA(WRK-IDX)        DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(PLC-EVENTO)    DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(PLC-CONTA-DEBITO)  DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(PLC-CONTA-CREDITO) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  WRK-VALOR-EXP                DELIMITED BY SIZE
               INTO LINHA-EXPORT
           END-STRING.
           WRITE LINHA-EXPORT.

           MOVE WRK-VALOR-EXPORT TO WRK-VALOR-ED.
           STRING WRK-LCT-LOJA(WRK-IDX) '   '
                  WRK-LCT-EVENTO(WRK-IDX) '  '
                  PLC-CONTA-DEBITO '   ' PLC-CONTA-CREDITO '    '
                  WRK-VALOR-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0010-END.

      ******************************************************************
      * AMARRACAO: OS TOTAIS EXPORTADOS LADO A LADO COM AS ORIGENS.
      * VENDA LIQUIDA = SOMA DOS RESUMOS DIARIOS DO VEN0002A NO MES;
      * CMV = O DO EST0004A (MAIS O DAS ENCOMENDAS, QUE ELE NAO VE).
      ******************************************************************
       0011-IMPRIMIR-CONTROLE.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'VENDAS (AMARRACAO COM O RESUMO DIARIO - VEN0002A)'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-VENDAS TO WRK-QTD-ED.
           STRING '  LINHAS DE VENDA/DEVOLUCAO NO MES: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0011A-IMPRIMIR-FORMA
               VARYING WRK-FORMA-IDX FROM 1 BY 1
               UNTIL WRK-FORMA-IDX > 6.
           MOVE '  VENDA LIQUIDA DO MES' TO WRK-ROTULO.
           MOVE WRK-CTL-VENDA-LIQ TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  DESCONTOS CONCEDIDOS' TO WRK-ROTULO.
           MOVE WRK-CTL-DESCONTOS TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  EXPORTADO VENDAS - DEVOLUCOES' TO WRK-ROTULO.
           MOVE WRK-CTL-VENDA-LIQ TO WRK-VALOR-FONTE.
           COMPUTE WRK-VALOR-EXPORT = WRK-EXP-VENDAS - WRK-EXP-DEVOL.
           PERFORM 0013-IMPRIMIR-AMARRACAO.
           MOVE '  EXPORTADO DESCONTOS' TO WRK-ROTULO.
           MOVE WRK-CTL-DESCONTOS TO WRK-VALOR-FONTE.
           MOVE WRK-EXP-DESCONTOS TO WRK-VALOR-EXPORT.
           PERFORM 0013-IMPRIMIR-AMARRACAO.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'ESTOQUE (AMARRACAO COM O CMV - EST0004A)'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '  CMV DAS VENDAS (SAIDAS VENDA)' TO WRK-ROTULO.
           MOVE WRK-CTL-CMV-VENDA TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  (-) DEVOLUCOES AO ESTOQUE' TO WRK-ROTULO.
           MOVE WRK-CTL-CMV-DEVOL TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  CMV DO EST0004A' TO WRK-ROTULO.
           COMPUTE WRK-VALOR-FONTE =
               WRK-CTL-CMV-VENDA - WRK-CTL-CMV-DEVOL.
           MOVE WRK-VALOR-FONTE TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  (+) CMV DAS ENCOMENDAS (PED0001A)' TO WRK-ROTULO.
           MOVE WRK-CTL-CMV-ENC TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  EXPORTADO CMV - CMV-DEV' TO WRK-ROTULO.
           ADD WRK-CTL-CMV-ENC TO WRK-VALOR-FONTE.
           COMPUTE WRK-VALOR-EXPORT = WRK-EXP-CMV - WRK-EXP-CMV-DEV.
           PERFORM 0013-IMPRIMIR-AMARRACAO.
           MOVE '  COMPRAS RECEBIDAS' TO WRK-ROTULO.
           MOVE WRK-CTL-COMPRAS TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  PRODUCAO PROPRIA' TO WRK-ROTULO.
           MOVE WRK-CTL-PRODUCAO TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  AJUSTES DE ENTRADA (SOBRAS)' TO WRK-ROTULO.
           MOVE WRK-CTL-AJUSTE-E TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  AJUSTES DE SAIDA (PERDAS)' TO WRK-ROTULO.
           MOVE WRK-CTL-AJUSTE-S TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE WRK-QTD-MOV-SEM-CUSTO TO WRK-QTD-ED.
           STRING '  MOVIMENTOS SEM CUSTO (FORA)....: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-MOV-IGNORADOS TO WRK-QTD-ED.
           STRING '  TRANSFERENCIAS/SALDO INICIAL...: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'CONTAS A RECEBER' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-TITULOS TO WRK-QTD-ED.
           STRING '  TITULOS DA COMPETENCIA.........: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '  FATURADO NAS VENDAS EMPRESA' TO WRK-ROTULO.
           MOVE WRK-CTL-FORMA-LIQ(4) TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
           MOVE '  EXPORTADO TITULOS ABERTOS' TO WRK-ROTULO.
           MOVE WRK-CTL-AR-ABERTOS TO WRK-VALOR-FONTE.
           MOVE WRK-EXP-AR-ABERTOS TO WRK-VALOR-EXPORT.
           PERFORM 0013-IMPRIMIR-AMARRACAO.
           MOVE '  EXPORTADO RECEBIMENTOS' TO WRK-ROTULO.
           MOVE WRK-CTL-AR-BAIXAS TO WRK-VALOR-FONTE.
           MOVE WRK-EXP-AR-BAIXAS TO WRK-VALOR-EXPORT.
           PERFORM 0013-IMPRIMIR-AMARRACAO.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'TOTAL DO LOTE' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED2.
           IF WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               MOVE 'BALANCEADO' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'DESBALANCO' TO WRK-SITUACAO-ED
           END-IF.
           STRING '  DEBITOS ' WRK-VALOR-ED '   CREDITOS '
                  WRK-VALOR-ED2 '   ' WRK-SITUACAO-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-LANCADOS TO WRK-QTD-ED.
           STRING '  LANCAMENTOS EXPORTADOS.........: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-SEM-MAPA TO WRK-QTD-ED.
           STRING '  EVENTOS SEM CONTA NO PLANO.....: ' WRK-QTD-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF NOT PLANO-EXISTE
               MOVE '  PLANO-CONTAS-COMERCIAL.DAT AUSENTE (CTB0001A).'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF WRK-TAB-CHEIA > ZERO
               MOVE WRK-TAB-CHEIA TO WRK-QTD-ED
               STRING '  VALORES FORA (TABELA CHEIA)....: ' WRK-QTD-ED
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0973-FECHAR-RELATORIO.
       0011-END.

       0011A-IMPRIMIR-FORMA.
           MOVE SPACES TO WRK-ROTULO.
           STRING '    ' WRK-FORMA-NOME(WRK-FORMA-IDX)
                  DELIMITED BY SIZE
               INTO WRK-ROTULO
           END-STRING.
           MOVE WRK-CTL-FORMA-LIQ(WRK-FORMA-IDX) TO WRK-VALOR-ED.
           PERFORM 0012-IMPRIMIR-VALOR.
       0011A-END.

       0012-IMPRIMIR-VALOR.
           STRING WRK-ROTULO ' ' WRK-VALOR-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0012-END.

       0013-IMPRIMIR-AMARRACAO.
           MOVE WRK-VALOR-EXPORT TO WRK-VALOR-ED.
           MOVE WRK-VALOR-FONTE  TO WRK-VALOR-ED2.
           IF WRK-VALOR-EXPORT = WRK-VALOR-FONTE
               MOVE 'BATE' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'DIVERGENCIA' TO WRK-SITUACAO-ED
           END-IF.
           STRING WRK-ROTULO ' ' WRK-VALOR-ED '  ORIGEM '
                  WRK-VALOR-ED2 '  ' WRK-SITUACAO-ED
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0013-END.

           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
