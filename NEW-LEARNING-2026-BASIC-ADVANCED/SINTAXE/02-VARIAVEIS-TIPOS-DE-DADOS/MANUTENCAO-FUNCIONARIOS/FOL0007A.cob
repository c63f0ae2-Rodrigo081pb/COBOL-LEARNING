      *> REDIGITACAO DA PAGINA DE TOTAIS PELO CONTADOR. SOMA O
      *> HISTORICO ESTRUTURADO DE HOLERITES (HOLERITES-HIST.DAT) DA
      *> COMPETENCIA, TRADUZ CADA EVENTO (BRUTO, INSS, IRRF, EMPREST,
      *> PATRONAL A 20% DO BRUTO, FGTS E MULTA RESCISORIA DO FGTS
      *> COMO DESPESA CONTRA O FGTS A RECOLHER, E O SALARIO-FAMILIA
      *> PAGO, COMPENSADO NO INSS A RECOLHER) PELO PLANO DE CONTAS
      *> DA FOLHA (PLANO-CONTAS-FOLHA.DAT, FOL0006A) E GRAVA O ARQUIVO
      *> DELIMITADO DE LANCAMENTOS (COMPETENCIA,EVENTO,CONTA-DEBITO,
      *> CONTA-CREDITO,VALOR -- CADA LINHA JA NASCE BALANCEADA) QUE O
      *> SISTEMA DO CONTADOR IMPORTA, COM O RELATORIO DE CONTROLE NO
      *> SPOOL PROVANDO QUE O EXPORTADO BATE COM OS HOLERITES
      *> (BRUTO - DESCONTOS + SALARIO-FAMILIA = LIQUIDO). AS RUBRICAS
      *> RECORRENTES DOS HOLERITES SAEM UMA LINHA POR CODIGO (EVENTO
      *> 'RUB' + CODIGO) NAS CONTAS DO PROPRIO CADASTRO DE RUBRICAS
      *> (RUBRICAS.DAT, RUB0001A); OS PROVENTOS DE RUBRICA SAEM DO
      *> EVENTO BRUTO. EVENTO COM VALOR E SEM MAPEAMENTO NO PLANO (OU
      *> RUBRICA SEM CONTAS NO CADASTRO) SAI COMO AVISO E O PASSO
      *> DEVOLVE RC 4. O AJUSTE DA PROVISAO PARA PERDAS DOS
      *> EMPRESTIMOS APURADO NA CLASSIFICACAO DE RISCO DA CARTEIRA
      *> (PROVISAO-EMPRESTIMOS.DAT, FIN0005A) SAI NOS EVENTOS PROVEMP
      *> (COMPLEMENTO) E REVPROV (REVERSAO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS PLC-EVENTO
               FILE STATUS IS WS-PLC-STATUS.

           SELECT ARQUIVO-RUBRICAS ASSIGN TO DYNAMIC WS-RUBRICAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUB-STATUS.

           SELECT ARQUIVO-PROVISAO ASSIGN TO DYNAMIC WS-PROVISAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT ARQUIVO-EXPORT ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
       FD ARQUIVO-PLANO.
           COPY PLANOCONTAS-FD.CPY.

       FD ARQUIVO-RUBRICAS.
           COPY RUBRICAS-FD.CPY.

       FD ARQUIVO-PROVISAO.
           COPY PROVISAO-FD.CPY.

       FD ARQUIVO-EXPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 LINHA-EXPORT PIC X(80).
       01 WS-PLANO-EXISTE PIC X(01) VALUE 'N'.
           88 PLANO-EXISTE VALUE 'S'.

       01 WS-RUB-STATUS PIC XX.
           88 WS-RUB-OK       VALUE '00'.
           88 WS-RUB-ARQ-NOVO VALUE '35'.
       01 WS-RUBRICAS-PATH PIC X(100).
       01 WS-RUBRICAS-EXISTE PIC X(01) VALUE 'N'.
           88 RUBRICAS-EXISTE VALUE 'S'.

       01 WS-PRV-STATUS PIC XX.
           88 WS-PRV-OK       VALUE '00'.
           88 WS-PRV-EOF      VALUE '10'.
           88 WS-PRV-ARQ-NOVO VALUE '35'.
       01 WS-PROVISAO-PATH PIC X(100).
       01 WS-PROVISAO-APURADA PIC X(01) VALUE 'N'.
           88 PROVISAO-APURADA VALUE 'S'.

       01 WS-EXP-STATUS PIC XX.
           88 WS-EXP-OK VALUE '00'.
       01 WS-EXPORT-PATH PIC X(100).
       01 WS-TOTAL-EMPREST  PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-LIQUIDO  PIC S9(09)V99 VALUE ZERO.
       01 WS-TOTAL-PATRONAL PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-FGTS     PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-MULTA-FGTS PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-SALFAM   PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-RUB-PROV PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-PROV-COMPL  PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-PROV-REVERS PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-RUB-DESC PIC 9(09)V99 VALUE ZERO.
       01 WS-LIQUIDO-CALC   PIC S9(09)V99 VALUE ZERO.

      *> RUBRICAS DA COMPETENCIA SOMADAS POR CODIGO.
       01 WS-RUBTOT-TABELA.
           05 WS-RUBTOT-ITEM OCCURS 50 TIMES.
               10 WS-RUBTOT-CODIGO PIC X(04).
               10 WS-RUBTOT-TIPO   PIC X(01).
               10 WS-RUBTOT-VALOR  PIC 9(09)V99.
       01 WS-RUBTOT-QTD PIC 9(03) VALUE ZERO.
       01 WS-RUBTOT-IDX PIC 9(03) VALUE ZERO.
       01 WS-RUBTOT-POS PIC 9(03) VALUE ZERO.
       01 WS-HST-RUB-IDX PIC 9(02) VALUE ZERO.

       01 WS-EVENTO-ATUAL   PIC X(08).
       01 WS-VALOR-EVENTO   PIC 9(09)V99.
       01 WS-QTD-LANCADOS   PIC 9(03) VALUE ZERO.
               WS-TOTAL-BRUTO * 0.20.

           PERFORM ABRIR-PLANO.
           PERFORM LER-PROVISAO-CARTEIRA.
           PERFORM GERAR-EXPORTACAO.
           PERFORM IMPRIMIR-CONTROLE.
           IF PLANO-EXISTE
               ADD HST-VALOR-IRRF        TO WS-TOTAL-IRRF
               ADD HST-VALOR-EMPRESTIMO  TO WS-TOTAL-EMPREST
               ADD HST-LIQUIDO           TO WS-TOTAL-LIQUIDO
               IF HST-VALOR-FGTS IS NUMERIC
                   ADD HST-VALOR-FGTS    TO WS-TOTAL-FGTS
                   ADD HST-MULTA-FGTS    TO WS-TOTAL-MULTA-FGTS
               END-IF
               IF HST-SALARIO-FAMILIA IS NUMERIC
                   ADD HST-SALARIO-FAMILIA TO WS-TOTAL-SALFAM
               END-IF
               IF HST-QTD-RUBRICAS IS NUMERIC
                  AND HST-QTD-RUBRICAS > ZERO
                   ADD HST-RUB-PROVENTOS TO WS-TOTAL-RUB-PROV
                   ADD HST-RUB-DESCONTOS TO WS-TOTAL-RUB-DESC
                   PERFORM SOMAR-RUBRICA-HOLERITE
                       VARYING WS-HST-RUB-IDX FROM 1 BY 1
                       UNTIL WS-HST-RUB-IDX > HST-QTD-RUBRICAS
                          OR WS-HST-RUB-IDX > 10
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       SOMAR-RUBRICA-HOLERITE.
           MOVE ZERO TO WS-RUBTOT-POS.
           PERFORM COMPARAR-RUBRICA-TOTAL
               VARYING WS-RUBTOT-IDX FROM 1 BY 1
               UNTIL WS-RUBTOT-IDX > WS-RUBTOT-QTD
                  OR WS-RUBTOT-POS > ZERO.
           IF WS-RUBTOT-POS = ZERO
               IF WS-RUBTOT-QTD < 50
                   ADD 1 TO WS-RUBTOT-QTD
                   MOVE WS-RUBTOT-QTD TO WS-RUBTOT-POS
                   MOVE HST-RUB-CODIGO(WS-HST-RUB-IDX)
                       TO WS-RUBTOT-CODIGO(WS-RUBTOT-POS)
                   MOVE HST-RUB-TIPO(WS-HST-RUB-IDX)
                       TO WS-RUBTOT-TIPO(WS-RUBTOT-POS)
                   MOVE ZERO TO WS-RUBTOT-VALOR(WS-RUBTOT-POS)
               ELSE
                   DISPLAY 'AVISO: TABELA DE RUBRICAS CHEIA (50). '
                           'RUBRICA ' HST-RUB-CODIGO(WS-HST-RUB-IDX)
                           ' FORA DA EXPORTACAO.'
                   ADD 1 TO WS-QTD-SEM-MAPA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD HST-RUB-VALOR(WS-HST-RUB-IDX)
               TO WS-RUBTOT-VALOR(WS-RUBTOT-POS).

       COMPARAR-RUBRICA-TOTAL.
           IF WS-RUBTOT-CODIGO(WS-RUBTOT-IDX)
                  = HST-RUB-CODIGO(WS-HST-RUB-IDX)
               MOVE WS-RUBTOT-IDX TO WS-RUBTOT-POS
           END-IF.

       ABRIR-PLANO.
           ACCEPT WS-PLANO-PATH
               FROM ENVIRONMENT 'PLANO_CONTAS_FOLHA_PATH'.
               MOVE 'S' TO WS-PLANO-EXISTE
           END-IF.

      *> AJUSTE DA PROVISAO DA CARTEIRA DE EMPRESTIMOS NA
      *> COMPETENCIA: VALE A ULTIMA APURACAO GRAVADA PELO FIN0005A.
       LER-PROVISAO-CARTEIRA.
           ACCEPT WS-PROVISAO-PATH
               FROM ENVIRONMENT 'PROVISAO_EMPRESTIMOS_PATH'.
           IF WS-PROVISAO-PATH = SPACES
               MOVE 'PROVISAO-EMPRESTIMOS.DAT' TO WS-PROVISAO-PATH
           END-IF.
           OPEN INPUT ARQUIVO-PROVISAO.
           IF WS-PRV-ARQ-NOVO
               CLOSE ARQUIVO-PROVISAO
           ELSE
               PERFORM LER-PROVISAO
               PERFORM GUARDAR-PROVISAO UNTIL WS-PRV-EOF
               CLOSE ARQUIVO-PROVISAO
           END-IF.
           IF NOT PROVISAO-APURADA
               DISPLAY 'AVISO: PROVISAO DA CARTEIRA DE EMPRESTIMOS '
                       'NAO APURADA NA COMPETENCIA (FIN0005A).'
           END-IF.

       LER-PROVISAO.
           READ ARQUIVO-PROVISAO.

       GUARDAR-PROVISAO.
           IF PRV-COMPETENCIA = WS-COMPETENCIA
               MOVE 'S' TO WS-PROVISAO-APURADA
               MOVE PRV-COMPLEMENTO TO WS-TOTAL-PROV-COMPL
               MOVE PRV-REVERSAO    TO WS-TOTAL-PROV-REVERS
           END-IF.
           PERFORM LER-PROVISAO.

       GERAR-EXPORTACAO.
           ACCEPT WS-EXPORT-PATH
               FROM ENVIRONMENT 'LANCAMENTOS_FOLHA_PATH'.
               TO LINHA-EXPORT.
           WRITE LINHA-EXPORT.

      *> OS PROVENTOS DE RUBRICA ESTAO NO BRUTO DOS HOLERITES, MAS
      *> SAEM NAS CONTAS DA PROPRIA RUBRICA.
           MOVE 'BRUTO'    TO WS-EVENTO-ATUAL.
           COMPUTE WS-VALOR-EVENTO =
               WS-TOTAL-BRUTO - WS-TOTAL-RUB-PROV.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'INSS'     TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-INSS TO WS-VALOR-EVENTO.
           MOVE 'PATRONAL' TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-PATRONAL TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'FGTS'     TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-FGTS TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'MULTFGTS' TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-MULTA-FGTS TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'SALFAM'   TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-SALFAM TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'PROVEMP'  TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-PROV-COMPL TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.
           MOVE 'REVPROV'  TO WS-EVENTO-ATUAL.
           MOVE WS-TOTAL-PROV-REVERS TO WS-VALOR-EVENTO.
           PERFORM EXPORTAR-EVENTO.

           IF WS-RUBTOT-QTD > ZERO
               PERFORM ABRIR-RUBRICAS
               PERFORM EXPORTAR-RUBRICA
                   VARYING WS-RUBTOT-IDX FROM 1 BY 1
                   UNTIL WS-RUBTOT-IDX > WS-RUBTOT-QTD
               IF RUBRICAS-EXISTE
                   CLOSE ARQUIVO-RUBRICAS
               END-IF
           END-IF.

           CLOSE ARQUIVO-EXPORT.
           DISPLAY 'LANCAMENTOS GRAVADOS: ' WS-QTD-LANCADOS ' EM '
               END-IF
           END-IF.

       ABRIR-RUBRICAS.
           ACCEPT WS-RUBRICAS-PATH FROM ENVIRONMENT 'RUBRICAS_PATH'.
           IF WS-RUBRICAS-PATH = SPACES
               MOVE 'RUBRICAS.DAT' TO WS-RUBRICAS-PATH
           END-IF.
           OPEN INPUT ARQUIVO-RUBRICAS.
           IF WS-RUB-ARQ-NOVO
               DISPLAY 'AVISO: RUBRICAS.DAT AUSENTE (RUB0001A). '
                       'RUBRICAS SEM LANCAMENTO.'
               CLOSE ARQUIVO-RUBRICAS
           ELSE
               MOVE 'S' TO WS-RUBRICAS-EXISTE
           END-IF.

      *> A RUBRICA LEVA AS CONTAS DO SEU CADASTRO AO MESMO LANCAMENTO
      *> DOS DEMAIS EVENTOS; SEM CADASTRO OU SEM AS DUAS CONTAS ELA
      *> CONTA COMO EVENTO SEM MAPEAMENTO.
       EXPORTAR-RUBRICA.
           MOVE WS-RUBTOT-VALOR(WS-RUBTOT-IDX) TO WS-VALOR-EVENTO.
           MOVE SPACES TO WS-EVENTO-ATUAL.
           STRING 'RUB' DELIMITED BY SIZE
                  WS-RUBTOT-CODIGO(WS-RUBTOT-IDX) DELIMITED BY SIZE
               INTO WS-EVENTO-ATUAL
           END-STRING.
           IF WS-VALOR-EVENTO = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF NOT RUBRICAS-EXISTE
               ADD 1 TO WS-QTD-SEM-MAPA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUBTOT-CODIGO(WS-RUBTOT-IDX) TO RUB-CODIGO.
           READ ARQUIVO-RUBRICAS
               INVALID KEY
                   MOVE SPACES TO RUB-CONTA-DEBITO RUB-CONTA-CREDITO
           END-READ.
           IF RUB-CONTA-DEBITO = SPACES OR RUB-CONTA-CREDITO = SPACES
               ADD 1 TO WS-QTD-SEM-MAPA
               DISPLAY 'AVISO: EVENTO ' WS-EVENTO-ATUAL
                       ' COM VALOR E SEM CONTAS NO CADASTRO DE '
                       'RUBRICAS.'
           ELSE
               MOVE WS-EVENTO-ATUAL   TO PLC-EVENTO
               MOVE RUB-CONTA-DEBITO  TO PLC-CONTA-DEBITO
               MOVE RUB-CONTA-CREDITO TO PLC-CONTA-CREDITO
               PERFORM GRAVAR-LANCAMENTO
           END-IF.

       GRAVAR-LANCAMENTO.
           ADD 1 TO WS-QTD-LANCADOS.
           ADD WS-VALOR-EVENTO TO WS-TOTAL-DEBITOS.

      *> RELATORIO DE CONTROLE: OS TOTAIS EXPORTADOS LADO A LADO COM
      *> A CONFERENCIA CONTRA OS HOLERITES (BRUTO - INSS - IRRF -
      *> EMPRESTIMOS - DESCONTOS DE RUBRICA + SALARIO-FAMILIA =
      *> LIQUIDO DA FOLHA).
       IMPRIMIR-CONTROLE.
           MOVE 'CONTABIL-FOLHA' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-FGTS TO WS-VALOR-EDITADO.
           STRING 'FGTS DO MES (8%).......: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-MULTA-FGTS TO WS-VALOR-EDITADO.
           STRING 'MULTA RESCISORIA FGTS..: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-SALFAM TO WS-VALOR-EDITADO.
           STRING 'SALARIO-FAMILIA PAGO...: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-RUB-PROV TO WS-VALOR-EDITADO.
           STRING 'RUBRICAS - PROVENTOS...: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-RUB-DESC TO WS-VALOR-EDITADO.
           STRING 'RUBRICAS - DESCONTOS...: ' DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-TOTAL-LIQUIDO TO WS-LIQUIDO-EDITADO.
           STRING 'LIQUIDO DA FOLHA.......: ' DELIMITED BY SIZE
                  WS-LIQUIDO-EDITADO DELIMITED BY SIZE
           PERFORM 0972-IMPRIMIR-LINHA.

           COMPUTE WS-LIQUIDO-CALC = WS-TOTAL-BRUTO - WS-TOTAL-INSS
               - WS-TOTAL-IRRF - WS-TOTAL-EMPREST - WS-TOTAL-RUB-DESC
               + WS-TOTAL-SALFAM.
           IF WS-LIQUIDO-CALC = WS-TOTAL-LIQUIDO
               MOVE 'CONFERENCIA: EXPORTACAO BATE COM OS HOLERITES.'
                   TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF PROVISAO-APURADA
               MOVE WS-TOTAL-PROV-COMPL TO WS-VALOR-EDITADO
               STRING 'PROVISAO EMPRESTIMOS...: ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      ' COMPLEMENTO (PROVEMP)' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE WS-TOTAL-PROV-REVERS TO WS-VALOR-EDITADO
               STRING '                         ' DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      ' REVERSAO (REVPROV)' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               MOVE 'PROVISAO EMPRESTIMOS...: NAO APURADA (FIN0005A)'
                   TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WS-QTD-LANCADOS TO WRK-REL-NUM-ED.
           STRING 'LANCAMENTOS EXPORTADOS.: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
