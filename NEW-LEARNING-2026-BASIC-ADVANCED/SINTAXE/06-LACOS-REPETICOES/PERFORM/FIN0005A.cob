       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN0005A.

      *> OBJETIVO: CLASSIFICACAO DE RISCO DA CARTEIRA DE EMPRESTIMOS E
      *> PROVISAO PARA PERDAS DO FIM DE MES -- O FIM DA ESTIMATIVA A
      *> MAO DO FINANCEIRO. ENQUADRA CADA CONTRATO ATIVO DE
      *> EMPRESTIMOS.DAT NUM NIVEL DE RISCO PELOS DIAS DE ATRASO (MESMO
      *> CALCULO DO POSTING FIN0002A: VENCIMENTO ESTIMADO EM 30 DIAS
      *> POR PARCELA DESDE A DATA DO CONTRATO), PELA TABELA DE NIVEIS,
      *> FAIXAS DE DIAS E PERCENTUAIS DE PROVISAO DE NIVEIS-RISCO.DAT.
      *> TODOS OS CONTRATOS DO MESMO CPF SAO ARRASTADOS PARA O PIOR
      *> NIVEL DO TOMADOR. A POSICAO DO MES FICA EM
      *> CARTEIRA-RISCO-AAAAMM.DAT E, CONTRA A POSICAO DO MES
      *> ANTERIOR, O RELATORIO (SPOOL) MOSTRA O SALDO E A PROVISAO POR
      *> NIVEL E A MOVIMENTACAO (NOVOS, LIQUIDADOS, MELHORAS E
      *> PIORAS). O AJUSTE DA PROVISAO (COMPLEMENTO OU REVERSAO) VAI
      *> PARA PROVISAO-EMPRESTIMOS.DAT, DE ONDE O EXPORTADOR CONTABIL
      *> DA FOLHA (FOL0007A) O LANCA. A COMPETENCIA E A DA FOLHA
      *> (FOLHA_COMPETENCIA OU O MES CORRENTE); MES JA FECHADO E
      *> CLASSIFICADO PELO ATRASO NO SEU ULTIMO DIA. RETURN-CODE 4
      *> QUANDO HA CONTRATO REBAIXADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

           SELECT ARQUIVO-NIVEIS
               ASSIGN TO DYNAMIC WRK-NIVEIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NRK-STATUS.

           SELECT ARQUIVO-POSICAO
               ASSIGN TO DYNAMIC WRK-POSICAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-POS-STATUS.

           SELECT ARQUIVO-PROVISAO
               ASSIGN TO DYNAMIC WRK-PROVISAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRV-STATUS.

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
       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-NIVEIS.
           COPY NIVEIS-RISCO-FD.CPY.

      *> POSICAO DE RISCO DE UMA COMPETENCIA: UMA LINHA POR CONTRATO
      *> CLASSIFICADO, COM O NIVEL FINAL (JA ARRASTADO PELO CPF) E A
      *> PROVISAO. E A BASE DA MOVIMENTACAO DO MES SEGUINTE.
       FD ARQUIVO-POSICAO.
       01 REGISTRO-POSICAO.
           05 POS-NUMERO   PIC 9(06).
           05 POS-CPF      PIC X(14).
           05 POS-NIVEL    PIC X(02).
           05 POS-ORDEM    PIC 9(02).
           05 POS-DIAS     PIC 9(05).
           05 POS-SALDO    PIC 9(09)V99.
           05 POS-PROVISAO PIC 9(09)V99.

       FD ARQUIVO-PROVISAO.
           COPY PROVISAO-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK           VALUE '00'.
           88 FS-FIN-EOF          VALUE '10'.
           88 FS-FIN-ARQUIVO-NOVO VALUE '35'.

       01 WRK-NRK-STATUS PIC X(02).
           88 FS-NRK-OK           VALUE '00'.
           88 FS-NRK-EOF          VALUE '10'.
           88 FS-NRK-ARQUIVO-NOVO VALUE '35'.

       01 WRK-POS-STATUS PIC X(02).
           88 FS-POS-OK           VALUE '00'.
           88 FS-POS-EOF          VALUE '10'.
           88 FS-POS-ARQUIVO-NOVO VALUE '35'.

       01 WRK-PRV-STATUS PIC X(02).
           88 FS-PRV-OK           VALUE '00'.
           88 FS-PRV-ARQUIVO-NOVO VALUE '35'.

      *> CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      *> VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS). A POSICAO DE
      *> CADA COMPETENCIA E CARTEIRA-RISCO-AAAAMM.DAT.
       01 WRK-EMPRESTIMOS-PATH PIC X(100).
       01 WRK-NIVEIS-PATH      PIC X(100).
       01 WRK-PROVISAO-PATH    PIC X(100).
       01 WRK-POSICAO-PATH     PIC X(100).

      *> COMPETENCIA DA CLASSIFICACAO E A ANTERIOR, BASE DA
      *> MOVIMENTACAO.
       01 WRK-COMPETENCIA PIC X(06).
       01 WRK-COMP-NUM REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC 9(04).
           05 WRK-COMP-MES PIC 9(02).
       01 WRK-COMP-ANTERIOR PIC X(06).
       01 WRK-ANT-NUM REDEFINES WRK-COMP-ANTERIOR.
           05 WRK-ANT-ANO PIC 9(04).
           05 WRK-ANT-MES PIC 9(02).
       01 WRK-PROX-DATA.
           05 WRK-PROX-ANO PIC 9(04).
           05 WRK-PROX-MES PIC 9(02).
           05 WRK-PROX-DIA PIC 9(02) VALUE 01.
       01 WRK-PROX-NUM REDEFINES WRK-PROX-DATA PIC 9(08).

       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-DATA-NUM    PIC 9(08).
       01 WRK-HOJE-INT    PIC 9(08) COMP.
       01 WRK-BASE-INT    PIC 9(08) COMP.
       01 WRK-FIM-MES-INT PIC 9(08) COMP.
       01 WRK-VENC-INT    PIC 9(08) COMP.
       01 WRK-DIAS-ATRASO PIC S9(08) COMP.
       01 WRK-DATA-BASE   PIC 9(08).

      *> TABELA DE NIVEIS NA ORDEM DO ARQUIVO, DO MELHOR PARA O PIOR:
      *> O INDICE E A ORDEM DE GRAVIDADE. OS ACUMULADORES SAO DO MES
      *> E DA POSICAO ANTERIOR.
       01 WRK-NIVEL-TABELA.
           05 WRK-NIV-ITEM OCCURS 20 TIMES.
               10 WRK-NIV-CODIGO       PIC X(02).
               10 WRK-NIV-DIAS-DE      PIC 9(05).
               10 WRK-NIV-DIAS-ATE     PIC 9(05).
               10 WRK-NIV-PERCENTUAL   PIC 9(03)V99.
               10 WRK-NIV-DESCRICAO    PIC X(20).
               10 WRK-NIV-QTD          PIC 9(05) COMP.
               10 WRK-NIV-SALDO        PIC 9(11)V99.
               10 WRK-NIV-PROVISAO     PIC 9(11)V99.
               10 WRK-NIV-PROVISAO-ANT PIC 9(11)V99.
       01 WRK-NIV-QTD-TAB PIC 9(02) COMP VALUE 0.
       01 WRK-NIV-IDX     PIC 9(02) COMP VALUE 0.
       01 WRK-NIV-ACHADO  PIC 9(02) COMP VALUE 0.

      *> CARGA PADRAO DE NIVEIS-RISCO.DAT: OS NIVEIS A A H DA
      *> RESOLUCAO 2682, PARA O FINANCEIRO AJUSTAR NO ARQUIVO.
       01 WRK-NIVEIS-PADRAO.
           05 FILLER PIC X(37) VALUE
              'A 000000001400050ATRASO ATE 14 DIAS  '.
           05 FILLER PIC X(37) VALUE
              'B 000150003000100ATRASO 15 A 30 DIAS '.
           05 FILLER PIC X(37) VALUE
              'C 000310006000300ATRASO 31 A 60 DIAS '.
           05 FILLER PIC X(37) VALUE
              'D 000610009001000ATRASO 61 A 90 DIAS '.
           05 FILLER PIC X(37) VALUE
              'E 000910012003000ATRASO 91 A 120 DIAS'.
           05 FILLER PIC X(37) VALUE
              'F 001210015005000ATRASO 121 A 150 D  '.
           05 FILLER PIC X(37) VALUE
              'G 001510018007000ATRASO 151 A 180 D  '.
           05 FILLER PIC X(37) VALUE
              'H 001819999910000ATRASO ACIMA DE 180 '.
       01 WRK-PADRAO-TABELA REDEFINES WRK-NIVEIS-PADRAO.
           05 WRK-PADRAO-ITEM OCCURS 8 TIMES PIC X(37).
       01 WRK-PADRAO-IDX PIC 9(02) COMP VALUE 0.

      *> CONTRATOS ATIVOS DO MES: NIVEL PELO PROPRIO ATRASO, NIVEL
      *> FINAL DEPOIS DO ARRASTO PELO CPF E NIVEL DA POSICAO ANTERIOR
      *> (ZERO = CONTRATO NOVO NA CARTEIRA).
       01 WRK-CONTRATO-TABELA.
           05 WRK-CRT-ITEM OCCURS 500 TIMES.
               10 WRK-CRT-NUMERO    PIC 9(06).
               10 WRK-CRT-CPF       PIC X(14).
               10 WRK-CRT-DIAS      PIC 9(05).
               10 WRK-CRT-SALDO     PIC 9(09)V99.
               10 WRK-CRT-PROPRIA   PIC 9(02).
               10 WRK-CRT-ORDEM     PIC 9(02).
               10 WRK-CRT-ORDEM-ANT PIC 9(02).
               10 WRK-CRT-PROVISAO  PIC 9(09)V99.
       01 WRK-CRT-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-CRT-IDX PIC 9(03) COMP VALUE 0.

      *> PIOR NIVEL DE CADA TOMADOR.
       01 WRK-TOMADOR-TABELA.
           05 WRK-TOM-ITEM OCCURS 500 TIMES.
               10 WRK-TOM-CPF  PIC X(14).
               10 WRK-TOM-PIOR PIC 9(02).
       01 WRK-TOM-QTD    PIC 9(03) COMP VALUE 0.
       01 WRK-TOM-BUSCA  PIC X(14).
       01 WRK-TOM-IDX    PIC 9(03) COMP VALUE 0.
       01 WRK-TOM-ACHADO PIC 9(03) COMP VALUE 0.

      *> POSICAO DA COMPETENCIA ANTERIOR.
       01 WRK-ANTERIOR-TABELA.
           05 WRK-ANT-ITEM OCCURS 500 TIMES.
               10 WRK-ANT-NUMERO   PIC 9(06).
               10 WRK-ANT-ORDEM    PIC 9(02).
               10 WRK-ANT-SALDO    PIC 9(09)V99.
               10 WRK-ANT-PROVISAO PIC 9(09)V99.
               10 WRK-ANT-CASADO   PIC X(01).
       01 WRK-ANT-QTD    PIC 9(03) COMP VALUE 0.
       01 WRK-ANT-IDX    PIC 9(03) COMP VALUE 0.
       01 WRK-ANT-ACHADO PIC 9(03) COMP VALUE 0.
       01 WRK-POSICAO-ANTERIOR PIC X(01) VALUE 'N'.
           88 HA-POSICAO-ANTERIOR VALUE 'S'.

       01 WRK-CONTADORES.
           05 WRK-QTD-FORA       PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-ARRASTADOS PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-NOVOS      PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-LIQUIDADOS PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-MELHORAS   PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-PIORAS     PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-MANTIDOS   PIC 9(05) COMP VALUE 0.

       01 WRK-SALDO-CARTEIRA    PIC 9(11)V99 VALUE ZERO.
       01 WRK-SALDO-NOVOS       PIC 9(11)V99 VALUE ZERO.
       01 WRK-SALDO-LIQUIDADOS  PIC 9(11)V99 VALUE ZERO.
       01 WRK-PROVISAO-ATUAL    PIC 9(11)V99 VALUE ZERO.
       01 WRK-PROVISAO-ANTERIOR PIC 9(11)V99 VALUE ZERO.
       01 WRK-COMPLEMENTO       PIC 9(11)V99 VALUE ZERO.
       01 WRK-REVERSAO          PIC 9(11)V99 VALUE ZERO.

       01 WRK-VALOR-EDITADO PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WRK-PERC-ED       PIC ZZ9.99.
       01 WRK-DIAS-ED       PIC ZZZZ9.
       01 WRK-QTD-ED        PIC ZZZZ9.

           COPY CPFMASK-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '   FIN0005A - RISCO E PROVISAO DA CARTEIRA      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM RESOLVER-CAMINHOS.
           PERFORM DEFINIR-COMPETENCIA.
           PERFORM CARREGAR-NIVEIS.
           IF WRK-NIV-QTD-TAB = ZERO
               DISPLAY 'ERRO: NIVEIS-RISCO.DAT SEM NENHUM NIVEL '
                       'VALIDO. CLASSIFICACAO NAO FEITA.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-POSICAO-ANTERIOR.
           PERFORM CLASSIFICAR-CARTEIRA.
           PERFORM ARRASTAR-PELO-CPF
               VARYING WRK-CRT-IDX FROM 1 BY 1
               UNTIL WRK-CRT-IDX > WRK-CRT-QTD.
           PERFORM APURAR-CONTRATO
               VARYING WRK-CRT-IDX FROM 1 BY 1
               UNTIL WRK-CRT-IDX > WRK-CRT-QTD.
           PERFORM APURAR-LIQUIDADO
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QTD.

           IF WRK-PROVISAO-ATUAL > WRK-PROVISAO-ANTERIOR
               COMPUTE WRK-COMPLEMENTO =
                   WRK-PROVISAO-ATUAL - WRK-PROVISAO-ANTERIOR
           ELSE
               COMPUTE WRK-REVERSAO =
                   WRK-PROVISAO-ANTERIOR - WRK-PROVISAO-ATUAL
           END-IF.

           PERFORM GRAVAR-POSICAO.
           PERFORM GRAVAR-PROVISAO.
           PERFORM IMPRIMIR-RELATORIO.

           MOVE WRK-CRT-QTD TO WRK-QTD-ED.
           DISPLAY 'CONTRATOS CLASSIFICADOS: ' WRK-QTD-ED.
           MOVE WRK-QTD-PIORAS TO WRK-QTD-ED.
           DISPLAY 'CONTRATOS REBAIXADOS...: ' WRK-QTD-ED.
           MOVE WRK-PROVISAO-ATUAL TO WRK-VALOR-EDITADO.
           DISPLAY 'PROVISAO DA CARTEIRA...: ' WRK-VALOR-EDITADO.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.

      * AVISO CODIFICADO PARA O BOLETIM DE EXCECOES (EXC0001A),
      * ALEM DO RC 4 QUE O CONTROLE DE PASSO JA DESTACA.
           IF WRK-QTD-PIORAS > 0
               MOVE 'FIN0005A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0013' TO WRK-EXC-CODIGO
               MOVE WRK-QTD-PIORAS TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-FORA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RESOLVER-CAMINHOS.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.
           ACCEPT WRK-NIVEIS-PATH
               FROM ENVIRONMENT 'NIVEIS_RISCO_PATH'.
           IF WRK-NIVEIS-PATH = SPACES
               MOVE 'NIVEIS-RISCO.DAT' TO WRK-NIVEIS-PATH
           END-IF.
           ACCEPT WRK-PROVISAO-PATH
               FROM ENVIRONMENT 'PROVISAO_EMPRESTIMOS_PATH'.
           IF WRK-PROVISAO-PATH = SPACES
               MOVE 'PROVISAO-EMPRESTIMOS.DAT' TO WRK-PROVISAO-PATH
           END-IF.

      *> MESMA REGRA DE COMPETENCIA DA FOLHA: VEM DO AMBIENTE OU E O
      *> MES CORRENTE. O ATRASO E CONTADO ATE HOJE OU, EM MES JA
      *> FECHADO, ATE O ULTIMO DIA DA COMPETENCIA.
       DEFINIR-COMPETENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           ACCEPT WRK-COMPETENCIA FROM ENVIRONMENT
               'FOLHA_COMPETENCIA'.
           IF WRK-COMPETENCIA = SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'ERRO: COMPETENCIA INVALIDA (' WRK-COMPETENCIA
                       '). USE AAAAMM.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WRK-COMP-MES = 12
               COMPUTE WRK-PROX-ANO = WRK-COMP-ANO + 1
               MOVE 1 TO WRK-PROX-MES
           ELSE
               MOVE WRK-COMP-ANO TO WRK-PROX-ANO
               COMPUTE WRK-PROX-MES = WRK-COMP-MES + 1
           END-IF.
           COMPUTE WRK-FIM-MES-INT =
               FUNCTION INTEGER-OF-DATE(WRK-PROX-NUM) - 1.
           IF WRK-FIM-MES-INT < WRK-HOJE-INT
               MOVE WRK-FIM-MES-INT TO WRK-BASE-INT
           ELSE
               MOVE WRK-HOJE-INT TO WRK-BASE-INT
           END-IF.
           COMPUTE WRK-DATA-BASE =
               FUNCTION DATE-OF-INTEGER(WRK-BASE-INT).

           IF WRK-COMP-MES = 1
               COMPUTE WRK-ANT-ANO = WRK-COMP-ANO - 1
               MOVE 12 TO WRK-ANT-MES
           ELSE
               MOVE WRK-COMP-ANO TO WRK-ANT-ANO
               COMPUTE WRK-ANT-MES = WRK-COMP-MES - 1
           END-IF.

           DISPLAY 'CLASSIFICACAO DE RISCO DA COMPETENCIA '
                   WRK-COMPETENCIA ' (ATRASO ATE ' WRK-DATA-BASE ').'.

      *> SEM NIVEIS-RISCO.DAT, GRAVA A TABELA PADRAO E SEGUE COM ELA.
       CARREGAR-NIVEIS.
           OPEN INPUT ARQUIVO-NIVEIS.
           IF FS-NRK-ARQUIVO-NOVO
               CLOSE ARQUIVO-NIVEIS
               PERFORM GERAR-NIVEIS-PADRAO
               OPEN INPUT ARQUIVO-NIVEIS
           END-IF.
           PERFORM LER-NIVEL.
           PERFORM GUARDAR-NIVEL UNTIL FS-NRK-EOF.
           CLOSE ARQUIVO-NIVEIS.

       GERAR-NIVEIS-PADRAO.
           OPEN OUTPUT ARQUIVO-NIVEIS.
           PERFORM GRAVAR-NIVEL-PADRAO
               VARYING WRK-PADRAO-IDX FROM 1 BY 1
               UNTIL WRK-PADRAO-IDX > 8.
           CLOSE ARQUIVO-NIVEIS.
           DISPLAY 'AVISO: NIVEIS-RISCO.DAT AUSENTE; GRAVADA A TABELA '
                   'PADRAO (NIVEIS A A H). AJUSTE AS FAIXAS E OS '
                   'PERCENTUAIS NO ARQUIVO.'.

       GRAVAR-NIVEL-PADRAO.
           MOVE WRK-PADRAO-ITEM(WRK-PADRAO-IDX)
               TO REGISTRO-NIVEL-RISCO.
           WRITE REGISTRO-NIVEL-RISCO.

       LER-NIVEL.
           READ ARQUIVO-NIVEIS.

      *> LINHA EM BRANCO, FAIXA INVERTIDA OU PERCENTUAL ACIMA DE 100
      *> E IGNORADA COM AVISO; O RESTO DA TABELA SEGUE VALENDO.
       GUARDAR-NIVEL.
           EVALUATE TRUE
               WHEN NRK-NIVEL = SPACES
                   CONTINUE
               WHEN NRK-DIAS-DE IS NOT NUMERIC
                 OR NRK-DIAS-ATE IS NOT NUMERIC
                 OR NRK-PERCENTUAL IS NOT NUMERIC
                 OR NRK-DIAS-DE > NRK-DIAS-ATE
                 OR NRK-PERCENTUAL > 100
                   DISPLAY 'AVISO: NIVEL ' NRK-NIVEL ' COM FAIXA OU '
                           'PERCENTUAL INVALIDO. IGNORADO.'
               WHEN WRK-NIV-QTD-TAB NOT < 20
                   DISPLAY 'AVISO: TABELA DE NIVEIS CHEIA (20). NIVEL '
                           NRK-NIVEL ' IGNORADO.'
               WHEN OTHER
                   ADD 1 TO WRK-NIV-QTD-TAB
                   MOVE NRK-NIVEL
                       TO WRK-NIV-CODIGO(WRK-NIV-QTD-TAB)
                   MOVE NRK-DIAS-DE
                       TO WRK-NIV-DIAS-DE(WRK-NIV-QTD-TAB)
                   MOVE NRK-DIAS-ATE
                       TO WRK-NIV-DIAS-ATE(WRK-NIV-QTD-TAB)
                   MOVE NRK-PERCENTUAL
                       TO WRK-NIV-PERCENTUAL(WRK-NIV-QTD-TAB)
                   MOVE NRK-DESCRICAO
                       TO WRK-NIV-DESCRICAO(WRK-NIV-QTD-TAB)
                   MOVE ZERO TO WRK-NIV-QTD(WRK-NIV-QTD-TAB)
                                WRK-NIV-SALDO(WRK-NIV-QTD-TAB)
                                WRK-NIV-PROVISAO(WRK-NIV-QTD-TAB)
                                WRK-NIV-PROVISAO-ANT(WRK-NIV-QTD-TAB)
           END-EVALUATE.
           PERFORM LER-NIVEL.

      *> A POSICAO DO MES ANTERIOR DA A PROVISAO JA CONSTITUIDA E A
      *> BASE DA MOVIMENTACAO. O NIVEL ANTERIOR E RELIDO PELO CODIGO
      *> NA TABELA DE HOJE (A ORDEM GRAVADA SO VALE SE O NIVEL SAIU).
       CARREGAR-POSICAO-ANTERIOR.
           MOVE SPACES TO WRK-POSICAO-PATH.
           STRING 'CARTEIRA-RISCO-'  DELIMITED BY SIZE
                  WRK-COMP-ANTERIOR  DELIMITED BY SIZE
                  '.DAT'             DELIMITED BY SIZE
               INTO WRK-POSICAO-PATH
           END-STRING.
           OPEN INPUT ARQUIVO-POSICAO.
           IF FS-POS-ARQUIVO-NOVO
               CLOSE ARQUIVO-POSICAO
               DISPLAY 'SEM POSICAO DE ' WRK-COMP-ANTERIOR
                       ': TODOS OS CONTRATOS ENTRAM COMO NOVOS.'
           ELSE
               MOVE 'S' TO WRK-POSICAO-ANTERIOR
               PERFORM LER-POSICAO
               PERFORM GUARDAR-POSICAO-ANTERIOR UNTIL FS-POS-EOF
               CLOSE ARQUIVO-POSICAO
           END-IF.

       LER-POSICAO.
           READ ARQUIVO-POSICAO.

       GUARDAR-POSICAO-ANTERIOR.
           ADD POS-PROVISAO TO WRK-PROVISAO-ANTERIOR.
           IF WRK-ANT-QTD < 500
               ADD 1 TO WRK-ANT-QTD
               MOVE POS-NUMERO   TO WRK-ANT-NUMERO(WRK-ANT-QTD)
               MOVE POS-SALDO    TO WRK-ANT-SALDO(WRK-ANT-QTD)
               MOVE POS-PROVISAO TO WRK-ANT-PROVISAO(WRK-ANT-QTD)
               MOVE 'N'          TO WRK-ANT-CASADO(WRK-ANT-QTD)
               MOVE ZERO TO WRK-NIV-ACHADO
               PERFORM PROCURAR-NIVEL-CODIGO
                   VARYING WRK-NIV-IDX FROM 1 BY 1
                   UNTIL WRK-NIV-IDX > WRK-NIV-QTD-TAB
                      OR WRK-NIV-ACHADO > ZERO
               IF WRK-NIV-ACHADO = ZERO
                   MOVE POS-ORDEM TO WRK-NIV-ACHADO
                   IF WRK-NIV-ACHADO > WRK-NIV-QTD-TAB
                      OR WRK-NIV-ACHADO = ZERO
                       MOVE WRK-NIV-QTD-TAB TO WRK-NIV-ACHADO
                   END-IF
               END-IF
               MOVE WRK-NIV-ACHADO TO WRK-ANT-ORDEM(WRK-ANT-QTD)
               ADD POS-PROVISAO
                   TO WRK-NIV-PROVISAO-ANT(WRK-NIV-ACHADO)
           ELSE
               DISPLAY 'AVISO: POSICAO ANTERIOR ALEM DE 500 '
                       'CONTRATOS; CONTRATO ' POS-NUMERO
                       ' FORA DA MOVIMENTACAO.'
           END-IF.
           PERFORM LER-POSICAO.

       PROCURAR-NIVEL-CODIGO.
           IF WRK-NIV-CODIGO(WRK-NIV-IDX) = POS-NIVEL
               MOVE WRK-NIV-IDX TO WRK-NIV-ACHADO
           END-IF.

       CLASSIFICAR-CARTEIRA.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               DISPLAY 'EMPRESTIMOS.DAT AINDA NAO EXISTE.'
           ELSE
               MOVE LOW-VALUES TO FIN-NUMERO
               START ARQUIVO-EMPRESTIMOS KEY NOT < FIN-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM LER-CONTRATO
                       PERFORM AVALIAR-CONTRATO UNTIL FS-FIN-EOF
               END-START
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.

       LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.

      *> MESMO CALCULO DE ATRASO DO FIN0002A: VENCIMENTO ESTIMADO EM
      *> 30 DIAS POR PARCELA A PARTIR DA DATA DO CONTRATO. CONTRATO
      *> EM DIA FICA COM ZERO DIAS.
       AVALIAR-CONTRATO.
           IF FIN-ATIVO AND FIN-SALDO-DEVEDOR > ZERO
               IF WRK-CRT-QTD < 500
                   ADD 1 TO WRK-CRT-QTD
                   MOVE FIN-DATA-CONTRATO TO WRK-DATA-NUM
                   COMPUTE WRK-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                       + (FIN-PARCELAS-PAGAS + 1) * 30
                   COMPUTE WRK-DIAS-ATRASO =
                       WRK-BASE-INT - WRK-VENC-INT
                   IF WRK-DIAS-ATRASO < 0
                       MOVE ZERO TO WRK-DIAS-ATRASO
                   END-IF
                   IF WRK-DIAS-ATRASO > 99999
                       MOVE 99999 TO WRK-DIAS-ATRASO
                   END-IF
                   MOVE FIN-NUMERO        TO WRK-CRT-NUMERO(WRK-CRT-QTD)
                   MOVE FIN-CPF           TO WRK-CRT-CPF(WRK-CRT-QTD)
                   MOVE WRK-DIAS-ATRASO   TO WRK-CRT-DIAS(WRK-CRT-QTD)
                   MOVE FIN-SALDO-DEVEDOR TO WRK-CRT-SALDO(WRK-CRT-QTD)
                   MOVE ZERO TO WRK-CRT-ORDEM-ANT(WRK-CRT-QTD)
                   PERFORM ENQUADRAR-NIVEL
                   PERFORM ANOTAR-TOMADOR
               ELSE
                   ADD 1 TO WRK-QTD-FORA
                   DISPLAY 'AVISO: CARTEIRA ALEM DE 500 CONTRATOS; '
                           'CONTRATO ' FIN-NUMERO ' NAO CLASSIFICADO.'
               END-IF
           END-IF.
           PERFORM LER-CONTRATO.

      *> PRIMEIRA FAIXA QUE CONTEM OS DIAS; ATRASO QUE NAO CAI EM
      *> NENHUMA FAIXA VAI PARA O PIOR NIVEL DA TABELA.
       ENQUADRAR-NIVEL.
           MOVE ZERO TO WRK-NIV-ACHADO.
           PERFORM TESTAR-FAIXA
               VARYING WRK-NIV-IDX FROM 1 BY 1
               UNTIL WRK-NIV-IDX > WRK-NIV-QTD-TAB
                  OR WRK-NIV-ACHADO > ZERO.
           IF WRK-NIV-ACHADO = ZERO
               MOVE WRK-NIV-QTD-TAB TO WRK-NIV-ACHADO
           END-IF.
           MOVE WRK-NIV-ACHADO TO WRK-CRT-PROPRIA(WRK-CRT-QTD)
                                  WRK-CRT-ORDEM(WRK-CRT-QTD).

       TESTAR-FAIXA.
           IF WRK-DIAS-ATRASO NOT < WRK-NIV-DIAS-DE(WRK-NIV-IDX)
              AND WRK-DIAS-ATRASO NOT > WRK-NIV-DIAS-ATE(WRK-NIV-IDX)
               MOVE WRK-NIV-IDX TO WRK-NIV-ACHADO
           END-IF.

       ANOTAR-TOMADOR.
           MOVE FIN-CPF TO WRK-TOM-BUSCA.
           PERFORM PROCURAR-TOMADOR.
           IF WRK-TOM-ACHADO = ZERO
               ADD 1 TO WRK-TOM-QTD
               MOVE FIN-CPF        TO WRK-TOM-CPF(WRK-TOM-QTD)
               MOVE WRK-NIV-ACHADO TO WRK-TOM-PIOR(WRK-TOM-QTD)
           ELSE
               IF WRK-NIV-ACHADO > WRK-TOM-PIOR(WRK-TOM-ACHADO)
                   MOVE WRK-NIV-ACHADO
                       TO WRK-TOM-PIOR(WRK-TOM-ACHADO)
               END-IF
           END-IF.

       PROCURAR-TOMADOR.
           MOVE ZERO TO WRK-TOM-ACHADO.
           PERFORM COMPARAR-TOMADOR
               VARYING WRK-TOM-IDX FROM 1 BY 1
               UNTIL WRK-TOM-IDX > WRK-TOM-QTD
                  OR WRK-TOM-ACHADO > ZERO.

       COMPARAR-TOMADOR.
           IF WRK-TOM-CPF(WRK-TOM-IDX) = WRK-TOM-BUSCA
               MOVE WRK-TOM-IDX TO WRK-TOM-ACHADO
           END-IF.

      *> ARRASTO: O CONTRATO ASSUME O PIOR NIVEL DO SEU CPF.
       ARRASTAR-PELO-CPF.
           MOVE WRK-CRT-CPF(WRK-CRT-IDX) TO WRK-TOM-BUSCA.
           PERFORM PROCURAR-TOMADOR.
           IF WRK-TOM-PIOR(WRK-TOM-ACHADO) > WRK-CRT-ORDEM(WRK-CRT-IDX)
               MOVE WRK-TOM-PIOR(WRK-TOM-ACHADO)
                   TO WRK-CRT-ORDEM(WRK-CRT-IDX)
               ADD 1 TO WRK-QTD-ARRASTADOS
           END-IF.

      *> PROVISAO DO CONTRATO PELO PERCENTUAL DO NIVEL FINAL, TOTAIS
      *> POR NIVEL E A MOVIMENTACAO CONTRA A POSICAO ANTERIOR.
       APURAR-CONTRATO.
           MOVE WRK-CRT-ORDEM(WRK-CRT-IDX) TO WRK-NIV-IDX.
           COMPUTE WRK-CRT-PROVISAO(WRK-CRT-IDX) ROUNDED =
               WRK-CRT-SALDO(WRK-CRT-IDX)
               * WRK-NIV-PERCENTUAL(WRK-NIV-IDX) / 100.
           ADD 1 TO WRK-NIV-QTD(WRK-NIV-IDX).
           ADD WRK-CRT-SALDO(WRK-CRT-IDX) TO WRK-NIV-SALDO(WRK-NIV-IDX)
                                             WRK-SALDO-CARTEIRA.
           ADD WRK-CRT-PROVISAO(WRK-CRT-IDX)
               TO WRK-NIV-PROVISAO(WRK-NIV-IDX)
                  WRK-PROVISAO-ATUAL.

           MOVE ZERO TO WRK-ANT-ACHADO.
           PERFORM COMPARAR-ANTERIOR
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QTD
                  OR WRK-ANT-ACHADO > ZERO.
           IF WRK-ANT-ACHADO = ZERO
               ADD 1 TO WRK-QTD-NOVOS
               ADD WRK-CRT-SALDO(WRK-CRT-IDX) TO WRK-SALDO-NOVOS
           ELSE
               MOVE 'S' TO WRK-ANT-CASADO(WRK-ANT-ACHADO)
               MOVE WRK-ANT-ORDEM(WRK-ANT-ACHADO)
                   TO WRK-CRT-ORDEM-ANT(WRK-CRT-IDX)
               EVALUATE TRUE
                   WHEN WRK-CRT-ORDEM(WRK-CRT-IDX)
                        < WRK-CRT-ORDEM-ANT(WRK-CRT-IDX)
                       ADD 1 TO WRK-QTD-MELHORAS
                   WHEN WRK-CRT-ORDEM(WRK-CRT-IDX)
                        > WRK-CRT-ORDEM-ANT(WRK-CRT-IDX)
                       ADD 1 TO WRK-QTD-PIORAS
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-MANTIDOS
               END-EVALUATE
           END-IF.

       COMPARAR-ANTERIOR.
           IF WRK-ANT-NUMERO(WRK-ANT-IDX) = WRK-CRT-NUMERO(WRK-CRT-IDX)
               MOVE WRK-ANT-IDX TO WRK-ANT-ACHADO
           END-IF.

      *> CONTRATO DA POSICAO ANTERIOR QUE NAO ESTA MAIS NA CARTEIRA
      *> ATIVA: QUITADO NO POSTING OU NA LIQUIDACAO ANTECIPADA.
       APURAR-LIQUIDADO.
           IF WRK-ANT-CASADO(WRK-ANT-IDX) = 'N'
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD WRK-ANT-SALDO(WRK-ANT-IDX) TO WRK-SALDO-LIQUIDADOS
           END-IF.

      *> A POSICAO DA COMPETENCIA E REGRAVADA INTEIRA: REPROCESSAR O
      *> MES SUBSTITUI A CLASSIFICACAO ANTERIOR.
       GRAVAR-POSICAO.
           MOVE SPACES TO WRK-POSICAO-PATH.
           STRING 'CARTEIRA-RISCO-'  DELIMITED BY SIZE
                  WRK-COMPETENCIA    DELIMITED BY SIZE
                  '.DAT'             DELIMITED BY SIZE
               INTO WRK-POSICAO-PATH
           END-STRING.
           OPEN OUTPUT ARQUIVO-POSICAO.
           PERFORM GRAVAR-LINHA-POSICAO
               VARYING WRK-CRT-IDX FROM 1 BY 1
               UNTIL WRK-CRT-IDX > WRK-CRT-QTD.
           CLOSE ARQUIVO-POSICAO.

       GRAVAR-LINHA-POSICAO.
           MOVE WRK-CRT-ORDEM(WRK-CRT-IDX) TO WRK-NIV-IDX.
           MOVE WRK-CRT-NUMERO(WRK-CRT-IDX)   TO POS-NUMERO.
           MOVE WRK-CRT-CPF(WRK-CRT-IDX)      TO POS-CPF.
           MOVE WRK-NIV-CODIGO(WRK-NIV-IDX)   TO POS-NIVEL.
           MOVE WRK-NIV-IDX                   TO POS-ORDEM.
           MOVE WRK-CRT-DIAS(WRK-CRT-IDX)     TO POS-DIAS.
           MOVE WRK-CRT-SALDO(WRK-CRT-IDX)    TO POS-SALDO.
           MOVE WRK-CRT-PROVISAO(WRK-CRT-IDX) TO POS-PROVISAO.
           WRITE REGISTRO-POSICAO.

      *> O AJUSTE DO MES PARA O EXPORTADOR CONTABIL; NUMA REAPURACAO
      *> A NOVA LINHA DA COMPETENCIA PREVALECE SOBRE A ANTERIOR.
       GRAVAR-PROVISAO.
           OPEN EXTEND ARQUIVO-PROVISAO.
           IF FS-PRV-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-PROVISAO
               CLOSE ARQUIVO-PROVISAO
               OPEN EXTEND ARQUIVO-PROVISAO
           END-IF.
           MOVE WRK-COMPETENCIA       TO PRV-COMPETENCIA.
           MOVE WRK-DATA-HOJE         TO PRV-DATA-APURACAO.
           MOVE WRK-CRT-QTD           TO PRV-QTD-CONTRATOS.
           MOVE WRK-SALDO-CARTEIRA    TO PRV-SALDO-CARTEIRA.
           MOVE WRK-PROVISAO-ANTERIOR TO PRV-PROVISAO-ANTERIOR.
           MOVE WRK-PROVISAO-ATUAL    TO PRV-PROVISAO-ATUAL.
           MOVE WRK-COMPLEMENTO       TO PRV-COMPLEMENTO.
           MOVE WRK-REVERSAO          TO PRV-REVERSAO.
           WRITE REGISTRO-PROVISAO.
           CLOSE ARQUIVO-PROVISAO.

       IMPRIMIR-RELATORIO.
           MOVE 'RISCO-CARTEIRA' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'FIN0005A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'CLASSIFICACAO DE RISCO DA CARTEIRA DE EMPRESTIMOS'
                  DELIMITED BY SIZE
                  ' - COMPETENCIA ' DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'ATRASO CONTADO ATE ' DELIMITED BY SIZE
                  WRK-DATA-BASE(7:2) '/' WRK-DATA-BASE(5:2) '/'
                  WRK-DATA-BASE(1:4) DELIMITED BY SIZE
                  '; POSICAO ANTERIOR: ' DELIMITED BY SIZE
                  WRK-COMP-ANTERIOR DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF NOT HA-POSICAO-ANTERIOR
               MOVE '(NAO ENCONTRADA)' TO WRK-REL-LINHA(57:16)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'NIVEL' TO WRK-REL-LINHA(1:5).
           MOVE 'FAIXA DE DIAS' TO WRK-REL-LINHA(7:13).
           MOVE '% PROV' TO WRK-REL-LINHA(22:6).
           MOVE '  QTD' TO WRK-REL-LINHA(30:5).
           MOVE '   SALDO DEVEDOR' TO WRK-REL-LINHA(37:16).
           MOVE '        PROVISAO' TO WRK-REL-LINHA(55:16).
           MOVE 'PROVIS. ANTERIOR' TO WRK-REL-LINHA(73:16).
           MOVE 'DESCRICAO' TO WRK-REL-LINHA(91:9).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE ALL '-' TO WRK-REL-LINHA(1:110).
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-NIVEL
               VARYING WRK-NIV-IDX FROM 1 BY 1
               UNTIL WRK-NIV-IDX > WRK-NIV-QTD-TAB.

           MOVE ALL '-' TO WRK-REL-LINHA(1:110).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'TOTAL' TO WRK-REL-LINHA(1:5).
           MOVE WRK-CRT-QTD TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(30:5).
           MOVE WRK-SALDO-CARTEIRA TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(37:16).
           MOVE WRK-PROVISAO-ATUAL TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(55:16).
           MOVE WRK-PROVISAO-ANTERIOR TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(73:16).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-MOVIMENTACAO.
           PERFORM IMPRIMIR-AJUSTE.

           IF WRK-QTD-PIORAS > 0
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE 'CONTRATOS REBAIXADOS NO MES:' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM IMPRIMIR-REBAIXADO
                   VARYING WRK-CRT-IDX FROM 1 BY 1
                   UNTIL WRK-CRT-IDX > WRK-CRT-QTD
           END-IF.

           PERFORM 0973-FECHAR-RELATORIO.

       IMPRIMIR-NIVEL.
           MOVE WRK-NIV-CODIGO(WRK-NIV-IDX) TO WRK-REL-LINHA(1:2).
           MOVE WRK-NIV-DIAS-DE(WRK-NIV-IDX) TO WRK-DIAS-ED.
           MOVE WRK-DIAS-ED TO WRK-REL-LINHA(7:5).
           MOVE ' A ' TO WRK-REL-LINHA(12:3).
           MOVE WRK-NIV-DIAS-ATE(WRK-NIV-IDX) TO WRK-DIAS-ED.
           MOVE WRK-DIAS-ED TO WRK-REL-LINHA(15:5).
           MOVE WRK-NIV-PERCENTUAL(WRK-NIV-IDX) TO WRK-PERC-ED.
           MOVE WRK-PERC-ED TO WRK-REL-LINHA(22:6).
           MOVE WRK-NIV-QTD(WRK-NIV-IDX) TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO WRK-REL-LINHA(30:5).
           MOVE WRK-NIV-SALDO(WRK-NIV-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(37:16).
           MOVE WRK-NIV-PROVISAO(WRK-NIV-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(55:16).
           MOVE WRK-NIV-PROVISAO-ANT(WRK-NIV-IDX) TO WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(73:16).
           MOVE WRK-NIV-DESCRICAO(WRK-NIV-IDX) TO WRK-REL-LINHA(91:20).
           PERFORM 0972-IMPRIMIR-LINHA.

       IMPRIMIR-MOVIMENTACAO.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'MOVIMENTACAO SOBRE ' DELIMITED BY SIZE
                  WRK-COMP-ANTERIOR DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-NOVOS TO WRK-QTD-ED.
           MOVE WRK-SALDO-NOVOS TO WRK-VALOR-EDITADO.
           STRING 'CONTRATOS NOVOS........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '  SALDO: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-LIQUIDADOS TO WRK-QTD-ED.
           MOVE WRK-SALDO-LIQUIDADOS TO WRK-VALOR-EDITADO.
           STRING 'LIQUIDADOS.............: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '  SALDO NO MES ANTERIOR: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-MELHORAS TO WRK-QTD-ED.
           STRING 'MELHORA DE NIVEL.......: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-PIORAS TO WRK-QTD-ED.
           STRING 'PIORA DE NIVEL.........: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-MANTIDOS TO WRK-QTD-ED.
           STRING 'SEM MUDANCA DE NIVEL...: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-ARRASTADOS TO WRK-QTD-ED.
           STRING 'ARRASTADOS PELO CPF....: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-QTD-FORA > 0
               MOVE WRK-QTD-FORA TO WRK-QTD-ED
               STRING 'NAO CLASSIFICADOS (500): ' DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

      *> O AJUSTE E O QUE O FOL0007A LANCA: PROVEMP SOBE A PROVISAO,
      *> REVPROV DEVOLVE O EXCESSO AO RESULTADO.
       IMPRIMIR-AJUSTE.
           MOVE WRK-PROVISAO-ANTERIOR TO WRK-VALOR-EDITADO.
           STRING 'PROVISAO ANTERIOR......: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-PROVISAO-ATUAL TO WRK-VALOR-EDITADO.
           STRING 'PROVISAO DO MES........: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-REVERSAO > ZERO
               MOVE WRK-REVERSAO TO WRK-VALOR-EDITADO
               STRING 'REVERSAO A LANCAR......: ' DELIMITED BY SIZE
                      WRK-VALOR-EDITADO DELIMITED BY SIZE
                      '  (EVENTO REVPROV)' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               MOVE WRK-COMPLEMENTO TO WRK-VALOR-EDITADO
               STRING 'COMPLEMENTO A LANCAR...: ' DELIMITED BY SIZE
                      WRK-VALOR-EDITADO DELIMITED BY SIZE
                      '  (EVENTO PROVEMP)' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

       IMPRIMIR-REBAIXADO.
           IF WRK-CRT-ORDEM-ANT(WRK-CRT-IDX) > ZERO
              AND WRK-CRT-ORDEM(WRK-CRT-IDX)
                  > WRK-CRT-ORDEM-ANT(WRK-CRT-IDX)
               MOVE WRK-CRT-CPF(WRK-CRT-IDX) TO WRK-MSK-ENTRADA
               PERFORM 0950-MASCARAR-CPF
               MOVE WRK-CRT-DIAS(WRK-CRT-IDX) TO WRK-DIAS-ED
               MOVE WRK-CRT-SALDO(WRK-CRT-IDX) TO WRK-VALOR-EDITADO
               MOVE WRK-CRT-ORDEM-ANT(WRK-CRT-IDX) TO WRK-NIV-IDX
               STRING '  CONTRATO ' DELIMITED BY SIZE
                      WRK-CRT-NUMERO(WRK-CRT-IDX) DELIMITED BY SIZE
                      '  CPF ' DELIMITED BY SIZE
                      WRK-MSK-SAIDA DELIMITED BY SIZE
                      '  NIVEL ' DELIMITED BY SIZE
                      WRK-NIV-CODIGO(WRK-NIV-IDX) DELIMITED BY SIZE
                      ' -> ' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               MOVE WRK-CRT-ORDEM(WRK-CRT-IDX) TO WRK-NIV-IDX
               MOVE WRK-NIV-CODIGO(WRK-NIV-IDX) TO WRK-REL-LINHA(52:2)
               MOVE '  ATRASO:' TO WRK-REL-LINHA(54:9)
               MOVE WRK-DIAS-ED TO WRK-REL-LINHA(63:5)
               MOVE ' DIAS  SALDO:' TO WRK-REL-LINHA(68:13)
               MOVE WRK-VALOR-EDITADO TO WRK-REL-LINHA(81:16)
               IF WRK-CRT-ORDEM(WRK-CRT-IDX)
                  > WRK-CRT-PROPRIA(WRK-CRT-IDX)
                   MOVE '  (ARRASTO PELO CPF)' TO WRK-REL-LINHA(97:20)
               END-IF
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           COPY CPFMASK-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
