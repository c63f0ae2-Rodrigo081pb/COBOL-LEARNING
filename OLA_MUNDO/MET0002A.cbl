      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: ACOMPANHAMENTO DAS METAS MENSAIS DE VENDA: CARREGA
      *              AS METAS DO MES (METAS.DAT, MANTIDO PELO MET0001A),
      *              LE VENDAS.DAT DO PRIMEIRO DIA DO MES ATE HOJE COM
      *              AS DEVOLUCOES (VEN0004A) ABATIDAS E IMPRIME PELO
      *              GERADOR PADRAO (SPOOL), POR LOJA E POR MARCA COM
      *              META, O REALIZADO CONTRA A META EM R$ E EM CUBAS,
      *              O PERCENTUAL ATINGIDO, O QUE FALTA E O RITMO
      *              DIARIO NECESSARIO NOS DIAS CORRIDOS QUE RESTAM NO
      *              MES PARA FECHAR A DIFERENCA. VENDA SEM LOJA
      *              (ANTERIOR AO CAMPO) CONTA PARA A MATRIZ (001).
      *              O MES E PERGUNTADO (ENTER = MES CORRENTE); RODA
      *              NO FIM-DE-DIA PARA AS LOJAS VEREM DE MANHA ONDE
      *              ESTAO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MET0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-METAS ASSIGN TO DYNAMIC WRK-METAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WRK-MET-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-METAS.
           COPY METAS-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-MET-STATUS PIC X(02).
           88 FS-MET-OK             VALUE '00'.
           88 FS-MET-FIM-ARQUIVO    VALUE '10'.
           88 FS-MET-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-METAS-PATH  PIC X(100).
       01 WRK-VENDAS-PATH PIC X(100).

       01 WRK-MES-ENTRADA PIC X(06).
       01 WRK-MES-ALVO    PIC X(06).
       01 WRK-DATA-HOJE   PIC X(08).

      * CALENDARIO DO MES: ULTIMO DIA (VESPERA DO DIA 1 DO MES
      * SEGUINTE) E DIAS CORRIDOS QUE AINDA RESTAM DEPOIS DE HOJE. MES
      * JA ENCERRADO NAO TEM DIA RESTANTE; MES FUTURO TEM TODOS.
       01 WRK-DATA-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
           05 WRK-CALC-DIA PIC 9(02).
       01 WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01 WRK-DATA-NUM      PIC 9(08).
       01 WRK-CALC-INT      PIC 9(08) COMP.
       01 WRK-ULTIMO-DIA    PIC 9(02) VALUE 0.
       01 WRK-DIA-HOJE      PIC 9(02) VALUE 0.
       01 WRK-DIAS-RESTANTES PIC 9(02) VALUE 0.

      * METAS DO MES, NA ORDEM DA CHAVE (LOJA, DEPOIS MARCA, COM A
      * META DA LOJA INTEIRA 000 PRIMEIRO), E O REALIZADO DE CADA UMA.
       01 WRK-MET-TABELA.
           05 WRK-MET-ITEM OCCURS 300 TIMES.
               10 WRK-MET-LOJA        PIC X(03).
               10 WRK-MET-MARCA       PIC 9(03).
               10 WRK-MET-VALOR-META  PIC 9(09)V99.
               10 WRK-MET-QTD-META    PIC 9(07).
               10 WRK-MET-VALOR-REAL  PIC S9(09)V99.
               10 WRK-MET-QTD-REAL    PIC S9(07).
       01 WRK-MET-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-IDX     PIC 9(03) COMP VALUE 0.

       01 WRK-LOJA-VENDA  PIC X(03).
       01 WRK-VALOR-VENDA PIC S9(09)V99.
       01 WRK-QTD-VENDA   PIC S9(07).

       01 WRK-TOTAL-VENDAS    PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-ABAIXO    PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ATINGIDAS PIC 9(05) COMP VALUE 0.

      * TOTAL DA REDE: SOMA DAS METAS DE LOJA INTEIRA (MARCA 000).
       01 WRK-REDE-VALOR-META PIC 9(11)V99 VALUE ZERO.
       01 WRK-REDE-VALOR-REAL PIC S9(11)V99 VALUE ZERO.
       01 WRK-REDE-QTD-META   PIC 9(09) VALUE ZERO.
       01 WRK-REDE-QTD-REAL   PIC S9(09) VALUE ZERO.

      * CALCULOS DA LINHA.
       01 WRK-CALC-META-VALOR PIC 9(11)V99.
       01 WRK-CALC-REAL-VALOR PIC S9(11)V99.
       01 WRK-CALC-META-QTD   PIC 9(09).
       01 WRK-CALC-REAL-QTD   PIC S9(09).
       01 WRK-PCT             PIC S9(03)V9.
       01 WRK-FALTA-VALOR     PIC S9(11)V99.
       01 WRK-DIARIO-VALOR    PIC S9(11)V99.
       01 WRK-FALTA-QTD       PIC S9(09).
       01 WRK-DIARIO-QTD      PIC S9(09).

       01 WRK-MARCA-COL  PIC X(05).
       01 WRK-META-ED    PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-REAL-ED    PIC -ZZ,ZZZ,ZZ9.99.
       01 WRK-PCT-COL    PIC X(06).
       01 WRK-PCT-ED     PIC -ZZ9.9.
       01 WRK-FALTA-ED   PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-DIARIO-COL PIC X(14).
       01 WRK-DIARIO-ED  PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-QMETA-ED   PIC Z,ZZZ,ZZ9.
       01 WRK-QREAL-ED   PIC -Z,ZZZ,ZZ9.
       01 WRK-QPCT-COL   PIC X(06).
       01 WRK-QDIARIO-COL PIC X(07).
       01 WRK-QDIARIO-ED PIC ZZZ,ZZ9.
       01 WRK-DIAS-ED    PIC Z9.
       01 WRK-TOTAL-ED   PIC ZZZZ9.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '    MET0002A - ACOMPANHAMENTO DE METAS          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES DAS METAS (AAAAMM, ENTER = MES CORRENTE): '.
           ACCEPT WRK-MES-ENTRADA.
           IF WRK-MES-ENTRADA = SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-ALVO
           ELSE
               MOVE WRK-MES-ENTRADA TO WRK-MES-ALVO
           END-IF.
           IF WRK-MES-ALVO NOT NUMERIC
               DISPLAY 'MES INVALIDO. INFORME AAAAMM.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0002-CARREGAR-METAS.
           IF WRK-MET-QTD = 0
               DISPLAY 'NENHUMA META CADASTRADA PARA ' WRK-MES-ALVO
                       '. NADA A ACOMPANHAR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0003-CALCULAR-DIAS.
           PERFORM 0004-APURAR-VENDAS.

           MOVE 'MET0002A-METAS' TO WRK-REL-NOME.
           MOVE 'LOJ MARCA'  TO WRK-REL-CABECALHO(1:9).
           MOVE 'META R$'    TO WRK-REL-CABECALHO(18:7).
           MOVE 'REALIZADO'  TO WRK-REL-CABECALHO(31:9).
           MOVE '%ATING'     TO WRK-REL-CABECALHO(41:6).
           MOVE 'FALTA R$'   TO WRK-REL-CABECALHO(54:8).
           MOVE 'R$ POR DIA' TO WRK-REL-CABECALHO(67:10).
           MOVE 'META CUB'   TO WRK-REL-CABECALHO(79:8).
           MOVE 'REAL CUB'   TO WRK-REL-CABECALHO(90:8).
           MOVE '%ATING'     TO WRK-REL-CABECALHO(99:6).
           MOVE 'CUB/DIA'    TO WRK-REL-CABECALHO(106:7).
           MOVE 'MET0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE WRK-DIA-HOJE       TO WRK-DIAS-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'MES: '                DELIMITED BY SIZE
                  WRK-MES-ALVO           DELIMITED BY SIZE
                  '  DIAS APURADOS: '    DELIMITED BY SIZE
                  WRK-DIAS-ED            DELIMITED BY SIZE
                  INTO WRK-REL-LINHA
           END-STRING.
           MOVE WRK-DIAS-RESTANTES TO WRK-DIAS-ED.
           STRING '  DIAS RESTANTES: '   DELIMITED BY SIZE
                  WRK-DIAS-ED            DELIMITED BY SIZE
                  INTO WRK-REL-LINHA(36:20)
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0006-IMPRIMIR-META
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-MET-QTD.

           PERFORM 0008-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'METAS ACOMPANHADAS: ' WRK-MET-QTD
                   ' (ATINGIDAS: ' WRK-TOTAL-ATINGIDAS
                   ', ABAIXO: ' WRK-TOTAL-ABAIXO ').'.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-METAS-PATH FROM ENVIRONMENT 'METAS_DAT_PATH'.
           IF WRK-METAS-PATH = SPACES
               MOVE 'METAS.DAT' TO WRK-METAS-PATH
           END-IF.

           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.
       0000-END.

       0002-CARREGAR-METAS.
           OPEN INPUT ARQUIVO-METAS.
           IF FS-MET-ARQUIVO-NOVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0002A-LER-META.
           PERFORM 0002B-GUARDAR-META
               UNTIL NOT FS-MET-OK.
           CLOSE ARQUIVO-METAS.
       0002-END.

       0002A-LER-META.
           READ ARQUIVO-METAS NEXT RECORD.
       0002A-END.

       0002B-GUARDAR-META.
           IF MET-MES = WRK-MES-ALVO
               IF WRK-MET-QTD < 300
                   ADD 1 TO WRK-MET-QTD
                   MOVE MET-LOJA       TO WRK-MET-LOJA(WRK-MET-QTD)
                   MOVE MET-ID-MARCA   TO WRK-MET-MARCA(WRK-MET-QTD)
                   MOVE MET-VALOR-META
                       TO WRK-MET-VALOR-META(WRK-MET-QTD)
                   MOVE MET-QTD-META   TO WRK-MET-QTD-META(WRK-MET-QTD)
                   MOVE ZERO TO WRK-MET-VALOR-REAL(WRK-MET-QTD)
                   MOVE ZERO TO WRK-MET-QTD-REAL(WRK-MET-QTD)
               ELSE
                   DISPLAY 'AVISO: MAIS DE 300 METAS NO MES; META '
                           MET-CHAVE ' FORA DO ACOMPANHAMENTO.'
               END-IF
           END-IF.
           PERFORM 0002A-LER-META.
       0002B-END.

       0003-CALCULAR-DIAS.
           MOVE WRK-MES-ALVO TO WRK-DATA-CALC(1:6).
           MOVE 01 TO WRK-CALC-DIA.
           IF WRK-CALC-MES = 12
               ADD 1 TO WRK-CALC-ANO
               MOVE 01 TO WRK-CALC-MES
           ELSE
               ADD 1 TO WRK-CALC-MES
           END-IF.
           COMPUTE WRK-CALC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC-NUM) - 1.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-CALC-INT).
           MOVE WRK-DATA-NUM TO WRK-DATA-CALC-NUM.
           MOVE WRK-CALC-DIA TO WRK-ULTIMO-DIA.

           EVALUATE TRUE
               WHEN WRK-MES-ALVO = WRK-DATA-HOJE(1:6)
                   MOVE WRK-DATA-HOJE(7:2) TO WRK-DIA-HOJE
                   COMPUTE WRK-DIAS-RESTANTES =
                       WRK-ULTIMO-DIA - WRK-DIA-HOJE
               WHEN WRK-MES-ALVO < WRK-DATA-HOJE(1:6)
                   MOVE WRK-ULTIMO-DIA TO WRK-DIA-HOJE
                   MOVE ZERO TO WRK-DIAS-RESTANTES
               WHEN OTHER
                   MOVE ZERO TO WRK-DIA-HOJE
                   MOVE WRK-ULTIMO-DIA TO WRK-DIAS-RESTANTES
           END-EVALUATE.
       0003-END.

      * VENDAS DO MES ATE HOJE: VENDA SOMA, DEVOLUCAO ABATE, NA META
      * DA LOJA INTEIRA E NA META DA MARCA VENDIDA (QUANDO HOUVER).
       0004-APURAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE; REALIZADO ZERADO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0004A-LER-VENDA.
           PERFORM 0005-ACUMULAR-VENDA
               UNTIL NOT FS-VEN-OK.
           CLOSE ARQUIVO-VENDAS.
       0004-END.

       0004A-LER-VENDA.
           READ ARQUIVO-VENDAS NEXT RECORD.
       0004A-END.

       0005-ACUMULAR-VENDA.
           IF VEN-DATA(1:6) = WRK-MES-ALVO
              AND VEN-DATA <= WRK-DATA-HOJE
               ADD 1 TO WRK-TOTAL-VENDAS
               IF VEN-LOJA = SPACES
                   MOVE '001' TO WRK-LOJA-VENDA
               ELSE
                   MOVE VEN-LOJA TO WRK-LOJA-VENDA
               END-IF
               IF VEN-TIPO-DEVOLUCAO
                   COMPUTE WRK-VALOR-VENDA = 0 - VEN-VALOR-TOTAL
                   COMPUTE WRK-QTD-VENDA   = 0 - VEN-QTD
               ELSE
                   MOVE VEN-VALOR-TOTAL TO WRK-VALOR-VENDA
                   MOVE VEN-QTD         TO WRK-QTD-VENDA
               END-IF
               PERFORM 0005A-APLICAR-NA-META
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-MET-QTD
           END-IF.
           PERFORM 0004A-LER-VENDA.
       0005-END.

       0005A-APLICAR-NA-META.
           IF WRK-MET-LOJA(WRK-IDX) = WRK-LOJA-VENDA
              AND (WRK-MET-MARCA(WRK-IDX) = ZERO
                   OR WRK-MET-MARCA(WRK-IDX) = VEN-ID-MARCA)
               ADD WRK-VALOR-VENDA TO WRK-MET-VALOR-REAL(WRK-IDX)
               ADD WRK-QTD-VENDA   TO WRK-MET-QTD-REAL(WRK-IDX)
           END-IF.
       0005A-END.

       0006-IMPRIMIR-META.
           MOVE WRK-MET-VALOR-META(WRK-IDX) TO WRK-CALC-META-VALOR.
           MOVE WRK-MET-VALOR-REAL(WRK-IDX) TO WRK-CALC-REAL-VALOR.
           MOVE WRK-MET-QTD-META(WRK-IDX)   TO WRK-CALC-META-QTD.
           MOVE WRK-MET-QTD-REAL(WRK-IDX)   TO WRK-CALC-REAL-QTD.

           IF WRK-MET-MARCA(WRK-IDX) = ZERO
               MOVE 'LOJA ' TO WRK-MARCA-COL
               ADD WRK-CALC-META-VALOR TO WRK-REDE-VALOR-META
               ADD WRK-CALC-REAL-VALOR TO WRK-REDE-VALOR-REAL
               ADD WRK-CALC-META-QTD   TO WRK-REDE-QTD-META
               ADD WRK-CALC-REAL-QTD   TO WRK-REDE-QTD-REAL
           ELSE
               MOVE SPACES TO WRK-MARCA-COL
               MOVE WRK-MET-MARCA(WRK-IDX) TO WRK-MARCA-COL(1:3)
           END-IF.

           PERFORM 0007-CALCULAR-LINHA.
           IF WRK-FALTA-VALOR > ZERO OR WRK-FALTA-QTD > ZERO
               ADD 1 TO WRK-TOTAL-ABAIXO
           ELSE
               ADD 1 TO WRK-TOTAL-ATINGIDAS
           END-IF.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING WRK-MET-LOJA(WRK-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-MARCA-COL         DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-META-ED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-REAL-ED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-PCT-COL           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-FALTA-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-DIARIO-COL        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QMETA-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QREAL-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QPCT-COL          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QDIARIO-COL       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0006-END.

      * PREENCHE AS COLUNAS EDITADAS A PARTIR DOS CAMPOS WRK-CALC-*:
      * PERCENTUAL ATINGIDO (SEM META NAQUELA MEDIDA SAI '-'), O QUE
      * FALTA (ZERO QUANDO A META JA FOI BATIDA) E O RITMO DIARIO
      * NECESSARIO (EM BRANCO QUANDO NAO RESTA DIA NO MES).
       0007-CALCULAR-LINHA.
           MOVE WRK-CALC-META-VALOR TO WRK-META-ED.
           MOVE WRK-CALC-REAL-VALOR TO WRK-REAL-ED.
           MOVE WRK-CALC-META-QTD   TO WRK-QMETA-ED.
           MOVE WRK-CALC-REAL-QTD   TO WRK-QREAL-ED.

           MOVE '     -' TO WRK-PCT-COL.
           IF WRK-CALC-META-VALOR > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-CALC-REAL-VALOR * 100 / WRK-CALC-META-VALOR
                   ON SIZE ERROR
                       MOVE 999.9 TO WRK-PCT
               END-COMPUTE
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE WRK-PCT-ED TO WRK-PCT-COL
           END-IF.

           MOVE '     -' TO WRK-QPCT-COL.
           IF WRK-CALC-META-QTD > ZERO
               COMPUTE WRK-PCT ROUNDED =
                   WRK-CALC-REAL-QTD * 100 / WRK-CALC-META-QTD
                   ON SIZE ERROR
                       MOVE 999.9 TO WRK-PCT
               END-COMPUTE
               MOVE WRK-PCT TO WRK-PCT-ED
               MOVE WRK-PCT-ED TO WRK-QPCT-COL
           END-IF.

           COMPUTE WRK-FALTA-VALOR =
               WRK-CALC-META-VALOR - WRK-CALC-REAL-VALOR.
           IF WRK-FALTA-VALOR < ZERO
               MOVE ZERO TO WRK-FALTA-VALOR
           END-IF.
           COMPUTE WRK-FALTA-QTD =
               WRK-CALC-META-QTD - WRK-CALC-REAL-QTD.
           IF WRK-FALTA-QTD < ZERO
               MOVE ZERO TO WRK-FALTA-QTD
           END-IF.
           MOVE WRK-FALTA-VALOR TO WRK-FALTA-ED.

           MOVE SPACES TO WRK-DIARIO-COL.
           MOVE SPACES TO WRK-QDIARIO-COL.
           IF WRK-DIAS-RESTANTES > ZERO
               COMPUTE WRK-DIARIO-VALOR ROUNDED =
                   WRK-FALTA-VALOR / WRK-DIAS-RESTANTES
               MOVE WRK-DIARIO-VALOR TO WRK-DIARIO-ED
               MOVE WRK-DIARIO-ED TO WRK-DIARIO-COL
      * CUBA NAO SE VENDE PELA METADE: O RITMO ARREDONDA PARA CIMA.
               DIVIDE WRK-FALTA-QTD BY WRK-DIAS-RESTANTES
                   GIVING WRK-DIARIO-QTD
               IF WRK-DIARIO-QTD * WRK-DIAS-RESTANTES < WRK-FALTA-QTD
                   ADD 1 TO WRK-DIARIO-QTD
               END-IF
               MOVE WRK-DIARIO-QTD TO WRK-QDIARIO-ED
               MOVE WRK-QDIARIO-ED TO WRK-QDIARIO-COL
           END-IF.
       0007-END.

       0008-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-REDE-VALOR-META TO WRK-CALC-META-VALOR.
           MOVE WRK-REDE-VALOR-REAL TO WRK-CALC-REAL-VALOR.
           MOVE WRK-REDE-QTD-META   TO WRK-CALC-META-QTD.
           MOVE WRK-REDE-QTD-REAL   TO WRK-CALC-REAL-QTD.
           PERFORM 0007-CALCULAR-LINHA.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'REDE      '          DELIMITED BY SIZE
                  WRK-META-ED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-REAL-ED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-PCT-COL           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-FALTA-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-DIARIO-COL        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QMETA-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QREAL-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QPCT-COL          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QDIARIO-COL       DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '(REDE = SOMA DAS METAS DE LOJA INTEIRA)'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-ATINGIDAS TO WRK-TOTAL-ED.
           STRING 'METAS JA ATINGIDAS....: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-ABAIXO TO WRK-TOTAL-ED.
           STRING 'METAS AINDA ABAIXO....: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
