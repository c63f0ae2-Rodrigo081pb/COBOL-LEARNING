      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: PAINEL DIARIO DOS INDICADORES GERENCIAIS -- UMA
      *              PAGINA DE MANHA PARA OS SOCIOS EM VEZ DE DEZ
      *              RELATORIOS NO SPOOL. ULTIMO PASSO DO FIM-DE-DIA,
      *              EM DUAS PARTES:
      *              1) FOTOGRAFIA: APURA OS INDICADORES DA DATA-BASE
      *                 E GRAVA EM INDICADORES.DAT UM REGISTRO POR
      *                 DATA, INDICADOR E LOJA (INDICADORES-FD.CPY).
      *                 VENDAS LIQUIDAS (DEVOLUCAO ABATIDA), CUPONS E
      *                 TICKET MEDIO POR LOJA E DA REDE (VENDAS.DAT E
      *                 CUPONS.DAT; VENDA SEM LOJA CONTA PARA A MATRIZ
      *                 E VENDA ANTERIOR AO CUPOM CONTA UM TICKET POR
      *                 LINHA); ESTOQUE A CUSTO MEDIO E CUBAS
      *                 RESERVADAS PARA ENCOMENDAS (SABORES.DAT);
      *                 FATURAS DE EMPRESA VENCIDAS EM ABERTO
      *                 (CONTAS-RECEBER.DAT); SALDO DOS EMPRESTIMOS COM
      *                 PARCELA EM ATRASO (MESMO VENCIMENTO ESTIMADO DO
      *                 FIN0002A); MENSALIDADES VENCIDAS EM ABERTO;
      *                 QUADRO ATIVO DA FOLHA (FUNCIONARIOS.DAT) E OS
      *                 AVISOS DO DIA EM EXCECOES-DIA.DAT. REPETIR A
      *                 MESMA DATA-BASE REGRAVA A FOTOGRAFIA.
      *              2) PAINEL NO SPOOL: HOJE CONTRA ONTEM, CONTRA O
      *                 MESMO DIA DA SEMANA ANTERIOR E O ACUMULADO DO
      *                 MES CONTRA O MESMO PERIODO DO ANO ANTERIOR,
      *                 TUDO LIDO DAS FOTOGRAFIAS JA GRAVADAS. VARIACAO
      *                 A PARTIR DO LIMIAR (INDICADORES_LIMIAR_PCT,
      *                 PADRAO 10%) GANHA SETA ^ OU V; SEM FOTOGRAFIA NA
      *                 DATA DE COMPARACAO, TRACO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IND0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-INDICADORES
               ASSIGN TO DYNAMIC WRK-INDICADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WRK-IND-STATUS.

           SELECT ARQUIVO-LOJAS ASSIGN TO DYNAMIC WRK-LOJAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-LOJ-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAB-CHAVE
               FILE STATUS IS WRK-SAB-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-RECEBER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

           SELECT ARQUIVO-MENSALIDADES
               ASSIGN TO DYNAMIC WRK-MENSALIDADES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO DYNAMIC WRK-FUNCIONARIOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-LEITURA.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-INDICADORES.
           COPY INDICADORES-FD.CPY.

       FD ARQUIVO-LOJAS.
           COPY LOJAS-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-IND-STATUS PIC X(02).
           88 FS-IND-OK           VALUE '00'.
           88 FS-IND-FIM-ARQUIVO  VALUE '10'.
           88 FS-IND-ARQUIVO-NOVO VALUE '35'.
       01 WRK-LOJ-STATUS PIC X(02).
           88 FS-LOJ-OK           VALUE '00'.
           88 FS-LOJ-FIM-ARQUIVO  VALUE '10'.
           88 FS-LOJ-ARQUIVO-NOVO VALUE '35'.
       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK           VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO  VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK           VALUE '00'.
           88 FS-CUP-FIM-ARQUIVO  VALUE '10'.
           88 FS-CUP-ARQUIVO-NOVO VALUE '35'.
       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK           VALUE '00'.
           88 FS-SAB-FIM-ARQUIVO  VALUE '10'.
           88 FS-SAB-ARQUIVO-NOVO VALUE '35'.
       01 WRK-REC-STATUS PIC X(02).
           88 FS-REC-OK           VALUE '00'.
           88 FS-REC-FIM-ARQUIVO  VALUE '10'.
           88 FS-REC-ARQUIVO-NOVO VALUE '35'.
       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK           VALUE '00'.
           88 FS-FIN-FIM-ARQUIVO  VALUE '10'.
           88 FS-FIN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-MEN-STATUS PIC X(02).
           88 FS-MEN-OK           VALUE '00'.
           88 FS-MEN-FIM-ARQUIVO  VALUE '10'.
           88 FS-MEN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-FUN-STATUS PIC X(02).
           88 FS-FUN-OK           VALUE '00'.
           88 FS-FUN-FIM-ARQUIVO  VALUE '10'.
           88 FS-FUN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-EXC-LEITURA PIC X(02).
           88 EXC-LEITURA-OK   VALUE '00'.
           88 EXC-LEITURA-FIM  VALUE '10'.
           88 EXC-LEITURA-NOVO VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-INDICADORES-PATH  PIC X(100).
       01 WRK-LOJAS-PATH        PIC X(100).
       01 WRK-VENDAS-PATH       PIC X(100).
       01 WRK-CUPONS-PATH       PIC X(100).
       01 WRK-SABORES-PATH      PIC X(100).
       01 WRK-RECEBER-PATH      PIC X(100).
       01 WRK-EMPRESTIMOS-PATH  PIC X(100).
       01 WRK-MENSALIDADES-PATH PIC X(100).
       01 WRK-FUNCIONARIOS-PATH PIC X(100).
       01 WRK-EXCDIA-PATH       PIC X(100).

      * LIMIAR DAS SETAS, EM PONTOS PERCENTUAIS DE VARIACAO.
       01 WRK-LIMIAR-ENT PIC X(05).
       01 WRK-LIMIAR-PCT PIC 9(03) VALUE 10.

      * DATAS DO PAINEL: DATA-BASE, VESPERA, MESMO DIA DA SEMANA
      * ANTERIOR, INICIO DO MES E O MESMO PERIODO DO ANO ANTERIOR (29/02
      * SEM PAR NO ANO ANTERIOR FECHA EM 28/02).
       01 WRK-DATA-BASE    PIC X(08).
       01 WRK-DATA-ONTEM   PIC X(08).
       01 WRK-DATA-SEMANA  PIC X(08).
       01 WRK-MES-INICIO   PIC X(08).
       01 WRK-ANT-INICIO   PIC X(08).
       01 WRK-ANT-FIM      PIC X(08).
       01 WRK-DATA-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-MES PIC 9(02).
           05 WRK-CALC-DIA PIC 9(02).
       01 WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01 WRK-DATA-NUM     PIC 9(08).
       01 WRK-BASE-INT     PIC 9(08) COMP.
       01 WRK-VENC-INT     PIC 9(08) COMP.
       01 WRK-HORA-GERACAO PIC X(08).

      * VENDAS E CUPONS POR LOJA (LOJAS.DAT, MAIS A LOJA QUE APARECER
      * SO NO MOVIMENTO) E O TOTAL DA REDE.
       01 WRK-LOJ-TABELA.
           05 WRK-LOJ-ITEM OCCURS 20 TIMES.
               10 WRK-LOJ-CODIGO PIC X(03).
               10 WRK-LOJ-NOME   PIC X(30).
               10 WRK-LOJ-VENDAS PIC S9(11)V99.
               10 WRK-LOJ-CUPONS PIC S9(11)V99.
       01 WRK-LOJ-QTD   PIC 9(02) COMP VALUE 0.
       01 WRK-LOJ-IDX   PIC 9(02) COMP VALUE 0.
       01 WRK-LOJ-ACHADA PIC 9(02) COMP VALUE 0.
       01 WRK-LOJA-BUSCA PIC X(03).
       01 WRK-REDE-VENDAS PIC S9(11)V99 VALUE ZERO.
       01 WRK-REDE-CUPONS PIC S9(11)V99 VALUE ZERO.
       01 WRK-VALOR-VENDA PIC S9(11)V99.

      * INDICADORES SO DA REDE.
       01 WRK-VAL-ESTOQUE   PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-RESERVA   PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-RECEBER   PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-EMPREST   PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-MENSAL    PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-QUADRO    PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-EXCECOES  PIC S9(11)V99 VALUE ZERO.
       01 WRK-VAL-ABERTO    PIC S9(11)V99.

      * LINHAS DO PAINEL, NA ORDEM DE IMPRESSAO: A REDE PRIMEIRO,
      * DEPOIS VENDAS, CUPONS E TICKET MEDIO DE CADA LOJA (SEMPRE
      * NESSA ORDEM -- O TICKET MEDIO DO MES SAI DAS DUAS LINHAS DE
      * CIMA). CADA LINHA GUARDA O VALOR DE HOJE, AS COMPARACOES E OS
      * ACUMULADOS DO MES NOS DOIS ANOS.
       01 WRK-PNL-TABELA.
           05 WRK-PNL-ITEM OCCURS 70 TIMES.
               10 WRK-PNL-CODIGO     PIC X(08).
               10 WRK-PNL-LOJA       PIC X(03).
               10 WRK-PNL-NATUREZA   PIC X(01).
               10 WRK-PNL-DESCRICAO  PIC X(24).
               10 WRK-PNL-MOEDA      PIC X(01).
               10 WRK-PNL-HOJE       PIC S9(11)V99.
               10 WRK-PNL-ONTEM      PIC S9(11)V99.
               10 WRK-PNL-ONTEM-OK   PIC X(01).
               10 WRK-PNL-SEMANA     PIC S9(11)V99.
               10 WRK-PNL-SEMANA-OK  PIC X(01).
               10 WRK-PNL-MES-SOMA   PIC S9(13)V99.
               10 WRK-PNL-MES-DIAS   PIC 9(03) COMP.
               10 WRK-PNL-ANT-SOMA   PIC S9(13)V99.
               10 WRK-PNL-ANT-DIAS   PIC 9(03) COMP.
       01 WRK-PNL-QTD    PIC 9(02) COMP VALUE 0.
       01 WRK-PNL-IDX    PIC 9(02) COMP VALUE 0.
       01 WRK-PNL-ACHADA PIC 9(02) COMP VALUE 0.
       01 WRK-BUSCA-IDX  PIC 9(02) COMP VALUE 0.

      * LINHA NOVA A INCLUIR NO PAINEL (0009).
       01 WRK-NOVA-CODIGO    PIC X(08).
       01 WRK-NOVA-LOJA      PIC X(03).
       01 WRK-NOVA-NATUREZA  PIC X(01).
       01 WRK-NOVA-DESCRICAO PIC X(24).
       01 WRK-NOVA-MOEDA     PIC X(01).
       01 WRK-NOVA-VALOR     PIC S9(11)V99.

      * PERIODO A ACUMULAR (0016): 'A' MES ATUAL, 'P' ANO ANTERIOR.
       01 WRK-PER-INICIO PIC X(08).
       01 WRK-PER-FIM    PIC X(08).
       01 WRK-PER-TIPO   PIC X(01).
       01 WRK-IND-FIM    PIC X(01) VALUE 'N'.
           88 FOTOGRAFIAS-ESGOTADAS VALUE 'S'.

      * VARIACAO DE UMA COMPARACAO (0019).
       01 WRK-VAR-ATUAL    PIC S9(13)V99.
       01 WRK-VAR-ANTERIOR PIC S9(13)V99.
       01 WRK-VAR-HISTORICO PIC X(01).
           88 VAR-COM-HISTORICO VALUE 'S'.
       01 WRK-VAR-PCT      PIC S9(04)V9.
       01 WRK-VAR-PCT-ED   PIC -ZZZ9.9.
       01 WRK-VAR-COL      PIC X(08).

      * VALORES DO MES DA LINHA (SOMA, MEDIA OU RAZAO).
       01 WRK-MES-VALOR    PIC S9(13)V99.
       01 WRK-ANT-VALOR    PIC S9(13)V99.
       01 WRK-ANT-HISTORICO PIC X(01).
       01 WRK-DIVIDENDO    PIC S9(13)V99.
       01 WRK-DIVISOR      PIC S9(13)V99.

       01 WRK-VALOR-IMP    PIC S9(13)V99.
       01 WRK-VALOR-COL    PIC X(13).
       01 WRK-MOEDA-ED     PIC -ZZZZZZZZ9.99.
       01 WRK-CONTA-ED     PIC -ZZZZZZZZZZZ9.
       01 WRK-LIMIAR-ED    PIC ZZ9.
       01 WRK-LOJA-ANTERIOR PIC X(03).

       01 WRK-QTD-GRAVADAS  PIC 9(03) COMP VALUE 0.
       01 WRK-QTD-REGRAVADAS PIC 9(03) COMP VALUE 0.
       01 WRK-QTD-ED        PIC ZZ9.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   IND0001A - PAINEL DE INDICADORES DO DIA      '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0000A-CALCULAR-DATAS.
           DISPLAY 'INDICADORES DA DATA-BASE ' WRK-DATA-BASE '.'.

           OPEN I-O ARQUIVO-INDICADORES.
           IF FS-IND-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-INDICADORES
               CLOSE ARQUIVO-INDICADORES
               OPEN I-O ARQUIVO-INDICADORES
           END-IF.
           IF NOT FS-IND-OK
               DISPLAY 'ERRO AO ABRIR INDICADORES.DAT. STATUS: '
                       WRK-IND-STATUS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0002-CARREGAR-LOJAS.
           PERFORM 0003-APURAR-VENDAS.
           PERFORM 0004-APURAR-CUPONS.
           PERFORM 0005-APURAR-ESTOQUE.
           PERFORM 0006-APURAR-RECEBER.
           PERFORM 0007-APURAR-EMPRESTIMOS.
           PERFORM 0008-APURAR-MENSALIDADES.
           PERFORM 0010-APURAR-QUADRO.
           PERFORM 0011-APURAR-EXCECOES.

           PERFORM 0012-MONTAR-PAINEL.
           PERFORM 0014-GRAVAR-FOTOGRAFIA
               VARYING WRK-PNL-IDX FROM 1 BY 1
               UNTIL WRK-PNL-IDX > WRK-PNL-QTD.

           PERFORM 0015-BUSCAR-COMPARACOES
               VARYING WRK-PNL-IDX FROM 1 BY 1
               UNTIL WRK-PNL-IDX > WRK-PNL-QTD.
           MOVE WRK-MES-INICIO TO WRK-PER-INICIO.
           MOVE WRK-DATA-BASE  TO WRK-PER-FIM.
           MOVE 'A'            TO WRK-PER-TIPO.
           PERFORM 0016-ACUMULAR-PERIODO.
           MOVE WRK-ANT-INICIO TO WRK-PER-INICIO.
           MOVE WRK-ANT-FIM    TO WRK-PER-FIM.
           MOVE 'P'            TO WRK-PER-TIPO.
           PERFORM 0016-ACUMULAR-PERIODO.
           CLOSE ARQUIVO-INDICADORES.

           PERFORM 0020-EMITIR-PAINEL.

           MOVE WRK-QTD-GRAVADAS TO WRK-QTD-ED.
           DISPLAY 'INDICADORES FOTOGRAFADOS....: ' WRK-QTD-ED.
           MOVE WRK-QTD-REGRAVADAS TO WRK-QTD-ED.
           DISPLAY 'FOTOGRAFIA REGRAVADA (REPET): ' WRK-QTD-ED.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-INDICADORES-PATH
               FROM ENVIRONMENT 'INDICADORES_DAT_PATH'.
           IF WRK-INDICADORES-PATH = SPACES
               MOVE 'INDICADORES.DAT' TO WRK-INDICADORES-PATH
           END-IF.
           ACCEPT WRK-LOJAS-PATH FROM ENVIRONMENT 'LOJAS_DAT_PATH'.
           IF WRK-LOJAS-PATH = SPACES
               MOVE 'LOJAS.DAT' TO WRK-LOJAS-PATH
           END-IF.
           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.
           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.
           ACCEPT WRK-SABORES-PATH FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.
           ACCEPT WRK-RECEBER-PATH
               FROM ENVIRONMENT 'CONTAS_RECEBER_PATH'.
           IF WRK-RECEBER-PATH = SPACES
               MOVE 'CONTAS-RECEBER.DAT' TO WRK-RECEBER-PATH
           END-IF.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.
           ACCEPT WRK-MENSALIDADES-PATH
               FROM ENVIRONMENT 'MENSALIDADES_DAT_PATH'.
           IF WRK-MENSALIDADES-PATH = SPACES
               MOVE 'MENSALIDADES.DAT' TO WRK-MENSALIDADES-PATH
           END-IF.
           ACCEPT WRK-FUNCIONARIOS-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-FUNCIONARIOS-PATH
           END-IF.
           ACCEPT WRK-EXCDIA-PATH
               FROM ENVIRONMENT 'EXCECOES_DIA_PATH'.
           IF WRK-EXCDIA-PATH = SPACES
               MOVE 'EXCECOES-DIA.DAT' TO WRK-EXCDIA-PATH
           END-IF.

           ACCEPT WRK-LIMIAR-ENT
               FROM ENVIRONMENT 'INDICADORES_LIMIAR_PCT'.
           IF WRK-LIMIAR-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-LIMIAR-ENT) TO WRK-LIMIAR-PCT
           END-IF.
           IF WRK-LIMIAR-PCT = ZERO
               MOVE 10 TO WRK-LIMIAR-PCT
           END-IF.
       0000-END.

       0000A-CALCULAR-DATAS.
           ACCEPT WRK-DATA-BASE FROM ENVIRONMENT 'RUNCTL_DATA'.
           IF WRK-DATA-BASE = SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WRK-HORA-GERACAO FROM TIME.

           MOVE WRK-DATA-BASE TO WRK-DATA-NUM.
           COMPUTE WRK-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-BASE-INT - 1).
           MOVE WRK-DATA-NUM TO WRK-DATA-ONTEM.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-BASE-INT - 7).
           MOVE WRK-DATA-NUM TO WRK-DATA-SEMANA.

           MOVE WRK-DATA-BASE TO WRK-MES-INICIO.
           MOVE '01' TO WRK-MES-INICIO(7:2).

           MOVE WRK-DATA-BASE TO WRK-DATA-CALC.
           SUBTRACT 1 FROM WRK-CALC-ANO.
           IF WRK-CALC-MES = 2 AND WRK-CALC-DIA = 29
               MOVE 28 TO WRK-CALC-DIA
           END-IF.
           MOVE WRK-DATA-CALC TO WRK-ANT-FIM.
           MOVE WRK-ANT-FIM TO WRK-ANT-INICIO.
           MOVE '01' TO WRK-ANT-INICIO(7:2).
       0000A-END.

      * ----------------------------------------------------------------
      * LOJAS DO CADASTRO, NA ORDEM DO CODIGO. SEM LOJAS.DAT, A REDE E
      * SO A MATRIZ (001).
      * ----------------------------------------------------------------
       0002-CARREGAR-LOJAS.
           OPEN INPUT ARQUIVO-LOJAS.
           IF FS-LOJ-ARQUIVO-NOVO
               MOVE '001' TO WRK-LOJA-BUSCA
               PERFORM 0009-LOCALIZAR-LOJA
               MOVE 'MATRIZ' TO WRK-LOJ-NOME(1)
           ELSE
               PERFORM 0002A-LER-LOJA
               PERFORM 0002B-GUARDAR-LOJA
                   UNTIL FS-LOJ-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-LOJAS.
       0002-END.

       0002A-LER-LOJA.
           READ ARQUIVO-LOJAS NEXT RECORD.
       0002A-END.

       0002B-GUARDAR-LOJA.
           MOVE LOJ-CODIGO TO WRK-LOJA-BUSCA.
           PERFORM 0009-LOCALIZAR-LOJA.
           IF WRK-LOJ-ACHADA > 0
               MOVE LOJ-NOME TO WRK-LOJ-NOME(WRK-LOJ-ACHADA)
           END-IF.
           PERFORM 0002A-LER-LOJA.
       0002B-END.

      * ----------------------------------------------------------------
      * VENDAS LIQUIDAS DA DATA-BASE: A DEVOLUCAO ENTRA NEGATIVA. A
      * VENDA ANTERIOR AO CUPOM (VEN-CUPOM ZERADO) NAO TEM CABECALHO EM
      * CUPONS.DAT: CADA LINHA DELA CONTA UM TICKET.
      * ----------------------------------------------------------------
       0003-APURAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0003A-LER-VENDA
               PERFORM 0003B-SOMAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.
       0003-END.

       0003A-LER-VENDA.
           READ ARQUIVO-VENDAS.
       0003A-END.

       0003B-SOMAR-VENDA.
           IF VEN-DATA = WRK-DATA-BASE
               IF VEN-LOJA = SPACES
                   MOVE '001' TO WRK-LOJA-BUSCA
               ELSE
                   MOVE VEN-LOJA TO WRK-LOJA-BUSCA
               END-IF
               PERFORM 0009-LOCALIZAR-LOJA
               IF VEN-TIPO-DEVOLUCAO
                   COMPUTE WRK-VALOR-VENDA = 0 - VEN-VALOR-TOTAL
               ELSE
                   MOVE VEN-VALOR-TOTAL TO WRK-VALOR-VENDA
               END-IF
               ADD WRK-VALOR-VENDA TO WRK-REDE-VENDAS
               IF WRK-LOJ-ACHADA > 0
                   ADD WRK-VALOR-VENDA
                       TO WRK-LOJ-VENDAS(WRK-LOJ-ACHADA)
               END-IF
               IF VEN-TIPO-VENDA
                   AND (VEN-CUPOM IS NOT NUMERIC OR VEN-CUPOM = ZERO)
                   ADD 1 TO WRK-REDE-CUPONS
                   IF WRK-LOJ-ACHADA > 0
                       ADD 1 TO WRK-LOJ-CUPONS(WRK-LOJ-ACHADA)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0003A-LER-VENDA.
       0003B-END.

      * CUPONS EMITIDOS NA DATA-BASE; O CANCELADO NAO E TICKET.
       0004-APURAR-CUPONS.
           OPEN INPUT ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               DISPLAY 'CUPONS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0004A-LER-CUPOM
               PERFORM 0004B-CONTAR-CUPOM UNTIL FS-CUP-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CUPONS.
       0004-END.

       0004A-LER-CUPOM.
           READ ARQUIVO-CUPONS NEXT RECORD.
       0004A-END.

       0004B-CONTAR-CUPOM.
           IF CUP-DATA = WRK-DATA-BASE AND NOT CUP-CANCELADO
               IF CUP-LOJA = SPACES
                   MOVE '001' TO WRK-LOJA-BUSCA
               ELSE
                   MOVE CUP-LOJA TO WRK-LOJA-BUSCA
               END-IF
               PERFORM 0009-LOCALIZAR-LOJA
               ADD 1 TO WRK-REDE-CUPONS
               IF WRK-LOJ-ACHADA > 0
                   ADD 1 TO WRK-LOJ-CUPONS(WRK-LOJ-ACHADA)
               END-IF
           END-IF.
           PERFORM 0004A-LER-CUPOM.
       0004B-END.

      * ESTOQUE A CUSTO MEDIO E CUBAS RESERVADAS PARA ENCOMENDAS
      * ABERTAS (SAB-RESERVADO, MANTIDO PELO PED0001A).
       0005-APURAR-ESTOQUE.
           OPEN INPUT ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0005A-LER-SABOR
               PERFORM 0005B-SOMAR-SABOR UNTIL FS-SAB-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-SABORES.
       0005-END.

       0005A-LER-SABOR.
           READ ARQUIVO-SABORES NEXT RECORD.
       0005A-END.

       0005B-SOMAR-SABOR.
           IF SAB-CUSTO-MEDIO IS NUMERIC
               COMPUTE WRK-VAL-ESTOQUE = WRK-VAL-ESTOQUE
                   + SAB-ESTOQUE-QTD * SAB-CUSTO-MEDIO
           END-IF.
           IF SAB-RESERVADO IS NUMERIC
               ADD SAB-RESERVADO TO WRK-VAL-RESERVA
           END-IF.
           PERFORM 0005A-LER-SABOR.
       0005B-END.

      * FATURAS DE EMPRESA EM ABERTO (INCLUSIVE REMETIDAS AO BANCO)
      * JA VENCIDAS NA DATA-BASE, PELO SALDO AINDA NAO PAGO.
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
           IF REC-EM-ABERTO AND REC-VENCIMENTO < WRK-DATA-BASE
               COMPUTE WRK-VAL-ABERTO = REC-VALOR - REC-VALOR-PAGO
               IF WRK-VAL-ABERTO > ZERO
                   ADD WRK-VAL-ABERTO TO WRK-VAL-RECEBER
               END-IF
           END-IF.
           PERFORM 0006A-LER-TITULO.
       0006B-END.

      * SALDO DEVEDOR DOS CONTRATOS ATIVOS COM PARCELA EM ATRASO, PELO
      * MESMO VENCIMENTO ESTIMADO DO FIN0002A (30 DIAS POR PARCELA
      * DESDE O CONTRATO).
       0007-APURAR-EMPRESTIMOS.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               DISPLAY 'EMPRESTIMOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0007A-LER-CONTRATO
               PERFORM 0007B-SOMAR-CONTRATO UNTIL FS-FIN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.
       0007-END.

       0007A-LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0007A-END.

       0007B-SOMAR-CONTRATO.
           IF FIN-ATIVO AND FIN-DATA-CONTRATO IS NUMERIC
               MOVE FIN-DATA-CONTRATO TO WRK-DATA-NUM
               COMPUTE WRK-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
                   + (FIN-PARCELAS-PAGAS + 1) * 30
               IF WRK-VENC-INT < WRK-BASE-INT
                   ADD FIN-SALDO-DEVEDOR TO WRK-VAL-EMPREST
               END-IF
           END-IF.
           PERFORM 0007A-LER-CONTRATO.
       0007B-END.

      * MENSALIDADES EM ABERTO JA VENCIDAS, PELO LIQUIDO DA BOLSA
      * MENOS O QUE JA FOI PAGO.
       0008-APURAR-MENSALIDADES.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           IF FS-MEN-ARQUIVO-NOVO
               DISPLAY 'MENSALIDADES.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0008A-LER-MENSALIDADE
               PERFORM 0008B-SOMAR-MENSALIDADE
                   UNTIL FS-MEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-MENSALIDADES.
       0008-END.

       0008A-LER-MENSALIDADE.
           READ ARQUIVO-MENSALIDADES NEXT RECORD.
       0008A-END.

       0008B-SOMAR-MENSALIDADE.
           IF MEN-ABERTA AND MEN-VENCIMENTO < WRK-DATA-BASE
               COMPUTE WRK-VAL-ABERTO = MEN-VALOR - MEN-DESCONTO-BOLSA
                   - MEN-VALOR-PAGO
               IF WRK-VAL-ABERTO > ZERO
                   ADD WRK-VAL-ABERTO TO WRK-VAL-MENSAL
               END-IF
           END-IF.
           PERFORM 0008A-LER-MENSALIDADE.
       0008B-END.

      * POSICAO DA LOJA NA TABELA; LOJA NOVA ENTRA NO FIM. TABELA
      * CHEIA: A VENDA CONTA SO NA REDE (WRK-LOJ-ACHADA ZERO).
       0009-LOCALIZAR-LOJA.
           MOVE 0 TO WRK-LOJ-ACHADA.
           PERFORM 0009A-COMPARAR-LOJA
               VARYING WRK-LOJ-IDX FROM 1 BY 1
               UNTIL WRK-LOJ-IDX > WRK-LOJ-QTD OR WRK-LOJ-ACHADA > 0.
           IF WRK-LOJ-ACHADA = 0 AND WRK-LOJ-QTD < 20
               ADD 1 TO WRK-LOJ-QTD
               MOVE WRK-LOJ-QTD    TO WRK-LOJ-ACHADA
               MOVE WRK-LOJA-BUSCA TO WRK-LOJ-CODIGO(WRK-LOJ-QTD)
               MOVE SPACES         TO WRK-LOJ-NOME(WRK-LOJ-QTD)
               MOVE ZERO           TO WRK-LOJ-VENDAS(WRK-LOJ-QTD)
                                      WRK-LOJ-CUPONS(WRK-LOJ-QTD)
           END-IF.
       0009-END.

       0009A-COMPARAR-LOJA.
           IF WRK-LOJ-CODIGO(WRK-LOJ-IDX) = WRK-LOJA-BUSCA
               MOVE WRK-LOJ-IDX TO WRK-LOJ-ACHADA
           END-IF.
       0009A-END.

      * QUADRO ATIVO DA FOLHA (DESLIGADO NAO CONTA).
       0010-APURAR-QUADRO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FS-FUN-ARQUIVO-NOVO
               DISPLAY 'FUNCIONARIOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM 0010A-LER-FUNCIONARIO
               PERFORM 0010B-CONTAR-FUNCIONARIO
                   UNTIL FS-FUN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.
       0010-END.

       0010A-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0010A-END.

       0010B-CONTAR-FUNCIONARIO.
           IF REG-ATIVO
               ADD 1 TO WRK-VAL-QUADRO
           END-IF.
           PERFORM 0010A-LER-FUNCIONARIO.
       0010B-END.

      * AVISOS DOS PASSOS GRAVADOS NA DATA-BASE (OS MESMOS DO BOLETIM
      * EXC0001A, QUE RODA ANTES DESTE PASSO).
       0011-APURAR-EXCECOES.
           OPEN INPUT EXCECOES-ARQUIVO.
           IF EXC-LEITURA-NOVO
               CONTINUE
           ELSE
               PERFORM 0011A-LER-EXCECAO
               PERFORM 0011B-CONTAR-EXCECAO UNTIL EXC-LEITURA-FIM
           END-IF.
           CLOSE EXCECOES-ARQUIVO.
       0011-END.

       0011A-LER-EXCECAO.
           READ EXCECOES-ARQUIVO.
       0011A-END.

       0011B-CONTAR-EXCECAO.
           IF EXC-DATA = WRK-DATA-BASE
               ADD 1 TO WRK-VAL-EXCECOES
           END-IF.
           PERFORM 0011A-LER-EXCECAO.
       0011B-END.

      * ----------------------------------------------------------------
      * LINHAS DO PAINEL: A REDE (LOJA 000) E DEPOIS CADA LOJA. O
      * TICKET MEDIO DO DIA E VENDAS / CUPONS (ZERO SEM CUPOM).
      * ----------------------------------------------------------------
       0012-MONTAR-PAINEL.
           MOVE '000'             TO WRK-NOVA-LOJA.
           MOVE WRK-REDE-VENDAS   TO WRK-DIVIDENDO.
           MOVE WRK-REDE-CUPONS   TO WRK-DIVISOR.
           PERFORM 0013-INCLUIR-VENDAS.

           MOVE 'P' TO WRK-NOVA-NATUREZA.
           MOVE 'S' TO WRK-NOVA-MOEDA.
           MOVE 'ESTCUSTO'                  TO WRK-NOVA-CODIGO.
           MOVE 'ESTOQUE A CUSTO R$'        TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-ESTOQUE             TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'RECVENC'                   TO WRK-NOVA-CODIGO.
           MOVE 'EMPRESAS VENCIDO R$'       TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-RECEBER             TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'EMPATRAS'                  TO WRK-NOVA-CODIGO.
           MOVE 'EMPRESTIMOS ATRASO R$'     TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-EMPREST             TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'MENVENC'                   TO WRK-NOVA-CODIGO.
           MOVE 'MENSALIDADES VENCIDAS R$'  TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-MENSAL              TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.

           MOVE 'N' TO WRK-NOVA-MOEDA.
           MOVE 'RESERVA'                   TO WRK-NOVA-CODIGO.
           MOVE 'CUBAS RESERVADAS ENCOM.'   TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-RESERVA             TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'QUADRO'                    TO WRK-NOVA-CODIGO.
           MOVE 'QUADRO ATIVO DA FOLHA'     TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-QUADRO              TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'F' TO WRK-NOVA-NATUREZA.
           MOVE 'EXCECOES'                  TO WRK-NOVA-CODIGO.
           MOVE 'EXCECOES DO FIM-DE-DIA'    TO WRK-NOVA-DESCRICAO.
           MOVE WRK-VAL-EXCECOES            TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.

           PERFORM 0012A-INCLUIR-LOJA
               VARYING WRK-LOJ-IDX FROM 1 BY 1
               UNTIL WRK-LOJ-IDX > WRK-LOJ-QTD.
       0012-END.

       0012A-INCLUIR-LOJA.
           MOVE WRK-LOJ-CODIGO(WRK-LOJ-IDX) TO WRK-NOVA-LOJA.
           MOVE WRK-LOJ-VENDAS(WRK-LOJ-IDX) TO WRK-DIVIDENDO.
           MOVE WRK-LOJ-CUPONS(WRK-LOJ-IDX) TO WRK-DIVISOR.
           PERFORM 0013-INCLUIR-VENDAS.
       0012A-END.

      * TRIO VENDAS / CUPONS / TICKET MEDIO DE UMA LOJA (OU DA REDE).
       0013-INCLUIR-VENDAS.
           MOVE 'F' TO WRK-NOVA-NATUREZA.
           MOVE 'S' TO WRK-NOVA-MOEDA.
           MOVE 'VENDAS'                    TO WRK-NOVA-CODIGO.
           MOVE 'VENDAS LIQUIDAS R$'        TO WRK-NOVA-DESCRICAO.
           MOVE WRK-DIVIDENDO               TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'N' TO WRK-NOVA-MOEDA.
           MOVE 'CUPONS'                    TO WRK-NOVA-CODIGO.
           MOVE 'CUPONS (TICKETS)'          TO WRK-NOVA-DESCRICAO.
           MOVE WRK-DIVISOR                 TO WRK-NOVA-VALOR.
           PERFORM 0013A-INCLUIR-LINHA.
           MOVE 'R' TO WRK-NOVA-NATUREZA.
           MOVE 'S' TO WRK-NOVA-MOEDA.
           MOVE 'TKTMEDIO'                  TO WRK-NOVA-CODIGO.
           MOVE 'TICKET MEDIO R$'           TO WRK-NOVA-DESCRICAO.
           IF WRK-DIVISOR > ZERO
               COMPUTE WRK-NOVA-VALOR ROUNDED =
                   WRK-DIVIDENDO / WRK-DIVISOR
           ELSE
               MOVE ZERO TO WRK-NOVA-VALOR
           END-IF.
           PERFORM 0013A-INCLUIR-LINHA.
       0013-END.

       0013A-INCLUIR-LINHA.
           IF WRK-PNL-QTD < 70
               ADD 1 TO WRK-PNL-QTD
               MOVE WRK-NOVA-CODIGO    TO WRK-PNL-CODIGO(WRK-PNL-QTD)
               MOVE WRK-NOVA-LOJA      TO WRK-PNL-LOJA(WRK-PNL-QTD)
               MOVE WRK-NOVA-NATUREZA  TO WRK-PNL-NATUREZA(WRK-PNL-QTD)
               MOVE WRK-NOVA-DESCRICAO
                   TO WRK-PNL-DESCRICAO(WRK-PNL-QTD)
               MOVE WRK-NOVA-MOEDA     TO WRK-PNL-MOEDA(WRK-PNL-QTD)
               MOVE WRK-NOVA-VALOR     TO WRK-PNL-HOJE(WRK-PNL-QTD)
               MOVE ZERO TO WRK-PNL-ONTEM(WRK-PNL-QTD)
                            WRK-PNL-SEMANA(WRK-PNL-QTD)
                            WRK-PNL-MES-SOMA(WRK-PNL-QTD)
                            WRK-PNL-MES-DIAS(WRK-PNL-QTD)
                            WRK-PNL-ANT-SOMA(WRK-PNL-QTD)
                            WRK-PNL-ANT-DIAS(WRK-PNL-QTD)
               MOVE 'N' TO WRK-PNL-ONTEM-OK(WRK-PNL-QTD)
                           WRK-PNL-SEMANA-OK(WRK-PNL-QTD)
           END-IF.
       0013A-END.

      * FOTOGRAFIA DA DATA-BASE. A MESMA DATA RODADA DE NOVO REGRAVA O
      * REGISTRO COM OS VALORES ATUAIS.
       0014-GRAVAR-FOTOGRAFIA.
           MOVE WRK-DATA-BASE              TO IND-DATA.
           MOVE WRK-PNL-CODIGO(WRK-PNL-IDX)   TO IND-CODIGO.
           MOVE WRK-PNL-LOJA(WRK-PNL-IDX)     TO IND-LOJA.
           MOVE WRK-PNL-HOJE(WRK-PNL-IDX)     TO IND-VALOR.
           MOVE WRK-PNL-NATUREZA(WRK-PNL-IDX) TO IND-NATUREZA.
           ACCEPT IND-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE WRK-HORA-GERACAO           TO IND-HORA-GERACAO.
           WRITE REGISTRO-INDICADOR
               INVALID KEY
                   REWRITE REGISTRO-INDICADOR
                   ADD 1 TO WRK-QTD-REGRAVADAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADAS
           END-WRITE.
       0014-END.

      * VESPERA E MESMO DIA DA SEMANA ANTERIOR, LIDOS PELA CHAVE.
       0015-BUSCAR-COMPARACOES.
           MOVE WRK-PNL-CODIGO(WRK-PNL-IDX) TO IND-CODIGO.
           MOVE WRK-PNL-LOJA(WRK-PNL-IDX)   TO IND-LOJA.
           MOVE WRK-DATA-ONTEM              TO IND-DATA.
           READ ARQUIVO-INDICADORES
               INVALID KEY
                   MOVE 'N' TO WRK-PNL-ONTEM-OK(WRK-PNL-IDX)
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PNL-ONTEM-OK(WRK-PNL-IDX)
                   MOVE IND-VALOR TO WRK-PNL-ONTEM(WRK-PNL-IDX)
           END-READ.

           MOVE WRK-PNL-CODIGO(WRK-PNL-IDX) TO IND-CODIGO.
           MOVE WRK-PNL-LOJA(WRK-PNL-IDX)   TO IND-LOJA.
           MOVE WRK-DATA-SEMANA             TO IND-DATA.
           READ ARQUIVO-INDICADORES
               INVALID KEY
                   MOVE 'N' TO WRK-PNL-SEMANA-OK(WRK-PNL-IDX)
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PNL-SEMANA-OK(WRK-PNL-IDX)
                   MOVE IND-VALOR TO WRK-PNL-SEMANA(WRK-PNL-IDX)
           END-READ.
       0015-END.

      * ----------------------------------------------------------------
      * ACUMULADO DE UM PERIODO: VARRE AS FOTOGRAFIAS DO PRIMEIRO AO
      * ULTIMO DIA (A CHAVE COMECA PELA DATA) E SOMA VALOR E DIAS NA
      * LINHA DO MESMO INDICADOR E LOJA. INDICADOR OU LOJA QUE NAO ESTA
      * NO PAINEL DE HOJE E IGNORADO.
      * ----------------------------------------------------------------
       0016-ACUMULAR-PERIODO.
           MOVE 'N' TO WRK-IND-FIM.
           MOVE LOW-VALUES     TO IND-CHAVE.
           MOVE WRK-PER-INICIO TO IND-DATA.
           START ARQUIVO-INDICADORES KEY NOT < IND-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-IND-FIM
           END-START.
           PERFORM 0016A-LER-FOTOGRAFIA.
           PERFORM 0017-SOMAR-FOTOGRAFIA UNTIL FOTOGRAFIAS-ESGOTADAS.
       0016-END.

       0016A-LER-FOTOGRAFIA.
           IF NOT FOTOGRAFIAS-ESGOTADAS
               READ ARQUIVO-INDICADORES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-IND-FIM
                   NOT AT END
                       IF IND-DATA > WRK-PER-FIM
                           MOVE 'S' TO WRK-IND-FIM
                       END-IF
               END-READ
           END-IF.
       0016A-END.

       0017-SOMAR-FOTOGRAFIA.
           MOVE 0 TO WRK-PNL-ACHADA.
           PERFORM 0017A-COMPARAR-LINHA
               VARYING WRK-BUSCA-IDX FROM 1 BY 1
               UNTIL WRK-BUSCA-IDX > WRK-PNL-QTD OR WRK-PNL-ACHADA > 0.
           IF WRK-PNL-ACHADA > 0
               IF WRK-PER-TIPO = 'A'
                   ADD IND-VALOR TO WRK-PNL-MES-SOMA(WRK-PNL-ACHADA)
                   ADD 1         TO WRK-PNL-MES-DIAS(WRK-PNL-ACHADA)
               ELSE
                   ADD IND-VALOR TO WRK-PNL-ANT-SOMA(WRK-PNL-ACHADA)
                   ADD 1         TO WRK-PNL-ANT-DIAS(WRK-PNL-ACHADA)
               END-IF
           END-IF.
           PERFORM 0016A-LER-FOTOGRAFIA.
       0017-END.

       0017A-COMPARAR-LINHA.
           IF WRK-PNL-CODIGO(WRK-BUSCA-IDX) = IND-CODIGO
               AND WRK-PNL-LOJA(WRK-BUSCA-IDX) = IND-LOJA
               MOVE WRK-BUSCA-IDX TO WRK-PNL-ACHADA
           END-IF.
       0017A-END.

      * VARIACAO PERCENTUAL DE ATUAL SOBRE ANTERIOR, COM A SETA QUANDO
      * PASSA DO LIMIAR: '^' SUBIU, 'V' CAIU, SEM SETA DENTRO DO
      * LIMIAR. SEM FOTOGRAFIA PARA COMPARAR SAI TRACO; BASE ZERO COM
      * VALOR HOJE SAI 'NOVO'.
       0018-CALCULAR-VARIACAO.
           MOVE SPACES TO WRK-VAR-COL.
           IF NOT VAR-COM-HISTORICO
               MOVE '     -' TO WRK-VAR-COL
           ELSE
               IF WRK-VAR-ANTERIOR = ZERO
                   IF WRK-VAR-ATUAL = ZERO
                       MOVE '    0.0' TO WRK-VAR-COL
                   ELSE
                       MOVE '   NOVO' TO WRK-VAR-COL
                   END-IF
               ELSE
                   COMPUTE WRK-VAR-PCT ROUNDED =
                       (WRK-VAR-ATUAL - WRK-VAR-ANTERIOR) * 100
                       / WRK-VAR-ANTERIOR
                       ON SIZE ERROR
                           IF WRK-VAR-ATUAL > WRK-VAR-ANTERIOR
                               MOVE 999 TO WRK-VAR-PCT
                           ELSE
                               MOVE -999 TO WRK-VAR-PCT
                           END-IF
                   END-COMPUTE
                   IF WRK-VAR-ANTERIOR < ZERO
                       COMPUTE WRK-VAR-PCT = 0 - WRK-VAR-PCT
                   END-IF
                   MOVE WRK-VAR-PCT TO WRK-VAR-PCT-ED
                   MOVE WRK-VAR-PCT-ED TO WRK-VAR-COL(1:7)
                   IF WRK-VAR-PCT >= WRK-LIMIAR-PCT
                       MOVE '^' TO WRK-VAR-COL(8:1)
                   END-IF
                   IF WRK-VAR-PCT <= 0 - WRK-LIMIAR-PCT
                       MOVE 'V' TO WRK-VAR-COL(8:1)
                   END-IF
               END-IF
           END-IF.
       0018-END.

      * ----------------------------------------------------------------
      * PAINEL NO SPOOL: UMA LINHA POR INDICADOR, COM UM TITULO A CADA
      * TROCA DE LOJA.
      * ----------------------------------------------------------------
       0020-EMITIR-PAINEL.
           MOVE 'PAINEL-INDICADORES' TO WRK-REL-NOME.
           MOVE 'INDICADOR'      TO WRK-REL-CABECALHO(1:9).
           MOVE 'HOJE'           TO WRK-REL-CABECALHO(39:4).
           MOVE 'ONTEM'          TO WRK-REL-CABECALHO(52:5).
           MOVE 'VAR%'           TO WRK-REL-CABECALHO(60:4).
           MOVE 'SEMANA ANT.'    TO WRK-REL-CABECALHO(68:11).
           MOVE 'VAR%'           TO WRK-REL-CABECALHO(83:4).
           MOVE 'MES ATE HOJE'   TO WRK-REL-CABECALHO(91:12).
           MOVE 'MES ANO ANT.'   TO WRK-REL-CABECALHO(105:12).
           MOVE 'VAR%'           TO WRK-REL-CABECALHO(120:4).
           MOVE 'IND0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'DATA-BASE: '       DELIMITED BY SIZE
                  WRK-DATA-BASE       DELIMITED BY SIZE
                  '  ONTEM: '         DELIMITED BY SIZE
                  WRK-DATA-ONTEM      DELIMITED BY SIZE
                  '  SEMANA ANT.: '   DELIMITED BY SIZE
                  WRK-DATA-SEMANA     DELIMITED BY SIZE
                  '  MES: '           DELIMITED BY SIZE
                  WRK-MES-INICIO      DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WRK-DATA-BASE       DELIMITED BY SIZE
                  '  ANO ANT.: '      DELIMITED BY SIZE
                  WRK-ANT-INICIO      DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WRK-ANT-FIM         DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-LIMIAR-PCT TO WRK-LIMIAR-ED.
           STRING 'SETAS ^ V A PARTIR DE ' DELIMITED BY SIZE
                  WRK-LIMIAR-ED            DELIMITED BY SIZE
                  '% DE VARIACAO; - = SEM FOTOGRAFIA '
                                           DELIMITED BY SIZE
                  'NA DATA DE COMPARACAO.' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE SPACES TO WRK-LOJA-ANTERIOR.
           PERFORM 0021-IMPRIMIR-INDICADOR
               VARYING WRK-PNL-IDX FROM 1 BY 1
               UNTIL WRK-PNL-IDX > WRK-PNL-QTD.
           PERFORM 0973-FECHAR-RELATORIO.
       0020-END.

       0021-IMPRIMIR-INDICADOR.
           IF WRK-PNL-LOJA(WRK-PNL-IDX) NOT = WRK-LOJA-ANTERIOR
               PERFORM 0022-IMPRIMIR-TITULO-LOJA
           END-IF.

           MOVE WRK-PNL-DESCRICAO(WRK-PNL-IDX) TO WRK-REL-LINHA(3:24).

           MOVE WRK-PNL-HOJE(WRK-PNL-IDX) TO WRK-VALOR-IMP.
           PERFORM 0023-EDITAR-VALOR.
           MOVE WRK-VALOR-COL TO WRK-REL-LINHA(30:13).

           IF WRK-PNL-ONTEM-OK(WRK-PNL-IDX) = 'S'
               MOVE WRK-PNL-ONTEM(WRK-PNL-IDX) TO WRK-VALOR-IMP
               PERFORM 0023-EDITAR-VALOR
               MOVE WRK-VALOR-COL TO WRK-REL-LINHA(44:13)
           END-IF.
           MOVE WRK-PNL-HOJE(WRK-PNL-IDX)     TO WRK-VAR-ATUAL.
           MOVE WRK-PNL-ONTEM(WRK-PNL-IDX)    TO WRK-VAR-ANTERIOR.
           MOVE WRK-PNL-ONTEM-OK(WRK-PNL-IDX) TO WRK-VAR-HISTORICO.
           PERFORM 0018-CALCULAR-VARIACAO.
           MOVE WRK-VAR-COL TO WRK-REL-LINHA(58:8).

           IF WRK-PNL-SEMANA-OK(WRK-PNL-IDX) = 'S'
               MOVE WRK-PNL-SEMANA(WRK-PNL-IDX) TO WRK-VALOR-IMP
               PERFORM 0023-EDITAR-VALOR
               MOVE WRK-VALOR-COL TO WRK-REL-LINHA(67:13)
           END-IF.
           MOVE WRK-PNL-HOJE(WRK-PNL-IDX)      TO WRK-VAR-ATUAL.
           MOVE WRK-PNL-SEMANA(WRK-PNL-IDX)    TO WRK-VAR-ANTERIOR.
           MOVE WRK-PNL-SEMANA-OK(WRK-PNL-IDX) TO WRK-VAR-HISTORICO.
           PERFORM 0018-CALCULAR-VARIACAO.
           MOVE WRK-VAR-COL TO WRK-REL-LINHA(81:8).

           PERFORM 0024-VALORES-DO-MES.
           MOVE WRK-MES-VALOR TO WRK-VALOR-IMP.
           PERFORM 0023-EDITAR-VALOR.
           MOVE WRK-VALOR-COL TO WRK-REL-LINHA(90:13).
           IF WRK-ANT-HISTORICO = 'S'
               MOVE WRK-ANT-VALOR TO WRK-VALOR-IMP
               PERFORM 0023-EDITAR-VALOR
               MOVE WRK-VALOR-COL TO WRK-REL-LINHA(104:13)
           END-IF.
           MOVE WRK-MES-VALOR     TO WRK-VAR-ATUAL.
           MOVE WRK-ANT-VALOR     TO WRK-VAR-ANTERIOR.
           MOVE WRK-ANT-HISTORICO TO WRK-VAR-HISTORICO.
           PERFORM 0018-CALCULAR-VARIACAO.
           MOVE WRK-VAR-COL TO WRK-REL-LINHA(118:8).

           PERFORM 0972-IMPRIMIR-LINHA.
       0021-END.

       0022-IMPRIMIR-TITULO-LOJA.
           MOVE WRK-PNL-LOJA(WRK-PNL-IDX) TO WRK-LOJA-ANTERIOR.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-LOJA-ANTERIOR = '000'
               MOVE 'REDE (TODAS AS LOJAS)' TO WRK-REL-LINHA
           ELSE
               MOVE WRK-LOJA-ANTERIOR TO WRK-LOJA-BUSCA
               PERFORM 0009-LOCALIZAR-LOJA
               STRING 'LOJA '            DELIMITED BY SIZE
                      WRK-LOJA-ANTERIOR  DELIMITED BY SIZE
                      ' - '              DELIMITED BY SIZE
                      WRK-LOJ-NOME(WRK-LOJ-ACHADA)
                                         DELIMITED BY '  '
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0022-END.

      * VALOR EM R$ COM CENTAVOS; CONTAGEM SEM CASAS DECIMAIS.
       0023-EDITAR-VALOR.
           IF WRK-PNL-MOEDA(WRK-PNL-IDX) = 'S'
               MOVE WRK-VALOR-IMP TO WRK-MOEDA-ED
               MOVE WRK-MOEDA-ED  TO WRK-VALOR-COL
           ELSE
               MOVE WRK-VALOR-IMP TO WRK-CONTA-ED
               MOVE WRK-CONTA-ED  TO WRK-VALOR-COL
           END-IF.
       0023-END.

      * ACUMULADO DO MES NOS DOIS ANOS CONFORME A NATUREZA: FLUXO
      * SOMA, POSICAO E A MEDIA DOS DIAS FOTOGRAFADOS E O TICKET MEDIO
      * E A RAZAO DAS DUAS LINHAS DE CIMA (VENDAS E CUPONS DA LOJA).
       0024-VALORES-DO-MES.
           MOVE ZERO TO WRK-MES-VALOR WRK-ANT-VALOR.
           MOVE 'N' TO WRK-ANT-HISTORICO.
           IF WRK-PNL-ANT-DIAS(WRK-PNL-IDX) > 0
               MOVE 'S' TO WRK-ANT-HISTORICO
           END-IF.

           EVALUATE WRK-PNL-NATUREZA(WRK-PNL-IDX)
               WHEN 'F'
                   MOVE WRK-PNL-MES-SOMA(WRK-PNL-IDX) TO WRK-MES-VALOR
                   MOVE WRK-PNL-ANT-SOMA(WRK-PNL-IDX) TO WRK-ANT-VALOR
               WHEN 'P'
                   IF WRK-PNL-MES-DIAS(WRK-PNL-IDX) > 0
                       COMPUTE WRK-MES-VALOR ROUNDED =
                           WRK-PNL-MES-SOMA(WRK-PNL-IDX)
                           / WRK-PNL-MES-DIAS(WRK-PNL-IDX)
                   END-IF
                   IF WRK-PNL-ANT-DIAS(WRK-PNL-IDX) > 0
                       COMPUTE WRK-ANT-VALOR ROUNDED =
                           WRK-PNL-ANT-SOMA(WRK-PNL-IDX)
                           / WRK-PNL-ANT-DIAS(WRK-PNL-IDX)
                   END-IF
               WHEN 'R'
                   IF WRK-PNL-MES-SOMA(WRK-PNL-IDX - 1) NOT = ZERO
                       COMPUTE WRK-MES-VALOR ROUNDED =
                           WRK-PNL-MES-SOMA(WRK-PNL-IDX - 2)
                           / WRK-PNL-MES-SOMA(WRK-PNL-IDX - 1)
                   END-IF
                   IF WRK-PNL-ANT-SOMA(WRK-PNL-IDX - 1) NOT = ZERO
                       COMPUTE WRK-ANT-VALOR ROUNDED =
                           WRK-PNL-ANT-SOMA(WRK-PNL-IDX - 2)
                           / WRK-PNL-ANT-SOMA(WRK-PNL-IDX - 1)
                   END-IF
           END-EVALUATE.
       0024-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
