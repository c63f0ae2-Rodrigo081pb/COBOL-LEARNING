      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: RECERTIFICACAO TRIMESTRAL DOS ACESSOS: PERFIS.DAT
      *              E OPERADORES.DAT DIZEM QUEM RODA O QUE, MAS
      *              NINGUEM OS REVISAVA E AS CONCESSOES FICAVAM COM A
      *              PESSOA MUITO DEPOIS DE ELA MUDAR DE FUNCAO. O
      *              PROGRAMA LEVANTA TRES LISTAS: OPERADORES COM UM
      *              PAR CONFLITANTE DA TABELA DE SEGREGACAO DE FUNCOES
      *              (CONFLITOS-ACESSO.DAT, EDITAVEL; SEM ELA GRAVA A
      *              TABELA PADRAO); OPERADORES SEM SIGN-ON HA MAIS DE
      *              RECERT_DIAS_INATIVO DIAS (PADRAO 90), APURADO NO
      *              LOG DO SIGN-ON DENTRO DO AUDITLOG.DAT E DOS
      *              ARQUIVOS MENSAIS AUDITLOG-AAAAMM.DAT; E CONCESSOES
      *              COM MAIS DE RECERT_DIAS_CONCESSAO DIAS (PADRAO
      *              365) FEITAS POR SUPERVISOR QUE JA SAIU (FORA DE
      *              OPERADORES.DAT, REBAIXADO OU COM A CONTA
      *              BLOQUEADA). CADA CONCESSAO LISTADA E MOSTRADA AO
      *              SUPERVISOR, QUE DECIDE MANTER OU REVOGAR; AS
      *              REVOGACOES SAO APLICADAS EM PERFIS.DAT (COM O
      *              MESMO CARIMBO PERFIL-REVOGA DO PRF0001A), A
      *              REVISAO INTEIRA FICA EM RECERTIFICACOES.DAT COMO
      *              EVIDENCIA E O RELATORIO SAI NO SPOOL.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRF0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

      * TRILHA DE AUDITORIA: LIDA (LOG CORRENTE E ARQUIVOS MENSAIS)
      * PARA O ULTIMO SIGN-ON DE CADA OPERADOR E GRAVADA PELO 0930.
           SELECT AUDITLOG-ARQUIVO ASSIGN TO DYNAMIC WRK-AUDITLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.

           SELECT ARQUIVO-CONFLITOS
               ASSIGN TO DYNAMIC WRK-CONFLITOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNF-STATUS.

      * EVIDENCIA DAS REVISOES, CUMULATIVA.
           SELECT ARQUIVO-RECERT
               ASSIGN TO DYNAMIC WRK-RECERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCT-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.

       FD ARQUIVO-CONFLITOS.
           COPY CONFLITOS-FD.CPY.

       FD ARQUIVO-RECERT.
           COPY RECERT-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CNF-STATUS PIC X(02).
           88 FS-CNF-OK           VALUE '00'.
           88 FS-CNF-FIM          VALUE '10'.
           88 FS-CNF-ARQUIVO-NOVO VALUE '35'.
       01 WRK-RCT-STATUS PIC X(02).
           88 FS-RCT-OK           VALUE '00'.
           88 FS-RCT-ARQUIVO-NOVO VALUE '35'.

       01 WRK-CONFLITOS-PATH PIC X(100).
       01 WRK-RECERT-PATH    PIC X(100).

       01 WRK-DATA-HOJE   PIC X(08).
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-HORA-HOJE   PIC X(08).
       01 WRK-HOJE-INT    PIC 9(08) COMP.

      * JANELAS DA REVISAO (VARIAVEIS DE AMBIENTE, COM VALOR PADRAO)
      * E AS DATAS DE CORTE QUE SAEM DELAS.
       01 WRK-DIAS-INATIVO-ENT   PIC X(04).
       01 WRK-DIAS-INATIVO       PIC 9(04) VALUE 90.
       01 WRK-DIAS-CONCESSAO-ENT PIC X(04).
       01 WRK-DIAS-CONCESSAO     PIC 9(04) VALUE 365.
       01 WRK-CORTE-ACESSO       PIC 9(08).
       01 WRK-CORTE-ACESSO-X REDEFINES WRK-CORTE-ACESSO PIC X(08).
       01 WRK-CORTE-CONCESSAO    PIC 9(08).
       01 WRK-CORTE-CONCESSAO-X REDEFINES WRK-CORTE-CONCESSAO
                                 PIC X(08).

      * MESES DE AUDITLOG-AAAAMM.DAT A LER PARA TRAS (A JANELA DE
      * INATIVIDADE EM MESES, COM FOLGA DE UM).
       01 WRK-MESES-JANELA PIC 9(03) COMP.
       01 WRK-MES-ATRAS    PIC 9(03) COMP.
       01 WRK-CALC-ANO     PIC 9(04).
       01 WRK-CALC-MES     PIC S9(04).
       01 WRK-AAAAMM.
           05 WRK-AAAAMM-ANO PIC 9(04).
           05 WRK-AAAAMM-MES PIC 9(02).

      * CARGA PADRAO DE CONFLITOS-ACESSO.DAT: OS PARES QUE A AUDITORIA
      * JA APONTOU, PARA AJUSTE NO ARQUIVO.
       01 WRK-CONFLITOS-PADRAO.
           05 FILLER PIC X(24) VALUE
              'CAD0002A    CAD0020A    '.
           05 FILLER PIC X(40) VALUE
              'TROCA DE CPF E APROVACAO DA TROCA'.
           05 FILLER PIC X(24) VALUE
              'VEN0004A    CXA0001A    '.
           05 FILLER PIC X(40) VALUE
              'ESTORNO DE VENDA E FECHAMENTO DE CAIXA'.
       01 WRK-CNF-PADRAO-TABELA REDEFINES WRK-CONFLITOS-PADRAO.
           05 WRK-CNF-PADRAO-ITEM OCCURS 2 TIMES PIC X(64).
       01 WRK-CNF-PADRAO-IDX PIC 9(02) COMP VALUE 0.

      * PARES CONFLITANTES CARREGADOS DE CONFLITOS-ACESSO.DAT.
       01 WRK-CNF-TABELA.
           05 WRK-CNF-ITEM OCCURS 50 TIMES.
               10 WRK-CNF-A    PIC X(12).
               10 WRK-CNF-B    PIC X(12).
               10 WRK-CNF-DESC PIC X(40).
       01 WRK-CNF-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-CNF-IDX PIC 9(03) COMP VALUE 0.

      * OPERADORES DE OPERADORES.DAT, COM O ULTIMO SIGN-ON ACHADO NA
      * TRILHA (ESPACOS = NENHUM NA JANELA LIDA).
       01 WRK-OPR-TABELA.
           05 WRK-OPR-ITEM OCCURS 500 TIMES.
               10 WRK-OPR-ID         PIC X(08).
               10 WRK-OPR-NIVEL      PIC X(01).
               10 WRK-OPR-BLOQUEIO   PIC X(01).
               10 WRK-OPR-ULTIMO     PIC X(08).
               10 WRK-OPR-CONCESSOES PIC 9(03) COMP.
       01 WRK-OPR-QTD    PIC 9(03) COMP VALUE 0.
       01 WRK-OPR-IDX    PIC 9(03) COMP VALUE 0.
       01 WRK-OPR-ACHADO PIC 9(03) COMP VALUE 0.
       01 WRK-OPR-ATUAL  PIC 9(03) COMP VALUE 0.
       01 WRK-OPR-BUSCA  PIC X(08).
       01 WRK-FIM-OPERADORES PIC X(01) VALUE 'N'.
           88 FIM-OPERADORES VALUE 'S'.

      * CONCESSOES DO OPERADOR CORRENTE NA LEITURA DE PERFIS.DAT.
       01 WRK-GRT-OPERADOR PIC X(08).
       01 WRK-GRT-TABELA.
           05 WRK-GRT-ITEM OCCURS 100 TIMES.
               10 WRK-GRT-PROGRAMA PIC X(12).
               10 WRK-GRT-DATA     PIC X(08).
               10 WRK-GRT-POR      PIC X(08).
       01 WRK-GRT-QTD    PIC 9(03) COMP VALUE 0.
       01 WRK-GRT-IDX    PIC 9(03) COMP VALUE 0.
       01 WRK-GRT-IDX2   PIC 9(03) COMP VALUE 0.
       01 WRK-GRT-BUSCA  PIC X(12).
       01 WRK-GRT-ACHOU  PIC X(01).
           88 CONCESSAO-ACHADA VALUE 'S'.
       01 WRK-GRT-INATIVO PIC X(01).
       01 WRK-GRT-MOTIVO-INATIVO PIC X(40).
       01 WRK-FIM-LISTA PIC X(01) VALUE 'N'.
           88 FIM-DA-LISTA VALUE 'S'.
       01 WRK-PERFIS-ABERTO PIC X(01) VALUE 'N'.
           88 PERFIS-ABERTO VALUE 'S'.

      * AVALIACAO DA CONCESSAO CORRENTE.
       01 WRK-AVL-CONFLITO  PIC X(01).
       01 WRK-AVL-PAR       PIC X(12).
       01 WRK-AVL-PAR-DESC  PIC X(40).
       01 WRK-AVL-ORFAO     PIC X(01).
       01 WRK-AVL-SITUACAO  PIC X(24).

      * CONCESSOES LEVADAS A REVISAO, COM A DECISAO DO SUPERVISOR.
       01 WRK-REV-TABELA.
           05 WRK-REV-ITEM OCCURS 500 TIMES.
               10 WRK-REV-OPERADOR  PIC X(08).
               10 WRK-REV-PROGRAMA  PIC X(12).
               10 WRK-REV-DATA      PIC X(08).
               10 WRK-REV-POR       PIC X(08).
               10 WRK-REV-CONFLITO  PIC X(01).
               10 WRK-REV-PAR       PIC X(12).
               10 WRK-REV-PAR-DESC  PIC X(40).
               10 WRK-REV-INATIVO   PIC X(01).
               10 WRK-REV-MOT-INATIVO PIC X(40).
               10 WRK-REV-ORFAO     PIC X(01).
               10 WRK-REV-SITUACAO  PIC X(24).
               10 WRK-REV-DECISAO   PIC X(01).
               10 WRK-REV-APLICADA  PIC X(01).
       01 WRK-REV-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-REV-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-REV-FILTRO PIC X(01).

       01 WRK-DECISAO PIC X(01).
       01 WRK-DECISAO-OK PIC X(01) VALUE 'N'.
           88 DECISAO-VALIDA VALUE 'S'.

       01 WRK-QTD-TRILHAS    PIC 9(05) VALUE ZERO.
       01 WRK-QTD-SIGNONS    PIC 9(07) VALUE ZERO.
       01 WRK-QTD-CONCESSOES PIC 9(05) VALUE ZERO.
       01 WRK-QTD-CONFLITOS  PIC 9(05) VALUE ZERO.
       01 WRK-QTD-INATIVOS   PIC 9(05) VALUE ZERO.
       01 WRK-QTD-ORFAS      PIC 9(05) VALUE ZERO.
       01 WRK-QTD-MANTIDAS   PIC 9(05) VALUE ZERO.
       01 WRK-QTD-REVOGADAS  PIC 9(05) VALUE ZERO.
       01 WRK-QTD-NAO-ACHADAS PIC 9(05) VALUE ZERO.
       01 WRK-QTD-FORA-TABELA PIC 9(05) VALUE ZERO.
       01 WRK-QTD-LISTADAS   PIC 9(05) VALUE ZERO.
       01 WRK-QTD-ED         PIC ZZZZ9.
       01 WRK-QTD-ED2        PIC ZZZZ9.
       01 WRK-QTD-ED3        PIC ZZZZ9.
       01 WRK-REV-NUM-ED     PIC ZZ9.
       01 WRK-REV-QTD-ED     PIC ZZ9.
       01 WRK-DIAS-ED        PIC ZZZ9.
       01 WRK-ULTIMO-ED      PIC X(10).
       01 WRK-MOTIVOS-ED     PIC X(05).
       01 WRK-DECISAO-ED     PIC X(08).
       01 WRK-APLICADA-ED    PIC X(03).

           COPY AUDITLOG-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   PRF0002A - RECERTIFICACAO DE ACESSOS         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'PRF0002A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'RECERTIFICACAO DE ACESSOS EXIGE SUPERVISOR.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           PERFORM 0002-CALCULAR-CORTES.

           PERFORM 0003-CARREGAR-CONFLITOS.
           PERFORM 0005-CARREGAR-OPERADORES.
           PERFORM 0006-APURAR-ULTIMO-SIGNON.
           PERFORM 0010-APURAR-CONCESSOES.

           IF WRK-REV-QTD = ZERO
               DISPLAY 'NENHUMA CONCESSAO A REVISAR NESTE PERIODO.'
           ELSE
               PERFORM 0020-REVISAR-CONCESSOES
               PERFORM 0025-APLICAR-REVOGACOES
           END-IF.

           IF PERFIS-ABERTO
               CLOSE ARQUIVO-PERFIS
           END-IF.

           PERFORM 0030-GRAVAR-EVIDENCIA.
           PERFORM 0040-EMITIR-RELATORIO.
           PERFORM 0050-IMPRIMIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PERFIS-PATH FROM ENVIRONMENT 'PERFIS_DAT_PATH'.
           IF WRK-PERFIS-PATH = SPACES
               MOVE 'PERFIS.DAT' TO WRK-PERFIS-PATH
           END-IF.
           ACCEPT WRK-CONFLITOS-PATH
               FROM ENVIRONMENT 'CONFLITOS_ACESSO_PATH'.
           IF WRK-CONFLITOS-PATH = SPACES
               MOVE 'CONFLITOS-ACESSO.DAT' TO WRK-CONFLITOS-PATH
           END-IF.
           ACCEPT WRK-RECERT-PATH
               FROM ENVIRONMENT 'RECERTIFICACOES_PATH'.
           IF WRK-RECERT-PATH = SPACES
               MOVE 'RECERTIFICACOES.DAT' TO WRK-RECERT-PATH
           END-IF.

           ACCEPT WRK-DIAS-INATIVO-ENT
               FROM ENVIRONMENT 'RECERT_DIAS_INATIVO'.
           IF WRK-DIAS-INATIVO-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-DIAS-INATIVO-ENT)
                   TO WRK-DIAS-INATIVO
           END-IF.
           ACCEPT WRK-DIAS-CONCESSAO-ENT
               FROM ENVIRONMENT 'RECERT_DIAS_CONCESSAO'.
           IF WRK-DIAS-CONCESSAO-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-DIAS-CONCESSAO-ENT)
                   TO WRK-DIAS-CONCESSAO
           END-IF.
       0000-END.

      * SIGN-ON ANTERIOR AO CORTE DE ACESSO = OPERADOR INATIVO;
      * CONCESSAO ANTERIOR AO CORTE DE CONCESSAO = CONCESSAO ANTIGA.
       0002-CALCULAR-CORTES.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N).
           COMPUTE WRK-CORTE-ACESSO =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT
                                      - WRK-DIAS-INATIVO).
           COMPUTE WRK-CORTE-CONCESSAO =
               FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT
                                      - WRK-DIAS-CONCESSAO).
           COMPUTE WRK-MESES-JANELA = WRK-DIAS-INATIVO / 30 + 1.
       0002-END.

      * ----------------------------------------------------------------
      * TABELA DE SEGREGACAO DE FUNCOES. SEM CONFLITOS-ACESSO.DAT,
      * GRAVA A TABELA PADRAO E SEGUE COM ELA.
      * ----------------------------------------------------------------
       0003-CARREGAR-CONFLITOS.
           OPEN INPUT ARQUIVO-CONFLITOS.
           IF FS-CNF-ARQUIVO-NOVO
               PERFORM 0003B-GERAR-CONFLITOS-PADRAO
               OPEN INPUT ARQUIVO-CONFLITOS
           END-IF.
           PERFORM 0003A-LER-CONFLITO.
           PERFORM 0004-GUARDAR-CONFLITO UNTIL NOT FS-CNF-OK.
           CLOSE ARQUIVO-CONFLITOS.
       0003-END.

       0003A-LER-CONFLITO.
           READ ARQUIVO-CONFLITOS.
       0003A-END.

       0003B-GERAR-CONFLITOS-PADRAO.
           OPEN OUTPUT ARQUIVO-CONFLITOS.
           PERFORM 0003C-GRAVAR-CONFLITO-PADRAO
               VARYING WRK-CNF-PADRAO-IDX FROM 1 BY 1
               UNTIL WRK-CNF-PADRAO-IDX > 2.
           CLOSE ARQUIVO-CONFLITOS.
           DISPLAY 'AVISO: CONFLITOS-ACESSO.DAT AUSENTE; GRAVADA A '
                   'TABELA PADRAO (CAD0002A X CAD0020A, VEN0004A X '
                   'CXA0001A). AJUSTE OS PARES NO ARQUIVO.'.
       0003B-END.

       0003C-GRAVAR-CONFLITO-PADRAO.
           MOVE WRK-CNF-PADRAO-ITEM(WRK-CNF-PADRAO-IDX)
               TO REGISTRO-CONFLITO.
           WRITE REGISTRO-CONFLITO.
       0003C-END.

      * LINHA EM BRANCO E IGNORADA; PAR INCOMPLETO OU COM O MESMO
      * PROGRAMA DOS DOIS LADOS E IGNORADO COM AVISO.
       0004-GUARDAR-CONFLITO.
           EVALUATE TRUE
               WHEN CNF-PROGRAMA-A = SPACES
                AND CNF-PROGRAMA-B = SPACES
                   CONTINUE
               WHEN CNF-PROGRAMA-A = SPACES
                 OR CNF-PROGRAMA-B = SPACES
                 OR CNF-PROGRAMA-A = CNF-PROGRAMA-B
                   DISPLAY 'AVISO: PAR INVALIDO EM CONFLITOS-ACESSO.DAT'
                           ' IGNORADO: ' CNF-PROGRAMA-A ' '
                           CNF-PROGRAMA-B
               WHEN WRK-CNF-QTD >= 50
                   DISPLAY 'AVISO: TABELA DE CONFLITOS CHEIA (50); '
                           'PAR IGNORADO: ' CNF-PROGRAMA-A ' '
                           CNF-PROGRAMA-B
               WHEN OTHER
                   ADD 1 TO WRK-CNF-QTD
                   MOVE FUNCTION UPPER-CASE(CNF-PROGRAMA-A)
                       TO WRK-CNF-A(WRK-CNF-QTD)
                   MOVE FUNCTION UPPER-CASE(CNF-PROGRAMA-B)
                       TO WRK-CNF-B(WRK-CNF-QTD)
                   MOVE CNF-DESCRICAO TO WRK-CNF-DESC(WRK-CNF-QTD)
           END-EVALUATE.
           PERFORM 0003A-LER-CONFLITO.
       0004-END.

      * ----------------------------------------------------------------
      * OPERADORES CADASTRADOS. O SIGN-ON JA FECHOU O ARQUIVO.
      * ----------------------------------------------------------------
       0005-CARREGAR-OPERADORES.
           OPEN INPUT OPERADORES-ARQUIVO.
           IF NOT FS-OPE-OK
               DISPLAY 'AVISO: OPERADORES.DAT NAO ABRIU (STATUS '
                       WRK-OPE-STATUS ').'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WRK-FIM-OPERADORES.
           PERFORM 0005A-LER-OPERADOR.
           PERFORM 0005B-GUARDAR-OPERADOR UNTIL FIM-OPERADORES.
           CLOSE OPERADORES-ARQUIVO.
       0005-END.

       0005A-LER-OPERADOR.
           READ OPERADORES-ARQUIVO NEXT RECORD.
           IF NOT FS-OPE-OK
               MOVE 'S' TO WRK-FIM-OPERADORES
           END-IF.
       0005A-END.

       0005B-GUARDAR-OPERADOR.
           IF WRK-OPR-QTD < 500
               ADD 1 TO WRK-OPR-QTD
               MOVE OPE-ID           TO WRK-OPR-ID(WRK-OPR-QTD)
               MOVE OPE-NIVEL        TO WRK-OPR-NIVEL(WRK-OPR-QTD)
               MOVE OPE-BLOQUEIO-FLG TO WRK-OPR-BLOQUEIO(WRK-OPR-QTD)
               MOVE SPACES           TO WRK-OPR-ULTIMO(WRK-OPR-QTD)
               MOVE ZERO          TO WRK-OPR-CONCESSOES(WRK-OPR-QTD)
           ELSE
               DISPLAY 'AVISO: TABELA DE OPERADORES CHEIA (500); '
                       'OPERADOR IGNORADO: ' OPE-ID
           END-IF.
           PERFORM 0005A-LER-OPERADOR.
       0005B-END.

      * LOCALIZA WRK-OPR-BUSCA NA TABELA DE OPERADORES
      * (WRK-OPR-ACHADO = 0 QUANDO NAO ESTA CADASTRADO).
       0005C-LOCALIZAR-OPERADOR.
           MOVE ZERO TO WRK-OPR-ACHADO.
           PERFORM 0005D-COMPARAR-OPERADOR
               VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-QTD
                  OR WRK-OPR-ACHADO > ZERO.
       0005C-END.

       0005D-COMPARAR-OPERADOR.
           IF WRK-OPR-ID(WRK-OPR-IDX) = WRK-OPR-BUSCA
               MOVE WRK-OPR-IDX TO WRK-OPR-ACHADO
           END-IF.
       0005D-END.

      * ----------------------------------------------------------------
      * ULTIMO SIGN-ON DE CADA OPERADOR: LINHAS LOGIN-OK E LOGIN-JOB
      * DO LOG DO SIGN-ON NOS ARQUIVOS MENSAIS DA JANELA
      * (AUDITLOG-AAAAMM.DAT, MESMO NOME DA ROTACAO DO AUD0002A) E NO
      * LOG CORRENTE. ARQUIVO MENSAL AUSENTE E SO PULADO.
      * ----------------------------------------------------------------
       0006-APURAR-ULTIMO-SIGNON.
           PERFORM 0006A-LER-MES-ARQUIVADO
               VARYING WRK-MES-ATRAS FROM 0 BY 1
               UNTIL WRK-MES-ATRAS > WRK-MESES-JANELA.

           ACCEPT WRK-AUDITLOG-PATH
               FROM ENVIRONMENT 'AUDITLOG_DAT_PATH'.
           IF WRK-AUDITLOG-PATH = SPACES
               MOVE 'AUDITLOG.DAT' TO WRK-AUDITLOG-PATH
           END-IF.
           PERFORM 0007-LER-TRILHA.
       0006-END.

       0006A-LER-MES-ARQUIVADO.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-CALC-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-CALC-MES.
           SUBTRACT WRK-MES-ATRAS FROM WRK-CALC-MES.
           PERFORM 0006B-NORMALIZAR-MES
               UNTIL WRK-CALC-MES >= 1.
           MOVE WRK-CALC-ANO TO WRK-AAAAMM-ANO.
           MOVE WRK-CALC-MES TO WRK-AAAAMM-MES.

           MOVE SPACES TO WRK-AUDITLOG-PATH.
           STRING 'AUDITLOG-'   DELIMITED BY SIZE
                  WRK-AAAAMM    DELIMITED BY SIZE
                  '.DAT'        DELIMITED BY SIZE
               INTO WRK-AUDITLOG-PATH
           END-STRING.
           PERFORM 0007-LER-TRILHA.
       0006A-END.

       0006B-NORMALIZAR-MES.
           ADD 12 TO WRK-CALC-MES.
           SUBTRACT 1 FROM WRK-CALC-ANO.
       0006B-END.

       0007-LER-TRILHA.
           OPEN INPUT AUDITLOG-ARQUIVO.
           IF NOT AUDITLOG-OK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-TRILHAS.
           PERFORM 0007A-LER-LINHA.
           PERFORM 0007B-ANOTAR-SIGNON UNTIL NOT AUDITLOG-OK.
           CLOSE AUDITLOG-ARQUIVO.
       0007-END.

       0007A-LER-LINHA.
           READ AUDITLOG-ARQUIVO.
       0007A-END.

       0007B-ANOTAR-SIGNON.
           IF LOG-PROGRAMA = 'SIGNON'
              AND (LOG-OPERACAO = 'LOGIN-OK'
                OR LOG-OPERACAO = 'LOGIN-JOB')
               ADD 1 TO WRK-QTD-SIGNONS
               MOVE LOG-OPERADOR TO WRK-OPR-BUSCA
               PERFORM 0005C-LOCALIZAR-OPERADOR
               IF WRK-OPR-ACHADO > ZERO
                  AND LOG-DATA-HORA(1:8)
                    > WRK-OPR-ULTIMO(WRK-OPR-ACHADO)
                   MOVE LOG-DATA-HORA(1:8)
                       TO WRK-OPR-ULTIMO(WRK-OPR-ACHADO)
               END-IF
           END-IF.
           PERFORM 0007A-LER-LINHA.
       0007B-END.

      * ----------------------------------------------------------------
      * PERFIS.DAT EM ORDEM DE CHAVE (OPERADOR + PROGRAMA): AS
      * CONCESSOES DE CADA OPERADOR SAO JUNTADAS E AVALIADAS NA QUEBRA.
      * ----------------------------------------------------------------
       0010-APURAR-CONCESSOES.
           OPEN I-O ARQUIVO-PERFIS.
           IF NOT FS-PRF-OK
               DISPLAY 'AVISO: PERFIS.DAT NAO ABRIU (STATUS '
                       WRK-PRF-STATUS '); NENHUMA CONCESSAO A REVISAR.'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-PERFIS-ABERTO.

           MOVE SPACES TO WRK-GRT-OPERADOR.
           MOVE ZERO   TO WRK-GRT-QTD.
           MOVE 'N'    TO WRK-FIM-LISTA.
           PERFORM 0010A-LER-PERFIL.
           PERFORM 0011-AGRUPAR-CONCESSAO UNTIL FIM-DA-LISTA.
           IF WRK-GRT-QTD > ZERO
               PERFORM 0012-AVALIAR-OPERADOR
           END-IF.
       0010-END.

       0010A-LER-PERFIL.
           READ ARQUIVO-PERFIS NEXT RECORD.
           IF NOT FS-PRF-OK
               MOVE 'S' TO WRK-FIM-LISTA
           END-IF.
       0010A-END.

       0011-AGRUPAR-CONCESSAO.
           IF PRF-OPERADOR NOT = WRK-GRT-OPERADOR
               IF WRK-GRT-QTD > ZERO
                   PERFORM 0012-AVALIAR-OPERADOR
               END-IF
               MOVE PRF-OPERADOR TO WRK-GRT-OPERADOR
               MOVE ZERO TO WRK-GRT-QTD
           END-IF.

           IF WRK-GRT-QTD < 100
               ADD 1 TO WRK-GRT-QTD
               MOVE PRF-PROGRAMA       TO WRK-GRT-PROGRAMA(WRK-GRT-QTD)
               MOVE PRF-DATA-CONCESSAO TO WRK-GRT-DATA(WRK-GRT-QTD)
               MOVE PRF-CONCEDIDO-POR  TO WRK-GRT-POR(WRK-GRT-QTD)
           ELSE
               DISPLAY 'AVISO: MAIS DE 100 CONCESSOES PARA '
                       PRF-OPERADOR '; ' PRF-PROGRAMA
                       ' FICA FORA DA REVISAO.'
           END-IF.
           PERFORM 0010A-LER-PERFIL.
       0011-END.

      * O OPERADOR ESTA INATIVO QUANDO NAO CONSTA DE OPERADORES.DAT OU
      * QUANDO NAO HA SIGN-ON DELE DESDE O CORTE DE ACESSO.
       0012-AVALIAR-OPERADOR.
           ADD WRK-GRT-QTD TO WRK-QTD-CONCESSOES.
           MOVE WRK-GRT-OPERADOR TO WRK-OPR-BUSCA.
           PERFORM 0005C-LOCALIZAR-OPERADOR.
           MOVE WRK-OPR-ACHADO TO WRK-OPR-ATUAL.

           MOVE 'N'    TO WRK-GRT-INATIVO.
           MOVE SPACES TO WRK-GRT-MOTIVO-INATIVO.
           IF WRK-OPR-ATUAL = ZERO
               MOVE 'S' TO WRK-GRT-INATIVO
               MOVE 'OPERADOR FORA DE OPERADORES.DAT'
                   TO WRK-GRT-MOTIVO-INATIVO
           ELSE
               MOVE WRK-GRT-QTD TO WRK-OPR-CONCESSOES(WRK-OPR-ATUAL)
               IF WRK-OPR-ULTIMO(WRK-OPR-ATUAL) = SPACES
                   MOVE 'S' TO WRK-GRT-INATIVO
                   MOVE 'SEM SIGN-ON NA JANELA LIDA'
                       TO WRK-GRT-MOTIVO-INATIVO
               ELSE
                   IF WRK-OPR-ULTIMO(WRK-OPR-ATUAL)
                      < WRK-CORTE-ACESSO-X
                       MOVE 'S' TO WRK-GRT-INATIVO
                       STRING 'ULTIMO SIGN-ON EM '  DELIMITED BY SIZE
                              WRK-OPR-ULTIMO(WRK-OPR-ATUAL)
                                                    DELIMITED BY SIZE
                           INTO WRK-GRT-MOTIVO-INATIVO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

           PERFORM 0013-AVALIAR-CONCESSAO
               VARYING WRK-GRT-IDX FROM 1 BY 1
               UNTIL WRK-GRT-IDX > WRK-GRT-QTD.
       0012-END.

       0013-AVALIAR-CONCESSAO.
           MOVE 'N'    TO WRK-AVL-CONFLITO.
           MOVE SPACES TO WRK-AVL-PAR.
           MOVE SPACES TO WRK-AVL-PAR-DESC.
           PERFORM 0014-VERIFICAR-CONFLITO
               VARYING WRK-CNF-IDX FROM 1 BY 1
               UNTIL WRK-CNF-IDX > WRK-CNF-QTD
                  OR WRK-AVL-CONFLITO = 'S'.

           MOVE 'N'    TO WRK-AVL-ORFAO.
           MOVE SPACES TO WRK-AVL-SITUACAO.
           IF WRK-GRT-DATA(WRK-GRT-IDX) NOT = SPACES
              AND WRK-GRT-DATA(WRK-GRT-IDX) < WRK-CORTE-CONCESSAO-X
               PERFORM 0016-VERIFICAR-CONCEDENTE
           END-IF.

           IF WRK-AVL-CONFLITO = 'S'
              OR WRK-GRT-INATIVO = 'S'
              OR WRK-AVL-ORFAO = 'S'
               PERFORM 0017-INCLUIR-REVISAO
           END-IF.
       0013-END.

      * A CONCESSAO ESTA EM CONFLITO QUANDO O MESMO OPERADOR TEM
      * TAMBEM O OUTRO PROGRAMA DE UM PAR DA TABELA.
       0014-VERIFICAR-CONFLITO.
           MOVE SPACES TO WRK-GRT-BUSCA.
           IF WRK-GRT-PROGRAMA(WRK-GRT-IDX) = WRK-CNF-A(WRK-CNF-IDX)
               MOVE WRK-CNF-B(WRK-CNF-IDX) TO WRK-GRT-BUSCA
           END-IF.
           IF WRK-GRT-PROGRAMA(WRK-GRT-IDX) = WRK-CNF-B(WRK-CNF-IDX)
               MOVE WRK-CNF-A(WRK-CNF-IDX) TO WRK-GRT-BUSCA
           END-IF.
           IF WRK-GRT-BUSCA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WRK-GRT-ACHOU.
           PERFORM 0015-PROCURAR-CONCESSAO
               VARYING WRK-GRT-IDX2 FROM 1 BY 1
               UNTIL WRK-GRT-IDX2 > WRK-GRT-QTD
                  OR CONCESSAO-ACHADA.
           IF CONCESSAO-ACHADA
               MOVE 'S' TO WRK-AVL-CONFLITO
               MOVE WRK-GRT-BUSCA TO WRK-AVL-PAR
               MOVE WRK-CNF-DESC(WRK-CNF-IDX) TO WRK-AVL-PAR-DESC
           END-IF.
       0014-END.

       0015-PROCURAR-CONCESSAO.
           IF WRK-GRT-PROGRAMA(WRK-GRT-IDX2) = WRK-GRT-BUSCA
               MOVE 'S' TO WRK-GRT-ACHOU
           END-IF.
       0015-END.

      * CONCESSAO ANTIGA CUJO CONCEDENTE SAIU: FORA DE OPERADORES.DAT,
      * SEM NIVEL DE SUPERVISOR OU COM A CONTA BLOQUEADA.
       0016-VERIFICAR-CONCEDENTE.
           MOVE WRK-GRT-POR(WRK-GRT-IDX) TO WRK-OPR-BUSCA.
           PERFORM 0005C-LOCALIZAR-OPERADOR.
           EVALUATE TRUE
               WHEN WRK-OPR-ACHADO = ZERO
                   MOVE 'S' TO WRK-AVL-ORFAO
                   MOVE 'FORA DE OPERADORES.DAT' TO WRK-AVL-SITUACAO
               WHEN WRK-OPR-NIVEL(WRK-OPR-ACHADO) NOT = 'S'
                   MOVE 'S' TO WRK-AVL-ORFAO
                   MOVE 'NAO E MAIS SUPERVISOR' TO WRK-AVL-SITUACAO
               WHEN WRK-OPR-BLOQUEIO(WRK-OPR-ACHADO) = 'B'
                   MOVE 'S' TO WRK-AVL-ORFAO
                   MOVE 'CONTA BLOQUEADA' TO WRK-AVL-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0016-END.

       0017-INCLUIR-REVISAO.
           IF WRK-REV-QTD >= 500
               ADD 1 TO WRK-QTD-FORA-TABELA
               DISPLAY 'AVISO: TABELA DE REVISAO CHEIA (500); '
                       WRK-GRT-OPERADOR ' '
                       WRK-GRT-PROGRAMA(WRK-GRT-IDX)
                       ' FICA PARA A PROXIMA RODADA.'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-REV-QTD.
           MOVE WRK-GRT-OPERADOR  TO WRK-REV-OPERADOR(WRK-REV-QTD).
           MOVE WRK-GRT-PROGRAMA(WRK-GRT-IDX)
               TO WRK-REV-PROGRAMA(WRK-REV-QTD).
           MOVE WRK-GRT-DATA(WRK-GRT-IDX) TO WRK-REV-DATA(WRK-REV-QTD).
           MOVE WRK-GRT-POR(WRK-GRT-IDX)  TO WRK-REV-POR(WRK-REV-QTD).
           MOVE WRK-AVL-CONFLITO  TO WRK-REV-CONFLITO(WRK-REV-QTD).
           MOVE WRK-AVL-PAR       TO WRK-REV-PAR(WRK-REV-QTD).
           MOVE WRK-AVL-PAR-DESC  TO WRK-REV-PAR-DESC(WRK-REV-QTD).
           MOVE WRK-GRT-INATIVO   TO WRK-REV-INATIVO(WRK-REV-QTD).
           MOVE WRK-GRT-MOTIVO-INATIVO
               TO WRK-REV-MOT-INATIVO(WRK-REV-QTD).
           MOVE WRK-AVL-ORFAO     TO WRK-REV-ORFAO(WRK-REV-QTD).
           MOVE WRK-AVL-SITUACAO  TO WRK-REV-SITUACAO(WRK-REV-QTD).
           MOVE SPACES            TO WRK-REV-DECISAO(WRK-REV-QTD).
           MOVE 'N'               TO WRK-REV-APLICADA(WRK-REV-QTD).

           IF WRK-AVL-CONFLITO = 'S'
               ADD 1 TO WRK-QTD-CONFLITOS
           END-IF.
           IF WRK-GRT-INATIVO = 'S'
               ADD 1 TO WRK-QTD-INATIVOS
           END-IF.
           IF WRK-AVL-ORFAO = 'S'
               ADD 1 TO WRK-QTD-ORFAS
           END-IF.
       0017-END.

      * ----------------------------------------------------------------
      * REVISAO NA TELA: CADA CONCESSAO LISTADA, COM OS MOTIVOS, E A
      * DECISAO DO SUPERVISOR (MANTER OU REVOGAR).
      * ----------------------------------------------------------------
       0020-REVISAR-CONCESSOES.
           MOVE WRK-REV-QTD TO WRK-REV-QTD-ED.
           DISPLAY 'CONCESSOES A REVISAR: ' WRK-REV-QTD-ED.
           PERFORM 0021-REVISAR-ITEM
               VARYING WRK-REV-IDX FROM 1 BY 1
               UNTIL WRK-REV-IDX > WRK-REV-QTD.
       0020-END.

       0021-REVISAR-ITEM.
           MOVE WRK-REV-IDX TO WRK-REV-NUM-ED.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'CONCESSAO ' WRK-REV-NUM-ED ' DE ' WRK-REV-QTD-ED.
           DISPLAY 'OPERADOR....: ' WRK-REV-OPERADOR(WRK-REV-IDX)
                   '  PROGRAMA: ' WRK-REV-PROGRAMA(WRK-REV-IDX).
           DISPLAY 'CONCEDIDA EM: ' WRK-REV-DATA(WRK-REV-IDX)
                   ' POR ' WRK-REV-POR(WRK-REV-IDX).
           IF WRK-REV-CONFLITO(WRK-REV-IDX) = 'S'
               DISPLAY '  CONFLITO COM ' WRK-REV-PAR(WRK-REV-IDX)
                       ' - ' WRK-REV-PAR-DESC(WRK-REV-IDX)
           END-IF.
           IF WRK-REV-INATIVO(WRK-REV-IDX) = 'S'
               DISPLAY '  OPERADOR INATIVO: '
                       WRK-REV-MOT-INATIVO(WRK-REV-IDX)
           END-IF.
           IF WRK-REV-ORFAO(WRK-REV-IDX) = 'S'
               DISPLAY '  CONCESSAO ANTIGA; CONCEDENTE '
                       WRK-REV-SITUACAO(WRK-REV-IDX)
           END-IF.

           MOVE 'N' TO WRK-DECISAO-OK.
           PERFORM 0022-PEDIR-DECISAO UNTIL DECISAO-VALIDA.
       0021-END.

       0022-PEDIR-DECISAO.
           DISPLAY '(M)ANTER OU (R)EVOGAR? '.
           ACCEPT WRK-DECISAO.
           MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO.
           IF WRK-DECISAO = 'M' OR WRK-DECISAO = 'R'
               MOVE WRK-DECISAO TO WRK-REV-DECISAO(WRK-REV-IDX)
               MOVE 'S' TO WRK-DECISAO-OK
           ELSE
               DISPLAY 'RESPONDA M OU R.'
           END-IF.
       0022-END.

      * REVOGACOES: MESMA BAIXA E MESMO CARIMBO DO PRF0001A. CONCESSAO
      * QUE JA NAO EXISTE MAIS (REVOGADA POR OUTRO SUPERVISOR DURANTE
      * A REVISAO) FICA COMO NAO APLICADA.
       0025-APLICAR-REVOGACOES.
           PERFORM 0026-APLICAR-ITEM
               VARYING WRK-REV-IDX FROM 1 BY 1
               UNTIL WRK-REV-IDX > WRK-REV-QTD.
       0025-END.

       0026-APLICAR-ITEM.
           IF WRK-REV-DECISAO(WRK-REV-IDX) = 'M'
               ADD 1 TO WRK-QTD-MANTIDAS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WRK-QTD-REVOGADAS.
           MOVE WRK-REV-OPERADOR(WRK-REV-IDX) TO PRF-OPERADOR.
           MOVE WRK-REV-PROGRAMA(WRK-REV-IDX) TO PRF-PROGRAMA.
           DELETE ARQUIVO-PERFIS
               INVALID KEY
                   ADD 1 TO WRK-QTD-NAO-ACHADAS
                   DISPLAY 'CONCESSAO NAO ENCONTRADA: ' PRF-OPERADOR
                           ' ' PRF-PROGRAMA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REV-APLICADA(WRK-REV-IDX)
                   MOVE PRF-OPERADOR TO WRK-OPE-ID-ENTRADA
                   MOVE 'PERFIL-REVOGA' TO WRK-SLG-OPERACAO
                   PERFORM 0943-GRAVAR-LOG-SIGNON
           END-DELETE.
       0026-END.

      * ----------------------------------------------------------------
      * EVIDENCIA: UMA LINHA POR CONCESSAO REVISADA EM
      * RECERTIFICACOES.DAT E O CARIMBO DA REVISAO NA TRILHA.
      * ----------------------------------------------------------------
       0030-GRAVAR-EVIDENCIA.
           IF WRK-REV-QTD > ZERO
               OPEN EXTEND ARQUIVO-RECERT
               IF FS-RCT-ARQUIVO-NOVO
                   OPEN OUTPUT ARQUIVO-RECERT
                   CLOSE ARQUIVO-RECERT
                   OPEN EXTEND ARQUIVO-RECERT
               END-IF
               PERFORM 0031-GRAVAR-DECISAO
                   VARYING WRK-REV-IDX FROM 1 BY 1
                   UNTIL WRK-REV-IDX > WRK-REV-QTD
               CLOSE ARQUIVO-RECERT
           END-IF.

           MOVE WRK-REV-QTD       TO WRK-QTD-ED.
           MOVE WRK-QTD-MANTIDAS  TO WRK-QTD-ED2.
           MOVE WRK-QTD-REVOGADAS TO WRK-QTD-ED3.
           MOVE 'PRF0002A'        TO WRK-LOG-PROGRAMA.
           MOVE WRK-OPE-ID        TO WRK-LOG-OPERADOR.
           MOVE 'RECERTIFICACAO'  TO WRK-LOG-OPERACAO.
           MOVE SPACES            TO WRK-LOG-DETALHE.
           STRING 'REVISADAS '    DELIMITED BY SIZE
                  WRK-QTD-ED      DELIMITED BY SIZE
                  ' MANTIDAS '    DELIMITED BY SIZE
                  WRK-QTD-ED2     DELIMITED BY SIZE
                  ' REVOGADAS '   DELIMITED BY SIZE
                  WRK-QTD-ED3     DELIMITED BY SIZE
               INTO WRK-LOG-DETALHE
           END-STRING.
           PERFORM 0930-LOG-TRANSACAO.
       0030-END.

       0031-GRAVAR-DECISAO.
           MOVE SPACES TO REGISTRO-RECERTIFICACAO.
           MOVE WRK-DATA-HOJE TO RCT-DATA.
           MOVE WRK-HORA-HOJE TO RCT-HORA.
           MOVE WRK-OPE-ID    TO RCT-REVISOR.
           MOVE WRK-REV-OPERADOR(WRK-REV-IDX) TO RCT-OPERADOR.
           MOVE WRK-REV-PROGRAMA(WRK-REV-IDX) TO RCT-PROGRAMA.
           MOVE WRK-REV-DATA(WRK-REV-IDX)     TO RCT-DATA-CONCESSAO.
           MOVE WRK-REV-POR(WRK-REV-IDX)      TO RCT-CONCEDIDO-POR.
           MOVE WRK-REV-CONFLITO(WRK-REV-IDX) TO RCT-MOTIVO-CONFLITO.
           MOVE WRK-REV-INATIVO(WRK-REV-IDX)  TO RCT-MOTIVO-INATIVO.
           MOVE WRK-REV-ORFAO(WRK-REV-IDX)    TO RCT-MOTIVO-ORFAO.
           EVALUATE TRUE
               WHEN WRK-REV-CONFLITO(WRK-REV-IDX) = 'S'
                   STRING 'CONFLITO COM '  DELIMITED BY SIZE
                          WRK-REV-PAR(WRK-REV-IDX)
                                           DELIMITED BY SIZE
                       INTO RCT-DETALHE
                   END-STRING
               WHEN WRK-REV-INATIVO(WRK-REV-IDX) = 'S'
                   MOVE WRK-REV-MOT-INATIVO(WRK-REV-IDX)
                       TO RCT-DETALHE
               WHEN OTHER
                   STRING 'CONCEDENTE '    DELIMITED BY SIZE
                          WRK-REV-SITUACAO(WRK-REV-IDX)
                                           DELIMITED BY SIZE
                       INTO RCT-DETALHE
                   END-STRING
           END-EVALUATE.
           MOVE WRK-REV-DECISAO(WRK-REV-IDX)  TO RCT-DECISAO.
           MOVE WRK-REV-APLICADA(WRK-REV-IDX) TO RCT-APLICADA.
           WRITE REGISTRO-RECERTIFICACAO.
       0031-END.

      * ----------------------------------------------------------------
      * RELATORIO NO SPOOL: PARAMETROS, AS TRES LISTAS E AS DECISOES.
      * ----------------------------------------------------------------
       0040-EMITIR-RELATORIO.
           MOVE 'RECERT-ACESSOS' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'PRF0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           STRING 'RECERTIFICACAO DE ACESSOS - REVISOR '
                                             DELIMITED BY SIZE
                  WRK-OPE-ID                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-DIAS-INATIVO TO WRK-DIAS-ED.
           STRING 'SEM SIGN-ON HA MAIS DE '  DELIMITED BY SIZE
                  WRK-DIAS-ED                DELIMITED BY SIZE
                  ' DIAS (ANTES DE '         DELIMITED BY SIZE
                  WRK-CORTE-ACESSO-X         DELIMITED BY SIZE
                  ')'                        DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-DIAS-CONCESSAO TO WRK-DIAS-ED.
           STRING 'CONCESSAO ANTIGA: MAIS DE ' DELIMITED BY SIZE
                  WRK-DIAS-ED                  DELIMITED BY SIZE
                  ' DIAS (ANTES DE '           DELIMITED BY SIZE
                  WRK-CORTE-CONCESSAO-X        DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-CNF-QTD     TO WRK-QTD-ED.
           MOVE WRK-QTD-TRILHAS TO WRK-QTD-ED2.
           STRING 'PARES CONFLITANTES NA TABELA: ' DELIMITED BY SIZE
                  WRK-QTD-ED                       DELIMITED BY SIZE
                  '   ARQUIVOS DE TRILHA LIDOS: '  DELIMITED BY SIZE
                  WRK-QTD-ED2                      DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE '1) CONFLITOS DE SEGREGACAO DE FUNCOES'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'C' TO WRK-REV-FILTRO.
           PERFORM 0042-LISTAR-MOTIVO.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE '2) OPERADORES SEM SIGN-ON NO PERIODO'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE ZERO TO WRK-QTD-LISTADAS.
           PERFORM 0043-LISTAR-INATIVO
               VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-QTD.
           IF WRK-QTD-LISTADAS = ZERO
               MOVE '  NENHUM OPERADOR NESTA SITUACAO.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           MOVE '  CONCESSOES DE OPERADOR INATIVO:' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'I' TO WRK-REV-FILTRO.
           PERFORM 0042-LISTAR-MOTIVO.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE '3) CONCESSOES ANTIGAS DE SUPERVISOR QUE SAIU'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'O' TO WRK-REV-FILTRO.
           PERFORM 0042-LISTAR-MOTIVO.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE '4) DECISOES DA REVISAO' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'OPERADOR PROGRAMA     CONCESSAO POR      MOTIVOS '
               TO WRK-REL-LINHA.
           MOVE 'DECISAO  APLICADA' TO WRK-REL-LINHA(50:17).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0044-LISTAR-DECISAO
               VARYING WRK-REV-IDX FROM 1 BY 1
               UNTIL WRK-REV-IDX > WRK-REV-QTD.
           IF WRK-REV-QTD = ZERO
               MOVE '  NENHUMA CONCESSAO A REVISAR.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-QTD-CONCESSOES TO WRK-QTD-ED.
           STRING 'CONCESSOES EM PERFIS.DAT..: ' DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-REV-QTD TO WRK-QTD-ED.
           STRING 'REVISADAS.................: ' DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-MANTIDAS TO WRK-QTD-ED.
           STRING 'MANTIDAS..................: ' DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-REVOGADAS TO WRK-QTD-ED.
           STRING 'REVOGADAS.................: ' DELIMITED BY SIZE
                  WRK-QTD-ED                     DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-QTD-FORA-TABELA > ZERO
               MOVE WRK-QTD-FORA-TABELA TO WRK-QTD-ED
               STRING 'FORA DA REVISAO (TABELA CHEIA): '
                                                 DELIMITED BY SIZE
                      WRK-QTD-ED                 DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           PERFORM 0973-FECHAR-RELATORIO.
       0040-END.

      * CONCESSOES REVISADAS COM O MOTIVO DE WRK-REV-FILTRO (C = PAR
      * CONFLITANTE, I = OPERADOR INATIVO, O = CONCEDENTE QUE SAIU).
       0042-LISTAR-MOTIVO.
           MOVE ZERO TO WRK-QTD-LISTADAS.
           PERFORM 0042A-LISTAR-ITEM-MOTIVO
               VARYING WRK-REV-IDX FROM 1 BY 1
               UNTIL WRK-REV-IDX > WRK-REV-QTD.
           IF WRK-QTD-LISTADAS = ZERO
               MOVE '  NENHUMA CONCESSAO NESTA SITUACAO.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0042-END.

       0042A-LISTAR-ITEM-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-REV-FILTRO = 'C'
                AND WRK-REV-CONFLITO(WRK-REV-IDX) = 'S'
                   STRING '  '                     DELIMITED BY SIZE
                          WRK-REV-OPERADOR(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' TEM '                  DELIMITED BY SIZE
                          WRK-REV-PROGRAMA(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' E '                    DELIMITED BY SIZE
                          WRK-REV-PAR(WRK-REV-IDX) DELIMITED BY SIZE
                          ' - '                    DELIMITED BY SIZE
                          WRK-REV-PAR-DESC(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
               WHEN WRK-REV-FILTRO = 'I'
                AND WRK-REV-INATIVO(WRK-REV-IDX) = 'S'
                   STRING '  '                     DELIMITED BY SIZE
                          WRK-REV-OPERADOR(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' CONCESSAO '            DELIMITED BY SIZE
                          WRK-REV-PROGRAMA(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' - '                    DELIMITED BY SIZE
                          WRK-REV-MOT-INATIVO(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
               WHEN WRK-REV-FILTRO = 'O'
                AND WRK-REV-ORFAO(WRK-REV-IDX) = 'S'
                   STRING '  '                     DELIMITED BY SIZE
                          WRK-REV-OPERADOR(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' '                      DELIMITED BY SIZE
                          WRK-REV-PROGRAMA(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' EM '                   DELIMITED BY SIZE
                          WRK-REV-DATA(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                          ' POR '                  DELIMITED BY SIZE
                          WRK-REV-POR(WRK-REV-IDX) DELIMITED BY SIZE
                          ' - '                    DELIMITED BY SIZE
                          WRK-REV-SITUACAO(WRK-REV-IDX)
                                                   DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WRK-QTD-LISTADAS.
           PERFORM 0972-IMPRIMIR-LINHA.
       0042A-END.

      * TODO OPERADOR CADASTRADO SEM SIGN-ON DESDE O CORTE, COM OU SEM
      * CONCESSAO (O SUPERVISOR PARADO NAO PRECISA DE PERFIL PARA
      * RODAR TUDO; O BLOQUEIO E NO OPE0001A).
       0043-LISTAR-INATIVO.
           IF WRK-OPR-ULTIMO(WRK-OPR-IDX) NOT = SPACES
              AND WRK-OPR-ULTIMO(WRK-OPR-IDX) NOT < WRK-CORTE-ACESSO-X
               EXIT PARAGRAPH
           END-IF.
           IF WRK-OPR-ULTIMO(WRK-OPR-IDX) = SPACES
               MOVE 'NENHUM' TO WRK-ULTIMO-ED
           ELSE
               MOVE WRK-OPR-ULTIMO(WRK-OPR-IDX) TO WRK-ULTIMO-ED
           END-IF.
           MOVE WRK-OPR-CONCESSOES(WRK-OPR-IDX) TO WRK-QTD-ED.
           STRING '  '                      DELIMITED BY SIZE
                  WRK-OPR-ID(WRK-OPR-IDX)   DELIMITED BY SIZE
                  ' NIVEL '                 DELIMITED BY SIZE
                  WRK-OPR-NIVEL(WRK-OPR-IDX) DELIMITED BY SIZE
                  ' ULTIMO SIGN-ON '        DELIMITED BY SIZE
                  WRK-ULTIMO-ED             DELIMITED BY SIZE
                  ' CONCESSOES '            DELIMITED BY SIZE
                  WRK-QTD-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF WRK-OPR-BLOQUEIO(WRK-OPR-IDX) = 'B'
               MOVE ' (CONTA BLOQUEADA)' TO WRK-REL-LINHA(71:18)
           END-IF.
           ADD 1 TO WRK-QTD-LISTADAS.
           PERFORM 0972-IMPRIMIR-LINHA.
       0043-END.

       0044-LISTAR-DECISAO.
           MOVE '- - -' TO WRK-MOTIVOS-ED.
           IF WRK-REV-CONFLITO(WRK-REV-IDX) = 'S'
               MOVE 'C' TO WRK-MOTIVOS-ED(1:1)
           END-IF.
           IF WRK-REV-INATIVO(WRK-REV-IDX) = 'S'
               MOVE 'I' TO WRK-MOTIVOS-ED(3:1)
           END-IF.
           IF WRK-REV-ORFAO(WRK-REV-IDX) = 'S'
               MOVE 'O' TO WRK-MOTIVOS-ED(5:1)
           END-IF.
           IF WRK-REV-DECISAO(WRK-REV-IDX) = 'R'
               MOVE 'REVOGADA' TO WRK-DECISAO-ED
           ELSE
               MOVE 'MANTIDA' TO WRK-DECISAO-ED
           END-IF.
           EVALUATE TRUE
               WHEN WRK-REV-DECISAO(WRK-REV-IDX) = 'M'
                   MOVE ' - ' TO WRK-APLICADA-ED
               WHEN WRK-REV-APLICADA(WRK-REV-IDX) = 'S'
                   MOVE 'SIM' TO WRK-APLICADA-ED
               WHEN OTHER
                   MOVE 'NAO' TO WRK-APLICADA-ED
           END-EVALUATE.
           STRING WRK-REV-OPERADOR(WRK-REV-IDX) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-REV-PROGRAMA(WRK-REV-IDX) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-REV-DATA(WRK-REV-IDX)     DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WRK-REV-POR(WRK-REV-IDX)      DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-MOTIVOS-ED                DELIMITED BY SIZE
                  '   '                         DELIMITED BY SIZE
                  WRK-DECISAO-ED                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-APLICADA-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0044-END.

       0050-IMPRIMIR-RESUMO.
           DISPLAY '================================================'.
           DISPLAY ' RECERTIFICACAO DE ACESSOS EMITIDA NO SPOOL'.
           DISPLAY '================================================'.
           MOVE WRK-QTD-CONCESSOES TO WRK-QTD-ED.
           DISPLAY ' CONCESSOES EM PERFIS.DAT....: ' WRK-QTD-ED.
           MOVE WRK-QTD-CONFLITOS TO WRK-QTD-ED.
           DISPLAY ' EM CONFLITO DE FUNCOES......: ' WRK-QTD-ED.
           MOVE WRK-QTD-INATIVOS TO WRK-QTD-ED.
           DISPLAY ' DE OPERADOR INATIVO.........: ' WRK-QTD-ED.
           MOVE WRK-QTD-ORFAS TO WRK-QTD-ED.
           DISPLAY ' DE SUPERVISOR QUE SAIU......: ' WRK-QTD-ED.
           MOVE WRK-QTD-MANTIDAS TO WRK-QTD-ED.
           DISPLAY ' MANTIDAS....................: ' WRK-QTD-ED.
           MOVE WRK-QTD-REVOGADAS TO WRK-QTD-ED.
           DISPLAY ' REVOGADAS...................: ' WRK-QTD-ED.
           IF WRK-QTD-NAO-ACHADAS > ZERO
               MOVE WRK-QTD-NAO-ACHADAS TO WRK-QTD-ED
               DISPLAY ' REVOGACOES JA FEITAS ANTES..: ' WRK-QTD-ED
           END-IF.
           IF WRK-REV-QTD > ZERO
               DISPLAY ' REVISAO REGISTRADA EM '
                       FUNCTION TRIM(WRK-RECERT-PATH)
           END-IF.
           DISPLAY '================================================'.
       0050-END.

           COPY AUDITLOG-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
