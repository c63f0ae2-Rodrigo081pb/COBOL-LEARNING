      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: REMUNERACAO MENSAL DOS PROFESSORES POR HORA-AULA:
      *              PARA A COMPETENCIA (AAAAMM) E O PERIODO LETIVO
      *              INFORMADOS, APURA AS AULAS EFETIVAMENTE DADAS POR
      *              TURMA A PARTIR DE FREQUENCIA.DAT (FRQ-AULAS-DADAS
      *              DOS LANCAMENTOS DATADOS NO MES -- NO DIA VALE O
      *              MAIOR LANCAMENTO DA TURMA, POIS A CHAMADA E POR
      *              ALUNO), LIGA CADA TURMA AO RESPONSAVEL
      *              (ATRIBUICOES.DAT) E VALORIZA AS HORAS PELA
      *              HORA-AULA DO PROFESSOR (PROFESSORES.DAT). O
      *              DESCANSO SEMANAL REMUNERADO (DSR) E O VALOR DAS
      *              AULAS DIVIDIDO PELOS DIAS UTEIS DO MES E
      *              MULTIPLICADO PELOS DOMINGOS E FERIADOS
      *              (FERIADOS.DAT). COM O LANCAMENTO CONFIRMADO, GRAVA
      *              EM RUBRICAS-EMPREGADO.DAT, PARA O CPF DO
      *              PROFESSOR, AS RUBRICAS HAUL (HORAS-AULA) E DSRA
      *              (DSR SOBRE HORAS-AULA) COM VIGENCIA DE UMA SO
      *              COMPETENCIA, QUE A FOLHA (FolhaPagamento) PAGA
      *              COMO PROVENTOS; REPROCESSAR O MES REGRAVA OS
      *              VALORES. O PLANO DE AULAS DO MES E A CARGA
      *              HORARIA SEMANAL DAS DISCIPLINAS ATRIBUIDAS
      *              (DISCIPLINAS.DAT) VEZES 4,5 SEMANAS; O RELATORIO
      *              (SPOOL PRO0002A-HORAS) MOSTRA PLANO, AULAS DADAS E
      *              VALORES POR PROFESSOR E TURMA E DESTACA QUEM DEU
      *              MENOS AULAS QUE O PLANO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRO0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FREQUENCIA
               ASSIGN TO DYNAMIC WRK-FREQUENCIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRQ-STATUS.

           SELECT ARQUIVO-ATRIBUICOES
               ASSIGN TO DYNAMIC WRK-ATRIBUICOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ATR-STATUS.

           SELECT ARQUIVO-DISCIPLINAS
               ASSIGN TO DYNAMIC WRK-DISCIPLINAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

           SELECT ARQUIVO-PROFESSORES
               ASSIGN TO DYNAMIC WRK-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-REGISTRO
               FILE STATUS IS WRK-PRO-STATUS.

           SELECT ARQUIVO-RUBRICAS ASSIGN TO DYNAMIC WRK-RUBRICAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WRK-RUB-STATUS.

           SELECT ARQUIVO-RUBEMP ASSIGN TO DYNAMIC WRK-RUBEMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-REM-STATUS.

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

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FREQUENCIA.
           COPY FREQUENCIA-FD.CPY.

       FD ARQUIVO-ATRIBUICOES.
           COPY ATRIBUICOES-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-PROFESSORES.
           COPY PROFESSORES-FD.CPY.

       FD ARQUIVO-RUBRICAS.
           COPY RUBRICAS-FD.CPY.

       FD ARQUIVO-RUBEMP.
           COPY RUBEMP-FD.CPY.

       FD FERIADOS-ARQUIVO.
       01 REGISTRO-FERIADO.
           05 FER-DATA      PIC X(08).
           05 FER-DESCRICAO PIC X(30).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FRQ-STATUS PIC X(02).
           88 FS-FRQ-OK             VALUE '00'.
           88 FS-FRQ-FIM-ARQUIVO    VALUE '10'.
           88 FS-FRQ-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ATR-STATUS PIC X(02).
           88 FS-ATR-OK             VALUE '00'.
           88 FS-ATR-FIM-ARQUIVO    VALUE '10'.
           88 FS-ATR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRO-STATUS PIC X(02).
           88 FS-PRO-OK             VALUE '00'.
           88 FS-PRO-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-RUB-STATUS PIC X(02).
           88 FS-RUB-OK             VALUE '00'.
           88 FS-RUB-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-REM-STATUS PIC X(02).
           88 FS-REM-OK             VALUE '00'.
           88 FS-REM-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-FREQUENCIA-PATH  PIC X(100).
       01 WRK-ATRIBUICOES-PATH PIC X(100).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-PROFESSORES-PATH PIC X(100).
       01 WRK-RUBRICAS-PATH    PIC X(100).
       01 WRK-RUBEMP-PATH      PIC X(100).

      * PARAMETROS DA APURACAO.
       01 WRK-COMPETENCIA.
           05 WRK-COMP-ANO PIC 9(04).
           05 WRK-COMP-MES PIC 9(02).
       01 WRK-COMPETENCIA-ATUAL PIC X(06).
       01 WRK-PERIODO           PIC X(06).
       01 WRK-PERIODO-SUGERIDO  PIC X(06).
       01 WRK-LANCAR            PIC X(01) VALUE 'N'.
           88 LANCAR-NA-FOLHA VALUE 'S'.
       01 WRK-DADOS-OK          PIC X(01) VALUE 'S'.
           88 DADOS-OK VALUE 'S'.

       01 WRK-DATA-HOJE PIC X(08).

      * SEMANAS POR MES DO PLANO DE AULAS (CONVENCAO DA REMUNERACAO
      * MENSAL DO PROFESSOR POR HORA-AULA).
       01 WRK-SEMANAS-MES PIC 9(01)V9 VALUE 4.5.

      * CALENDARIO DO MES: DIAS UTEIS E DIAS DE DESCANSO (DOMINGOS E
      * FERIADOS) PARA O DSR. O SABADO E DIA UTIL NO DSR.
       01 WRK-DIA           PIC 9(02).
       01 WRK-DIAS-MES      PIC 9(02).
       01 WRK-DIAS-UTEIS    PIC 9(02) VALUE 0.
       01 WRK-DIAS-DESCANSO PIC 9(02) VALUE 0.
       01 WRK-INT-INICIO    PIC 9(08) COMP.
       01 WRK-INT-FIM       PIC 9(08) COMP.
       01 WRK-DATA-PROX-MES PIC 9(08).

      * TURMAS DO PERIODO, INDEXADAS PELO CODIGO DA DISCIPLINA (A
      * ATRIBUICAO TEM UM RESPONSAVEL POR DISCIPLINA NO PERIODO).
       01 WRK-TAB-TURMAS.
           05 WRK-TUR-ITEM OCCURS 999 TIMES.
               10 WRK-TUR-PROF-IDX  PIC 9(04) COMP.
               10 WRK-TUR-HORAS-SEM PIC 9(02).
               10 WRK-TUR-AULAS     PIC 9(05) COMP.
               10 WRK-TUR-NOME      PIC X(30).

      * AULAS DADAS POR TURMA E DIA: O MAIOR LANCAMENTO DO DIA.
       01 WRK-QTD-AULAS PIC 9(04) COMP VALUE 0.
       01 WRK-MAX-AULAS PIC 9(04) COMP VALUE 3000.
       01 WRK-TAB-AULAS.
           05 WRK-AUL-ITEM OCCURS 3000 TIMES.
               10 WRK-AUL-DISCIPLINA PIC 9(03).
               10 WRK-AUL-DATA       PIC X(08).
               10 WRK-AUL-QTD        PIC 9(03).
       01 WRK-AULAS-DESPREZADAS PIC 9(05) COMP VALUE 0.

      * PROFESSORES COM TURMA NO PERIODO.
       01 WRK-QTD-PROF PIC 9(04) COMP VALUE 0.
       01 WRK-MAX-PROF PIC 9(04) COMP VALUE 300.
       01 WRK-TAB-PROFESSORES.
           05 WRK-PROF-ITEM OCCURS 300 TIMES.
               10 WRK-PROF-REGISTRO  PIC 9(05).
               10 WRK-PROF-HORAS-SEM PIC 9(04) COMP.
               10 WRK-PROF-AULAS     PIC 9(05) COMP.

       01 WRK-IDX      PIC 9(04) COMP.
       01 WRK-IDX-PROF PIC 9(04) COMP.
       01 WRK-ACHOU    PIC X(01).
           88 ACHOU VALUE 'S'.

      * VALORES DO PROFESSOR EM APURACAO.
       01 WRK-PLANO       PIC 9(05).
       01 WRK-AULAS       PIC 9(05).
       01 WRK-FALTAM      PIC 9(05).
       01 WRK-VALOR-HORA  PIC 9(05)V99.
       01 WRK-VALOR-AULAS PIC 9(07)V99.
       01 WRK-VALOR-DSR   PIC 9(07)V99.
       01 WRK-VALOR-TOTAL PIC 9(07)V99.
       01 WRK-SITUACAO    PIC X(20).
       01 WRK-VINCULO     PIC X(01).
           88 TEM-VINCULO VALUE 'S'.

       01 WRK-TOT-PLANO     PIC 9(07) VALUE 0.
       01 WRK-TOT-AULAS     PIC 9(07) VALUE 0.
       01 WRK-TOT-AULAS-VAL PIC 9(09)V99 VALUE 0.
       01 WRK-TOT-DSR       PIC 9(09)V99 VALUE 0.
       01 WRK-TOT-LANCADOS  PIC 9(04) COMP VALUE 0.
       01 WRK-TOT-SEM-VINC  PIC 9(04) COMP VALUE 0.
       01 WRK-TOT-ABAIXO    PIC 9(04) COMP VALUE 0.

       01 WRK-RUBRICA       PIC X(04).
       01 WRK-VALOR-LANCAR  PIC 9(07)V99.

       01 WRK-HORAS-ED PIC ZZZZ9.
       01 WRK-AULAS-ED PIC ZZZZ9.
       01 WRK-HORA-ED  PIC $$,$$9.99.
       01 WRK-VALOR-ED PIC $$$$,$$9.99.
       01 WRK-DSR-ED   PIC $$$$,$$9.99.
       01 WRK-TOTAL-ED PIC $$$$,$$9.99.
       01 WRK-GERAL-ED PIC $$$$$,$$$,$$9.99.
       01 WRK-DIAS-ED  PIC Z9.
       01 WRK-DESCANSO-ED PIC Z9.
       01 WRK-HSEM-ED  PIC Z9.
       01 WRK-DISC-ED  PIC 999.

           COPY DIAUTIL-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   PRO0002A - REMUNERACAO POR HORA-AULA         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'PRO0002A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0002-OBTER-PARAMETROS.

           IF DADOS-OK
               PERFORM 0001-ABRIR-ARQUIVOS
           END-IF.
           IF DADOS-OK
               PERFORM 0003-APURAR-MES
               PERFORM 0009-FECHAR-ARQUIVOS
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-FREQUENCIA-PATH
               FROM ENVIRONMENT 'FREQUENCIA_DAT_PATH'.
           IF WRK-FREQUENCIA-PATH = SPACES
               MOVE 'FREQUENCIA.DAT' TO WRK-FREQUENCIA-PATH
           END-IF.

           ACCEPT WRK-ATRIBUICOES-PATH
               FROM ENVIRONMENT 'ATRIBUICOES_DAT_PATH'.
           IF WRK-ATRIBUICOES-PATH = SPACES
               MOVE 'ATRIBUICOES.DAT' TO WRK-ATRIBUICOES-PATH
           END-IF.

           ACCEPT WRK-DISCIPLINAS-PATH
               FROM ENVIRONMENT 'DISCIPLINAS_DAT_PATH'.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-PROFESSORES-PATH
               FROM ENVIRONMENT 'PROFESSORES_DAT_PATH'.
           IF WRK-PROFESSORES-PATH = SPACES
               MOVE 'PROFESSORES.DAT' TO WRK-PROFESSORES-PATH
           END-IF.

           ACCEPT WRK-RUBRICAS-PATH FROM ENVIRONMENT 'RUBRICAS_PATH'.
           IF WRK-RUBRICAS-PATH = SPACES
               MOVE 'RUBRICAS.DAT' TO WRK-RUBRICAS-PATH
           END-IF.

           ACCEPT WRK-RUBEMP-PATH
               FROM ENVIRONMENT 'RUBRICAS_EMPREGADO_PATH'.
           IF WRK-RUBEMP-PATH = SPACES
               MOVE 'RUBRICAS-EMPREGADO.DAT' TO WRK-RUBEMP-PATH
           END-IF.

           ACCEPT WRK-FERIADOS-PATH
               FROM ENVIRONMENT 'FERIADOS_DAT_PATH'.
           IF WRK-FERIADOS-PATH = SPACES
               MOVE 'FERIADOS.DAT' TO WRK-FERIADOS-PATH
           END-IF.
       0000-END.

      * COMPETENCIA (PADRAO O MES CORRENTE), PERIODO LETIVO (PADRAO O
      * SEMESTRE DA COMPETENCIA) E SE O RESULTADO VAI PARA A FOLHA.
       0002-OBTER-PARAMETROS.
           MOVE 'S' TO WRK-DADOS-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA-ATUAL.

           DISPLAY 'COMPETENCIA (AAAAMM, ENTER PARA '
                   WRK-COMPETENCIA-ATUAL '): '.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = SPACES
               MOVE WRK-COMPETENCIA-ATUAL TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
               MOVE 'N' TO WRK-DADOS-OK
           ELSE
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                  OR WRK-COMP-ANO < 2000
                   MOVE 'N' TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF NOT DADOS-OK
               DISPLAY 'COMPETENCIA INVALIDA.'
           ELSE
               MOVE WRK-COMPETENCIA(1:4) TO WRK-PERIODO-SUGERIDO(1:4)
               IF WRK-COMP-MES < 7
                   MOVE '01' TO WRK-PERIODO-SUGERIDO(5:2)
               ELSE
                   MOVE '02' TO WRK-PERIODO-SUGERIDO(5:2)
               END-IF
               DISPLAY 'PERIODO LETIVO (AAAAPP, ENTER PARA '
                       WRK-PERIODO-SUGERIDO '): '
               ACCEPT WRK-PERIODO
               IF WRK-PERIODO = SPACES
                   MOVE WRK-PERIODO-SUGERIDO TO WRK-PERIODO
               END-IF
               DISPLAY 'LANCAR HORAS-AULA E DSR NA FOLHA? (S/N, N = '
                       'SO O RELATORIO): '
               ACCEPT WRK-LANCAR
               MOVE FUNCTION UPPER-CASE(WRK-LANCAR) TO WRK-LANCAR
           END-IF.
       0002-END.

      * SEM ATRIBUICOES OU PROFESSORES NAO HA O QUE APURAR. SEM AS
      * RUBRICAS HAUL E DSRA ATIVAS, A APURACAO SAI SO NO RELATORIO.
       0001-ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVO-ATRIBUICOES.
           OPEN INPUT ARQUIVO-PROFESSORES.
           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-ATR-ARQUIVO-NOVO OR FS-PRO-ARQUIVO-NOVO
               DISPLAY 'ATRIBUICOES.DAT OU PROFESSORES.DAT AINDA NAO '
                       'EXISTE (PRO0001A). NADA A APURAR.'
               MOVE 'N' TO WRK-DADOS-OK
               MOVE 'N' TO WRK-LANCAR
               PERFORM 0009-FECHAR-ARQUIVOS
               EXIT PARAGRAPH
           END-IF.
           IF FS-DIS-ARQUIVO-NOVO
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A). PLANO DE AULAS ZERADO.'
           END-IF.

           IF LANCAR-NA-FOLHA
               PERFORM 0001A-CONFERIR-RUBRICAS
           END-IF.
           IF LANCAR-NA-FOLHA
               OPEN I-O ARQUIVO-RUBEMP
               IF FS-REM-ARQUIVO-NOVO
                   OPEN OUTPUT ARQUIVO-RUBEMP
                   CLOSE ARQUIVO-RUBEMP
                   OPEN I-O ARQUIVO-RUBEMP
               END-IF
           END-IF.
       0001-ABRIR-FIM.

       0001A-CONFERIR-RUBRICAS.
           OPEN INPUT ARQUIVO-RUBRICAS.
           IF FS-RUB-ARQUIVO-NOVO
               DISPLAY 'RUBRICAS.DAT AINDA NAO EXISTE (RUB0001A).'
               MOVE 'N' TO WRK-LANCAR
           ELSE
               MOVE 'HAUL' TO WRK-RUBRICA
               PERFORM 0001B-LER-RUBRICA
               MOVE 'DSRA' TO WRK-RUBRICA
               PERFORM 0001B-LER-RUBRICA
               CLOSE ARQUIVO-RUBRICAS
           END-IF.
           IF NOT LANCAR-NA-FOLHA
               DISPLAY 'CADASTRE AS RUBRICAS HAUL E DSRA (CARGA '
                       'PADRAO DO RUB0001A). APURACAO SO NO '
                       'RELATORIO.'
           END-IF.
       0001A-END.

       0001B-LER-RUBRICA.
           MOVE WRK-RUBRICA TO RUB-CODIGO.
           READ ARQUIVO-RUBRICAS
               INVALID KEY
                   DISPLAY 'RUBRICA ' WRK-RUBRICA ' NAO CADASTRADA.'
                   MOVE 'N' TO WRK-LANCAR
               NOT INVALID KEY
                   IF NOT RUB-ATIVA OR NOT RUB-PROVENTO
                       DISPLAY 'RUBRICA ' WRK-RUBRICA ' INATIVA OU '
                               'NAO E PROVENTO.'
                       MOVE 'N' TO WRK-LANCAR
                   END-IF
           END-READ.
       0001B-END.

       0009-FECHAR-ARQUIVOS.
           IF NOT FS-ATR-ARQUIVO-NOVO
               CLOSE ARQUIVO-ATRIBUICOES
           END-IF.
           IF NOT FS-PRO-ARQUIVO-NOVO
               CLOSE ARQUIVO-PROFESSORES
           END-IF.
           IF NOT FS-DIS-ARQUIVO-NOVO
               CLOSE ARQUIVO-DISCIPLINAS
           END-IF.
           IF LANCAR-NA-FOLHA
               CLOSE ARQUIVO-RUBEMP
           END-IF.
       0009-END.

       0003-APURAR-MES.
           PERFORM 0004-CONTAR-DIAS-DO-MES.
           PERFORM 0005-CARREGAR-TURMAS.
           PERFORM 0006-CARREGAR-AULAS-DADAS.
           PERFORM 0006D-SOMAR-AULAS-TURMA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-AULAS.

           MOVE 'PRO0002A-HORAS' TO WRK-REL-NOME.
           STRING ' HORAS-AULA DOS PROFESSORES - COMPETENCIA '
                      DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
                  ' - PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'PRO0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE WRK-DIAS-UTEIS    TO WRK-DIAS-ED.
           MOVE WRK-DIAS-DESCANSO TO WRK-DESCANSO-ED.
           STRING 'DIAS UTEIS NO MES: ' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  '   DOMINGOS E FERIADOS: ' DELIMITED BY SIZE
                  WRK-DESCANSO-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF LANCAR-NA-FOLHA
               MOVE 'VALORES LANCADOS NA FOLHA (RUBRICAS HAUL E DSRA).'
                   TO WRK-REL-LINHA
           ELSE
               MOVE 'SIMULACAO: NADA FOI LANCADO NA FOLHA.'
                   TO WRK-REL-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'REG.  PROFESSOR                      PLANO  DADAS'
               TO WRK-REL-LINHA.
           MOVE '  HORA-AULA   VAL. AULAS         DSR       TOTAL'
               TO WRK-REL-LINHA(51:47).
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0007-APURAR-PROFESSOR
               VARYING WRK-IDX-PROF FROM 1 BY 1
               UNTIL WRK-IDX-PROF > WRK-QTD-PROF.

           PERFORM 0008-IMPRIMIR-ABAIXO-DO-PLANO.
           PERFORM 0008C-IMPRIMIR-SEM-PROFESSOR.
           PERFORM 0008E-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' PROFESSORES APURADOS....: ' WRK-QTD-PROF.
           DISPLAY ' LANCADOS NA FOLHA.......: ' WRK-TOT-LANCADOS.
           DISPLAY ' SEM VINCULO COM A FOLHA.: ' WRK-TOT-SEM-VINC.
           DISPLAY ' ABAIXO DO PLANO.........: ' WRK-TOT-ABAIXO.
           DISPLAY ' RELATORIO NO SPOOL (PRO0002A-HORAS).'.
           DISPLAY '------------------------------------------------'.
       0003-END.

      * DIAS DO MES PELA DIFERENCA ENTRE O DIA 1 DO MES SEGUINTE E O
      * DIA 1 DA COMPETENCIA; CADA DIA E CLASSIFICADO PELO DIAUTIL.
       0004-CONTAR-DIAS-DO-MES.
           COMPUTE WRK-DIU-DATA =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + 1.
           COMPUTE WRK-INT-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DIU-DATA).
           IF WRK-COMP-MES = 12
               COMPUTE WRK-DATA-PROX-MES =
                   (WRK-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-PROX-MES =
                   WRK-COMP-ANO * 10000 + (WRK-COMP-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROX-MES).
           COMPUTE WRK-DIAS-MES = WRK-INT-FIM - WRK-INT-INICIO.

           PERFORM 0004A-CLASSIFICAR-DIA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > WRK-DIAS-MES.
       0004-END.

      * DOMINGO E FERIADO SAO DESCANSO; O SABADO (QUE O DIAUTIL NAO
      * CONFERE NO CALENDARIO) SO E DESCANSO SE FOR FERIADO.
       0004A-CLASSIFICAR-DIA.
           COMPUTE WRK-DIU-DATA =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + WRK-DIA.
           PERFORM 0960-VERIFICAR-DIA-UTIL.
           EVALUATE TRUE
               WHEN WRK-DIU-DIA-SEMANA = 6
                   ADD 1 TO WRK-DIAS-DESCANSO
               WHEN WRK-DIU-DIA-SEMANA = 5
                   PERFORM 0963-PROCURAR-FERIADO
                   IF EH-FERIADO
                       ADD 1 TO WRK-DIAS-DESCANSO
                   ELSE
                       ADD 1 TO WRK-DIAS-UTEIS
                   END-IF
               WHEN EH-DIA-UTIL
                   ADD 1 TO WRK-DIAS-UTEIS
               WHEN OTHER
                   ADD 1 TO WRK-DIAS-DESCANSO
           END-EVALUATE.
       0004A-END.

      * ATRIBUICOES DO PERIODO: CADA TURMA APONTA PARA O PROFESSOR NA
      * TABELA E SOMA A CARGA HORARIA SEMANAL DA DISCIPLINA AO PLANO.
       0005-CARREGAR-TURMAS.
           INITIALIZE WRK-TAB-TURMAS.
           MOVE LOW-VALUES TO ATR-CHAVE.
           START ARQUIVO-ATRIBUICOES KEY NOT < ATR-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-ATR-STATUS
               NOT INVALID KEY
                   PERFORM 0005A-LER-ATRIBUICAO
           END-START.
           PERFORM 0005B-REGISTRAR-TURMA UNTIL FS-ATR-FIM-ARQUIVO.
       0005-END.

       0005A-LER-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES NEXT RECORD.
       0005A-END.

       0005B-REGISTRAR-TURMA.
           IF ATR-PERIODO = WRK-PERIODO AND ATR-DISCIPLINA > ZERO
               PERFORM 0005C-LOCALIZAR-PROFESSOR
               IF WRK-IDX-PROF > ZERO
                   MOVE WRK-IDX-PROF TO
                       WRK-TUR-PROF-IDX(ATR-DISCIPLINA)
                   PERFORM 0005D-LER-DISCIPLINA
                   ADD WRK-TUR-HORAS-SEM(ATR-DISCIPLINA)
                       TO WRK-PROF-HORAS-SEM(WRK-IDX-PROF)
               END-IF
           END-IF.
           PERFORM 0005A-LER-ATRIBUICAO.
       0005B-END.

       0005C-LOCALIZAR-PROFESSOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0005E-COMPARAR-PROFESSOR
               VARYING WRK-IDX-PROF FROM 1 BY 1
               UNTIL WRK-IDX-PROF > WRK-QTD-PROF OR ACHOU.
           IF ACHOU
               SUBTRACT 1 FROM WRK-IDX-PROF
           ELSE
               IF WRK-QTD-PROF < WRK-MAX-PROF
                   ADD 1 TO WRK-QTD-PROF
                   MOVE WRK-QTD-PROF TO WRK-IDX-PROF
                   MOVE ATR-PROFESSOR TO
                       WRK-PROF-REGISTRO(WRK-IDX-PROF)
                   MOVE ZERO TO WRK-PROF-HORAS-SEM(WRK-IDX-PROF)
                                WRK-PROF-AULAS(WRK-IDX-PROF)
               ELSE
                   DISPLAY 'TABELA DE PROFESSORES CHEIA. PROFESSOR '
                           ATR-PROFESSOR ' FORA DA APURACAO.'
                   MOVE ZERO TO WRK-IDX-PROF
               END-IF
           END-IF.
       0005C-END.

       0005E-COMPARAR-PROFESSOR.
           IF WRK-PROF-REGISTRO(WRK-IDX-PROF) = ATR-PROFESSOR
               MOVE 'S' TO WRK-ACHOU
           END-IF.
       0005E-END.

      * CARGA HORARIA NAO INFORMADA (OU SEM O CADASTRO) = PLANO ZERO.
       0005D-LER-DISCIPLINA.
           MOVE ZERO TO WRK-TUR-HORAS-SEM(ATR-DISCIPLINA).
           MOVE SPACES TO WRK-TUR-NOME(ATR-DISCIPLINA).
           IF NOT FS-DIS-ARQUIVO-NOVO
               MOVE ATR-DISCIPLINA TO DIS-CODIGO
               READ ARQUIVO-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WRK-TUR-NOME(ATR-DISCIPLINA)
                       IF DIS-HORAS-SEMANAIS NUMERIC
                           MOVE DIS-HORAS-SEMANAIS TO
                               WRK-TUR-HORAS-SEM(ATR-DISCIPLINA)
                       END-IF
               END-READ
           END-IF.
       0005D-END.

      * LANCAMENTOS DE FREQUENCIA DO PERIODO DATADOS NA COMPETENCIA.
      * LANCAMENTO SEM DATA (ANTERIOR AO CAMPO) NAO ENTRA.
       0006-CARREGAR-AULAS-DADAS.
           OPEN INPUT ARQUIVO-FREQUENCIA.
           IF FS-FRQ-ARQUIVO-NOVO
               DISPLAY 'AVISO: FREQUENCIA.DAT AINDA NAO EXISTE '
                       '(FRQ0001A). NENHUMA AULA DADA NO MES.'
           ELSE
               PERFORM 0006A-LER-FREQUENCIA
               PERFORM 0006B-REGISTRAR-AULAS
                   UNTIL FS-FRQ-FIM-ARQUIVO
               CLOSE ARQUIVO-FREQUENCIA
           END-IF.
           IF WRK-AULAS-DESPREZADAS > ZERO
               DISPLAY 'TABELA DE AULAS CHEIA: '
                       WRK-AULAS-DESPREZADAS
                       ' LANCAMENTOS FORA DA APURACAO.'
           END-IF.
       0006-END.

       0006A-LER-FREQUENCIA.
           READ ARQUIVO-FREQUENCIA.
       0006A-END.

       0006B-REGISTRAR-AULAS.
           IF FRQ-PERIODO = WRK-PERIODO
              AND FRQ-DATA(1:6) = WRK-COMPETENCIA
              AND FRQ-DISCIPLINA > ZERO
              AND FRQ-AULAS-DADAS NUMERIC
               MOVE 'N' TO WRK-ACHOU
               PERFORM 0006C-COMPARAR-AULA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-AULAS OR ACHOU
               IF ACHOU
                   SUBTRACT 1 FROM WRK-IDX
                   IF FRQ-AULAS-DADAS > WRK-AUL-QTD(WRK-IDX)
                       MOVE FRQ-AULAS-DADAS TO WRK-AUL-QTD(WRK-IDX)
                   END-IF
               ELSE
                   IF WRK-QTD-AULAS < WRK-MAX-AULAS
                       ADD 1 TO WRK-QTD-AULAS
                       MOVE FRQ-DISCIPLINA TO
                           WRK-AUL-DISCIPLINA(WRK-QTD-AULAS)
                       MOVE FRQ-DATA TO WRK-AUL-DATA(WRK-QTD-AULAS)
                       MOVE FRQ-AULAS-DADAS TO
                           WRK-AUL-QTD(WRK-QTD-AULAS)
                   ELSE
                       ADD 1 TO WRK-AULAS-DESPREZADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 0006A-LER-FREQUENCIA.
       0006B-END.

       0006C-COMPARAR-AULA.
           IF WRK-AUL-DISCIPLINA(WRK-IDX) = FRQ-DISCIPLINA
              AND WRK-AUL-DATA(WRK-IDX) = FRQ-DATA
               MOVE 'S' TO WRK-ACHOU
           END-IF.
       0006C-END.

       0006D-SOMAR-AULAS-TURMA.
           ADD WRK-AUL-QTD(WRK-IDX)
               TO WRK-TUR-AULAS(WRK-AUL-DISCIPLINA(WRK-IDX)).
       0006D-END.

      * PLANO, AULAS DADAS, VALOR, DSR E LANCAMENTO DE UM PROFESSOR.
       0007-APURAR-PROFESSOR.
           MOVE ZERO TO WRK-AULAS.
           PERFORM 0007A-SOMAR-TURMA-PROFESSOR
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 999.
           MOVE WRK-AULAS TO WRK-PROF-AULAS(WRK-IDX-PROF).
           COMPUTE WRK-PLANO ROUNDED =
               WRK-PROF-HORAS-SEM(WRK-IDX-PROF) * WRK-SEMANAS-MES.

           MOVE WRK-PROF-REGISTRO(WRK-IDX-PROF) TO PRO-REGISTRO.
           MOVE 'N' TO WRK-VINCULO.
           MOVE ZERO TO WRK-VALOR-HORA.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   MOVE '(PROFESSOR NAO CADASTRADO)' TO PRO-NOME
                   MOVE SPACES TO PRO-CPF
               NOT INVALID KEY
                   IF PRO-VALOR-HORA NUMERIC
                       MOVE PRO-VALOR-HORA TO WRK-VALOR-HORA
                   END-IF
                   IF PRO-CPF NOT = SPACES AND WRK-VALOR-HORA > ZERO
                       MOVE 'S' TO WRK-VINCULO
                   END-IF
           END-READ.

           COMPUTE WRK-VALOR-AULAS ROUNDED =
               WRK-AULAS * WRK-VALOR-HORA.
           IF WRK-DIAS-UTEIS > ZERO
               COMPUTE WRK-VALOR-DSR ROUNDED =
                   WRK-VALOR-AULAS / WRK-DIAS-UTEIS
                   * WRK-DIAS-DESCANSO
           ELSE
               MOVE ZERO TO WRK-VALOR-DSR
           END-IF.
           COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-AULAS + WRK-VALOR-DSR.

           MOVE SPACES TO WRK-SITUACAO.
           IF NOT TEM-VINCULO
               MOVE 'SEM VINCULO NA FOLHA' TO WRK-SITUACAO
               ADD 1 TO WRK-TOT-SEM-VINC
           ELSE
               IF LANCAR-NA-FOLHA
                   PERFORM 0007C-LANCAR-NA-FOLHA
               END-IF
           END-IF.

           ADD WRK-PLANO       TO WRK-TOT-PLANO.
           ADD WRK-AULAS       TO WRK-TOT-AULAS.
           ADD WRK-VALOR-AULAS TO WRK-TOT-AULAS-VAL.
           ADD WRK-VALOR-DSR   TO WRK-TOT-DSR.
           IF WRK-AULAS < WRK-PLANO
               ADD 1 TO WRK-TOT-ABAIXO
           END-IF.

           MOVE WRK-PLANO       TO WRK-HORAS-ED.
           MOVE WRK-AULAS       TO WRK-AULAS-ED.
           MOVE WRK-VALOR-HORA  TO WRK-HORA-ED.
           MOVE WRK-VALOR-AULAS TO WRK-VALOR-ED.
           MOVE WRK-VALOR-DSR   TO WRK-DSR-ED.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           STRING PRO-REGISTRO ' ' PRO-NOME ' ' WRK-HORAS-ED
                  '  ' WRK-AULAS-ED '  ' WRK-HORA-ED
                  '  ' WRK-VALOR-ED ' ' WRK-DSR-ED
                  ' ' WRK-TOTAL-ED '  ' WRK-SITUACAO
                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0007B-IMPRIMIR-TURMA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 999.
       0007-END.

       0007A-SOMAR-TURMA-PROFESSOR.
           IF WRK-TUR-PROF-IDX(WRK-IDX) = WRK-IDX-PROF
               ADD WRK-TUR-AULAS(WRK-IDX) TO WRK-AULAS
           END-IF.
       0007A-END.

      * DETALHE DAS TURMAS DO PROFESSOR: CARGA SEMANAL, PLANO DO MES
      * E AULAS DADAS; TURMA SEM CARGA HORARIA FICA SEM PLANO.
       0007B-IMPRIMIR-TURMA.
           IF WRK-TUR-PROF-IDX(WRK-IDX) = WRK-IDX-PROF
               MOVE WRK-IDX TO WRK-DISC-ED
               COMPUTE WRK-HORAS-ED ROUNDED =
                   WRK-TUR-HORAS-SEM(WRK-IDX) * WRK-SEMANAS-MES
               MOVE WRK-TUR-AULAS(WRK-IDX) TO WRK-AULAS-ED
               MOVE WRK-TUR-HORAS-SEM(WRK-IDX) TO WRK-HSEM-ED
               STRING '      ' WRK-DISC-ED ' '
                      WRK-TUR-NOME(WRK-IDX) WRK-HORAS-ED
                      '  ' WRK-AULAS-ED '  (' WRK-HSEM-ED
                      ' H/SEMANA)'
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               IF WRK-TUR-HORAS-SEM(WRK-IDX) = ZERO
                   MOVE ' CARGA HORARIA NAO INFORMADA'
                       TO WRK-REL-LINHA(67:28)
               END-IF
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0007B-END.

      * HORAS-AULA E DSR DO MES PARA O CPF DO PROFESSOR. MES SEM AULA
      * DADA APAGA LANCAMENTO DE PROCESSAMENTO ANTERIOR.
       0007C-LANCAR-NA-FOLHA.
           MOVE 'HAUL' TO WRK-RUBRICA.
           MOVE WRK-VALOR-AULAS TO WRK-VALOR-LANCAR.
           PERFORM 0007D-GRAVAR-RUBRICA.
           MOVE 'DSRA' TO WRK-RUBRICA.
           MOVE WRK-VALOR-DSR TO WRK-VALOR-LANCAR.
           PERFORM 0007D-GRAVAR-RUBRICA.
           IF WRK-VALOR-TOTAL > ZERO
               MOVE 'LANCADO NA FOLHA' TO WRK-SITUACAO
               ADD 1 TO WRK-TOT-LANCADOS
           END-IF.
       0007C-END.

       0007D-GRAVAR-RUBRICA.
           INITIALIZE REGISTRO-RUBRICA-EMP.
           MOVE PRO-CPF         TO REM-CPF.
           MOVE WRK-RUBRICA     TO REM-RUBRICA.
           MOVE WRK-COMPETENCIA TO REM-INICIO REM-FIM.
           IF WRK-VALOR-LANCAR = ZERO
               DELETE ARQUIVO-RUBEMP
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WRK-VALOR-LANCAR TO REM-VALOR
               MOVE ZERO             TO REM-PERCENTUAL
               MOVE WRK-DATA-HOJE    TO REM-DATA-CADASTRO
               MOVE WRK-OPE-ID       TO REM-OPERADOR
               WRITE REGISTRO-RUBRICA-EMP
                   INVALID KEY
                       REWRITE REGISTRO-RUBRICA-EMP
               END-WRITE
           END-IF.
       0007D-END.

      * PROFESSORES QUE DERAM MENOS AULAS QUE O PLANO DO MES.
       0008-IMPRIMIR-ABAIXO-DO-PLANO.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'PROFESSORES ABAIXO DO PLANO DE AULAS' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-TOT-ABAIXO = ZERO
               MOVE '  NENHUM: TODOS DERAM AS AULAS DO PLANO.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               MOVE 'REG.  PROFESSOR                      PLANO  DADAS'
                   TO WRK-REL-LINHA
               MOVE '  FALTAM' TO WRK-REL-LINHA(51:8)
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM 0008A-IMPRIMIR-ABAIXO
                   VARYING WRK-IDX-PROF FROM 1 BY 1
                   UNTIL WRK-IDX-PROF > WRK-QTD-PROF
           END-IF.
       0008-END.

       0008A-IMPRIMIR-ABAIXO.
           COMPUTE WRK-PLANO ROUNDED =
               WRK-PROF-HORAS-SEM(WRK-IDX-PROF) * WRK-SEMANAS-MES.
           MOVE WRK-PROF-AULAS(WRK-IDX-PROF) TO WRK-AULAS.
           IF WRK-AULAS < WRK-PLANO
               MOVE WRK-PROF-REGISTRO(WRK-IDX-PROF) TO PRO-REGISTRO
               READ ARQUIVO-PROFESSORES
                   INVALID KEY
                       MOVE '(PROFESSOR NAO CADASTRADO)' TO PRO-NOME
               END-READ
               COMPUTE WRK-FALTAM = WRK-PLANO - WRK-AULAS
               MOVE WRK-PLANO TO WRK-HORAS-ED
               MOVE WRK-AULAS TO WRK-AULAS-ED
               STRING PRO-REGISTRO ' ' PRO-NOME ' ' WRK-HORAS-ED
                      '  ' WRK-AULAS-ED
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               MOVE WRK-FALTAM TO WRK-AULAS-ED
               MOVE WRK-AULAS-ED TO WRK-REL-LINHA(54:5)
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0008A-END.

      * AULAS DADAS EM DISCIPLINA SEM RESPONSAVEL NO PERIODO: NAO
      * ENTRAM NA FOLHA ATE A TURMA SER ATRIBUIDA (PRO0001A).
       0008C-IMPRIMIR-SEM-PROFESSOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 0008D-IMPRIMIR-TURMA-SEM-PROF
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 999.
       0008C-END.

       0008D-IMPRIMIR-TURMA-SEM-PROF.
           IF WRK-TUR-PROF-IDX(WRK-IDX) = ZERO
              AND WRK-TUR-AULAS(WRK-IDX) > ZERO
               IF NOT ACHOU
                   PERFORM 0972-IMPRIMIR-LINHA
                   MOVE 'AULAS DADAS EM TURMA SEM PROFESSOR ATRIBUIDO'
                       TO WRK-REL-LINHA
                   PERFORM 0972-IMPRIMIR-LINHA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
               MOVE WRK-IDX TO WRK-DISC-ED
               MOVE WRK-TUR-AULAS(WRK-IDX) TO WRK-AULAS-ED
               STRING '      DISCIPLINA ' WRK-DISC-ED
                      '  AULAS DADAS: ' WRK-AULAS-ED
                      DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0008D-END.

       0008E-IMPRIMIR-TOTAIS.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PLANO TO WRK-REL-NUM-ED.
           STRING 'HORAS DO PLANO.........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-AULAS TO WRK-REL-NUM-ED.
           STRING 'AULAS DADAS............: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-AULAS-VAL TO WRK-GERAL-ED.
           STRING 'VALOR DAS AULAS........: ' DELIMITED BY SIZE
                  WRK-GERAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-DSR TO WRK-GERAL-ED.
           STRING 'DSR....................: ' DELIMITED BY SIZE
                  WRK-GERAL-ED                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-LANCADOS TO WRK-REL-NUM-ED.
           STRING 'PROFESSORES LANCADOS...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOT-ABAIXO TO WRK-REL-NUM-ED.
           STRING 'ABAIXO DO PLANO........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED              DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008E-END.

           COPY DIAUTIL-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
