      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: QUADRO DE HORARIOS DAS TURMAS. MANTEM O MESTRE DE
      *              SALAS (SALAS.DAT, CHAVE CODIGO, COM A CAPACIDADE)
      *              E O QUADRO DE HORARIOS (HORARIOS.DAT, CHAVE
      *              DISCIPLINA + PERIODO + DIA + AULA DE INICIO, COM
      *              A AULA DE FIM E A SALA). A INCLUSAO DE AULA
      *              RECUSA SALA MENOR QUE AS VAGAS DA DISCIPLINA
      *              (DIS-VAGAS), SALA JA OCUPADA NO HORARIO E
      *              PROFESSOR (ATRIBUICOES.DAT, PRO0001A) EM DOIS
      *              LUGARES AO MESMO TEMPO. IMPRIME NO SPOOL A GRADE
      *              SEMANAL DO PROFESSOR E DO ALUNO (MATRICULAS.DAT)
      *              E A LISTA DOS ALUNOS CUJAS DISCIPLINAS INSCRITAS
      *              SE SOBREPOEM NO QUADRO DO PERIODO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOR0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-SALAS ASSIGN TO DYNAMIC WRK-SALAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-CODIGO
               FILE STATUS IS WRK-SLA-STATUS.

           SELECT ARQUIVO-HORARIOS ASSIGN TO DYNAMIC WRK-HORARIOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.

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

           SELECT ARQUIVO-MATRICULAS
               ASSIGN TO DYNAMIC WRK-MATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-MAT-STATUS.

           SELECT ARQUIVO-ALUNOS ASSIGN TO DYNAMIC WRK-ALUNOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ARQUIVO-PROFESSORES
               ASSIGN TO DYNAMIC WRK-PROFESSORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-REGISTRO
               FILE STATUS IS WRK-PRO-STATUS.

           SELECT ARQUIVO-PERIODOS
               ASSIGN TO DYNAMIC WRK-PERIODOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS WRK-PER-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SALAS.
           COPY SALAS-FD.CPY.

       FD ARQUIVO-HORARIOS.
           COPY HORARIOS-FD.CPY.

       FD ARQUIVO-ATRIBUICOES.
           COPY ATRIBUICOES-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-MATRICULAS.
           COPY MATRICULAS-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-PROFESSORES.
           COPY PROFESSORES-FD.CPY.

       FD ARQUIVO-PERIODOS.
           COPY PERIODOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SLA-STATUS PIC X(02).
           88 FS-SLA-OK             VALUE '00'.
           88 FS-SLA-FIM-ARQUIVO    VALUE '10'.
           88 FS-SLA-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-HOR-STATUS PIC X(02).
           88 FS-HOR-OK             VALUE '00'.
           88 FS-HOR-FIM-ARQUIVO    VALUE '10'.
           88 FS-HOR-CHAVE-DUP      VALUE '22'.
           88 FS-HOR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ATR-STATUS PIC X(02).
           88 FS-ATR-OK             VALUE '00'.
           88 FS-ATR-FIM-ARQUIVO    VALUE '10'.
           88 FS-ATR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MAT-STATUS PIC X(02).
           88 FS-MAT-OK             VALUE '00'.
           88 FS-MAT-FIM-ARQUIVO    VALUE '10'.
           88 FS-MAT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRO-STATUS PIC X(02).
           88 FS-PRO-OK             VALUE '00'.
           88 FS-PRO-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SALAS-PATH       PIC X(100).
       01 WRK-HORARIOS-PATH    PIC X(100).
       01 WRK-ATRIBUICOES-PATH PIC X(100).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-MATRICULAS-PATH  PIC X(100).
       01 WRK-ALUNOS-PATH      PIC X(100).
       01 WRK-PROFESSORES-PATH PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).

      * CAMPOS DIGITADOS.
       01 WRK-SALA        PIC X(05).
       01 WRK-DESCRICAO   PIC X(30).
       01 WRK-CAPACIDADE-ENT PIC X(03).
       01 WRK-CAPACIDADE  PIC 9(03).
       01 WRK-DISCIPLINA  PIC 9(03).
       01 WRK-PERIODO     PIC X(06).
       01 WRK-DIA         PIC 9(01).
       01 WRK-AULA-INICIO PIC 9(02).
       01 WRK-AULA-FIM    PIC 9(02).
       01 WRK-REGISTRO    PIC 9(05).
       01 WRK-MATRICULA   PIC 9(06).

      * FAIXAS DE AULA DO DIA E DIAS LETIVOS DA SEMANA.
       01 WRK-MAX-AULAS   PIC 9(02) VALUE 16.
       01 WRK-DIAS-NOMES  PIC X(18) VALUE 'SEGTERQUAQUISEXSAB'.
       01 FILLER REDEFINES WRK-DIAS-NOMES.
           05 WRK-DIA-NOME OCCURS 6 TIMES PIC X(03).

      * CRITICA DA AULA NOVA: VAGAS DA DISCIPLINA, PROFESSOR
      * RESPONSAVEL NO PERIODO (ZERO = AINDA SEM ATRIBUICAO) E SE
      * ALGUMA AULA DO QUADRO BATEU NO MESMO HORARIO.
       01 WRK-VAGAS       PIC 9(03) VALUE ZERO.
       01 WRK-PROF-NOVA   PIC 9(05) VALUE ZERO.
       01 WRK-CHOQUE      PIC X(01).
           88 HOUVE-CHOQUE VALUE 'S'.
       01 WRK-CAPACIDADE-OK PIC X(01).
           88 CAPACIDADE-ATENDE VALUE 'S'.

      * QUADRO DO PERIODO EM MEMORIA.
       01 WRK-QDR-TABELA.
           05 WRK-QDR-ITEM OCCURS 500 TIMES.
               10 WRK-QDR-DISCIPLINA PIC 9(03).
               10 WRK-QDR-DIA        PIC 9(01).
               10 WRK-QDR-INICIO     PIC 9(02).
               10 WRK-QDR-FIM        PIC 9(02).
               10 WRK-QDR-SALA       PIC X(05).
       01 WRK-QDR-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-QDR-IDX PIC 9(03) COMP VALUE 0.

      * GRADE SEMANAL (AULA X DIA). CELULA LIVRE = ESPACOS; OCUPADA
      * = 'DDD/SALA '; DUAS AULAS NA MESMA CELULA = '*DDD CHOQ'
      * (A PRIMEIRA DISCIPLINA FICA NA CELULA).
       01 WRK-GRADE.
           05 WRK-GRADE-AULA OCCURS 16 TIMES.
               10 WRK-GRADE-CELULA OCCURS 6 TIMES PIC X(10).
       01 WRK-AULA        PIC 9(02) VALUE ZERO.
       01 WRK-AULA-ED     PIC Z9.
       01 WRK-ULTIMA-AULA PIC 9(02) VALUE ZERO.
       01 WRK-DISC-ALVO   PIC 9(03).
       01 WRK-DISC-CELULA PIC X(03).

      * DISCIPLINAS DA GRADE (LEGENDA), COM QUANTOS BLOCOS DE AULA
      * CADA UMA TEM NO QUADRO.
       01 WRK-LEG-TABELA.
           05 WRK-LEG-ITEM OCCURS 30 TIMES.
               10 WRK-LEG-DISCIPLINA PIC 9(03).
               10 WRK-LEG-BLOCOS     PIC 9(02).
       01 WRK-LEG-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-LEG-IDX PIC 9(02) COMP VALUE 0.

      * CHOQUES ACHADOS NA MONTAGEM DA GRADE.
       01 WRK-CHQ-TABELA.
           05 WRK-CHQ-TEXTO OCCURS 50 TIMES PIC X(60).
       01 WRK-CHQ-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-CHQ-IDX PIC 9(03) COMP VALUE 0.

       01 WRK-MATRICULA-ATUAL   PIC 9(06).
       01 WRK-ALUNOS-VERIFICADOS PIC 9(05) COMP VALUE 0.
       01 WRK-ALUNOS-COM-CHOQUE  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-LISTADOS     PIC 9(05) COMP VALUE 0.

           COPY PERIODO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '      HOR0001A - QUADRO DE HORARIOS             '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-SALAS.
           CLOSE ARQUIVO-HORARIOS.
           CLOSE ARQUIVO-ATRIBUICOES.
           CLOSE ARQUIVO-DISCIPLINAS.
           CLOSE ARQUIVO-MATRICULAS.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-PROFESSORES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-SALAS-PATH FROM ENVIRONMENT 'SALAS_DAT_PATH'.
           IF WRK-SALAS-PATH = SPACES
               MOVE 'SALAS.DAT' TO WRK-SALAS-PATH
           END-IF.

           ACCEPT WRK-HORARIOS-PATH
               FROM ENVIRONMENT 'HORARIOS_DAT_PATH'.
           IF WRK-HORARIOS-PATH = SPACES
               MOVE 'HORARIOS.DAT' TO WRK-HORARIOS-PATH
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

           ACCEPT WRK-MATRICULAS-PATH
               FROM ENVIRONMENT 'MATRICULAS_DAT_PATH'.
           IF WRK-MATRICULAS-PATH = SPACES
               MOVE 'MATRICULAS.DAT' TO WRK-MATRICULAS-PATH
           END-IF.

           ACCEPT WRK-ALUNOS-PATH FROM ENVIRONMENT 'ALUNOS_DAT_PATH'.
           IF WRK-ALUNOS-PATH = SPACES
               MOVE 'ALUNOS.DAT' TO WRK-ALUNOS-PATH
           END-IF.

           ACCEPT WRK-PROFESSORES-PATH
               FROM ENVIRONMENT 'PROFESSORES_DAT_PATH'.
           IF WRK-PROFESSORES-PATH = SPACES
               MOVE 'PROFESSORES.DAT' TO WRK-PROFESSORES-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-SALAS.
           IF FS-SLA-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-SALAS
               CLOSE ARQUIVO-SALAS
               OPEN I-O ARQUIVO-SALAS
           END-IF.

           OPEN I-O ARQUIVO-HORARIOS.
           IF FS-HOR-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-HORARIOS
               CLOSE ARQUIVO-HORARIOS
               OPEN I-O ARQUIVO-HORARIOS
           END-IF.

           OPEN INPUT ARQUIVO-ATRIBUICOES.
           IF FS-ATR-ARQUIVO-NOVO
               DISPLAY 'AVISO: ATRIBUICOES.DAT AINDA NAO EXISTE '
                       '(PRO0001A).'
           END-IF.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-DIS-ARQUIVO-NOVO
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A).'
           END-IF.

           OPEN INPUT ARQUIVO-MATRICULAS.
           IF FS-MAT-ARQUIVO-NOVO
               DISPLAY 'AVISO: MATRICULAS.DAT AINDA NAO EXISTE '
                       '(MAT0001A).'
           END-IF.

           OPEN INPUT ARQUIVO-ALUNOS.
           OPEN INPUT ARQUIVO-PROFESSORES.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(C)ADASTRAR SALA, (I)NCLUIR AULA, (E)XCLUIR '
                   'AULA, (Q)UADRO DO PERIODO, GRADE DO '
                   '(P)ROFESSOR, GRADE DO (A)LUNO, C(H)OQUES DE '
                   'ALUNOS OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'C'
                   PERFORM 0003-MANTER-SALA
               WHEN 'I'
                   PERFORM 0004-INCLUIR-AULA
               WHEN 'E'
                   PERFORM 0005-EXCLUIR-AULA
               WHEN 'Q'
                   PERFORM 0006-LISTAR-QUADRO
               WHEN 'P'
                   PERFORM 0007-GRADE-PROFESSOR
               WHEN 'A'
                   PERFORM 0008-GRADE-ALUNO
               WHEN 'H'
                   PERFORM 0009-CHOQUES-ALUNOS
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * INCLUI A SALA OU ALTERA DESCRICAO/CAPACIDADE (ENTER MANTEM).
      * A CAPACIDADE NAO PODE CAIR ABAIXO DAS VAGAS DE DISCIPLINA
      * QUE JA TEM AULA NA SALA.
       0003-MANTER-SALA.
           DISPLAY 'CODIGO DA SALA (ATE 5 POSICOES): '.
           ACCEPT WRK-SALA.
           MOVE FUNCTION UPPER-CASE(WRK-SALA) TO WRK-SALA.
           IF WRK-SALA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-SALA TO SLA-CODIGO
               READ ARQUIVO-SALAS
                   INVALID KEY
                       PERFORM 0003A-INCLUIR-SALA
                   NOT INVALID KEY
                       PERFORM 0003B-ALTERAR-SALA
               END-READ
           END-IF.
       0003-END.

       0003A-INCLUIR-SALA.
           DISPLAY 'SALA NOVA. DESCRICAO: '.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'CAPACIDADE (LUGARES): '.
           ACCEPT WRK-CAPACIDADE.
           IF WRK-DESCRICAO = SPACES OR WRK-CAPACIDADE = ZERO
               DISPLAY 'DESCRICAO E CAPACIDADE SAO OBRIGATORIAS.'
           ELSE
               MOVE WRK-SALA       TO SLA-CODIGO
               MOVE WRK-DESCRICAO  TO SLA-DESCRICAO
               MOVE WRK-CAPACIDADE TO SLA-CAPACIDADE
               WRITE REGISTRO-SALA
                   INVALID KEY
                       DISPLAY 'SALA JA CADASTRADA.'
                   NOT INVALID KEY
                       DISPLAY 'SALA CADASTRADA COM SUCESSO.'
               END-WRITE
           END-IF.
       0003A-END.

       0003B-ALTERAR-SALA.
           DISPLAY 'SALA: ' SLA-DESCRICAO ' CAPACIDADE: '
                   SLA-CAPACIDADE.
           DISPLAY 'NOVA DESCRICAO (ENTER MANTEM): '.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'NOVA CAPACIDADE (ENTER MANTEM): '.
           ACCEPT WRK-CAPACIDADE-ENT.
           IF WRK-DESCRICAO NOT = SPACES
               MOVE WRK-DESCRICAO TO SLA-DESCRICAO
           END-IF.
           MOVE 'S' TO WRK-CAPACIDADE-OK.
           IF WRK-CAPACIDADE-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-CAPACIDADE-ENT)
                   TO WRK-CAPACIDADE
               IF WRK-CAPACIDADE = ZERO
                   DISPLAY 'CAPACIDADE NAO PODE SER ZERO.'
                   MOVE 'N' TO WRK-CAPACIDADE-OK
               ELSE
                   IF WRK-CAPACIDADE < SLA-CAPACIDADE
                       PERFORM 0003C-CONFERIR-AULAS-DA-SALA
                   END-IF
                   MOVE WRK-CAPACIDADE TO SLA-CAPACIDADE
               END-IF
           END-IF.
           IF CAPACIDADE-ATENDE
               REWRITE REGISTRO-SALA
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR A SALA.'
                   NOT INVALID KEY
                       DISPLAY 'SALA ALTERADA COM SUCESSO.'
               END-REWRITE
           ELSE
               DISPLAY 'SALA NAO ALTERADA.'
           END-IF.
       0003B-END.

      * A REDUCAO DE CAPACIDADE VARRE O QUADRO: AULA NA SALA DE
      * DISCIPLINA COM MAIS VAGAS QUE A CAPACIDADE NOVA BLOQUEIA.
       0003C-CONFERIR-AULAS-DA-SALA.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START ARQUIVO-HORARIOS KEY NOT < HOR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0003D-LER-HORARIO
                   PERFORM 0003E-CONFERIR-AULA-SALA
                       UNTIL FS-HOR-FIM-ARQUIVO
           END-START.
       0003C-END.

       0003D-LER-HORARIO.
           READ ARQUIVO-HORARIOS NEXT RECORD.
       0003D-END.

       0003E-CONFERIR-AULA-SALA.
           IF HOR-SALA = WRK-SALA
               MOVE HOR-DISCIPLINA TO DIS-CODIGO
               READ ARQUIVO-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DIS-VAGAS IS NUMERIC
                          AND DIS-VAGAS > WRK-CAPACIDADE
                           DISPLAY 'DISCIPLINA ' HOR-DISCIPLINA
                                   ' (' DIS-VAGAS ' VAGAS) TEM AULA '
                                   'NA SALA NO PERIODO ' HOR-PERIODO
                                   '.'
                           MOVE 'N' TO WRK-CAPACIDADE-OK
                       END-IF
               END-READ
           END-IF.
           PERFORM 0003D-LER-HORARIO.
       0003E-END.

      * INCLUSAO DE AULA NO QUADRO: DISCIPLINA, PERIODO (ABERTO NO
      * MESTRE), DIA, BLOCO DE AULAS E SALA, COM AS CRITICAS DE
      * CAPACIDADE E DE CHOQUE.
       0004-INCLUIR-AULA.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           MOVE WRK-DISCIPLINA TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   DISPLAY 'CODIGO NAO ENCONTRADO EM '
                           'DISCIPLINAS.DAT.'
               NOT INVALID KEY
                   DISPLAY 'DISCIPLINA: ' DIS-NOME
                   MOVE ZERO TO WRK-VAGAS
                   IF DIS-VAGAS IS NUMERIC
                       MOVE DIS-VAGAS TO WRK-VAGAS
                   END-IF
                   PERFORM 0004A-LER-AULA
           END-READ.
       0004-END.

       0004A-LER-AULA.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT WRK-PERIODO.
           DISPLAY 'DIA DA SEMANA (1=SEG ... 6=SAB): '.
           ACCEPT WRK-DIA.
           DISPLAY 'AULA DE INICIO (1 A ' WRK-MAX-AULAS '): '.
           ACCEPT WRK-AULA-INICIO.
           DISPLAY 'AULA DE FIM (ENTER = SO A AULA DE INICIO): '.
           ACCEPT WRK-AULA-FIM.
           IF WRK-AULA-FIM = ZERO
               MOVE WRK-AULA-INICIO TO WRK-AULA-FIM
           END-IF.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA.
           MOVE FUNCTION UPPER-CASE(WRK-SALA) TO WRK-SALA.

           MOVE WRK-PERIODO TO WRK-PER-ALVO.
           PERFORM 0925-VALIDAR-PERIODO.
           IF WRK-PERIODO = SPACES
               DISPLAY 'PERIODO NAO PODE SER EM BRANCO.'
           ELSE
           IF NOT PERIODO-LIBERADO
               DISPLAY 'AULA NAO GRAVADA.'
           ELSE
           IF WRK-DIA < 1 OR WRK-DIA > 6
               DISPLAY 'DIA DA SEMANA INVALIDO.'
           ELSE
           IF WRK-AULA-INICIO < 1 OR WRK-AULA-FIM > WRK-MAX-AULAS
              OR WRK-AULA-FIM < WRK-AULA-INICIO
               DISPLAY 'FAIXA DE AULAS INVALIDA.'
           ELSE
               PERFORM 0004B-CRITICAR-SALA
           END-IF
           END-IF
           END-IF
           END-IF.
       0004A-END.

       0004B-CRITICAR-SALA.
           MOVE WRK-SALA TO SLA-CODIGO.
           READ ARQUIVO-SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO CADASTRADA.'
               NOT INVALID KEY
                   IF WRK-VAGAS > ZERO
                      AND SLA-CAPACIDADE < WRK-VAGAS
                       DISPLAY 'SALA ' WRK-SALA ' TEM '
                               SLA-CAPACIDADE ' LUGARES PARA '
                               WRK-VAGAS ' VAGAS DA DISCIPLINA. '
                               'AULA RECUSADA.'
                   ELSE
                       PERFORM 0004C-PROCURAR-CHOQUES
                       IF HOUVE-CHOQUE
                           DISPLAY 'AULA RECUSADA.'
                       ELSE
                           PERFORM 0004E-GRAVAR-AULA
                       END-IF
                   END-IF
           END-READ.
       0004B-END.

      * VARRE O QUADRO ATRAS DE AULA DO MESMO PERIODO E DIA CUJO
      * BLOCO SE SOBREPOE AO NOVO: MESMA DISCIPLINA, MESMA SALA OU
      * MESMO PROFESSOR RESPONSAVEL E CHOQUE.
       0004C-PROCURAR-CHOQUES.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE ZERO TO WRK-PROF-NOVA.
           MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA.
           MOVE WRK-PERIODO    TO ATR-PERIODO.
           READ ARQUIVO-ATRIBUICOES
               INVALID KEY
                   DISPLAY 'AVISO: DISCIPLINA SEM PROFESSOR NO '
                           'PERIODO (PRO0001A). CHOQUE DE '
                           'PROFESSOR NAO CONFERIDO.'
               NOT INVALID KEY
                   MOVE ATR-PROFESSOR TO WRK-PROF-NOVA
           END-READ.

           MOVE LOW-VALUES TO HOR-CHAVE.
           START ARQUIVO-HORARIOS KEY NOT < HOR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0003D-LER-HORARIO
                   PERFORM 0004D-CONFERIR-AULA
                       UNTIL FS-HOR-FIM-ARQUIVO
           END-START.
       0004C-END.

       0004D-CONFERIR-AULA.
           IF HOR-PERIODO = WRK-PERIODO
              AND HOR-DIA-SEMANA = WRK-DIA
              AND HOR-AULA-INICIO NOT > WRK-AULA-FIM
              AND HOR-AULA-FIM NOT < WRK-AULA-INICIO
               IF HOR-DISCIPLINA = WRK-DISCIPLINA
                   DISPLAY 'A DISCIPLINA JA TEM AULA NAS AULAS '
                           HOR-AULA-INICIO ' A ' HOR-AULA-FIM
                           ' DESTE DIA.'
                   MOVE 'S' TO WRK-CHOQUE
               ELSE
                   IF HOR-SALA = WRK-SALA
                       DISPLAY 'SALA ' WRK-SALA ' OCUPADA PELA '
                               'DISCIPLINA ' HOR-DISCIPLINA
                               ' (AULAS ' HOR-AULA-INICIO ' A '
                               HOR-AULA-FIM ').'
                       MOVE 'S' TO WRK-CHOQUE
                   END-IF
                   IF WRK-PROF-NOVA NOT = ZERO
                       MOVE HOR-DISCIPLINA TO ATR-DISCIPLINA
                       MOVE HOR-PERIODO    TO ATR-PERIODO
                       READ ARQUIVO-ATRIBUICOES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ATR-PROFESSOR = WRK-PROF-NOVA
                                   DISPLAY 'PROFESSOR ' ATR-PROFESSOR
                                           ' JA DA AULA DA '
                                           'DISCIPLINA '
                                           HOR-DISCIPLINA
                                           ' (AULAS '
                                           HOR-AULA-INICIO ' A '
                                           HOR-AULA-FIM ', SALA '
                                           HOR-SALA ').'
                                   MOVE 'S' TO WRK-CHOQUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
           PERFORM 0003D-LER-HORARIO.
       0004D-END.

       0004E-GRAVAR-AULA.
           MOVE WRK-DISCIPLINA  TO HOR-DISCIPLINA.
           MOVE WRK-PERIODO     TO HOR-PERIODO.
           MOVE WRK-DIA         TO HOR-DIA-SEMANA.
           MOVE WRK-AULA-INICIO TO HOR-AULA-INICIO.
           MOVE WRK-AULA-FIM    TO HOR-AULA-FIM.
           MOVE WRK-SALA        TO HOR-SALA.
           WRITE REGISTRO-HORARIO
               INVALID KEY
                   DISPLAY 'AULA JA CADASTRADA NESTE HORARIO.'
               NOT INVALID KEY
                   DISPLAY 'AULA INCLUIDA NO QUADRO: '
                           WRK-DIA-NOME(WRK-DIA) ' AULAS '
                           WRK-AULA-INICIO ' A ' WRK-AULA-FIM
                           ' SALA ' WRK-SALA '.'
           END-WRITE.
       0004E-END.

       0005-EXCLUIR-AULA.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT WRK-PERIODO.
           DISPLAY 'DIA DA SEMANA (1=SEG ... 6=SAB): '.
           ACCEPT WRK-DIA.
           DISPLAY 'AULA DE INICIO: '.
           ACCEPT WRK-AULA-INICIO.

           MOVE WRK-DISCIPLINA  TO HOR-DISCIPLINA.
           MOVE WRK-PERIODO     TO HOR-PERIODO.
           MOVE WRK-DIA         TO HOR-DIA-SEMANA.
           MOVE WRK-AULA-INICIO TO HOR-AULA-INICIO.
           READ ARQUIVO-HORARIOS
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA NO QUADRO.'
               NOT INVALID KEY
                   MOVE WRK-PERIODO TO WRK-PER-ALVO
                   PERFORM 0925-VALIDAR-PERIODO
                   IF NOT PERIODO-LIBERADO
                       DISPLAY 'AULA NAO EXCLUIDA.'
                   ELSE
                       DELETE ARQUIVO-HORARIOS RECORD
                       DISPLAY 'AULA EXCLUIDA DO QUADRO.'
                   END-IF
           END-READ.
       0005-END.

      * QUADRO DO PERIODO NA TELA, NA ORDEM DA CHAVE (DISCIPLINA).
       0006-LISTAR-QUADRO.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT WRK-PERIODO.
           PERFORM 0080-CARREGAR-QUADRO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' QUADRO DE HORARIOS - PERIODO ' WRK-PERIODO.
           DISPLAY '------------------------------------------------'.
           PERFORM 0006A-EXIBIR-AULA
               VARYING WRK-QDR-IDX FROM 1 BY 1
               UNTIL WRK-QDR-IDX > WRK-QDR-QTD.
           DISPLAY ' AULAS NO QUADRO: ' WRK-QDR-QTD.
           DISPLAY '------------------------------------------------'.
       0006-END.

       0006A-EXIBIR-AULA.
           DISPLAY ' DISC ' WRK-QDR-DISCIPLINA(WRK-QDR-IDX) ' '
                   WRK-DIA-NOME(WRK-QDR-DIA(WRK-QDR-IDX))
                   ' AULAS ' WRK-QDR-INICIO(WRK-QDR-IDX) ' A '
                   WRK-QDR-FIM(WRK-QDR-IDX) ' SALA '
                   WRK-QDR-SALA(WRK-QDR-IDX).
       0006A-END.

      * GRADE SEMANAL DO PROFESSOR: AS DISCIPLINAS ATRIBUIDAS A ELE
      * NO PERIODO, ENCAIXADAS PELO QUADRO.
       0007-GRADE-PROFESSOR.
           DISPLAY 'REGISTRO DO PROFESSOR: '.
           ACCEPT WRK-REGISTRO.
           MOVE WRK-REGISTRO TO PRO-REGISTRO.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY 'PERIODO LETIVO (AAAAPP): '
                   ACCEPT WRK-PERIODO
                   PERFORM 0007A-MONTAR-GRADE-PROFESSOR
           END-READ.
       0007-END.

       0007A-MONTAR-GRADE-PROFESSOR.
           PERFORM 0080-CARREGAR-QUADRO.
           PERFORM 0085-LIMPAR-GRADE.

           MOVE LOW-VALUES TO ATR-CHAVE.
           START ARQUIVO-ATRIBUICOES KEY NOT < ATR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0007B-LER-ATRIBUICAO
                   PERFORM 0007C-ENCAIXAR-ATRIBUICAO
                       UNTIL FS-ATR-FIM-ARQUIVO
           END-START.

           MOVE 'HOR0001A-PROFESSOR' TO WRK-REL-NOME.
           PERFORM 0094-ABRIR-GRADE.
           STRING 'GRADE SEMANAL DO PROFESSOR ' DELIMITED BY SIZE
                  PRO-REGISTRO DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  PRO-NOME     DELIMITED BY SIZE
                  ' - PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0095-IMPRIMIR-GRADE.
           DISPLAY 'GRADE DO PROFESSOR NO SPOOL (HOR0001A-PROFESSOR).'.
       0007A-END.

       0007B-LER-ATRIBUICAO.
           READ ARQUIVO-ATRIBUICOES NEXT RECORD.
       0007B-END.

       0007C-ENCAIXAR-ATRIBUICAO.
           IF ATR-PROFESSOR = WRK-REGISTRO
              AND ATR-PERIODO = WRK-PERIODO
               MOVE ATR-DISCIPLINA TO WRK-DISC-ALVO
               PERFORM 0090-ENCAIXAR-DISCIPLINA
           END-IF.
           PERFORM 0007B-LER-ATRIBUICAO.
       0007C-END.

      * GRADE SEMANAL DO ALUNO: AS INSCRICOES ATIVAS DO PERIODO,
      * ENCAIXADAS PELO QUADRO.
       0008-GRADE-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ ARQUIVO-ALUNOS
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA EM ALUNOS.DAT.'
               NOT INVALID KEY
                   DISPLAY 'PERIODO LETIVO (AAAAPP): '
                   ACCEPT WRK-PERIODO
                   PERFORM 0008A-MONTAR-GRADE-ALUNO
           END-READ.
       0008-END.

       0008A-MONTAR-GRADE-ALUNO.
           PERFORM 0080-CARREGAR-QUADRO.
           PERFORM 0085-LIMPAR-GRADE.
           MOVE WRK-MATRICULA TO WRK-MATRICULA-ATUAL.

           MOVE WRK-MATRICULA TO MAT-MATRICULA.
           MOVE ZERO          TO MAT-DISCIPLINA.
           MOVE LOW-VALUES    TO MAT-PERIODO.
           START ARQUIVO-MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0008B-LER-MATRICULA
                   PERFORM 0008C-ENCAIXAR-MATRICULA
                       UNTIL FS-MAT-FIM-ARQUIVO
                          OR MAT-MATRICULA NOT = WRK-MATRICULA-ATUAL
           END-START.

           MOVE 'HOR0001A-ALUNO' TO WRK-REL-NOME.
           PERFORM 0094-ABRIR-GRADE.
           STRING 'GRADE SEMANAL DO ALUNO ' DELIMITED BY SIZE
                  ALU-MATRICULA DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  ALU-NOME      DELIMITED BY SIZE
                  ' - PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO   DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0095-IMPRIMIR-GRADE.
           DISPLAY 'GRADE DO ALUNO NO SPOOL (HOR0001A-ALUNO).'.
           IF WRK-CHQ-QTD > ZERO
               DISPLAY 'ATENCAO: ' WRK-CHQ-QTD ' CHOQUE(S) DE '
                       'HORARIO NAS DISCIPLINAS DO ALUNO.'
           END-IF.
       0008A-END.

       0008B-LER-MATRICULA.
           READ ARQUIVO-MATRICULAS NEXT RECORD.
       0008B-END.

       0008C-ENCAIXAR-MATRICULA.
           IF MAT-ATIVA AND MAT-PERIODO = WRK-PERIODO
               MOVE MAT-DISCIPLINA TO WRK-DISC-ALVO
               PERFORM 0090-ENCAIXAR-DISCIPLINA
           END-IF.
           PERFORM 0008B-LER-MATRICULA.
       0008C-END.

      * CHOQUES DE ALUNOS: MONTA A GRADE DE CADA ALUNO COM INSCRICAO
      * ATIVA NO PERIODO (QUEBRA POR MATRICULA, QUE E O INICIO DA
      * CHAVE DE MATRICULAS.DAT) E LISTA QUEM TEM DUAS DISCIPLINAS
      * NA MESMA AULA.
       0009-CHOQUES-ALUNOS.
           DISPLAY 'PERIODO LETIVO (AAAAPP): '.
           ACCEPT WRK-PERIODO.
           PERFORM 0080-CARREGAR-QUADRO.
           MOVE ZERO TO WRK-ALUNOS-VERIFICADOS WRK-ALUNOS-COM-CHOQUE.

           MOVE 'HOR0001A-CHOQUES' TO WRK-REL-NOME.
           MOVE ' ALUNOS COM CHOQUE DE HORARIO NO QUADRO'
               TO WRK-REL-CABECALHO.
           MOVE 'HOR0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.
           STRING 'PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE LOW-VALUES TO MAT-CHAVE.
           START ARQUIVO-MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0008B-LER-MATRICULA
                   PERFORM 0009A-VERIFICAR-ALUNO
                       UNTIL FS-MAT-FIM-ARQUIVO
           END-START.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-ALUNOS-VERIFICADOS TO WRK-REL-NUM-ED.
           STRING 'ALUNOS COM INSCRICAO NO PERIODO: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-ALUNOS-COM-CHOQUE TO WRK-REL-NUM-ED.
           STRING 'ALUNOS COM CHOQUE DE HORARIO...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'ALUNOS COM CHOQUE: ' WRK-ALUNOS-COM-CHOQUE
                   ' (RELATORIO HOR0001A-CHOQUES NO SPOOL).'.
       0009-END.

       0009A-VERIFICAR-ALUNO.
           MOVE MAT-MATRICULA TO WRK-MATRICULA-ATUAL.
           PERFORM 0085-LIMPAR-GRADE.
           PERFORM 0008C-ENCAIXAR-MATRICULA
               UNTIL FS-MAT-FIM-ARQUIVO
                  OR MAT-MATRICULA NOT = WRK-MATRICULA-ATUAL.
           IF WRK-LEG-QTD > ZERO
               ADD 1 TO WRK-ALUNOS-VERIFICADOS
           END-IF.
           IF WRK-CHQ-QTD > ZERO
               ADD 1 TO WRK-ALUNOS-COM-CHOQUE
               MOVE WRK-MATRICULA-ATUAL TO ALU-MATRICULA
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO ALU-NOME
               END-READ
               STRING WRK-MATRICULA-ATUAL DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      ALU-NOME            DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM 0096-IMPRIMIR-CHOQUE
                   VARYING WRK-CHQ-IDX FROM 1 BY 1
                   UNTIL WRK-CHQ-IDX > WRK-CHQ-QTD
           END-IF.
       0009A-END.

      * CARREGA AS AULAS DO PERIODO EM WRK-PERIODO.
       0080-CARREGAR-QUADRO.
           MOVE ZERO TO WRK-QDR-QTD.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START ARQUIVO-HORARIOS KEY NOT < HOR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0003D-LER-HORARIO
                   PERFORM 0080A-GUARDAR-AULA
                       UNTIL FS-HOR-FIM-ARQUIVO
           END-START.
       0080-END.

       0080A-GUARDAR-AULA.
           IF HOR-PERIODO = WRK-PERIODO
               IF WRK-QDR-QTD < 500
                   ADD 1 TO WRK-QDR-QTD
                   MOVE HOR-DISCIPLINA
                       TO WRK-QDR-DISCIPLINA(WRK-QDR-QTD)
                   MOVE HOR-DIA-SEMANA  TO WRK-QDR-DIA(WRK-QDR-QTD)
                   MOVE HOR-AULA-INICIO TO WRK-QDR-INICIO(WRK-QDR-QTD)
                   MOVE HOR-AULA-FIM    TO WRK-QDR-FIM(WRK-QDR-QTD)
                   MOVE HOR-SALA        TO WRK-QDR-SALA(WRK-QDR-QTD)
               ELSE
                   DISPLAY 'AVISO: QUADRO DO PERIODO COM MAIS DE 500 '
                           'AULAS. EXCEDENTE IGNORADO.'
               END-IF
           END-IF.
           PERFORM 0003D-LER-HORARIO.
       0080A-END.

       0085-LIMPAR-GRADE.
           MOVE SPACES TO WRK-GRADE.
           MOVE ZERO TO WRK-ULTIMA-AULA WRK-LEG-QTD WRK-CHQ-QTD.
       0085-END.

      * ENCAIXA NA GRADE TODAS AS AULAS DA DISCIPLINA EM
      * WRK-DISC-ALVO E A ACRESCENTA NA LEGENDA.
       0090-ENCAIXAR-DISCIPLINA.
           IF WRK-LEG-QTD < 30
               ADD 1 TO WRK-LEG-QTD
               MOVE WRK-DISC-ALVO TO WRK-LEG-DISCIPLINA(WRK-LEG-QTD)
               MOVE ZERO          TO WRK-LEG-BLOCOS(WRK-LEG-QTD)
           END-IF.
           PERFORM 0091-CONFERIR-AULA-QUADRO
               VARYING WRK-QDR-IDX FROM 1 BY 1
               UNTIL WRK-QDR-IDX > WRK-QDR-QTD.
       0090-END.

       0091-CONFERIR-AULA-QUADRO.
           IF WRK-QDR-DISCIPLINA(WRK-QDR-IDX) = WRK-DISC-ALVO
               ADD 1 TO WRK-LEG-BLOCOS(WRK-LEG-QTD)
               IF WRK-QDR-FIM(WRK-QDR-IDX) > WRK-ULTIMA-AULA
                   MOVE WRK-QDR-FIM(WRK-QDR-IDX) TO WRK-ULTIMA-AULA
               END-IF
               PERFORM 0092-MARCAR-CELULA
                   VARYING WRK-AULA FROM WRK-QDR-INICIO(WRK-QDR-IDX)
                   BY 1 UNTIL WRK-AULA > WRK-QDR-FIM(WRK-QDR-IDX)
           END-IF.
       0091-END.

       0092-MARCAR-CELULA.
           IF WRK-GRADE-CELULA(WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))
              = SPACES
               STRING WRK-DISC-ALVO DELIMITED BY SIZE
                      '/'           DELIMITED BY SIZE
                      WRK-QDR-SALA(WRK-QDR-IDX) DELIMITED BY SIZE
                   INTO WRK-GRADE-CELULA
                            (WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))
               END-STRING
           ELSE
               PERFORM 0093-REGISTRAR-CHOQUE
           END-IF.
       0092-END.

       0093-REGISTRAR-CHOQUE.
           IF WRK-GRADE-CELULA(WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))(1:1)
              = '*'
               MOVE WRK-GRADE-CELULA
                        (WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))(2:3)
                   TO WRK-DISC-CELULA
           ELSE
               MOVE WRK-GRADE-CELULA
                        (WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))(1:3)
                   TO WRK-DISC-CELULA
           END-IF.
           MOVE SPACES TO WRK-GRADE-CELULA
                              (WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX)).
           STRING '*'             DELIMITED BY SIZE
                  WRK-DISC-CELULA DELIMITED BY SIZE
                  ' CHOQ'         DELIMITED BY SIZE
               INTO WRK-GRADE-CELULA(WRK-AULA WRK-QDR-DIA(WRK-QDR-IDX))
           END-STRING.
           IF WRK-CHQ-QTD < 50
               ADD 1 TO WRK-CHQ-QTD
               MOVE WRK-AULA TO WRK-AULA-ED
               STRING '    CHOQUE ' DELIMITED BY SIZE
                      WRK-DIA-NOME(WRK-QDR-DIA(WRK-QDR-IDX))
                                    DELIMITED BY SIZE
                      ' AULA '      DELIMITED BY SIZE
                      WRK-AULA-ED   DELIMITED BY SIZE
                      ': DISCIPLINA ' DELIMITED BY SIZE
                      WRK-DISC-CELULA DELIMITED BY SIZE
                      ' X '         DELIMITED BY SIZE
                      WRK-DISC-ALVO DELIMITED BY SIZE
                   INTO WRK-CHQ-TEXTO(WRK-CHQ-QTD)
               END-STRING
           END-IF.
       0093-END.

       0094-ABRIR-GRADE.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'AULA SEG        TER        QUA        '
                      DELIMITED BY SIZE
                  'QUI        SEX        SAB' DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'HOR0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.
       0094-END.

      * IMPRIME O TITULO JA MONTADO EM WRK-REL-LINHA, A GRADE ATE A
      * ULTIMA AULA OCUPADA, A LEGENDA E OS CHOQUES, E FECHA.
       0095-IMPRIMIR-GRADE.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0095A-IMPRIMIR-LINHA-GRADE
               VARYING WRK-AULA FROM 1 BY 1
               UNTIL WRK-AULA > WRK-ULTIMA-AULA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'DISCIPLINAS:' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0095B-IMPRIMIR-LEGENDA
               VARYING WRK-LEG-IDX FROM 1 BY 1
               UNTIL WRK-LEG-IDX > WRK-LEG-QTD.
           IF WRK-CHQ-QTD > ZERO
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE 'CHOQUES DE HORARIO:' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM 0096-IMPRIMIR-CHOQUE
                   VARYING WRK-CHQ-IDX FROM 1 BY 1
                   UNTIL WRK-CHQ-IDX > WRK-CHQ-QTD
           END-IF.
           PERFORM 0973-FECHAR-RELATORIO.
       0095-END.

       0095A-IMPRIMIR-LINHA-GRADE.
           MOVE WRK-AULA TO WRK-AULA-ED.
           STRING ' '                          DELIMITED BY SIZE
                  WRK-AULA-ED                  DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 1) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 2) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 3) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 4) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 5) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRADE-CELULA(WRK-AULA 6) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0095A-END.

       0095B-IMPRIMIR-LEGENDA.
           MOVE WRK-LEG-DISCIPLINA(WRK-LEG-IDX) TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO DIS-NOME
           END-READ.
           IF WRK-LEG-BLOCOS(WRK-LEG-IDX) = ZERO
               STRING '    '                          DELIMITED BY SIZE
                      WRK-LEG-DISCIPLINA(WRK-LEG-IDX) DELIMITED BY SIZE
                      ' '                             DELIMITED BY SIZE
                      DIS-NOME                        DELIMITED BY SIZE
                      ' - SEM AULA NO QUADRO'         DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               STRING '    '                          DELIMITED BY SIZE
                      WRK-LEG-DISCIPLINA(WRK-LEG-IDX) DELIMITED BY SIZE
                      ' '                             DELIMITED BY SIZE
                      DIS-NOME                        DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0095B-END.

       0096-IMPRIMIR-CHOQUE.
           MOVE WRK-CHQ-TEXTO(WRK-CHQ-IDX) TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0096-END.

           COPY PERIODO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
