      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: REMATRICULA DE FIM DE PERIODO. DEPOIS QUE O
      *              PER0001A FECHA O PERIODO LETIVO, A GERACAO LE OS
      *              RESULTADOS DO PERIODO FECHADO EM NOTAS.DAT E, PARA
      *              CADA ALUNO ATIVO DE ALUNOS.DAT, PROPOE AS
      *              MATRICULAS DO PERIODO SEGUINTE EM REMATRICULAS.DAT:
      *              AS DEPENDENCIAS (REPROVADAS NO PERIODO, REG-
      *              SITUACAO 'R', SEM RECUPERACAO) E AS DISCIPLINAS
      *              DO PROXIMO SEMESTRE DA GRADE (CURRICULO.DAT) AINDA
      *              NAO CUMPRIDAS, RESPEITANDO AS VAGAS DA TURMA
      *              (DIS-VAGAS, CONTANDO MATRICULAS ATIVAS E
      *              PROPOSTAS PENDENTES). ALUNO TRANCADO OU
      *              TRANSFERIDO FICA DE FORA E SAI LISTADO. O
      *              COORDENADOR REVISA AS PROPOSTAS ALUNO A ALUNO:
      *              CONFIRMADA VIRA REGISTRO DE MATRICULAS.DAT (COM
      *              NOVA CONFERENCIA DE VAGA), DESCARTADA FICA SO NO
      *              HISTORICO DA PROPOSTA. DISCIPLINA DA GRADE COM
      *              PRE-REQUISITO (PREREQUISITOS.DAT) AINDA NAO
      *              APROVADO NAO E PROPOSTA.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-REMATRICULAS
               ASSIGN TO DYNAMIC WRK-REMATRICULAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-CHAVE
               FILE STATUS IS WRK-RMT-STATUS.

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

           SELECT ARQUIVO-DISCIPLINAS
               ASSIGN TO DYNAMIC WRK-DISCIPLINAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

           SELECT ARQUIVO-CURRICULO
               ASSIGN TO DYNAMIC WRK-CURRICULO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUR-DISCIPLINA
               FILE STATUS IS WRK-CUR-STATUS.

           SELECT ARQUIVO-PREREQUISITOS
               ASSIGN TO DYNAMIC WRK-PREREQUISITOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-NOTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOT-STATUS.

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
       FD ARQUIVO-REMATRICULAS.
           COPY REMATRICULAS-FD.CPY.

       FD ARQUIVO-MATRICULAS.
           COPY MATRICULAS-FD.CPY.

       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-CURRICULO.
           COPY CURRICULO-FD.CPY.

       FD ARQUIVO-PREREQUISITOS.
           COPY PREREQUISITOS-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       FD ARQUIVO-PERIODOS.
           COPY PERIODOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-RMT-STATUS PIC X(02).
           88 FS-RMT-OK             VALUE '00'.
           88 FS-RMT-FIM-ARQUIVO    VALUE '10'.
           88 FS-RMT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MAT-STATUS PIC X(02).
           88 FS-MAT-OK             VALUE '00'.
           88 FS-MAT-FIM-ARQUIVO    VALUE '10'.
           88 FS-MAT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ALU-STATUS PIC X(02).
           88 FS-ALU-OK             VALUE '00'.
           88 FS-ALU-FIM-ARQUIVO    VALUE '10'.
           88 FS-ALU-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-DIS-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CUR-STATUS PIC X(02).
           88 FS-CUR-OK             VALUE '00'.
           88 FS-CUR-FIM-ARQUIVO    VALUE '10'.
           88 FS-CUR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRE-STATUS PIC X(02).
           88 FS-PRE-OK             VALUE '00'.
           88 FS-PRE-FIM-ARQUIVO    VALUE '10'.
           88 FS-PRE-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-NOT-STATUS PIC X(02).
           88 FS-NOT-OK             VALUE '00'.
           88 FS-NOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-NOT-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-REMATRICULAS-PATH PIC X(100).
       01 WRK-MATRICULAS-PATH   PIC X(100).
       01 WRK-ALUNOS-PATH       PIC X(100).
       01 WRK-DISCIPLINAS-PATH  PIC X(100).
       01 WRK-CURRICULO-PATH    PIC X(100).
       01 WRK-NOTAS-PATH        PIC X(100).
       01 WRK-PREREQUISITOS-PATH PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-RESPOSTA   PIC X(01).
       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-MATRICULA  PIC 9(06).

      * PERIODO FECHADO (ORIGEM) E PERIODO DA REMATRICULA (DESTINO).
      * SEM DESTINO DIGITADO, O SEGUINTE AO FECHADO: 01 -> 02 DO
      * MESMO ANO, 02 -> 01 DO ANO SEGUINTE.
       01 WRK-PERIODO-ORIGEM  PIC X(06).
       01 WRK-PERIODO-DESTINO PIC X(06).
       01 WRK-PERIODO-CALC.
           05 WRK-CALC-ANO PIC 9(04).
           05 WRK-CALC-SEM PIC 9(02).
       01 WRK-ORIGEM-OK PIC X(01).
           88 ORIGEM-LIBERADA VALUE 'S'.

      * GRADE CURRICULAR EM MEMORIA, COM O SEMESTRE DE CADA
      * DISCIPLINA.
       01 WRK-GRD-TABELA.
           05 WRK-GRD-ITEM OCCURS 50 TIMES.
               10 WRK-GRD-DISCIPLINA PIC 9(03).
               10 WRK-GRD-SEMESTRE   PIC 9(02).
       01 WRK-GRD-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-GRD-IDX PIC 9(02) COMP VALUE 0.
       01 WRK-GRD-POS PIC 9(02) COMP VALUE 0.

      * SITUACAO ACADEMICA DE CADA ALUNO COM RESULTADO EM NOTAS.DAT:
      * MAPA DAS DISCIPLINAS DA GRADE JA APROVADAS (QUALQUER
      * PERIODO), SE CURSOU O PERIODO FECHADO, O MAIOR SEMESTRE DA
      * GRADE CURSADO NELE E AS REPROVACOES DO PERIODO FECHADO.
       01 WRK-ALN-TABELA.
           05 WRK-ALN-ITEM OCCURS 300 TIMES.
               10 WRK-ALN-MATRICULA PIC 9(06).
               10 WRK-ALN-CURSOU    PIC X(01).
               10 WRK-ALN-NIVEL     PIC 9(02).
               10 WRK-ALN-APROVADA  OCCURS 50 TIMES PIC X(01).
               10 WRK-ALN-DEP-QTD   PIC 9(02).
               10 WRK-ALN-DEP       OCCURS 10 TIMES PIC 9(03).
       01 WRK-ALN-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-ALN-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-ALN-POS PIC 9(03) COMP VALUE 0.
       01 WRK-DEP-IDX PIC 9(02) COMP VALUE 0.
       01 WRK-DEP-ACHADA PIC X(01).
           88 DEPENDENCIA-JA-LISTADA VALUE 'S'.
       01 WRK-APROVADO PIC X(01).
           88 RESULTADO-APROVADO VALUE 'S'.

      * REGRAS DE PRE-REQUISITO (PRE0001A). SO O REQUISITO QUE ESTA
      * NA GRADE PODE SER CONFERIDO PELO MAPA DE APROVACOES.
       01 WRK-REG-TABELA.
           05 WRK-REG-ITEM OCCURS 500 TIMES.
               10 WRK-REG-DISCIPLINA PIC 9(03).
               10 WRK-REG-REQUISITO  PIC 9(03).
       01 WRK-REG-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-REG-IDX PIC 9(03) COMP VALUE 0.
       01 WRK-GRD-IDX2 PIC 9(02) COMP VALUE 0.
       01 WRK-REQ-CODIGO PIC 9(03).
       01 WRK-REQ-PENDENTE PIC X(01).
           88 REQUISITO-PENDENTE VALUE 'S'.

      * OCUPACAO DAS TURMAS NO PERIODO DE DESTINO, PELO CODIGO DA
      * DISCIPLINA: MATRICULAS ATIVAS + PROPOSTAS PENDENTES.
       01 WRK-OCUPACAO-TABELA.
           05 WRK-OCUPADAS OCCURS 999 TIMES PIC 9(04) COMP.
       01 WRK-OCU-IDX PIC 9(04) COMP VALUE 0.

      * PROPOSTA EM MONTAGEM.
       01 WRK-DISC-PROP  PIC 9(03).
       01 WRK-TIPO-PROP  PIC X(01).
       01 WRK-VAGAS      PIC 9(03).
       01 WRK-INSCRITOS  PIC 9(04) COMP VALUE 0.
       01 WRK-PROPOSTAS-ALUNO PIC 9(02) COMP VALUE 0.
       01 WRK-TIPO-ED     PIC X(11).
       01 WRK-SITUACAO-ED PIC X(22).

       01 WRK-QTD-ALUNOS-PROPOSTOS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-PROPOSTAS   PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-DEPENDENCIAS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-SEM-VAGA    PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-JA-EXISTIAM PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-SEM-RESULTADO PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-FORA        PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-FORMADOS    PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-CONFIRMADAS PIC 9(05) COMP VALUE 0.
       01 WRK-QTD-DESCARTADAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-LISTADOS  PIC 9(05) COMP VALUE 0.

       01 WRK-ALUNO-ATIVO PIC X(01).
           88 ALUNO-PODE-MATRICULAR VALUE 'S'.
       01 WRK-FIM-REVISAO PIC X(01).
           88 FIM-DA-REVISAO VALUE 'S'.

           COPY PERIODO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     MAT0002A - REMATRICULA DE FIM DE PERIODO   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-REMATRICULAS.
           CLOSE ARQUIVO-MATRICULAS.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-DISCIPLINAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-REMATRICULAS-PATH
               FROM ENVIRONMENT 'REMATRICULAS_DAT_PATH'.
           IF WRK-REMATRICULAS-PATH = SPACES
               MOVE 'REMATRICULAS.DAT' TO WRK-REMATRICULAS-PATH
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

           ACCEPT WRK-DISCIPLINAS-PATH
               FROM ENVIRONMENT 'DISCIPLINAS_DAT_PATH'.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-CURRICULO-PATH
               FROM ENVIRONMENT 'CURRICULO_DAT_PATH'.
           IF WRK-CURRICULO-PATH = SPACES
               MOVE 'CURRICULO.DAT' TO WRK-CURRICULO-PATH
           END-IF.

           ACCEPT WRK-NOTAS-PATH FROM ENVIRONMENT 'NOTAS_DAT_PATH'.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.

           ACCEPT WRK-PREREQUISITOS-PATH
               FROM ENVIRONMENT 'PREREQUISITOS_DAT_PATH'.
           IF WRK-PREREQUISITOS-PATH = SPACES
               MOVE 'PREREQUISITOS.DAT' TO WRK-PREREQUISITOS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-REMATRICULAS.
           IF FS-RMT-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-REMATRICULAS
               CLOSE ARQUIVO-REMATRICULAS
               OPEN I-O ARQUIVO-REMATRICULAS
           END-IF.

           OPEN I-O ARQUIVO-MATRICULAS.
           IF FS-MAT-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-MATRICULAS
               CLOSE ARQUIVO-MATRICULAS
               OPEN I-O ARQUIVO-MATRICULAS
           END-IF.

           OPEN INPUT ARQUIVO-ALUNOS.
           IF FS-ALU-ARQUIVO-NOVO
               DISPLAY 'AVISO: ALUNOS.DAT AINDA NAO EXISTE '
                       '(ALU0001A).'
           END-IF.

           OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF FS-DIS-ARQUIVO-NOVO
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A).'
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(G)ERAR PROPOSTAS, (R)EVISAR PROPOSTAS DO ALUNO, '
                   '(L)ISTAR PROPOSTAS EM ABERTO OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'G'
                   PERFORM 0003-GERAR-PROPOSTAS
               WHEN 'R'
                   PERFORM 0005-REVISAR-PROPOSTAS
               WHEN 'L'
                   PERFORM 0006-LISTAR-EM-ABERTO
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * GERACAO: SO A PARTIR DE PERIODO JA FECHADO NO PER0001A, PARA
      * UM PERIODO DE DESTINO ABERTO.
       0003-GERAR-PROPOSTAS.
           DISPLAY 'PERIODO FECHADO (AAAAPP): '.
           ACCEPT WRK-PERIODO-ORIGEM.
           PERFORM 0003A-CONFERIR-ORIGEM.
           IF ORIGEM-LIBERADA
               MOVE WRK-PERIODO-ORIGEM TO WRK-PERIODO-CALC
               IF WRK-CALC-SEM = 1
                   MOVE 2 TO WRK-CALC-SEM
               ELSE
                   ADD 1 TO WRK-CALC-ANO
                   MOVE 1 TO WRK-CALC-SEM
               END-IF
               DISPLAY 'PERIODO DA REMATRICULA (ENTER = '
                       WRK-PERIODO-CALC '): '
               ACCEPT WRK-PERIODO-DESTINO
               IF WRK-PERIODO-DESTINO = SPACES
                   MOVE WRK-PERIODO-CALC TO WRK-PERIODO-DESTINO
               END-IF
               IF WRK-PERIODO-DESTINO NOT > WRK-PERIODO-ORIGEM
                   DISPLAY 'O PERIODO DA REMATRICULA TEM DE SER '
                           'POSTERIOR AO FECHADO.'
               ELSE
                   MOVE WRK-PERIODO-DESTINO TO WRK-PER-ALVO
                   PERFORM 0925-VALIDAR-PERIODO
                   IF NOT PERIODO-LIBERADO
                       DISPLAY 'PROPOSTAS NAO GERADAS.'
                   ELSE
                       PERFORM 0004-PROCESSAR-REMATRICULA
                   END-IF
               END-IF
           END-IF.
       0003-END.

       0003A-CONFERIR-ORIGEM.
           MOVE 'S' TO WRK-ORIGEM-OK.
           ACCEPT WRK-PERIODOS-PATH
               FROM ENVIRONMENT 'PERIODOS_DAT_PATH'.
           IF WRK-PERIODOS-PATH = SPACES
               MOVE 'PERIODOS.DAT' TO WRK-PERIODOS-PATH
           END-IF.
           OPEN INPUT ARQUIVO-PERIODOS.
           IF FS-PER-ARQUIVO-NOVO
               DISPLAY 'AVISO: PERIODOS.DAT AINDA NAO EXISTE '
                       '(PER0001A). SEGUINDO SEM CONFERIR O '
                       'FECHAMENTO.'
           ELSE
               MOVE WRK-PERIODO-ORIGEM TO PER-PERIODO
               READ ARQUIVO-PERIODOS
                   INVALID KEY
                       DISPLAY 'PERIODO ' WRK-PERIODO-ORIGEM ' NAO '
                               'CADASTRADO NO MESTRE (PER0001A).'
                       MOVE 'N' TO WRK-ORIGEM-OK
                   NOT INVALID KEY
                       IF NOT PER-FECHADO
                           DISPLAY 'PERIODO ' WRK-PERIODO-ORIGEM
                                   ' AINDA ABERTO: FECHE NO '
                                   'PER0001A ANTES DA REMATRICULA.'
                           MOVE 'N' TO WRK-ORIGEM-OK
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-PERIODOS.
       0003A-END.

       0004-PROCESSAR-REMATRICULA.
           MOVE ZERO TO WRK-QTD-ALUNOS-PROPOSTOS WRK-QTD-PROPOSTAS
                        WRK-QTD-DEPENDENCIAS WRK-QTD-SEM-VAGA
                        WRK-QTD-JA-EXISTIAM WRK-QTD-SEM-RESULTADO
                        WRK-QTD-FORA WRK-QTD-FORMADOS.

           PERFORM 0010-CARREGAR-GRADE.
           IF WRK-GRD-QTD = ZERO
               DISPLAY 'AVISO: GRADE CURRICULAR VAZIA (CUR0001A). '
                       'SO AS DEPENDENCIAS SERAO PROPOSTAS.'
           END-IF.
           PERFORM 0017-CARREGAR-REGRAS.
           PERFORM 0011-CARREGAR-RESULTADOS.
           PERFORM 0012-CARREGAR-OCUPACAO.

           MOVE 'MAT0002A-REMATRICULA' TO WRK-REL-NOME.
           MOVE ' PROPOSTAS DE REMATRICULA - REMATRICULAS.DAT'
               TO WRK-REL-CABECALHO.
           MOVE 'MAT0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.
           STRING 'PERIODO FECHADO ' DELIMITED BY SIZE
                  WRK-PERIODO-ORIGEM DELIMITED BY SIZE
                  ' -> REMATRICULA EM ' DELIMITED BY SIZE
                  WRK-PERIODO-DESTINO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ARQUIVO-ALUNOS KEY NOT < ALU-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0004A-LER-ALUNO
                   PERFORM 0013-PROPOR-ALUNO
                       UNTIL FS-ALU-FIM-ARQUIVO
           END-START.

      * SEGUNDA PASSADA: OS ALUNOS DEIXADOS DE FORA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'ALUNOS FORA DA REMATRICULA (TRANCADO/TRANSFERIDO):'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ARQUIVO-ALUNOS KEY NOT < ALU-MATRICULA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0004A-LER-ALUNO
                   PERFORM 0014-LISTAR-FORA
                       UNTIL FS-ALU-FIM-ARQUIVO
           END-START.

           PERFORM 0004B-IMPRIMIR-TOTAIS.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' ALUNOS COM PROPOSTA.......: '
                   WRK-QTD-ALUNOS-PROPOSTOS.
           DISPLAY ' PROPOSTAS GRAVADAS........: ' WRK-QTD-PROPOSTAS.
           DISPLAY '   DEPENDENCIAS............: '
                   WRK-QTD-DEPENDENCIAS.
           DISPLAY '   SEM VAGA NA TURMA.......: ' WRK-QTD-SEM-VAGA.
           DISPLAY ' JA PROPOSTAS ANTES........: '
                   WRK-QTD-JA-EXISTIAM.
           DISPLAY ' ATIVOS SEM RESULTADO......: '
                   WRK-QTD-SEM-RESULTADO.
           DISPLAY ' TRANCADOS/TRANSFERIDOS....: ' WRK-QTD-FORA.
           DISPLAY ' RELATORIO NO SPOOL (MAT0002A-REMATRICULA).'.
           DISPLAY ' CONFIRME OU DESCARTE EM (R)EVISAR PROPOSTAS.'.
           DISPLAY '------------------------------------------------'.
       0004-END.

       0004A-LER-ALUNO.
           READ ARQUIVO-ALUNOS NEXT RECORD.
       0004A-END.

       0004B-IMPRIMIR-TOTAIS.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-ALUNOS-PROPOSTOS TO WRK-REL-NUM-ED.
           STRING 'ALUNOS COM PROPOSTA......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-REL-NUM-ED.
           STRING 'PROPOSTAS GRAVADAS.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-DEPENDENCIAS TO WRK-REL-NUM-ED.
           STRING '  DEPENDENCIAS...........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-SEM-VAGA TO WRK-REL-NUM-ED.
           STRING '  SEM VAGA NA TURMA......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-JA-EXISTIAM TO WRK-REL-NUM-ED.
           STRING 'JA PROPOSTAS ANTES.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-SEM-RESULTADO TO WRK-REL-NUM-ED.
           STRING 'ATIVOS SEM RESULTADO.....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-FORA TO WRK-REL-NUM-ED.
           STRING 'TRANCADOS/TRANSFERIDOS...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-FORMADOS TO WRK-REL-NUM-ED.
           STRING 'FORMADOS (SEM PROPOSTA)..: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0004B-END.

      * REVISAO DO COORDENADOR: ALUNO A ALUNO, CADA PROPOSTA EM
      * ABERTO DO PERIODO E CONFIRMADA (VIRA MATRICULA), DESCARTADA
      * OU DEIXADA PENDENTE.
       0005-REVISAR-PROPOSTAS.
           DISPLAY 'PERIODO DA REMATRICULA (AAAAPP): '.
           ACCEPT WRK-PERIODO-DESTINO.
           MOVE WRK-PERIODO-DESTINO TO WRK-PER-ALVO.
           PERFORM 0925-VALIDAR-PERIODO.
           IF NOT PERIODO-LIBERADO
               DISPLAY 'REVISAO NAO PERMITIDA.'
           ELSE
               MOVE ZERO TO WRK-QTD-CONFIRMADAS WRK-QTD-DESCARTADAS
               MOVE 'N' TO WRK-FIM-REVISAO
               PERFORM 0005A-REVISAR-ALUNO UNTIL FIM-DA-REVISAO
               DISPLAY 'CONFIRMADAS: ' WRK-QTD-CONFIRMADAS
                       ' DESCARTADAS: ' WRK-QTD-DESCARTADAS
           END-IF.
       0005-END.

       0005A-REVISAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO (ENTER ENCERRA): '.
           ACCEPT WRK-MATRICULA.
           IF WRK-MATRICULA = ZERO
               MOVE 'S' TO WRK-FIM-REVISAO
           ELSE
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               READ ARQUIVO-ALUNOS
                   INVALID KEY
                       DISPLAY 'MATRICULA NAO ENCONTRADA EM '
                               'ALUNOS.DAT.'
                   NOT INVALID KEY
                       DISPLAY 'ALUNO: ' ALU-NOME
                       MOVE 'S' TO WRK-ALUNO-ATIVO
                       IF NOT ALU-ATIVO
                           MOVE 'N' TO WRK-ALUNO-ATIVO
                           DISPLAY 'ALUNO NAO ESTA ATIVO (SITUACAO '
                                   ALU-SITUACAO '): AS PROPOSTAS SO '
                                   'PODEM SER DESCARTADAS.'
                       END-IF
                       PERFORM 0005B-PERCORRER-PROPOSTAS
               END-READ
           END-IF.
       0005A-END.

       0005B-PERCORRER-PROPOSTAS.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE WRK-MATRICULA TO RMT-MATRICULA.
           MOVE ZERO          TO RMT-DISCIPLINA.
           MOVE LOW-VALUES    TO RMT-PERIODO.
           START ARQUIVO-REMATRICULAS KEY NOT < RMT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005C-LER-PROPOSTA
                   PERFORM 0005D-DECIDIR-PROPOSTA
                       UNTIL FS-RMT-FIM-ARQUIVO
                          OR RMT-MATRICULA NOT = WRK-MATRICULA
           END-START.
           IF WRK-TOTAL-LISTADOS = ZERO
               DISPLAY 'NENHUMA PROPOSTA EM ABERTO PARA O ALUNO NO '
                       'PERIODO ' WRK-PERIODO-DESTINO '.'
           END-IF.
       0005B-END.

       0005C-LER-PROPOSTA.
           READ ARQUIVO-REMATRICULAS NEXT RECORD.
       0005C-END.

       0005D-DECIDIR-PROPOSTA.
           IF RMT-PERIODO = WRK-PERIODO-DESTINO AND RMT-EM-ABERTO
               ADD 1 TO WRK-TOTAL-LISTADOS
               PERFORM 0090-DESCREVER-PROPOSTA
               MOVE RMT-DISCIPLINA TO DIS-CODIGO
               READ ARQUIVO-DISCIPLINAS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO DIS-NOME
               END-READ
               DISPLAY ' ' RMT-DISCIPLINA ' ' DIS-NOME ' '
                       WRK-TIPO-ED ' ' WRK-SITUACAO-ED
               DISPLAY '(C)ONFIRMAR, (D)ESCARTAR OU ENTER MANTEM? '
               ACCEPT WRK-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               EVALUATE WRK-RESPOSTA
                   WHEN 'C'
                       PERFORM 0005E-CONFIRMAR-PROPOSTA
                   WHEN 'D'
                       MOVE 'X' TO RMT-SITUACAO
                       MOVE WRK-DATA-HOJE TO RMT-DATA-DECISAO
                       REWRITE REGISTRO-REMATRICULA
                       ADD 1 TO WRK-QTD-DESCARTADAS
                       DISPLAY 'PROPOSTA DESCARTADA.'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 0005C-LER-PROPOSTA.
       0005D-END.

      * A CONFIRMACAO CONFERE A VAGA DE NOVO CONTRA AS MATRICULAS
      * ATIVAS (A TURMA PODE TER ENCHIDO PELO MAT0001A DEPOIS DA
      * GERACAO) E GRAVA A MATRICULA COMO O MAT0001A GRAVARIA.
       0005E-CONFIRMAR-PROPOSTA.
           IF NOT ALUNO-PODE-MATRICULAR
               DISPLAY 'ALUNO INATIVO: PROPOSTA NAO CONFIRMADA.'
           ELSE
               MOVE ZERO TO WRK-VAGAS
               IF DIS-VAGAS IS NUMERIC
                   MOVE DIS-VAGAS TO WRK-VAGAS
               END-IF
               PERFORM 0015-CONTAR-INSCRITOS
               IF WRK-VAGAS > ZERO AND WRK-INSCRITOS >= WRK-VAGAS
                   MOVE 'V' TO RMT-SITUACAO
                   REWRITE REGISTRO-REMATRICULA
                   DISPLAY 'TURMA CHEIA: ' WRK-INSCRITOS ' DE '
                           WRK-VAGAS ' VAGAS. PROPOSTA AGUARDA VAGA.'
               ELSE
                   PERFORM 0005F-GRAVAR-MATRICULA
                   MOVE 'C' TO RMT-SITUACAO
                   MOVE WRK-DATA-HOJE TO RMT-DATA-DECISAO
                   REWRITE REGISTRO-REMATRICULA
                   ADD 1 TO WRK-QTD-CONFIRMADAS
               END-IF
           END-IF.
       0005E-END.

       0005F-GRAVAR-MATRICULA.
           MOVE RMT-MATRICULA  TO MAT-MATRICULA.
           MOVE RMT-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE RMT-PERIODO    TO MAT-PERIODO.
           MOVE WRK-DATA-HOJE  TO MAT-DATA-INSCRICAO.
           MOVE 'A'            TO MAT-SITUACAO.
           WRITE REGISTRO-MATRICULA
               INVALID KEY
                   READ ARQUIVO-MATRICULAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A MATRICULA.'
                       NOT INVALID KEY
                           IF MAT-ATIVA
                               DISPLAY 'ALUNO JA MATRICULADO NESTA '
                                       'DISCIPLINA/PERIODO.'
                           ELSE
                               MOVE 'A' TO MAT-SITUACAO
                               MOVE WRK-DATA-HOJE
                                   TO MAT-DATA-INSCRICAO
                               REWRITE REGISTRO-MATRICULA
                               DISPLAY 'MATRICULA REATIVADA.'
                           END-IF
                   END-READ
               NOT INVALID KEY
                   DISPLAY 'ALUNO MATRICULADO NA DISCIPLINA.'
           END-WRITE.
       0005F-END.

       0006-LISTAR-EM-ABERTO.
           DISPLAY 'PERIODO DA REMATRICULA (AAAAPP): '.
           ACCEPT WRK-PERIODO-DESTINO.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' PROPOSTAS EM ABERTO - PERIODO '
                   WRK-PERIODO-DESTINO.
           DISPLAY '------------------------------------------------'.
           MOVE LOW-VALUES TO RMT-CHAVE.
           START ARQUIVO-REMATRICULAS KEY NOT < RMT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005C-LER-PROPOSTA
                   PERFORM 0006A-EXIBIR-PROPOSTA
                       UNTIL FS-RMT-FIM-ARQUIVO
           END-START.
           DISPLAY ' EM ABERTO: ' WRK-TOTAL-LISTADOS.
           DISPLAY '------------------------------------------------'.
       0006-END.

       0006A-EXIBIR-PROPOSTA.
           IF RMT-PERIODO = WRK-PERIODO-DESTINO AND RMT-EM-ABERTO
               ADD 1 TO WRK-TOTAL-LISTADOS
               PERFORM 0090-DESCREVER-PROPOSTA
               DISPLAY ' ' RMT-MATRICULA ' DISC ' RMT-DISCIPLINA ' '
                       WRK-TIPO-ED ' ' WRK-SITUACAO-ED
           END-IF.
           PERFORM 0005C-LER-PROPOSTA.
       0006A-END.

       0010-CARREGAR-GRADE.
           MOVE ZERO TO WRK-GRD-QTD.
           OPEN INPUT ARQUIVO-CURRICULO.
           IF FS-CUR-ARQUIVO-NOVO
               DISPLAY 'CURRICULO.DAT AINDA NAO EXISTE (CUR0001A).'
           ELSE
               PERFORM 0010A-LER-GRADE
               PERFORM 0010B-GUARDAR-GRADE
                   UNTIL FS-CUR-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CURRICULO.
       0010-END.

       0010A-LER-GRADE.
           READ ARQUIVO-CURRICULO NEXT RECORD.
       0010A-END.

       0010B-GUARDAR-GRADE.
           IF WRK-GRD-QTD < 50
               ADD 1 TO WRK-GRD-QTD
               MOVE CUR-DISCIPLINA TO WRK-GRD-DISCIPLINA(WRK-GRD-QTD)
               IF CUR-SEMESTRE IS NUMERIC
                   MOVE CUR-SEMESTRE
                       TO WRK-GRD-SEMESTRE(WRK-GRD-QTD)
               ELSE
                   MOVE ZERO TO WRK-GRD-SEMESTRE(WRK-GRD-QTD)
               END-IF
           ELSE
               DISPLAY 'AVISO: GRADE MAIOR QUE 50 DISCIPLINAS.'
           END-IF.
           PERFORM 0010A-LER-GRADE.
       0010B-END.

      * RESULTADOS: APROVACAO EM QUALQUER PERIODO MARCA A GRADE (A
      * MESMA REGRA DO ESC0005A: SITUACAO 'A' OU RECUPERACAO COM
      * MEDIA FINAL >= 7); O PERIODO FECHADO DA O NIVEL DO ALUNO E
      * AS REPROVACOES QUE VIRAM DEPENDENCIA.
       0011-CARREGAR-RESULTADOS.
           MOVE ZERO TO WRK-ALN-QTD.
           OPEN INPUT ARQUIVO-NOTAS.
           IF FS-NOT-ARQUIVO-NOVO
               DISPLAY 'AVISO: NOTAS.DAT AINDA NAO EXISTE. NENHUM '
                       'RESULTADO A CONSIDERAR.'
           ELSE
               PERFORM 0011A-LER-NOTA
               PERFORM 0011B-APLICAR-RESULTADO
                   UNTIL FS-NOT-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-NOTAS.
       0011-END.

       0011A-LER-NOTA.
           READ ARQUIVO-NOTAS.
       0011A-END.

       0011B-APLICAR-RESULTADO.
           MOVE 'N' TO WRK-APROVADO.
           IF REG-SITUACAO = 'A'
               MOVE 'S' TO WRK-APROVADO
           ELSE
               IF REG-NOTA-RECUP NOT = ZEROS
                  AND REG-MEDIA-FINAL >= 7
                   MOVE 'S' TO WRK-APROVADO
               END-IF
           END-IF.

           MOVE REG-MATRICULA TO WRK-MATRICULA.
           PERFORM 0011C-GARANTIR-ALUNO.
           IF WRK-ALN-POS NOT = ZERO
               MOVE REG-DISCIPLINA TO WRK-DISC-PROP
               PERFORM 0016-LOCALIZAR-NA-GRADE
               IF RESULTADO-APROVADO AND WRK-GRD-POS NOT = ZERO
                   MOVE 'S'
                       TO WRK-ALN-APROVADA(WRK-ALN-POS WRK-GRD-POS)
               END-IF
               IF REG-PERIODO = WRK-PERIODO-ORIGEM
                   MOVE 'S' TO WRK-ALN-CURSOU(WRK-ALN-POS)
                   IF WRK-GRD-POS NOT = ZERO
                      AND WRK-GRD-SEMESTRE(WRK-GRD-POS)
                          > WRK-ALN-NIVEL(WRK-ALN-POS)
                       MOVE WRK-GRD-SEMESTRE(WRK-GRD-POS)
                           TO WRK-ALN-NIVEL(WRK-ALN-POS)
                   END-IF
                   IF REG-SITUACAO = 'R' AND NOT RESULTADO-APROVADO
                       PERFORM 0011E-GUARDAR-DEPENDENCIA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0011A-LER-NOTA.
       0011B-END.

       0011C-GARANTIR-ALUNO.
           MOVE ZERO TO WRK-ALN-POS.
           PERFORM 0011D-PROCURAR-ALUNO
               VARYING WRK-ALN-IDX FROM 1 BY 1
               UNTIL WRK-ALN-IDX > WRK-ALN-QTD
                  OR WRK-ALN-POS NOT = ZERO.
           IF WRK-ALN-POS = ZERO
               IF WRK-ALN-QTD < 300
                   ADD 1 TO WRK-ALN-QTD
                   MOVE WRK-ALN-QTD TO WRK-ALN-POS
                   MOVE WRK-MATRICULA
                       TO WRK-ALN-MATRICULA(WRK-ALN-POS)
                   MOVE 'N'  TO WRK-ALN-CURSOU(WRK-ALN-POS)
                   MOVE ZERO TO WRK-ALN-NIVEL(WRK-ALN-POS)
                                WRK-ALN-DEP-QTD(WRK-ALN-POS)
                   PERFORM 0011F-LIMPAR-MAPA
                       VARYING WRK-GRD-IDX FROM 1 BY 1
                       UNTIL WRK-GRD-IDX > 50
               ELSE
                   DISPLAY 'AVISO: TABELA DE ALUNOS CHEIA (300).'
               END-IF
           END-IF.
       0011C-END.

       0011D-PROCURAR-ALUNO.
           IF WRK-ALN-MATRICULA(WRK-ALN-IDX) = WRK-MATRICULA
               MOVE WRK-ALN-IDX TO WRK-ALN-POS
           END-IF.
       0011D-END.

       0011E-GUARDAR-DEPENDENCIA.
           MOVE 'N' TO WRK-DEP-ACHADA.
           PERFORM 0011G-COMPARAR-DEPENDENCIA
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-ALN-DEP-QTD(WRK-ALN-POS)
                  OR DEPENDENCIA-JA-LISTADA.
           IF NOT DEPENDENCIA-JA-LISTADA
               IF WRK-ALN-DEP-QTD(WRK-ALN-POS) < 10
                   ADD 1 TO WRK-ALN-DEP-QTD(WRK-ALN-POS)
                   MOVE REG-DISCIPLINA TO WRK-ALN-DEP
                       (WRK-ALN-POS WRK-ALN-DEP-QTD(WRK-ALN-POS))
               ELSE
                   DISPLAY 'AVISO: ALUNO ' REG-MATRICULA ' COM MAIS '
                           'DE 10 REPROVACOES NO PERIODO.'
               END-IF
           END-IF.
       0011E-END.

       0011F-LIMPAR-MAPA.
           MOVE 'N' TO WRK-ALN-APROVADA(WRK-ALN-POS WRK-GRD-IDX).
       0011F-END.

       0011G-COMPARAR-DEPENDENCIA.
           IF WRK-ALN-DEP(WRK-ALN-POS WRK-DEP-IDX) = REG-DISCIPLINA
               MOVE 'S' TO WRK-DEP-ACHADA
           END-IF.
       0011G-END.

      * OCUPACAO DO PERIODO DE DESTINO: MATRICULAS ATIVAS E
      * PROPOSTAS PENDENTES (DE UMA GERACAO ANTERIOR) POR DISCIPLINA.
       0012-CARREGAR-OCUPACAO.
           PERFORM 0012A-ZERAR-OCUPACAO
               VARYING WRK-OCU-IDX FROM 1 BY 1
               UNTIL WRK-OCU-IDX > 999.

           MOVE LOW-VALUES TO MAT-CHAVE.
           START ARQUIVO-MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0012B-LER-MATRICULA
                   PERFORM 0012C-CONTAR-MATRICULA
                       UNTIL FS-MAT-FIM-ARQUIVO
           END-START.

           MOVE LOW-VALUES TO RMT-CHAVE.
           START ARQUIVO-REMATRICULAS KEY NOT < RMT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005C-LER-PROPOSTA
                   PERFORM 0012D-CONTAR-PROPOSTA
                       UNTIL FS-RMT-FIM-ARQUIVO
           END-START.
       0012-END.

       0012A-ZERAR-OCUPACAO.
           MOVE ZERO TO WRK-OCUPADAS(WRK-OCU-IDX).
       0012A-END.

       0012B-LER-MATRICULA.
           READ ARQUIVO-MATRICULAS NEXT RECORD.
       0012B-END.

       0012C-CONTAR-MATRICULA.
           IF MAT-ATIVA AND MAT-PERIODO = WRK-PERIODO-DESTINO
              AND MAT-DISCIPLINA > ZERO
               ADD 1 TO WRK-OCUPADAS(MAT-DISCIPLINA)
           END-IF.
           PERFORM 0012B-LER-MATRICULA.
       0012C-END.

       0012D-CONTAR-PROPOSTA.
           IF RMT-PENDENTE AND RMT-PERIODO = WRK-PERIODO-DESTINO
              AND RMT-DISCIPLINA > ZERO
               ADD 1 TO WRK-OCUPADAS(RMT-DISCIPLINA)
           END-IF.
           PERFORM 0005C-LER-PROPOSTA.
       0012D-END.

      * UM ALUNO DE ALUNOS.DAT NA GERACAO: PRIMEIRO AS DEPENDENCIAS
      * (TEM PRIORIDADE NA VAGA), DEPOIS O PROXIMO SEMESTRE DA GRADE.
       0013-PROPOR-ALUNO.
           IF ALU-TRANCADO OR ALU-TRANSFERIDO
               ADD 1 TO WRK-QTD-FORA
           ELSE
           IF ALU-FORMADO
               ADD 1 TO WRK-QTD-FORMADOS
           ELSE
               MOVE ALU-MATRICULA TO WRK-MATRICULA
               MOVE ZERO TO WRK-ALN-POS
               PERFORM 0011D-PROCURAR-ALUNO
                   VARYING WRK-ALN-IDX FROM 1 BY 1
                   UNTIL WRK-ALN-IDX > WRK-ALN-QTD
                      OR WRK-ALN-POS NOT = ZERO
               IF WRK-ALN-POS = ZERO
                   PERFORM 0013C-SEM-RESULTADO
               ELSE
               IF WRK-ALN-CURSOU(WRK-ALN-POS) NOT = 'S'
                   PERFORM 0013C-SEM-RESULTADO
               ELSE
                   PERFORM 0013A-PROPOR-DISCIPLINAS
               END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM 0004A-LER-ALUNO.
       0013-END.

       0013A-PROPOR-DISCIPLINAS.
           STRING ALU-MATRICULA DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  ALU-NOME      DELIMITED BY SIZE
                  ' - SEMESTRE CURSADO NA GRADE: ' DELIMITED BY SIZE
                  WRK-ALN-NIVEL(WRK-ALN-POS) DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE ZERO TO WRK-PROPOSTAS-ALUNO.

           MOVE 'D' TO WRK-TIPO-PROP.
           PERFORM 0013B-PROPOR-DEPENDENCIA
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-ALN-DEP-QTD(WRK-ALN-POS).

           IF WRK-ALN-NIVEL(WRK-ALN-POS) = ZERO
               STRING '    DISCIPLINAS DO PERIODO SEM SEMESTRE NA '
                                DELIMITED BY SIZE
                      'GRADE (CUR0001A): PROXIMAS NAO PROPOSTAS.'
                                DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               MOVE 'N' TO WRK-TIPO-PROP
               PERFORM 0013D-PROPOR-PROXIMA
                   VARYING WRK-GRD-IDX FROM 1 BY 1
                   UNTIL WRK-GRD-IDX > WRK-GRD-QTD
           END-IF.

           IF WRK-PROPOSTAS-ALUNO = ZERO
               MOVE '    NENHUMA DISCIPLINA A PROPOR.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               ADD 1 TO WRK-QTD-ALUNOS-PROPOSTOS
           END-IF.
       0013A-END.

       0013B-PROPOR-DEPENDENCIA.
           MOVE WRK-ALN-DEP(WRK-ALN-POS WRK-DEP-IDX) TO WRK-DISC-PROP.
           PERFORM 0020-GRAVAR-PROPOSTA.
       0013B-END.

       0013C-SEM-RESULTADO.
           ADD 1 TO WRK-QTD-SEM-RESULTADO.
           STRING ALU-MATRICULA DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  ALU-NOME      DELIMITED BY SIZE
                  ' - SEM RESULTADO NO PERIODO FECHADO: '
                                DELIMITED BY SIZE
                  'REMATRICULA MANUAL (MAT0001A)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0013C-END.

      * PROXIMAS: AS DISCIPLINAS DO SEMESTRE SEGUINTE AO MAIOR
      * CURSADO NO PERIODO FECHADO QUE O ALUNO AINDA NAO CUMPRIU.
       0013D-PROPOR-PROXIMA.
           IF WRK-GRD-SEMESTRE(WRK-GRD-IDX)
                  = WRK-ALN-NIVEL(WRK-ALN-POS) + 1
              AND WRK-ALN-APROVADA(WRK-ALN-POS WRK-GRD-IDX) NOT = 'S'
               MOVE WRK-GRD-DISCIPLINA(WRK-GRD-IDX) TO WRK-DISC-PROP
               PERFORM 0018-CONFERIR-PREREQUISITO
               IF REQUISITO-PENDENTE
                   STRING '    '          DELIMITED BY SIZE
                          WRK-DISC-PROP   DELIMITED BY SIZE
                          ' PROXIMA - PRE-REQUISITO '
                                          DELIMITED BY SIZE
                          WRK-REQ-CODIGO  DELIMITED BY SIZE
                          ' NAO APROVADO: NAO PROPOSTA'
                                          DELIMITED BY SIZE
                       INTO WRK-REL-LINHA
                   END-STRING
                   PERFORM 0972-IMPRIMIR-LINHA
               ELSE
                   PERFORM 0020-GRAVAR-PROPOSTA
               END-IF
           END-IF.
       0013D-END.

       0014-LISTAR-FORA.
           IF ALU-TRANCADO OR ALU-TRANSFERIDO
               IF ALU-TRANCADO
                   MOVE 'TRANCADO' TO WRK-SITUACAO-ED
               ELSE
                   MOVE 'TRANSFERIDO' TO WRK-SITUACAO-ED
               END-IF
               STRING '    '          DELIMITED BY SIZE
                      ALU-MATRICULA   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      ALU-NOME        DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      WRK-SITUACAO-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0004A-LER-ALUNO.
       0014-END.

       0015-CONTAR-INSCRITOS.
           MOVE ZERO TO WRK-INSCRITOS.
           MOVE LOW-VALUES TO MAT-CHAVE.
           START ARQUIVO-MATRICULAS KEY NOT < MAT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0012B-LER-MATRICULA
                   PERFORM 0015A-CONTAR-INSCRITO
                       UNTIL FS-MAT-FIM-ARQUIVO
           END-START.
       0015-END.

       0015A-CONTAR-INSCRITO.
           IF MAT-ATIVA
              AND MAT-DISCIPLINA = RMT-DISCIPLINA
              AND MAT-PERIODO = RMT-PERIODO
               ADD 1 TO WRK-INSCRITOS
           END-IF.
           PERFORM 0012B-LER-MATRICULA.
       0015A-END.

       0016-LOCALIZAR-NA-GRADE.
           MOVE ZERO TO WRK-GRD-POS.
           PERFORM 0016A-COMPARAR-GRADE
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD
                  OR WRK-GRD-POS NOT = ZERO.
       0016-END.

       0016A-COMPARAR-GRADE.
           IF WRK-GRD-DISCIPLINA(WRK-GRD-IDX) = WRK-DISC-PROP
               MOVE WRK-GRD-IDX TO WRK-GRD-POS
           END-IF.
       0016A-END.

       0017-CARREGAR-REGRAS.
           MOVE ZERO TO WRK-REG-QTD.
           OPEN INPUT ARQUIVO-PREREQUISITOS.
           IF NOT FS-PRE-ARQUIVO-NOVO
               PERFORM 0017A-LER-REGRA
               PERFORM 0017B-GUARDAR-REGRA
                   UNTIL FS-PRE-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-PREREQUISITOS.
       0017-END.

       0017A-LER-REGRA.
           READ ARQUIVO-PREREQUISITOS NEXT RECORD.
       0017A-END.

       0017B-GUARDAR-REGRA.
           IF WRK-REG-QTD < 500
               ADD 1 TO WRK-REG-QTD
               MOVE PRE-DISCIPLINA TO WRK-REG-DISCIPLINA(WRK-REG-QTD)
               MOVE PRE-REQUISITO  TO WRK-REG-REQUISITO(WRK-REG-QTD)
           END-IF.
           PERFORM 0017A-LER-REGRA.
       0017B-END.

      * A PROXIMA DISCIPLINA FICA DE FORA SE ALGUM PRE-REQUISITO DA
      * GRADE AINDA NAO FOI APROVADO (A MATRICULA DO MAT0001A SERIA
      * RECUSADA).
       0018-CONFERIR-PREREQUISITO.
           MOVE 'N' TO WRK-REQ-PENDENTE.
           PERFORM 0018A-CONFERIR-REGRA
               VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-REG-QTD
                  OR REQUISITO-PENDENTE.
       0018-END.

       0018A-CONFERIR-REGRA.
           IF WRK-REG-DISCIPLINA(WRK-REG-IDX) = WRK-DISC-PROP
               PERFORM 0018B-CONFERIR-NA-GRADE
                   VARYING WRK-GRD-IDX2 FROM 1 BY 1
                   UNTIL WRK-GRD-IDX2 > WRK-GRD-QTD
                      OR REQUISITO-PENDENTE
           END-IF.
       0018A-END.

       0018B-CONFERIR-NA-GRADE.
           IF WRK-GRD-DISCIPLINA(WRK-GRD-IDX2)
                  = WRK-REG-REQUISITO(WRK-REG-IDX)
              AND WRK-ALN-APROVADA(WRK-ALN-POS WRK-GRD-IDX2) NOT = 'S'
               MOVE 'S' TO WRK-REQ-PENDENTE
               MOVE WRK-REG-REQUISITO(WRK-REG-IDX) TO WRK-REQ-CODIGO
           END-IF.
       0018B-END.

      * GRAVA A PROPOSTA DE WRK-DISC-PROP/WRK-TIPO-PROP PARA O ALUNO
      * EM ALU-MATRICULA: PENDENTE SE HA VAGA (RESERVANDO-A), SEM
      * VAGA SE A TURMA JA ESTA TOMADA. ALUNO JA MATRICULADO NA
      * DISCIPLINA/PERIODO NAO RECEBE PROPOSTA.
       0020-GRAVAR-PROPOSTA.
           MOVE ALU-MATRICULA       TO MAT-MATRICULA.
           MOVE WRK-DISC-PROP       TO MAT-DISCIPLINA.
           MOVE WRK-PERIODO-DESTINO TO MAT-PERIODO.
           READ ARQUIVO-MATRICULAS
               INVALID KEY
                   MOVE 'C' TO MAT-SITUACAO
           END-READ.
           MOVE WRK-DISC-PROP TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM CADASTRO)' TO DIS-NOME
                   MOVE ZERO TO DIS-VAGAS
           END-READ.
           IF WRK-TIPO-PROP = 'D'
               MOVE 'DEPENDENCIA' TO WRK-TIPO-ED
           ELSE
               MOVE 'PROXIMA'     TO WRK-TIPO-ED
           END-IF.

           IF MAT-ATIVA
               MOVE 'JA MATRICULADO' TO WRK-SITUACAO-ED
           ELSE
               MOVE ZERO TO WRK-VAGAS
               IF DIS-VAGAS IS NUMERIC
                   MOVE DIS-VAGAS TO WRK-VAGAS
               END-IF
               MOVE ALU-MATRICULA       TO RMT-MATRICULA
               MOVE WRK-DISC-PROP       TO RMT-DISCIPLINA
               MOVE WRK-PERIODO-DESTINO TO RMT-PERIODO
               MOVE WRK-PERIODO-ORIGEM  TO RMT-PERIODO-ORIGEM
               MOVE WRK-TIPO-PROP       TO RMT-TIPO
               MOVE WRK-DATA-HOJE       TO RMT-DATA-GERACAO
               MOVE SPACES              TO RMT-DATA-DECISAO
               IF WRK-VAGAS = ZERO
                  OR WRK-OCUPADAS(WRK-DISC-PROP) < WRK-VAGAS
                   MOVE 'P' TO RMT-SITUACAO
               ELSE
                   MOVE 'V' TO RMT-SITUACAO
               END-IF
               WRITE REGISTRO-REMATRICULA
                   INVALID KEY
                       ADD 1 TO WRK-QTD-JA-EXISTIAM
                       MOVE 'JA PROPOSTA ANTES' TO WRK-SITUACAO-ED
                   NOT INVALID KEY
                       PERFORM 0020A-CONTAR-PROPOSTA
               END-WRITE
           END-IF.

           STRING '    '          DELIMITED BY SIZE
                  WRK-DISC-PROP   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DIS-NOME        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-TIPO-ED     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-SITUACAO-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0020-END.

       0020A-CONTAR-PROPOSTA.
           ADD 1 TO WRK-QTD-PROPOSTAS WRK-PROPOSTAS-ALUNO.
           IF WRK-TIPO-PROP = 'D'
               ADD 1 TO WRK-QTD-DEPENDENCIAS
           END-IF.
           PERFORM 0090-DESCREVER-PROPOSTA.
           IF RMT-PENDENTE
               ADD 1 TO WRK-OCUPADAS(WRK-DISC-PROP)
           ELSE
               ADD 1 TO WRK-QTD-SEM-VAGA
           END-IF.
       0020A-END.

       0090-DESCREVER-PROPOSTA.
           IF RMT-DEPENDENCIA
               MOVE 'DEPENDENCIA' TO WRK-TIPO-ED
           ELSE
               MOVE 'PROXIMA'     TO WRK-TIPO-ED
           END-IF.
           EVALUATE TRUE
               WHEN RMT-PENDENTE
                   MOVE 'PENDENTE'              TO WRK-SITUACAO-ED
               WHEN RMT-SEM-VAGA
                   MOVE 'SEM VAGA (AGUARDA)'    TO WRK-SITUACAO-ED
               WHEN RMT-CONFIRMADA
                   MOVE 'CONFIRMADA'            TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE 'DESCARTADA'            TO WRK-SITUACAO-ED
           END-EVALUATE.
       0090-END.

           COPY PERIODO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
