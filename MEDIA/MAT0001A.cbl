      *              INSCRICAO E IMPRIME A LISTA DE CHAMADA DA
      *              DISCIPLINA NO PERIODO. O LANCAMENTO DE NOTAS
      *              (ESCOLA) E DE FREQUENCIA (FRQ0001A) PASSA A
      *              RECUSAR ALUNO NAO INSCRITO. A DISCIPLINA COM
      *              PRE-REQUISITO (PREREQUISITOS.DAT, PRE0001A) SO
      *              ACEITA QUEM TEM O PRE-REQUISITO APROVADO EM
      *              NOTAS.DAT, INCLUSIVE PELA RECUPERACAO DO
      *              ESC0003A; FORA DISSO, SO COM LIBERACAO DO
      *              COORDENADOR (SIGN-ON DE SUPERVISOR), GRAVADA COM
      *              O MOTIVO EM LIBERACOES-PREREQ.DAT. ALUNO COM
      *              ACORDO DE RENEGOCIACAO QUEBRADO (ACORDOS.DAT,
      *              ACO0002A) GERA AVISO NA MATRICULA, SEM BLOQUEIO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS WRK-PER-STATUS.

           SELECT ARQUIVO-PREREQUISITOS
               ASSIGN TO DYNAMIC WRK-PREREQUISITOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.

           SELECT ARQUIVO-ACORDOS ASSIGN TO DYNAMIC WRK-ACORDOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               ALTERNATE RECORD KEY IS ACO-MATRICULA WITH DUPLICATES
               FILE STATUS IS WRK-ACO-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-NOTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOT-STATUS.

           SELECT LIBERACOES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-LIBERACOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIB-STATUS.

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
       FD ARQUIVO-MATRICULAS.
       FD ARQUIVO-PERIODOS.
           COPY PERIODOS-FD.CPY.

       FD ARQUIVO-PREREQUISITOS.
           COPY PREREQUISITOS-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       FD ARQUIVO-ACORDOS.
           COPY ACORDOS-FD.CPY.

       FD LIBERACOES-ARQUIVO.
           COPY LIBPREREQ-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-MAT-STATUS PIC X(02).
           88 FS-DIS-OK             VALUE '00'.
           88 FS-DIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRE-STATUS PIC X(02).
           88 FS-PRE-OK             VALUE '00'.
           88 FS-PRE-FIM-ARQUIVO    VALUE '10'.
           88 FS-PRE-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-NOT-STATUS PIC X(02).
           88 FS-NOT-OK             VALUE '00'.
           88 FS-NOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-NOT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LIB-STATUS PIC X(02).
           88 FS-LIB-OK             VALUE '00'.
           88 FS-LIB-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ACO-STATUS PIC X(02).
           88 FS-ACO-OK             VALUE '00'.
           88 FS-ACO-FIM-ARQUIVO    VALUE '10'.
           88 FS-ACO-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-MATRICULAS-PATH  PIC X(100).
       01 WRK-ALUNOS-PATH      PIC X(100).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-PREREQUISITOS-PATH PIC X(100).
       01 WRK-NOTAS-PATH       PIC X(100).
       01 WRK-LIBERACOES-PATH  PIC X(100).
       01 WRK-ACORDOS-PATH     PIC X(100).

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).

       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.

      * PRE-REQUISITOS DA DISCIPLINA AINDA NAO APROVADOS PELO ALUNO E
      * A LIBERACAO DO COORDENADOR, QUANDO HOUVER.
       01 WRK-PREREQ-NO-AR PIC X(01) VALUE 'N'.
           88 PREREQUISITOS-NO-AR VALUE 'S'.
       01 WRK-PREREQ-OK    PIC X(01).
           88 PREREQUISITOS-CUMPRIDOS VALUE 'S'.
       01 WRK-FALTA-TABELA.
           05 WRK-FALTA OCCURS 20 TIMES PIC 9(03).
       01 WRK-FALTA-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-FALTA-IDX PIC 9(02) COMP VALUE 0.
       01 WRK-REQ-APROVADO PIC X(01).
           88 REQUISITO-APROVADO VALUE 'S'.
       01 WRK-LIBERACAO PIC X(01).
           88 LIBERACAO-CONCEDIDA VALUE 'S'.
       01 WRK-RESPOSTA  PIC X(01).
       01 WRK-MOTIVO    PIC X(60).
       01 WRK-HORA      PIC X(08).
       01 WRK-MAT-GRAVADA PIC X(01).
           88 MATRICULA-GRAVADA VALUE 'S'.

      * ACORDOS DE RENEGOCIACAO QUEBRADOS DO ALUNO (SO AVISO).
       01 WRK-ACORDOS-NO-AR PIC X(01) VALUE 'N'.
           88 ACORDOS-NO-AR VALUE 'S'.
       01 WRK-ACORDOS-QUEBRADOS PIC 9(02) COMP VALUE 0.

           COPY PERIODO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           CLOSE ARQUIVO-MATRICULAS.
           CLOSE ARQUIVO-ALUNOS.
           CLOSE ARQUIVO-DISCIPLINAS.
           IF PREREQUISITOS-NO-AR
               CLOSE ARQUIVO-PREREQUISITOS
           END-IF.
           IF ACORDOS-NO-AR
               CLOSE ARQUIVO-ACORDOS
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-PREREQUISITOS-PATH
               FROM ENVIRONMENT 'PREREQUISITOS_DAT_PATH'.
           IF WRK-PREREQUISITOS-PATH = SPACES
               MOVE 'PREREQUISITOS.DAT' TO WRK-PREREQUISITOS-PATH
           END-IF.

           ACCEPT WRK-NOTAS-PATH FROM ENVIRONMENT 'NOTAS_DAT_PATH'.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.

           ACCEPT WRK-LIBERACOES-PATH
               FROM ENVIRONMENT 'LIBERACOES_PREREQ_PATH'.
           IF WRK-LIBERACOES-PATH = SPACES
               MOVE 'LIBERACOES-PREREQ.DAT' TO WRK-LIBERACOES-PATH
           END-IF.

           ACCEPT WRK-ACORDOS-PATH FROM ENVIRONMENT 'ACORDOS_DAT_PATH'.
           IF WRK-ACORDOS-PATH = SPACES
               MOVE 'ACORDOS.DAT' TO WRK-ACORDOS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
               DISPLAY 'AVISO: DISCIPLINAS.DAT AINDA NAO EXISTE '
                       '(DIS0001A).'
           END-IF.

      * SEM PREREQUISITOS.DAT NAO HA REGRA A CONFERIR.
           OPEN INPUT ARQUIVO-PREREQUISITOS.
           IF FS-PRE-OK
               MOVE 'S' TO WRK-PREREQ-NO-AR
           END-IF.

      * SEM ACORDOS.DAT NAO HA ACORDO QUEBRADO A AVISAR.
           OPEN INPUT ARQUIVO-ACORDOS.
           IF FS-ACO-OK
               MOVE 'S' TO WRK-ACORDOS-NO-AR
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
                               'MATRICULA RECUSADA.'
                   ELSE
                       DISPLAY 'ALUNO: ' ALU-NOME
                       PERFORM 0010-AVISAR-ACORDO-QUEBRADO
                       PERFORM 0004-INSCREVER
                   END-IF
           END-READ.
                   DISPLAY 'TURMA CHEIA: ' WRK-INSCRITOS ' DE '
                           DIS-VAGAS ' VAGAS. MATRICULA RECUSADA.'
               ELSE
                   PERFORM 0008-CONFERIR-PREREQUISITOS
                   IF NOT PREREQUISITOS-CUMPRIDOS
                       DISPLAY 'PRE-REQUISITO PENDENTE. MATRICULA '
                               'RECUSADA.'
                   ELSE
                       PERFORM 0004C-GRAVAR-MATRICULA
                       IF LIBERACAO-CONCEDIDA AND MATRICULA-GRAVADA
                           PERFORM 0009-REGISTRAR-LIBERACAO
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WRK-DATA-HOJE TO MAT-DATA-INSCRICAO
                       REWRITE REGISTRO-MATRICULA
                       MOVE 'S' TO WRK-MAT-GRAVADA
                       DISPLAY 'MATRICULA REATIVADA.'
                   END-IF
           END-READ.
       0004B-END.

       0004C-GRAVAR-MATRICULA.
           MOVE 'N' TO WRK-MAT-GRAVADA.
           MOVE WRK-MATRICULA  TO MAT-MATRICULA.
           MOVE WRK-DISCIPLINA TO MAT-DISCIPLINA.
           MOVE WRK-PERIODO    TO MAT-PERIODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE  TO MAT-DATA-INSCRICAO.
           MOVE 'A'            TO MAT-SITUACAO.
           WRITE REGISTRO-MATRICULA
               INVALID KEY
                   PERFORM 0004B-REATIVAR
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MAT-GRAVADA
                   DISPLAY 'ALUNO MATRICULADO NA DISCIPLINA.'
           END-WRITE.
       0004C-END.

       0005-CANCELAR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           PERFORM 0006A-LER-MATRICULA.
       0007A-END.

      * PRE-REQUISITOS: CADA REGRA DA DISCIPLINA EM PREREQUISITOS.DAT
      * EXIGE UM RESULTADO APROVADO DO ALUNO NO REQUISITO EM
      * NOTAS.DAT (A MESMA REGRA DO ESC0005A: SITUACAO 'A' OU
      * RECUPERACAO COM MEDIA FINAL >= 7). FALTANDO ALGUM, O
      * COORDENADOR PODE LIBERAR.
       0008-CONFERIR-PREREQUISITOS.
           MOVE 'S'  TO WRK-PREREQ-OK.
           MOVE 'N'  TO WRK-LIBERACAO.
           MOVE ZERO TO WRK-FALTA-QTD.
           IF PREREQUISITOS-NO-AR
               MOVE WRK-DISCIPLINA TO PRE-DISCIPLINA
               MOVE ZERO           TO PRE-REQUISITO
               START ARQUIVO-PREREQUISITOS KEY NOT < PRE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0008A-LER-REGRA
                       PERFORM 0008B-CONFERIR-REGRA
                           UNTIL FS-PRE-FIM-ARQUIVO
                              OR PRE-DISCIPLINA NOT = WRK-DISCIPLINA
               END-START
           END-IF.
           IF WRK-FALTA-QTD > ZERO
               MOVE 'N' TO WRK-PREREQ-OK
               DISPLAY 'LIBERAR PELO COORDENADOR (S/N)? '
               ACCEPT WRK-RESPOSTA
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   PERFORM 0008E-LIBERAR
               END-IF
           END-IF.
       0008-END.

       0008A-LER-REGRA.
           READ ARQUIVO-PREREQUISITOS NEXT RECORD.
       0008A-END.

       0008B-CONFERIR-REGRA.
           PERFORM 0008C-PROCURAR-APROVACAO.
           IF NOT REQUISITO-APROVADO
               MOVE PRE-REQUISITO TO DIS-CODIGO
               READ ARQUIVO-DISCIPLINAS
                   INVALID KEY
                       MOVE '(SEM MESTRE)' TO DIS-NOME
               END-READ
               DISPLAY 'PRE-REQUISITO NAO APROVADO: ' PRE-REQUISITO
                       ' ' DIS-NOME
               IF WRK-FALTA-QTD < 20
                   ADD 1 TO WRK-FALTA-QTD
                   MOVE PRE-REQUISITO TO WRK-FALTA(WRK-FALTA-QTD)
               END-IF
           END-IF.
           PERFORM 0008A-LER-REGRA.
       0008B-END.

       0008C-PROCURAR-APROVACAO.
           MOVE 'N' TO WRK-REQ-APROVADO.
           OPEN INPUT ARQUIVO-NOTAS.
           IF NOT FS-NOT-ARQUIVO-NOVO
               PERFORM 0008D-LER-NOTA
               PERFORM 0008F-AVALIAR-NOTA
                   UNTIL FS-NOT-FIM-ARQUIVO
                      OR REQUISITO-APROVADO
           END-IF.
           CLOSE ARQUIVO-NOTAS.
       0008C-END.

       0008D-LER-NOTA.
           READ ARQUIVO-NOTAS.
       0008D-END.

       0008F-AVALIAR-NOTA.
           IF REG-MATRICULA = WRK-MATRICULA
              AND REG-DISCIPLINA = PRE-REQUISITO
               IF REG-SITUACAO = 'A'
                   MOVE 'S' TO WRK-REQ-APROVADO
               ELSE
                   IF REG-NOTA-RECUP NOT = ZEROS
                      AND REG-MEDIA-FINAL >= 7
                       MOVE 'S' TO WRK-REQ-APROVADO
                   END-IF
               END-IF
           END-IF.
           IF NOT REQUISITO-APROVADO
               PERFORM 0008D-LER-NOTA
           END-IF.
       0008F-END.

      * LIBERACAO: SO COM O COORDENADOR IDENTIFICADO NO SIGN-ON COMO
      * SUPERVISOR, NA HORA, E COM MOTIVO.
       0008E-LIBERAR.
           DISPLAY 'IDENTIFICACAO DO COORDENADOR:'.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY 'LIBERACAO DE PRE-REQUISITO EXIGE SUPERVISOR.'
           ELSE
               DISPLAY 'MOTIVO DA LIBERACAO: '
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO NA LIBERACAO.'
               ELSE
                   MOVE 'S' TO WRK-PREREQ-OK
                   MOVE 'S' TO WRK-LIBERACAO
               END-IF
           END-IF.
       0008E-END.

      * UMA LINHA POR PRE-REQUISITO DISPENSADO NO LIVRO DE
      * LIBERACOES.
       0009-REGISTRAR-LIBERACAO.
           OPEN EXTEND LIBERACOES-ARQUIVO.
           IF FS-LIB-ARQUIVO-NOVO
               OPEN OUTPUT LIBERACOES-ARQUIVO
               CLOSE LIBERACOES-ARQUIVO
               OPEN EXTEND LIBERACOES-ARQUIVO
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           PERFORM 0009A-GRAVAR-LIBERACAO
               VARYING WRK-FALTA-IDX FROM 1 BY 1
               UNTIL WRK-FALTA-IDX > WRK-FALTA-QTD.
           CLOSE LIBERACOES-ARQUIVO.
           DISPLAY 'LIBERACAO REGISTRADA POR ' WRK-OPE-ID '.'.
       0009-END.

       0009A-GRAVAR-LIBERACAO.
           MOVE WRK-MATRICULA            TO LIB-MATRICULA.
           MOVE WRK-DISCIPLINA           TO LIB-DISCIPLINA.
           MOVE WRK-PERIODO              TO LIB-PERIODO.
           MOVE WRK-FALTA(WRK-FALTA-IDX) TO LIB-REQUISITO.
           MOVE WRK-DATA-HOJE            TO LIB-DATA.
           MOVE WRK-HORA                 TO LIB-HORA.
           MOVE WRK-OPE-ID               TO LIB-OPERADOR.
           MOVE WRK-MOTIVO               TO LIB-MOTIVO.
           WRITE REGISTRO-LIBERACAO.
       0009A-END.

      * O ACORDO QUEBRADO NAO IMPEDE A MATRICULA; O AVISO LEVA O
      * CASO PARA A SECRETARIA FINANCEIRA ANTES DO NOVO PERIODO.
       0010-AVISAR-ACORDO-QUEBRADO.
           MOVE ZERO TO WRK-ACORDOS-QUEBRADOS.
           IF ACORDOS-NO-AR
               MOVE WRK-MATRICULA TO ACO-MATRICULA
               START ARQUIVO-ACORDOS KEY IS = ACO-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0010A-LER-ACORDO
                       PERFORM 0010B-CONFERIR-ACORDO
                           UNTIL FS-ACO-FIM-ARQUIVO
                              OR ACO-MATRICULA NOT = WRK-MATRICULA
               END-START
           END-IF.
           IF WRK-ACORDOS-QUEBRADOS > ZERO
               DISPLAY '*** AVISO: ALUNO COM ' WRK-ACORDOS-QUEBRADOS
                       ' ACORDO(S) DE RENEGOCIACAO QUEBRADO(S). '
                       'ENCAMINHE A SECRETARIA FINANCEIRA. ***'
           END-IF.
       0010-END.

       0010A-LER-ACORDO.
           READ ARQUIVO-ACORDOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-ACO-STATUS
           END-READ.
       0010A-END.

       0010B-CONFERIR-ACORDO.
           IF ACO-QUEBRADO
               ADD 1 TO WRK-ACORDOS-QUEBRADOS
               DISPLAY '    ACORDO ' ACO-NUMERO ' DE ' ACO-DATA
                       ' QUEBRADO EM ' ACO-DATA-SITUACAO
           END-IF.
           PERFORM 0010A-LER-ACORDO.
       0010B-END.

           COPY PERIODO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
