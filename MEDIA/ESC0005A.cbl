      *              CONTRA A GRADE, IMPRIMINDO POR ALUNO O QUE JA FOI
      *              CUMPRIDO, O QUE FALTA E QUEM PODE COLAR GRAU --
      *              SEM NINGUEM PRECISAR LER O HISTORICO LINHA A
      *              LINHA. AO FIM, LISTA OS ALUNOS QUE CURSARAM
      *              DISCIPLINA ANTES DE APROVADOS NO PRE-REQUISITO
      *              (PREREQUISITOS.DAT), INDICANDO AS QUE TIVERAM
      *              LIBERACAO DO COORDENADOR NO MAT0001A.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOT-STATUS.

           SELECT ARQUIVO-PREREQUISITOS
               ASSIGN TO DYNAMIC WRK-PREREQUISITOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-CHAVE
               FILE STATUS IS WRK-PRE-STATUS.

           SELECT LIBERACOES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-LIBERACOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CURRICULO.
       FD ARQUIVO-NOTAS.
           COPY NOTAS-FD.CPY.

       FD ARQUIVO-PREREQUISITOS.
           COPY PREREQUISITOS-FD.CPY.

       FD LIBERACOES-ARQUIVO.
           COPY LIBPREREQ-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CUR-STATUS PIC X(02).
           88 FS-NOT-FIM-ARQUIVO    VALUE '10'.
           88 FS-NOT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-PRE-STATUS PIC X(02).
           88 FS-PRE-OK             VALUE '00'.
           88 FS-PRE-FIM-ARQUIVO    VALUE '10'.
           88 FS-PRE-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LIB-STATUS PIC X(02).
           88 FS-LIB-OK             VALUE '00'.
           88 FS-LIB-FIM-ARQUIVO    VALUE '10'.
           88 FS-LIB-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CURRICULO-PATH PIC X(100).
       01 WRK-NOTAS-PATH     PIC X(100).
       01 WRK-PREREQUISITOS-PATH PIC X(100).
       01 WRK-LIBERACOES-PATH    PIC X(100).

      * GRADE CURRICULAR EM MEMORIA.
       01 WRK-GRADE-TABELA.
       01 WRK-CUMPRIDAS PIC 9(02) COMP VALUE 0.
       01 WRK-TOTAL-ELEGIVEIS PIC 9(03) COMP VALUE 0.

      * HISTORICO COMPLETO (UMA LINHA POR RESULTADO DE NOTAS.DAT),
      * REGRAS DE PRE-REQUISITO E LIBERACOES DO COORDENADOR, PARA
      * APONTAR DISCIPLINA CURSADA ANTES DO PRE-REQUISITO.
       01 WRK-HIS-TABELA.
           05 WRK-HIS-ITEM OCCURS 2000 TIMES.
               10 WRK-HIS-MATRICULA  PIC 9(06).
               10 WRK-HIS-NOME       PIC X(30).
               10 WRK-HIS-DISCIPLINA PIC 9(03).
               10 WRK-HIS-PERIODO    PIC X(06).
               10 WRK-HIS-APROVADO   PIC X(01).
       01 WRK-HIS-QTD PIC 9(04) COMP VALUE 0.
       01 WRK-HIS-IDX PIC 9(04) COMP VALUE 0.
       01 WRK-HIS-IDX2 PIC 9(04) COMP VALUE 0.

       01 WRK-REG-TABELA.
           05 WRK-REG-ITEM OCCURS 500 TIMES.
               10 WRK-REG-DISCIPLINA PIC 9(03).
               10 WRK-REG-REQUISITO  PIC 9(03).
       01 WRK-REG-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-REG-IDX PIC 9(03) COMP VALUE 0.

       01 WRK-LIB-TABELA.
           05 WRK-LIB-ITEM OCCURS 500 TIMES.
               10 WRK-LIB-MATRICULA  PIC 9(06).
               10 WRK-LIB-DISCIPLINA PIC 9(03).
               10 WRK-LIB-PERIODO    PIC X(06).
               10 WRK-LIB-REQUISITO  PIC 9(03).
       01 WRK-LIB-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-LIB-IDX PIC 9(03) COMP VALUE 0.

       01 WRK-REQ-CUMPRIDO PIC X(01).
           88 REQUISITO-CUMPRIDO VALUE 'S'.
       01 WRK-LIBERADA PIC X(01).
           88 IRREGULARIDADE-LIBERADA VALUE 'S'.
       01 WRK-TOTAL-IRREGULARES PIC 9(04) COMP VALUE 0.

           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

           PERFORM 0003-VARRER-NOTAS.
           PERFORM 0006-IMPRIMIR-RESULTADO.
           PERFORM 0008-VERIFICAR-PREREQUISITOS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.

           ACCEPT WRK-PREREQUISITOS-PATH
               FROM ENVIRONMENT 'PREREQUISITOS_DAT_PATH'.
           IF WRK-PREREQUISITOS-PATH = SPACES
               MOVE 'PREREQUISITOS.DAT' TO WRK-PREREQUISITOS-PATH
           END-IF.

           ACCEPT WRK-LIBERACOES-PATH
               FROM ENVIRONMENT 'LIBERACOES_PREREQ_PATH'.
           IF WRK-LIBERACOES-PATH = SPACES
               MOVE 'LIBERACOES-PREREQ.DAT' TO WRK-LIBERACOES-PATH
           END-IF.
       0000-END.

       0002-CARREGAR-GRADE.
           ELSE
               PERFORM 0005A-GARANTIR-ALUNO
           END-IF.

           IF WRK-HIS-QTD < 2000
               ADD 1 TO WRK-HIS-QTD
               MOVE REG-MATRICULA  TO WRK-HIS-MATRICULA(WRK-HIS-QTD)
               MOVE REG-NOME       TO WRK-HIS-NOME(WRK-HIS-QTD)
               MOVE REG-DISCIPLINA TO WRK-HIS-DISCIPLINA(WRK-HIS-QTD)
               MOVE REG-PERIODO    TO WRK-HIS-PERIODO(WRK-HIS-QTD)
               MOVE WRK-APROVADO   TO WRK-HIS-APROVADO(WRK-HIS-QTD)
           END-IF.
           PERFORM 0003A-LER-NOTA.
       0004-END.

           END-IF.
       0007A-END.

      * DISCIPLINA CURSADA ANTES DO PRE-REQUISITO: RESULTADO DO ALUNO
      * NA DISCIPLINA SEM APROVACAO NO REQUISITO EM PERIODO ANTERIOR.
       0008-VERIFICAR-PREREQUISITOS.
           PERFORM 0008A-CARREGAR-REGRAS.
           IF WRK-REG-QTD > ZERO
               PERFORM 0008C-CARREGAR-LIBERACOES
               MOVE ZERO TO WRK-TOTAL-IRREGULARES
               DISPLAY ' '
               DISPLAY ' DISCIPLINAS CURSADAS ANTES DO PRE-REQUISITO'
               DISPLAY '------------------------------------------'
                       '------'
               PERFORM 0008E-AVALIAR-RESULTADO
                   VARYING WRK-HIS-IDX FROM 1 BY 1
                   UNTIL WRK-HIS-IDX > WRK-HIS-QTD
               DISPLAY ' OCORRENCIAS..........: '
                       WRK-TOTAL-IRREGULARES
               DISPLAY '=========================================='
                       '======'
           END-IF.
       0008-END.

       0008A-CARREGAR-REGRAS.
           MOVE ZERO TO WRK-REG-QTD.
           OPEN INPUT ARQUIVO-PREREQUISITOS.
           IF NOT FS-PRE-ARQUIVO-NOVO
               PERFORM 0008B-LER-REGRA
               PERFORM 0008G-GUARDAR-REGRA
                   UNTIL FS-PRE-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-PREREQUISITOS.
       0008A-END.

       0008B-LER-REGRA.
           READ ARQUIVO-PREREQUISITOS NEXT RECORD.
       0008B-END.

       0008G-GUARDAR-REGRA.
           IF WRK-REG-QTD < 500
               ADD 1 TO WRK-REG-QTD
               MOVE PRE-DISCIPLINA TO WRK-REG-DISCIPLINA(WRK-REG-QTD)
               MOVE PRE-REQUISITO  TO WRK-REG-REQUISITO(WRK-REG-QTD)
           END-IF.
           PERFORM 0008B-LER-REGRA.
       0008G-END.

       0008C-CARREGAR-LIBERACOES.
           MOVE ZERO TO WRK-LIB-QTD.
           OPEN INPUT LIBERACOES-ARQUIVO.
           IF NOT FS-LIB-ARQUIVO-NOVO
               PERFORM 0008D-LER-LIBERACAO
               PERFORM 0008H-GUARDAR-LIBERACAO
                   UNTIL FS-LIB-FIM-ARQUIVO
           END-IF.
           CLOSE LIBERACOES-ARQUIVO.
       0008C-END.

       0008D-LER-LIBERACAO.
           READ LIBERACOES-ARQUIVO.
       0008D-END.

       0008H-GUARDAR-LIBERACAO.
           IF WRK-LIB-QTD < 500
               ADD 1 TO WRK-LIB-QTD
               MOVE LIB-MATRICULA  TO WRK-LIB-MATRICULA(WRK-LIB-QTD)
               MOVE LIB-DISCIPLINA TO WRK-LIB-DISCIPLINA(WRK-LIB-QTD)
               MOVE LIB-PERIODO    TO WRK-LIB-PERIODO(WRK-LIB-QTD)
               MOVE LIB-REQUISITO  TO WRK-LIB-REQUISITO(WRK-LIB-QTD)
           END-IF.
           PERFORM 0008D-LER-LIBERACAO.
       0008H-END.

       0008E-AVALIAR-RESULTADO.
           PERFORM 0008F-AVALIAR-REGRA
               VARYING WRK-REG-IDX FROM 1 BY 1
               UNTIL WRK-REG-IDX > WRK-REG-QTD.
       0008E-END.

       0008F-AVALIAR-REGRA.
           IF WRK-REG-DISCIPLINA(WRK-REG-IDX)
                  = WRK-HIS-DISCIPLINA(WRK-HIS-IDX)
               MOVE 'N' TO WRK-REQ-CUMPRIDO
               PERFORM 0008I-PROCURAR-REQUISITO
                   VARYING WRK-HIS-IDX2 FROM 1 BY 1
                   UNTIL WRK-HIS-IDX2 > WRK-HIS-QTD
                      OR REQUISITO-CUMPRIDO
               IF NOT REQUISITO-CUMPRIDO
                   ADD 1 TO WRK-TOTAL-IRREGULARES
                   MOVE 'N' TO WRK-LIBERADA
                   PERFORM 0008J-PROCURAR-LIBERACAO
                       VARYING WRK-LIB-IDX FROM 1 BY 1
                       UNTIL WRK-LIB-IDX > WRK-LIB-QTD
                          OR IRREGULARIDADE-LIBERADA
                   DISPLAY ' ALUNO ' WRK-HIS-MATRICULA(WRK-HIS-IDX)
                           ' ' WRK-HIS-NOME(WRK-HIS-IDX)
                   IF IRREGULARIDADE-LIBERADA
                       DISPLAY '   CURSOU '
                               WRK-HIS-DISCIPLINA(WRK-HIS-IDX)
                               ' EM ' WRK-HIS-PERIODO(WRK-HIS-IDX)
                               ' ANTES DE '
                               WRK-REG-REQUISITO(WRK-REG-IDX)
                               ' (LIBERADO PELO COORDENADOR)'
                   ELSE
                       DISPLAY '   CURSOU '
                               WRK-HIS-DISCIPLINA(WRK-HIS-IDX)
                               ' EM ' WRK-HIS-PERIODO(WRK-HIS-IDX)
                               ' ANTES DE '
                               WRK-REG-REQUISITO(WRK-REG-IDX)
                               ' (SEM LIBERACAO)'
                   END-IF
               END-IF
           END-IF.
       0008F-END.

       0008I-PROCURAR-REQUISITO.
           IF WRK-HIS-MATRICULA(WRK-HIS-IDX2)
                  = WRK-HIS-MATRICULA(WRK-HIS-IDX)
              AND WRK-HIS-DISCIPLINA(WRK-HIS-IDX2)
                  = WRK-REG-REQUISITO(WRK-REG-IDX)
              AND WRK-HIS-APROVADO(WRK-HIS-IDX2) = 'S'
              AND WRK-HIS-PERIODO(WRK-HIS-IDX2)
                  < WRK-HIS-PERIODO(WRK-HIS-IDX)
               MOVE 'S' TO WRK-REQ-CUMPRIDO
           END-IF.
       0008I-END.

       0008J-PROCURAR-LIBERACAO.
           IF WRK-LIB-MATRICULA(WRK-LIB-IDX)
                  = WRK-HIS-MATRICULA(WRK-HIS-IDX)
              AND WRK-LIB-DISCIPLINA(WRK-LIB-IDX)
                  = WRK-HIS-DISCIPLINA(WRK-HIS-IDX)
              AND WRK-LIB-PERIODO(WRK-LIB-IDX)
                  = WRK-HIS-PERIODO(WRK-HIS-IDX)
              AND WRK-LIB-REQUISITO(WRK-LIB-IDX)
                  = WRK-REG-REQUISITO(WRK-REG-IDX)
               MOVE 'S' TO WRK-LIBERADA
           END-IF.
       0008J-END.

           COPY BANNER-PD.CPY.
