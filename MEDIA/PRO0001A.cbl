      *              HORARIA -- QUANTAS TURMAS CADA PROFESSOR RESPONDE
      *              NO PERIODO. O BOLETIM (ESC0001A) IMPRIME O
      *              RESPONSAVEL DE CADA DISCIPLINA A PARTIR DAQUI.
      *              A REMUNERACAO LIGA O PROFESSOR AO SEU CPF EM
      *              FUNCIONARIOS.DAT (EMPREGADO ATIVO) COM O VALOR DA
      *              HORA-AULA, QUE O PRO0002A USA PARA LANCAR AS
      *              AULAS DADAS NA FOLHA.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-DIS-STATUS.

      * CADASTRO DA FOLHA: SO CONSULTADO, PARA CONFIRMAR QUE O CPF DO
      * PROFESSOR E DE UM EMPREGADO ATIVO.
           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO DYNAMIC WRK-FUNCIONARIOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PROFESSORES.
       FD ARQUIVO-DISCIPLINAS.
           COPY DISCIPLINAS-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PRO-STATUS PIC X(02).
       01 WRK-PROFESSORES-PATH PIC X(100).
       01 WRK-ATRIBUICOES-PATH PIC X(100).
       01 WRK-DISCIPLINAS-PATH PIC X(100).
       01 WRK-FUNCIONARIOS-PATH PIC X(100).

       01 WRK-FUN-STATUS PIC X(02).
           88 FS-FUN-OK             VALUE '00'.
           88 FS-FUN-FIM-ARQUIVO    VALUE '10'.
           88 FS-FUN-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-FUN-ACHADO PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO VALUE 'S'.

      * REMUNERACAO POR HORA-AULA.
       01 WRK-CPF          PIC X(14).
       01 WRK-VALOR-ENTRADA PIC X(10).
       01 WRK-VALOR-HORA   PIC 9(05)V99.
       01 WRK-VALOR-ED     PIC $$,$$9.99.
       01 WRK-REMUNERACAO-OK PIC X(01).
           88 REMUNERACAO-OK VALUE 'S'.

       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
           IF WRK-DISCIPLINAS-PATH = SPACES
               MOVE 'DISCIPLINAS.DAT' TO WRK-DISCIPLINAS-PATH
           END-IF.

           ACCEPT WRK-FUNCIONARIOS-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-FUNCIONARIOS-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.

       0002-MENU.
           DISPLAY '(I)NCLUIR PROFESSOR, (A)LTERAR NOME, (L)ISTAR, '
                   '(T)URMA-ATRIBUIR, (C)ARGA HORARIA, '
                   '(R)EMUNERACAO OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

                   PERFORM 0006-ATRIBUIR-TURMA
               WHEN 'C'
                   PERFORM 0007-CARGA-HORARIA
               WHEN 'R'
                   PERFORM 0008-REMUNERACAO
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
           ELSE
               MOVE WRK-REGISTRO TO PRO-REGISTRO
               MOVE WRK-NOME     TO PRO-NOME
               MOVE SPACES       TO PRO-CPF
               MOVE ZEROS        TO PRO-VALOR-HORA
               PERFORM 0008A-OBTER-REMUNERACAO
               IF REMUNERACAO-OK
                   MOVE WRK-CPF        TO PRO-CPF
                   MOVE WRK-VALOR-HORA TO PRO-VALOR-HORA
               END-IF
               WRITE REGISTRO-PROFESSOR
                   INVALID KEY
                       DISPLAY 'REGISTRO JA CADASTRADO.'
       0005A-END.

       0005B-EXIBIR-PROFESSOR.
           IF PRO-VALOR-HORA NOT NUMERIC
               MOVE ZEROS TO PRO-VALOR-HORA
           END-IF.
           MOVE PRO-VALOR-HORA TO WRK-VALOR-ED.
           DISPLAY ' ' PRO-REGISTRO ' ' PRO-NOME
                   ' CPF: ' PRO-CPF ' HORA-AULA: ' WRK-VALOR-ED.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0005A-LER-PROFESSOR.
       0005B-END.
           PERFORM 0007B-LER-ATRIBUICAO.
       0007C-END.

      * REMUNERACAO: LIGA O PROFESSOR JA CADASTRADO AO CPF DA FOLHA E
      * FIXA O VALOR DA HORA-AULA.
       0008-REMUNERACAO.
           DISPLAY 'REGISTRO FUNCIONAL: '.
           ACCEPT WRK-REGISTRO.
           MOVE WRK-REGISTRO TO PRO-REGISTRO.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   DISPLAY 'REGISTRO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF PRO-VALOR-HORA NOT NUMERIC
                       MOVE ZEROS TO PRO-VALOR-HORA
                   END-IF
                   MOVE PRO-VALOR-HORA TO WRK-VALOR-ED
                   DISPLAY 'PROFESSOR: ' PRO-NOME
                   DISPLAY 'CPF ATUAL: ' PRO-CPF
                           ' HORA-AULA ATUAL: ' WRK-VALOR-ED
                   PERFORM 0008A-OBTER-REMUNERACAO
                   IF REMUNERACAO-OK
                       MOVE WRK-CPF        TO PRO-CPF
                       MOVE WRK-VALOR-HORA TO PRO-VALOR-HORA
                       REWRITE REGISTRO-PROFESSOR
                           INVALID KEY
                               DISPLAY 'ERRO AO ALTERAR O '
                                       'PROFESSOR.'
                           NOT INVALID KEY
                               DISPLAY 'REMUNERACAO ALTERADA COM '
                                       'SUCESSO.'
                       END-REWRITE
                   END-IF
           END-READ.
       0008-END.

      * PEDE CPF E VALOR DA HORA-AULA. CPF EM BRANCO DEIXA O PROFESSOR
      * SEM VINCULO COM A FOLHA; INFORMADO, TEM DE SER DE EMPREGADO
      * ATIVO EM FUNCIONARIOS.DAT E O VALOR DA HORA TEM DE SER MAIOR
      * QUE ZERO.
       0008A-OBTER-REMUNERACAO.
           MOVE 'N' TO WRK-REMUNERACAO-OK.
           DISPLAY 'CPF DO PROFESSOR NA FOLHA (ENTER = SEM VINCULO): '.
           ACCEPT WRK-CPF.
           IF WRK-CPF = SPACES
               DISPLAY 'PROFESSOR SEM VINCULO COM A FOLHA.'
           ELSE
               PERFORM 0008B-PROCURAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                   DISPLAY 'VALOR DA HORA-AULA: '
                   ACCEPT WRK-VALOR-ENTRADA
                   MOVE FUNCTION NUMVAL(WRK-VALOR-ENTRADA)
                       TO WRK-VALOR-HORA
                   IF WRK-VALOR-HORA = ZERO
                       DISPLAY 'VALOR DA HORA-AULA INVALIDO.'
                   ELSE
                       MOVE 'S' TO WRK-REMUNERACAO-OK
                   END-IF
               END-IF
           END-IF.
       0008A-END.

       0008B-PROCURAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUN-ACHADO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF NOT FS-FUN-OK
               DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL (STATUS '
                       WRK-FUN-STATUS ').'
           ELSE
               PERFORM 0008C-LER-FUNCIONARIO
               PERFORM 0008D-COMPARAR-FUNCIONARIO
                   UNTIL FS-FUN-FIM-ARQUIVO OR FUNCIONARIO-ACHADO
               CLOSE ARQUIVO-FUNCIONARIOS
               IF NOT FUNCIONARIO-ACHADO
                   DISPLAY 'CPF NAO CONSTA NO CADASTRO DE '
                           'FUNCIONARIOS: ' WRK-CPF
               ELSE
                   IF REG-DESLIGADO
                       DISPLAY 'FUNCIONARIO DESLIGADO EM '
                               REG-DATA-DESLIGAMENTO '.'
                       MOVE 'N' TO WRK-FUN-ACHADO
                   ELSE
                       DISPLAY 'FUNCIONARIO: '
                               FUNCTION TRIM(REG-NOME) ' '
                               FUNCTION TRIM(REG-SOBRENOME)
                   END-IF
               END-IF
           END-IF.
       0008B-END.

       0008C-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0008C-END.

       0008D-COMPARAR-FUNCIONARIO.
           IF REG-CPF = WRK-CPF
               MOVE 'S' TO WRK-FUN-ACHADO
           ELSE
               PERFORM 0008C-LER-FUNCIONARIO
           END-IF.
       0008D-END.

           COPY BANNER-PD.CPY.
