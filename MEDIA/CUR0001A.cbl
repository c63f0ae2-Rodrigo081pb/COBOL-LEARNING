      *              CHAVE CODIGO DA DISCIPLINA): INCLUI NA GRADE
      *              DISCIPLINAS DO MESTRE DISCIPLINAS.DAT, REMOVE E
      *              LISTA. A GRADE E O GABARITO QUE O ESC0005A USA
      *              PARA DIZER QUEM CONCLUIU O PROGRAMA. CADA
      *              DISCIPLINA LEVA O SEMESTRE DA GRADE EM QUE E
      *              CURSADA, QUE A REMATRICULA (MAT0002A) USA PARA
      *              PROPOR AS PROXIMAS DISCIPLINAS DO ALUNO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WRK-OPCAO      PIC X(01).
       01 WRK-DISCIPLINA PIC 9(03).
       01 WRK-SEMESTRE   PIC 9(02).

       01 WRK-TOTAL-LISTADAS PIC 9(05) COMP VALUE 0.

       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR NA GRADE, (R)EMOVER, (A)LTERAR '
                   'SEMESTRE, (L)ISTAR OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

                   PERFORM 0003-INCLUIR
               WHEN 'R'
                   PERFORM 0004-REMOVER
               WHEN 'A'
                   PERFORM 0006-ALTERAR-SEMESTRE
               WHEN 'L'
                   PERFORM 0005-LISTAR
               WHEN 'S'
                   DISPLAY 'CODIGO NAO ENCONTRADO EM '
                           'DISCIPLINAS.DAT.'
               NOT INVALID KEY
                   DISPLAY 'SEMESTRE DA GRADE (ENTER = SEM '
                           'SEMESTRE): '
                   ACCEPT WRK-SEMESTRE
                   MOVE WRK-DISCIPLINA TO CUR-DISCIPLINA
                   MOVE WRK-SEMESTRE   TO CUR-SEMESTRE
                   WRITE REGISTRO-CURRICULO
                       INVALID KEY
                           DISPLAY 'DISCIPLINA JA ESTA NA GRADE.'
           MOVE CUR-DISCIPLINA TO DIS-CODIGO.
           READ ARQUIVO-DISCIPLINAS
               INVALID KEY
                   MOVE '(SEM MESTRE)' TO DIS-NOME
           END-READ.
           IF CUR-SEMESTRE IS NUMERIC AND CUR-SEMESTRE > ZERO
               DISPLAY ' ' CUR-DISCIPLINA ' ' DIS-NOME
                       ' SEMESTRE ' CUR-SEMESTRE
           ELSE
               DISPLAY ' ' CUR-DISCIPLINA ' ' DIS-NOME
                       ' SEM SEMESTRE'
           END-IF.
           ADD 1 TO WRK-TOTAL-LISTADAS.
           PERFORM 0005A-LER.
       0005B-END.

      * ACERTA O SEMESTRE DA DISCIPLINA JA NA GRADE (INCLUSIVE AS
      * CADASTRADAS ANTES DO CAMPO EXISTIR).
       0006-ALTERAR-SEMESTRE.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA.
           MOVE WRK-DISCIPLINA TO CUR-DISCIPLINA.
           READ ARQUIVO-CURRICULO
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO ESTA NA GRADE.'
               NOT INVALID KEY
                   DISPLAY 'NOVO SEMESTRE DA GRADE (ZERO = SEM '
                           'SEMESTRE): '
                   ACCEPT WRK-SEMESTRE
                   MOVE WRK-SEMESTRE TO CUR-SEMESTRE
                   REWRITE REGISTRO-CURRICULO
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR A GRADE.'
                       NOT INVALID KEY
                           DISPLAY 'SEMESTRE ALTERADO.'
                   END-REWRITE
           END-READ.
       0006-END.

           COPY BANNER-PD.CPY.
