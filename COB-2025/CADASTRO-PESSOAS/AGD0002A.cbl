      *              E IMPRIME O EXECUTADO NO FIM. SEM GRADE (OU SEM
      *              PASSO DO JOB NELA), DEVOLVE RETURN-CODE 4 E O
      *              SCRIPT CAI NA SEQUENCIA EMBUTIDA DE SEMPRE.
      ******************************************************************
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - O PLANO SAI NA ORDEM DE EXECUCAO DA
      *              GRADE (GRD-ORDEM, OU PASSO X 10 SEM ELA), E NAO
      *              MAIS NA ORDEM DO NUMERO DO PASSO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLN-STATUS.

           SELECT SORT-WORK ASSIGN TO 'AGD0002A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-GRADE.
           05 PLN-PROGRAMA PIC X(12).
           05 FILLER       PIC X(05).

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-ORDEM    PIC 9(03).
           05 SORT-PASSO    PIC 9(02).
           05 SORT-PROGRAMA PIC X(12).

       WORKING-STORAGE SECTION.
       01 WRK-GRD-STATUS PIC X(02).
           88 FS-GRD-OK           VALUE '00'.
       01 WRK-QTD-FORA       PIC 9(03) VALUE ZERO.
       01 WRK-FIM-GRADE PIC X(01) VALUE 'N'.
           88 FIM-DA-GRADE VALUE 'S'.
       01 WRK-FIM-PLANO PIC X(01) VALUE 'N'.
           88 FIM-DO-PLANO VALUE 'S'.

       PROCEDURE DIVISION.

                   WRK-DATA-BASE ' (DIA DA SEMANA '
                   WRK-DIA-SEMANA '):'.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-ORDEM SORT-PASSO
               INPUT PROCEDURE IS SELECIONAR-PASSOS
               OUTPUT PROCEDURE IS GRAVAR-PLANO.

           CLOSE ARQUIVO-GRADE.
           CLOSE ARQUIVO-PLANO.
           END-IF.
           STOP RUN.

      * LE OS PASSOS DO JOB NA ORDEM DA CHAVE E LIBERA PARA A
      * CLASSIFICACAO SO OS QUE ENTRAM NO PLANO DA DATA.
       SELECIONAR-PASSOS.
           MOVE WRK-JOB TO GRD-JOB.
           MOVE ZERO TO GRD-PASSO.
           START ARQUIVO-GRADE KEY NOT < GRD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRADE
               NOT INVALID KEY
                   PERFORM LER-GRADE
                   PERFORM AVALIAR-PASSO
                       UNTIL FIM-DA-GRADE OR GRD-JOB NOT = WRK-JOB
           END-START.

       LER-GRADE.
           READ ARQUIVO-GRADE NEXT RECORD.
           IF NOT FS-GRD-OK
           END-IF.
           PERFORM LER-GRADE.

      * PASSO SEM ORDEM NA GRADE RODA NA POSICAO DO PROPRIO NUMERO.
       PLANEJAR-PASSO.
           ADD 1 TO WRK-QTD-PLANEJADOS.
           IF GRD-ORDEM NOT NUMERIC OR GRD-ORDEM = ZERO
               COMPUTE SORT-ORDEM = GRD-PASSO * 10
           ELSE
               MOVE GRD-ORDEM TO SORT-ORDEM
           END-IF.
           MOVE GRD-PASSO    TO SORT-PASSO.
           MOVE GRD-PROGRAMA TO SORT-PROGRAMA.
           RELEASE SORT-REC.

      * RECEBE OS PASSOS JA NA ORDEM DE EXECUCAO E GRAVA O PLANO.
       GRAVAR-PLANO.
           PERFORM RECEBER-PASSO.
           PERFORM GRAVAR-PASSO UNTIL FIM-DO-PLANO.

       RECEBER-PASSO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-PLANO
           END-RETURN.

       GRAVAR-PASSO.
           MOVE SPACES TO LINHA-PLANO.
           MOVE SORT-PASSO    TO PLN-PASSO.
           MOVE SORT-PROGRAMA TO PLN-PROGRAMA.
           WRITE LINHA-PLANO.
           DISPLAY '  PASSO ' SORT-PASSO ': ' SORT-PROGRAMA.
           PERFORM RECEBER-PASSO.
