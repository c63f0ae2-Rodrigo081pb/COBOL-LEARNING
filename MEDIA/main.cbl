      *                        MEDIA >= 7 COM FREQUENCIA ABAIXO DE 75
      *                        REPROVA, E O PERCENTUAL FICA GRAVADO NO
      *                        REGISTRO DE NOTAS.DAT.
      * 15/10/2026 - RODRIGO - COM PLANO DE AVALIACAO DA DISCIPLINA/
      *                        PERIODO (AVALIACOES.DAT, AVA0001A) PEDE
      *                        UMA NOTA POR AVALIACAO, PELO NOME, E
      *                        CALCULA A MEDIA PONDERADA PELOS PESOS
      *                        ANTES DO CONCEITO; GRAVA OS PESOS EM
      *                        NOTAS.DAT. PLANO COM PESOS QUE NAO SOMAM
      *                        100% RECUSA O LANCAMENTO. SEM PLANO,
      *                        CONTINUA A MEDIA SIMPLES.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS WRK-PER-STATUS.

           SELECT ARQUIVO-AVALIACOES
               ASSIGN TO DYNAMIC WRK-AVALIACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WRK-AVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-NOTAS.
       FD ARQUIVO-PERIODOS.
           COPY PERIODOS-FD.CPY.

       FD ARQUIVO-AVALIACOES.
           COPY AVALIACOES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 ALUNO.

       01 WRK-IDX PIC 9(02) COMP.
       01 WRK-SOMA-NOTAS PIC 9(04)V9.
       01 WRK-SOMA-PONDERADA PIC 9(05)V9.

       01 WRK-FILE-STATUS PIC X(02).
           88 FS-OK           VALUE '00'.

           COPY PERIODO-WS.CPY.
           COPY GRADING-WS.CPY.
           COPY AVALIACAO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           PERFORM OBTER-DISCIPLINA-VALIDA.
           PERFORM OBTER-PERIODO.
           PERFORM VERIFICAR-MATRICULA.
           PERFORM OBTER-PLANO-AVALIACAO.
           PERFORM PEDIR-NOTA VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > QTD-NOTAS.
           PERFORM CALCULAR-MEDIA.
               CLOSE ARQUIVO-MATRICULAS
           END-IF.

      * COM PLANO DE AVALIACAO (AVA0001A) AS NOTAS SAO AS AVALIACOES
      * DELE; PLANO CUJOS PESOS NAO FECHAM 100% NAO DEIXA LANCAR. SEM
      * PLANO, O PROFESSOR INFORMA QUANTAS NOTAS, COM PESOS IGUAIS.
       OBTER-PLANO-AVALIACAO.
           MOVE DISCIPLINA TO WRK-AVA-DISCIPLINA.
           MOVE PERIODO    TO WRK-AVA-PERIODO.
           PERFORM 0934-LER-PLANO-AVALIACAO.
           IF PLANO-AVALIACAO-EXISTE
               IF NOT PLANO-AVALIACAO-OK
                   DISPLAY "PLANO DE AVALIACAO DA DISCIPLINA/PERIODO "
                           "INVALIDO (AVA0001A): " WRK-AVA-ERRO
                   DISPLAY "LANCAMENTO RECUSADO."
                   STOP RUN
               END-IF
               MOVE WRK-AVA-QTD TO QTD-NOTAS
               DISPLAY "PLANO DE AVALIACAO: " QTD-NOTAS
                       " AVALIACOES, MEDIA PONDERADA."
           ELSE
               PERFORM OBTER-QUANTIDADE-NOTAS
           END-IF.

       OBTER-QUANTIDADE-NOTAS.
           DISPLAY "Quantas notas deseja informar (1 a 10)? ".
           ACCEPT QTD-NOTAS.
           END-IF.

       PEDIR-NOTA.
           IF PLANO-AVALIACAO-EXISTE
               DISPLAY "Nota de " WRK-AVA-NOME(WRK-IDX)
                       " (peso " WRK-AVA-PESO(WRK-IDX) "%): "
           ELSE
               DISPLAY "Digite a nota " WRK-IDX ": "
           END-IF.
           ACCEPT NOTAS-TABELA(WRK-IDX).

      * MEDIA PONDERADA: SOMA DE NOTA * PESO (%) DIVIDIDA POR 100.
       CALCULAR-MEDIA.
           IF PLANO-AVALIACAO-EXISTE
               MOVE 0 TO WRK-SOMA-PONDERADA
               PERFORM PONDERAR-NOTA VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > QTD-NOTAS
               COMPUTE MEDIA ROUNDED = WRK-SOMA-PONDERADA / 100
           ELSE
               MOVE 0 TO WRK-SOMA-NOTAS
               PERFORM SOMAR-NOTA VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > QTD-NOTAS
               COMPUTE MEDIA = WRK-SOMA-NOTAS / QTD-NOTAS
           END-IF.

       SOMAR-NOTA.
           ADD NOTAS-TABELA(WRK-IDX) TO WRK-SOMA-NOTAS.

       PONDERAR-NOTA.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
               + NOTAS-TABELA(WRK-IDX) * WRK-AVA-PESO(WRK-IDX).

      * O PESO E ZERO QUANDO NAO HA PLANO (MEDIA SIMPLES).
       COPIAR-NOTA.
           MOVE NOTAS-TABELA(WRK-IDX) TO REG-NOTAS(WRK-IDX).
           MOVE WRK-AVA-PESO(WRK-IDX) TO REG-PESO(WRK-IDX).

       GRAVAR-RESULTADO.
           OPEN EXTEND ARQUIVO-NOTAS.
                               REG-NOTAS(4) REG-NOTAS(5) REG-NOTAS(6)
                               REG-NOTAS(7) REG-NOTAS(8) REG-NOTAS(9)
                               REG-NOTAS(10).
           MOVE ZEROS       TO REG-PESO(1) REG-PESO(2) REG-PESO(3)
                               REG-PESO(4) REG-PESO(5) REG-PESO(6)
                               REG-PESO(7) REG-PESO(8) REG-PESO(9)
                               REG-PESO(10).
           PERFORM COPIAR-NOTA VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > QTD-NOTAS.
           MOVE MEDIA       TO REG-MEDIA.

           COPY PERIODO-PD.CPY.
           COPY GRADING-PD.CPY.
           COPY AVALIACAO-PD.CPY.
           COPY BANNER-PD.CPY.
