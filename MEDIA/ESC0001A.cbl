      * DATA.......: 09/08/2026
      * OBJETIVO...: LER NOTAS.DAT POR COMPLETO E EMITIR UM BOLETIM DA
      *              TURMA, COM A LISTA DE ALUNOS, A MEDIA DA TURMA E A
      *              QUANTIDADE DE ALUNOS POR CONCEITO. ABAIXO DE
      *              CADA ALUNO SAI A NOTA DE CADA AVALIACAO DO PLANO
      *              DA DISCIPLINA/PERIODO (AVALIACOES.DAT, AVA0001A)
      *              COM O PESO USADO NA MEDIA PONDERADA.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PRO-REGISTRO
               FILE STATUS IS WRK-PRO-STATUS.

           SELECT ARQUIVO-AVALIACOES
               ASSIGN TO DYNAMIC WRK-AVALIACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WRK-AVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-NOTAS.
       FD ARQUIVO-PROFESSORES.
           COPY PROFESSORES-FD.CPY.

       FD ARQUIVO-AVALIACOES.
           COPY AVALIACOES-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FILE-STATUS PIC X(02).

       01 WRK-MEDIA-ED PIC Z9.9.

       01 WRK-IDX     PIC 9(02) COMP VALUE 0.
       01 WRK-NOTA-ED PIC Z9.9.
       01 WRK-PESO    PIC 9(03).
       01 WRK-PESO-ED PIC ZZ9.

           COPY RELATORIO-WS.CPY.
           COPY AVALIACAO-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0007-DETALHAR-AVALIACOES.

           ADD 1 TO WRK-TOTAL-ALUNOS.
           ADD REG-MEDIA TO WRK-SOMA-MEDIAS.
           PERFORM 0972-IMPRIMIR-LINHA.
       0005-END.

      * UMA LINHA POR NOTA DO ALUNO: NOME DA AVALIACAO NO PLANO DA
      * DISCIPLINA/PERIODO E O PESO GRAVADO NO LANCAMENTO (EM BRANCO
      * NOS REGISTROS ANTERIORES AOS PESOS: MEDIA SIMPLES).
       0007-DETALHAR-AVALIACOES.
           MOVE REG-DISCIPLINA TO WRK-AVA-DISCIPLINA.
           MOVE REG-PERIODO    TO WRK-AVA-PERIODO.
           PERFORM 0934-LER-PLANO-AVALIACAO.
           IF REG-QTD-NOTAS NUMERIC AND REG-QTD-NOTAS <= 10
               PERFORM 0007A-IMPRIMIR-AVALIACAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > REG-QTD-NOTAS
           END-IF.
       0007-END.

       0007A-IMPRIMIR-AVALIACAO.
           MOVE WRK-IDX TO WRK-AVA-IDX.
           PERFORM 0936-ROTULO-AVALIACAO.
           MOVE REG-NOTAS(WRK-IDX) TO WRK-NOTA-ED.
           MOVE ZERO TO WRK-PESO.
           IF REG-PESO(WRK-IDX) NUMERIC
               MOVE REG-PESO(WRK-IDX) TO WRK-PESO
           END-IF.
           MOVE WRK-PESO TO WRK-PESO-ED.
           IF WRK-PESO = ZERO
               STRING '           '   DELIMITED BY SIZE
                      WRK-AVA-ROTULO  DELIMITED BY SIZE
                      ' NOTA: '       DELIMITED BY SIZE
                      WRK-NOTA-ED     DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               STRING '           '   DELIMITED BY SIZE
                      WRK-AVA-ROTULO  DELIMITED BY SIZE
                      ' NOTA: '       DELIMITED BY SIZE
                      WRK-NOTA-ED     DELIMITED BY SIZE
                      ' PESO: '       DELIMITED BY SIZE
                      WRK-PESO-ED     DELIMITED BY SIZE
                      '%'             DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
       0007A-END.

      * ALUNO INATIVO NO MESTRE NAO ENTRA NAS ESTATISTICAS; SEM O
      * MESTRE ABERTO, TODO MUNDO CONTA (COMPORTAMENTO ANTIGO).
       0090-END.

           COPY RELATORIO-PD.CPY.
           COPY AVALIACAO-PD.CPY.
