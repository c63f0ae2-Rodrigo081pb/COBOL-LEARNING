      *              EM ORDEM COM AS MEDIAS, CONCEITOS E SITUACAO POR
      *              DISCIPLINA, MAIS A MEDIA GERAL DO PERIODO -- O
      *              DOCUMENTO QUE AS FAMILIAS PEDEM NA SECRETARIA.
      *              ABAIXO DE CADA DISCIPLINA SAI A NOTA DE CADA
      *              AVALIACAO, COM O NOME DO PLANO DE AVALIACAO
      *              (AVALIACOES.DAT, AVA0001A) E O PESO USADO NA
      *              MEDIA PONDERADA.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ARQUIVO-AVALIACOES
               ASSIGN TO DYNAMIC WRK-AVALIACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVA-CHAVE
               FILE STATUS IS WRK-AVA-STATUS.

           SELECT SORT-WORK ASSIGN TO 'ESC0002A.TMP'.

       DATA DIVISION.
       FD ARQUIVO-ALUNOS.
           COPY ALUNOS-FD.CPY.

       FD ARQUIVO-AVALIACOES.
           COPY AVALIACOES-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-PERIODO    PIC X(06).
           05 SORT-MEDIA      PIC 9(2)V9.
           05 SORT-CONCEITO   PIC X(01).
           05 SORT-SITUACAO   PIC X(01).
           05 SORT-QTD-NOTAS  PIC 9(02).
           05 SORT-NOTAS      PIC 9(2)V9 OCCURS 10 TIMES.
           05 SORT-PESO       PIC 9(03) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.


       01 WRK-TOTAL-RESULTADOS PIC 9(05) COMP VALUE 0.

       01 WRK-IDX     PIC 9(02) COMP VALUE 0.
       01 WRK-NOTA-ED PIC Z9.9.
       01 WRK-PESO-ED PIC ZZ9.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

           COPY AVALIACAO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
               MOVE REG-MEDIA      TO SORT-MEDIA
               MOVE REG-CONCEITO   TO SORT-CONCEITO
               MOVE REG-SITUACAO   TO SORT-SITUACAO
               MOVE REG-QTD-NOTAS  TO SORT-QTD-NOTAS
               PERFORM 0004A-COPIAR-NOTA VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 10
               RELEASE SORT-REC
           END-IF.
           PERFORM 0003A-LER-NOTA.
       0004-END.

      * REGISTRO GRAVADO ANTES DOS PESOS EXISTIREM TEM O CAMPO EM
      * BRANCO: VALE COMO MEDIA SIMPLES (PESO ZERO).
       0004A-COPIAR-NOTA.
           MOVE REG-NOTAS(WRK-IDX) TO SORT-NOTAS(WRK-IDX).
           IF REG-PESO(WRK-IDX) NUMERIC
               MOVE REG-PESO(WRK-IDX) TO SORT-PESO(WRK-IDX)
           ELSE
               MOVE ZERO TO SORT-PESO(WRK-IDX)
           END-IF.
       0004A-END.

       0005-IMPRIMIR-HISTORICO.
           DISPLAY '================================================'.
           DISPLAY ' HISTORICO ESCOLAR'.
                   ' MEDIA: ' SORT-MEDIA
                   ' CONCEITO: ' SORT-CONCEITO
                   ' SITUACAO: ' SORT-SITUACAO.
           PERFORM 0006A-DETALHAR-AVALIACOES.

           ADD 1 TO WRK-QTD-PERIODO.
           ADD 1 TO WRK-TOTAL-RESULTADOS.
           PERFORM 0005A-RECEBER-ORDENADO.
       0006-END.

      * UMA LINHA POR NOTA: NOME DA AVALIACAO NO PLANO DA DISCIPLINA/
      * PERIODO E O PESO GRAVADO NO LANCAMENTO.
       0006A-DETALHAR-AVALIACOES.
           MOVE SORT-DISCIPLINA TO WRK-AVA-DISCIPLINA.
           MOVE SORT-PERIODO    TO WRK-AVA-PERIODO.
           PERFORM 0934-LER-PLANO-AVALIACAO.
           IF SORT-QTD-NOTAS NUMERIC AND SORT-QTD-NOTAS <= 10
               PERFORM 0006B-EXIBIR-AVALIACAO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > SORT-QTD-NOTAS
           END-IF.
       0006A-END.

       0006B-EXIBIR-AVALIACAO.
           MOVE WRK-IDX TO WRK-AVA-IDX.
           PERFORM 0936-ROTULO-AVALIACAO.
           MOVE SORT-NOTAS(WRK-IDX) TO WRK-NOTA-ED.
           IF SORT-PESO(WRK-IDX) > ZERO
               MOVE SORT-PESO(WRK-IDX) TO WRK-PESO-ED
               DISPLAY '        ' WRK-AVA-ROTULO ' NOTA: ' WRK-NOTA-ED
                       ' PESO: ' WRK-PESO-ED '%'
           ELSE
               DISPLAY '        ' WRK-AVA-ROTULO ' NOTA: ' WRK-NOTA-ED
           END-IF.
       0006B-END.

       0007-FECHAR-PERIODO.
           IF WRK-QTD-PERIODO > 0
               COMPUTE WRK-MEDIA-PERIODO =
           END-IF.
       0007-END.

           COPY AVALIACAO-PD.CPY.
           COPY BANNER-PD.CPY.
