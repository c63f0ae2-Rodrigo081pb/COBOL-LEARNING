           05 REG-NOTA-RECUP PIC 9(2)V9.
           05 REG-MEDIA-FINAL PIC 9(2)V9.
           05 REG-SITUACAO  PIC X(01).
      * PESO (%) DE CADA NOTA NO PLANO DE AVALIACAO DA DISCIPLINA/
      * PERIODO (AVA0001A) USADO NA MEDIA PONDERADA; ZERADOS QUANDO A
      * MEDIA FOI SIMPLES (SEM PLANO) E EM BRANCO NOS REGISTROS
      * GRAVADOS ANTES DO PLANO EXISTIR.
           05 REG-PESO      PIC 9(03) OCCURS 10 TIMES.
