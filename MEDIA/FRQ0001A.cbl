      *              ALUNOS.DAT), DISCIPLINA E PERIODO, A QUANTIDADE
      *              DE AULAS DADAS E DE PRESENCAS NO LANCAMENTO. O
      *              PROGRAMA ESCOLA SOMA ESSES LANCAMENTOS E APLICA
      *              A REGRA DOS 75% NA APROVACAO. CADA LANCAMENTO
      *              LEVA A DATA DAS AULAS, QUE O PRO0002A USA PARA
      *              APURAR AS AULAS DADAS NO MES.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-DISCIPLINA PIC 9(03).
       01 WRK-AULAS-DADAS PIC 9(03).
       01 WRK-PRESENCAS   PIC 9(03).
       01 WRK-DATA-AULAS  PIC X(08).
       01 WRK-DATA-NUM    PIC 9(08).

           COPY PERIODO-WS.CPY.
           COPY BANNER-WS.CPY.
           DISPLAY 'PRESENCAS DO ALUNO: '.
           ACCEPT WRK-PRESENCAS.

           DISPLAY 'DATA DAS AULAS (AAAAMMDD, ENTER = HOJE): '.
           ACCEPT WRK-DATA-AULAS.
           IF WRK-DATA-AULAS = SPACES
               ACCEPT WRK-DATA-AULAS FROM DATE YYYYMMDD
           END-IF.

           IF WRK-PRESENCAS > WRK-AULAS-DADAS
               DISPLAY 'PRESENCAS MAIORES QUE AS AULAS DADAS. '
                       'LANCAMENTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATA-AULAS NOT NUMERIC
               DISPLAY 'DATA DAS AULAS INVALIDA. '
                       'LANCAMENTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-DATA-AULAS TO WRK-DATA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) NOT = ZERO
               DISPLAY 'DATA DAS AULAS INVALIDA. '
                       'LANCAMENTO NAO GRAVADO.'
           ELSE
               OPEN EXTEND ARQUIVO-FREQUENCIA
               IF FS-FRQ-ARQUIVO-NOVO
               MOVE WRK-DISCIPLINA  TO FRQ-DISCIPLINA
               MOVE WRK-AULAS-DADAS TO FRQ-AULAS-DADAS
               MOVE WRK-PRESENCAS   TO FRQ-AULAS-PRESENTES
               MOVE WRK-DATA-AULAS  TO FRQ-DATA
               WRITE REGISTRO-FREQUENCIA

               CLOSE ARQUIVO-FREQUENCIA
