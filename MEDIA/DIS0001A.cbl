      *              CODIGO LIVRE (MESMO PADRAO DE PROXIMO-ID DO
      *              ORQUESTRADOR), ALTERA O NOME E LISTA O MESTRE. O
      *              CODIGO CADASTRADO AQUI E O QUE O PROGRAMA ESCOLA
      *              EXIGE EM CADA LANCAMENTO DE NOTAS. A CARGA
      *              HORARIA SEMANAL INFORMADA AQUI E O PLANO DE AULAS
      *              DA REMUNERACAO DOS PROFESSORES (PRO0002A).
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-PROX-CODIGO PIC 9(03) VALUE 1.
       01 WRK-TOTAL-LISTADOS PIC 9(05) COMP VALUE 0.
       01 WRK-VAGAS-ENTRADA PIC X(03).
       01 WRK-HORAS-ENTRADA PIC X(02).

           COPY BANNER-WS.CPY.

               MOVE WRK-PROX-CODIGO TO DIS-CODIGO
               MOVE WRK-NOME           TO DIS-NOME
               PERFORM 0007-OBTER-VAGAS
               PERFORM 0008-OBTER-HORAS
               WRITE REGISTRO-DISCIPLINA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A DISCIPLINA.'
                   DISPLAY 'VAGAS ATUAIS: ' DIS-VAGAS
                           ' (ZERO = SEM LIMITE)'
                   PERFORM 0007-OBTER-VAGAS
                   IF DIS-HORAS-SEMANAIS NOT NUMERIC
                       MOVE ZEROS TO DIS-HORAS-SEMANAIS
                   END-IF
                   DISPLAY 'HORAS SEMANAIS ATUAIS: '
                           DIS-HORAS-SEMANAIS
                   PERFORM 0008-OBTER-HORAS
                   REWRITE REGISTRO-DISCIPLINA
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR A DISCIPLINA.'
           END-IF.
       0007-END.

      * HORAS-AULA POR SEMANA; ZERO = CARGA HORARIA NAO INFORMADA.
       0008-OBTER-HORAS.
           DISPLAY 'HORAS-AULA SEMANAIS (ENTER = NAO INFORMADA): '.
           ACCEPT WRK-HORAS-ENTRADA.
           IF WRK-HORAS-ENTRADA = SPACES
               MOVE ZEROS TO DIS-HORAS-SEMANAIS
           ELSE
               MOVE FUNCTION NUMVAL(WRK-HORAS-ENTRADA)
                   TO DIS-HORAS-SEMANAIS
           END-IF.
       0008-END.

       0005-LISTAR-DISCIPLINAS.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO DIS-CODIGO.
           IF DIS-VAGAS NOT NUMERIC
               MOVE ZEROS TO DIS-VAGAS
           END-IF.
           IF DIS-HORAS-SEMANAIS NOT NUMERIC
               MOVE ZEROS TO DIS-HORAS-SEMANAIS
           END-IF.
           DISPLAY ' ' DIS-CODIGO ' ' DIS-NOME
                   ' VAGAS: ' DIS-VAGAS
                   ' H/SEM: ' DIS-HORAS-SEMANAIS.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0006A-LER-DISCIPLINA.
       0005A-END.
