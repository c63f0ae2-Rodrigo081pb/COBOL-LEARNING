      ******************************************************************
      * COPYBOOK.....: HISTSAL-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DA GRAVACAO DO
      *                HISTORICO DE SALARIO E CARGO EM SALARIOS-
      *                HIST.DAT: ABERTURA (CRIANDO O ARQUIVO NA
      *                PRIMEIRA VEZ), GRAVACAO DE UMA MUDANCA NA
      *                PROXIMA SEQUENCIA LIVRE DO CPF NA DATA (O
      *                ACORDO COLETIVO USA A SEQUENCIA 00 E REGRAVA O
      *                QUE JA HOUVER) E FECHAMENTO. VER INSTRUCOES DE
      *                USO NO HISTSAL-WS.CPY.
      ******************************************************************

       0927-ABRIR-HISTORICO-SALARIO.
           ACCEPT WRK-HISTSAL-PATH
               FROM ENVIRONMENT 'SALARIOS_HIST_PATH'.
           IF WRK-HISTSAL-PATH = SPACES
               MOVE 'SALARIOS-HIST.DAT' TO WRK-HISTSAL-PATH
           END-IF.
           OPEN I-O ARQUIVO-HISTSAL.
           IF FS-HSL-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-HISTSAL
               CLOSE ARQUIVO-HISTSAL
               OPEN I-O ARQUIVO-HISTSAL
           END-IF.
           ACCEPT WRK-HSL-DATA-HOJE FROM DATE YYYYMMDD.
       0927-EXIT.
           EXIT.

       0928-GRAVAR-HISTORICO-SALARIO.
           IF WRK-HSL-MOTIVO = 'C'
               MOVE ZERO TO WRK-HSL-ULTIMA-SEQ
           ELSE
               PERFORM 0928A-APURAR-SEQUENCIA
               ADD 1 TO WRK-HSL-ULTIMA-SEQ
           END-IF.

           INITIALIZE REGISTRO-HISTORICO-SALARIO.
           MOVE WRK-HSL-CPF            TO HSL-CPF.
           MOVE WRK-HSL-VIGENCIA       TO HSL-DATA-VIGENCIA.
           MOVE WRK-HSL-ULTIMA-SEQ     TO HSL-SEQUENCIA.
           MOVE WRK-HSL-SAL-ANTERIOR   TO HSL-SALARIO-ANTERIOR.
           MOVE WRK-HSL-SAL-NOVO       TO HSL-SALARIO-NOVO.
           MOVE WRK-HSL-CARGO-ANTERIOR TO HSL-CARGO-ANTERIOR.
           MOVE WRK-HSL-CARGO-NOVO     TO HSL-CARGO-NOVO.
           MOVE WRK-HSL-MOTIVO         TO HSL-MOTIVO.
           MOVE WRK-HSL-OPERADOR       TO HSL-OPERADOR.
           MOVE WRK-HSL-PROGRAMA       TO HSL-PROGRAMA.
           MOVE WRK-HSL-DATA-HOJE      TO HSL-DATA-REGISTRO.

           WRITE REGISTRO-HISTORICO-SALARIO
               INVALID KEY
                   REWRITE REGISTRO-HISTORICO-SALARIO
                       INVALID KEY
                           DISPLAY 'AVISO: HISTORICO DE SALARIO NAO '
                                   'GRAVADO PARA ' WRK-HSL-CPF
                                   ' (STATUS ' WRK-HSL-STATUS ').'
                   END-REWRITE
           END-WRITE.
       0928-EXIT.
           EXIT.

      * ULTIMA SEQUENCIA JA USADA PELO CPF NA DATA (ZERO SE NENHUMA).
       0928A-APURAR-SEQUENCIA.
           MOVE ZERO TO WRK-HSL-ULTIMA-SEQ.
           MOVE 'N' TO WRK-HSL-FIM.
           MOVE WRK-HSL-CPF      TO HSL-CPF.
           MOVE WRK-HSL-VIGENCIA TO HSL-DATA-VIGENCIA.
           MOVE ZERO             TO HSL-SEQUENCIA.
           START ARQUIVO-HISTSAL KEY NOT < HSL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-HSL-FIM
               NOT INVALID KEY
                   PERFORM 0928B-LER-SEQUENCIA
                   PERFORM 0928C-GUARDAR-SEQUENCIA
                       UNTIL HSL-VARREDURA-FIM
           END-START.
       0928A-EXIT.
           EXIT.

       0928B-LER-SEQUENCIA.
           READ ARQUIVO-HISTSAL NEXT RECORD.
           IF NOT FS-HSL-OK
              OR HSL-CPF NOT = WRK-HSL-CPF
              OR HSL-DATA-VIGENCIA NOT = WRK-HSL-VIGENCIA
               MOVE 'S' TO WRK-HSL-FIM
           END-IF.
       0928B-EXIT.
           EXIT.

       0928C-GUARDAR-SEQUENCIA.
           MOVE HSL-SEQUENCIA TO WRK-HSL-ULTIMA-SEQ.
           PERFORM 0928B-LER-SEQUENCIA.
       0928C-EXIT.
           EXIT.

       0929-FECHAR-HISTORICO-SALARIO.
           CLOSE ARQUIVO-HISTSAL.
       0929-EXIT.
           EXIT.
