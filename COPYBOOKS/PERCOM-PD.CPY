      ******************************************************************
      * COPYBOOK.....: PERCOM-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFO COMPARTILHADO DA TRAVA DE MES
      *                COMERCIAL: LANCAMENTO DATADO EM MES FECHADO NO
      *                MESTRE PERIODOS-COMERCIAIS.DAT (FCH0001A) E
      *                RECUSADO. VER INSTRUCOES DE USO NO
      *                PERCOM-WS.CPY.
      ******************************************************************

       0926-VALIDAR-MES-COMERCIAL.
           MOVE 'S' TO WRK-PCM-LIBERADO.
           ACCEPT WRK-PERCOM-PATH
               FROM ENVIRONMENT 'PERIODOS_COMERCIAIS_PATH'.
           IF WRK-PERCOM-PATH = SPACES
               MOVE 'PERIODOS-COMERCIAIS.DAT' TO WRK-PERCOM-PATH
           END-IF.

           OPEN INPUT ARQUIVO-PERCOM.
           IF NOT FS-PCM-ARQUIVO-NOVO
               MOVE WRK-PCM-DATA(1:6) TO PCM-MES
               READ ARQUIVO-PERCOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PCM-FECHADO
                           DISPLAY 'MES ' WRK-PCM-DATA(1:6) ' JA '
                                   'FECHADO PELO FECHAMENTO COMERCIAL '
                                   '(FCH0001A): LANCAMENTO RECUSADO.'
                           MOVE 'N' TO WRK-PCM-LIBERADO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-PERCOM.
       0926-EXIT.
           EXIT.
