      *                (COPY AUDITLOG-FD.CPY NO FD) E PREENCHIDO
      *                WRK-LOG-PROGRAMA/OPERACAO/DETALHE ANTES DE FAZER
      *                PERFORM 0930-LOG-TRANSACAO.
      *                A LINHA SAI SELADA EM CADEIA: LE O LOG CORRENTE
      *                ATE A ULTIMA LINHA SELADA (0937), NUMERA A NOVA
      *                COM A SEQUENCIA SEGUINTE, CARREGA O SELO DA
      *                ANTERIOR E CALCULA O PROPRIO (0938). O 0938
      *                TAMBEM SERVE A QUEM CONFERE OU RESSELA O LOG
      *                (AUD0003A, AUD0002A, CAD0016A). O LOG DE SIGN-ON
      *                (SIGNON-PD) SELA COM A MESMA CONTA.
      ******************************************************************

       0930-LOG-TRANSACAO.
               MOVE 'AUDITLOG.DAT' TO WRK-AUDITLOG-PATH
           END-IF.

           PERFORM 0937-LOCALIZAR-ELO-ANTERIOR.

           OPEN EXTEND AUDITLOG-ARQUIVO.
           IF AUDITLOG-ARQ-NOVO
               OPEN OUTPUT AUDITLOG-ARQUIVO
           MOVE WRK-LOG-OPERADOR TO LOG-OPERADOR.
           MOVE WRK-LOG-OPERACAO TO LOG-OPERACAO.
           MOVE WRK-LOG-DETALHE  TO LOG-DETALHE.
           ADD 1 TO WRK-SELO-SEQUENCIA.
           MOVE WRK-SELO-SEQUENCIA     TO LOG-SEQUENCIA.
           MOVE WRK-SELO-HASH-ANTERIOR TO LOG-HASH-ANTERIOR.
           PERFORM 0938-CALCULAR-SELO-AUDITLOG.
           MOVE WRK-SELO-RESULTADO     TO LOG-HASH.
           WRITE REGISTRO-AUDITLOG.

           CLOSE AUDITLOG-ARQUIVO.
       0930-EXIT.
           EXIT.

      * ULTIMO ELO DA CADEIA: SEQUENCIA E SELO DA ULTIMA LINHA SELADA
      * DO LOG CORRENTE. LOG VAZIO OU SO COM LINHAS ANTERIORES A
      * CADEIA COMECA NA SEQUENCIA 1 COM SELO ANTERIOR ZERADO. O LOG
      * CORRENTE E RODADO TODO MES (AUD0002A), O QUE MANTEM A LEITURA
      * CURTA.
       0937-LOCALIZAR-ELO-ANTERIOR.
           MOVE ZERO      TO WRK-SELO-SEQUENCIA.
           MOVE ALL '0'   TO WRK-SELO-HASH-ANTERIOR.

           OPEN INPUT AUDITLOG-ARQUIVO.
           IF AUDITLOG-OK
               PERFORM 0937A-LER-ELO
                   UNTIL WRK-AUDITLOG-STATUS NOT < '10'
               CLOSE AUDITLOG-ARQUIVO
           END-IF.
       0937-EXIT.
           EXIT.

       0937A-LER-ELO.
           READ AUDITLOG-ARQUIVO.
           IF WRK-AUDITLOG-STATUS < '10'
              AND LOG-SEQUENCIA-X NOT = SPACES
               MOVE LOG-SEQUENCIA TO WRK-SELO-SEQUENCIA
               MOVE LOG-HASH      TO WRK-SELO-HASH-ANTERIOR
           END-IF.
       0937A-EXIT.
           EXIT.

      * SELO DA LINHA EM REGISTRO-AUDITLOG: DUAS SOMAS POLINOMIAIS
      * MODULARES (PRIMOS 2147483647 E 999999937) SOBRE A CHAVE DA
      * INSTALACAO MAIS O CONTEUDO DA LINHA, QUE JA TRAZ O SELO DA
      * ANTERIOR. DEVOLVE OS 20 DIGITOS EM WRK-SELO-RESULTADO.
       0938-CALCULAR-SELO-AUDITLOG.
           MOVE SPACES TO WRK-SELO-AREA-CHAVE.
           ACCEPT WRK-SELO-AREA-CHAVE
               FROM ENVIRONMENT 'AUDITLOG_CHAVE'.
           MOVE LOG-SELO-CONTEUDO TO WRK-SELO-AREA-CONTEUDO.
           MOVE ZERO TO WRK-SELO-H1.
           MOVE ZERO TO WRK-SELO-H2.
           PERFORM 0938A-SOMAR-CARACTERE-SELO
               VARYING WRK-SELO-POS FROM 1 BY 1
               UNTIL WRK-SELO-POS > 173.
           MOVE WRK-SELO-H1 TO WRK-SELO-RES-H1.
           MOVE WRK-SELO-H2 TO WRK-SELO-RES-H2.
       0938-EXIT.
           EXIT.

       0938A-SOMAR-CARACTERE-SELO.
           COMPUTE WRK-SELO-H1 =
               FUNCTION MOD(WRK-SELO-H1 * 31
                   + FUNCTION ORD(WRK-SELO-AREA(WRK-SELO-POS:1)),
                   2147483647).
           COMPUTE WRK-SELO-H2 =
               FUNCTION MOD(WRK-SELO-H2 * 131
                   + FUNCTION ORD(WRK-SELO-AREA(WRK-SELO-POS:1))
                   * WRK-SELO-POS, 999999937).
       0938A-EXIT.
           EXIT.
