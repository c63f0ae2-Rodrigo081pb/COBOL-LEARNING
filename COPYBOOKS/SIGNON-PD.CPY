      *                BLOQUEIAM A CONTA (DESTRAVA NO OPE0001A). TODA
      *                TENTATIVA -- OK, FALHA, BLOQUEIO, TROCA -- SAI
      *                CARIMBADA NO AUDITLOG.DAT PELO LOG PROPRIO DO
      *                SIGN-ON (SIGNON-FD.CPY), SELADA NA MESMA CADEIA
      *                DA TRILHA (VER AUDITLOG-PD). ENQUANTO O CADASTRO
      *                NAO EXISTE (IMPLANTACAO), O SIGN-ON SEGUE COM
      *                AVISO E NIVEL DE SUPERVISOR (COMPORTAMENTO
      *                ANTIGO); ID DE JOB NAO CADASTRADO SEGUE COM
           EXIT.

      * LOG PROPRIO DO SIGN-ON, NO MESMO AUDITLOG.DAT DA TRILHA:
      * TODA TENTATIVA FICA CARIMBADA COM O ID DIGITADO E SELADA NA
      * CADEIA DO LOG.
       0943-GRAVAR-LOG-SIGNON.
           ACCEPT WRK-SIGNON-LOG-PATH
               FROM ENVIRONMENT 'AUDITLOG_DAT_PATH'.
               MOVE 'AUDITLOG.DAT' TO WRK-SIGNON-LOG-PATH
           END-IF.

           PERFORM 0943A-LOCALIZAR-ELO-SIGNON.

           OPEN EXTEND SIGNON-LOG-ARQUIVO.
           IF SLG-ARQ-NOVO
               OPEN OUTPUT SIGNON-LOG-ARQUIVO
           MOVE WRK-SLG-OPERACAO   TO SLG-OPERACAO.
           MOVE 'TENTATIVA DE SIGN-ON' TO SLG-DETALHE.
           MOVE WRK-OPE-ID-ENTRADA TO SLG-OPERADOR.
           ADD 1 TO WRK-SLG-SELO-SEQUENCIA.
           MOVE WRK-SLG-SELO-SEQUENCIA     TO SLG-SEQUENCIA.
           MOVE WRK-SLG-SELO-HASH-ANTERIOR TO SLG-HASH-ANTERIOR.
           PERFORM 0943C-CALCULAR-SELO-SIGNON.
           MOVE WRK-SLG-SELO-RESULTADO     TO SLG-HASH.
           WRITE REGISTRO-SIGNON-LOG.

           CLOSE SIGNON-LOG-ARQUIVO.
       0943-EXIT.
           EXIT.

      * ULTIMO ELO DA CADEIA NO LOG CORRENTE (MESMA REGRA DO 0937 DO
      * AUDITLOG-PD).
       0943A-LOCALIZAR-ELO-SIGNON.
           MOVE ZERO    TO WRK-SLG-SELO-SEQUENCIA.
           MOVE ALL '0' TO WRK-SLG-SELO-HASH-ANTERIOR.

           OPEN INPUT SIGNON-LOG-ARQUIVO.
           IF SLG-OK
               PERFORM 0943B-LER-ELO-SIGNON
                   UNTIL WRK-SLG-STATUS NOT < '10'
               CLOSE SIGNON-LOG-ARQUIVO
           END-IF.
       0943A-EXIT.
           EXIT.

       0943B-LER-ELO-SIGNON.
           READ SIGNON-LOG-ARQUIVO.
           IF WRK-SLG-STATUS < '10'
              AND SLG-SEQUENCIA-X NOT = SPACES
               MOVE SLG-SEQUENCIA TO WRK-SLG-SELO-SEQUENCIA
               MOVE SLG-HASH      TO WRK-SLG-SELO-HASH-ANTERIOR
           END-IF.
       0943B-EXIT.
           EXIT.

      * SELO DA LINHA DE SIGN-ON: A MESMA CONTA DO 0938 DO AUDITLOG-PD
      * (CHAVE AUDITLOG_CHAVE + CONTEUDO, DUAS SOMAS MODULARES).
       0943C-CALCULAR-SELO-SIGNON.
           MOVE SPACES TO WRK-SLG-SELO-AREA-CHAVE.
           ACCEPT WRK-SLG-SELO-AREA-CHAVE
               FROM ENVIRONMENT 'AUDITLOG_CHAVE'.
           MOVE SLG-SELO-CONTEUDO TO WRK-SLG-SELO-AREA-CONTEUDO.
           MOVE ZERO TO WRK-SLG-SELO-H1.
           MOVE ZERO TO WRK-SLG-SELO-H2.
           PERFORM 0943D-SOMAR-CARACTERE-SIGNON
               VARYING WRK-SLG-SELO-POS FROM 1 BY 1
               UNTIL WRK-SLG-SELO-POS > 173.
           MOVE WRK-SLG-SELO-H1 TO WRK-SLG-SELO-RES-H1.
           MOVE WRK-SLG-SELO-H2 TO WRK-SLG-SELO-RES-H2.
       0943C-EXIT.
           EXIT.

       0943D-SOMAR-CARACTERE-SIGNON.
           COMPUTE WRK-SLG-SELO-H1 =
               FUNCTION MOD(WRK-SLG-SELO-H1 * 31
                   + FUNCTION ORD(
                       WRK-SLG-SELO-AREA(WRK-SLG-SELO-POS:1)),
                   2147483647).
           COMPUTE WRK-SLG-SELO-H2 =
               FUNCTION MOD(WRK-SLG-SELO-H2 * 131
                   + FUNCTION ORD(
                       WRK-SLG-SELO-AREA(WRK-SLG-SELO-POS:1))
                   * WRK-SLG-SELO-POS, 999999937).
       0943D-EXIT.
           EXIT.
