      ******************************************************************
      * COPYBOOK.....: FIDELIDADE-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS COMPARTILHADOS DO LIVRO DE PONTOS DE
      *                FIDELIDADE (FIDELIDADE.DAT): ABERTURA COM OS
      *                PARAMETROS DO PROGRAMA, SALDO VALIDO DO CPF,
      *                CREDITO DE UM LOTE DE PONTOS COM VALIDADE E
      *                DEBITO (RESGATE OU ESTORNO) CONSUMINDO O LOTE
      *                MAIS ANTIGO PRIMEIRO. VER INSTRUCOES DE USO NO
      *                FIDELIDADE-WS.CPY.
      ******************************************************************

       0995-ABRIR-FIDELIDADE.
           ACCEPT WRK-FIDELIDADE-PATH
               FROM ENVIRONMENT 'FIDELIDADE_DAT_PATH'.
           IF WRK-FIDELIDADE-PATH = SPACES
               MOVE 'FIDELIDADE.DAT' TO WRK-FIDELIDADE-PATH
           END-IF.

           ACCEPT WRK-FID-PARAM-ENT
               FROM ENVIRONMENT 'FIDELIDADE_VALIDADE_MESES'.
           IF WRK-FID-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-FID-PARAM-ENT)
                   TO WRK-FID-VALIDADE-MESES
           END-IF.
           ACCEPT WRK-FID-PARAM-ENT
               FROM ENVIRONMENT 'FIDELIDADE_PONTOS_POR_REAL'.
           IF WRK-FID-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-FID-PARAM-ENT)
                   TO WRK-FID-PONTOS-POR-REAL
           END-IF.
           ACCEPT WRK-FID-PARAM-ENT
               FROM ENVIRONMENT 'FIDELIDADE_CENTAVOS_PONTO'.
           IF WRK-FID-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-FID-PARAM-ENT)
                   TO WRK-FID-CENTAVOS-PONTO
           END-IF.
           IF WRK-FID-CENTAVOS-PONTO = ZERO
               MOVE 5 TO WRK-FID-CENTAVOS-PONTO
           END-IF.

           MOVE 'N' TO WRK-FID-ABERTO.
           OPEN I-O ARQUIVO-FIDELIDADE.
           IF FS-FID-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-FIDELIDADE
               CLOSE ARQUIVO-FIDELIDADE
               OPEN I-O ARQUIVO-FIDELIDADE
           END-IF.
           IF FS-FID-OK
               MOVE 'S' TO WRK-FID-ABERTO
           ELSE
               DISPLAY 'AVISO: FIDELIDADE.DAT INDISPONIVEL (STATUS '
                       WRK-FID-STATUS '). PONTOS FORA DO AR.'
           END-IF.
       0995-EXIT.
           EXIT.

      * SALDO VALIDO: SOMA DO QUE RESTA NOS LOTES AINDA DENTRO DA
      * VALIDADE. DEVOLVE TAMBEM A ULTIMA SEQUENCIA DO CPF.
       0996-APURAR-SALDO-PONTOS.
           MOVE ZERO  TO WRK-FID-SALDO.
           MOVE ZEROS TO WRK-FID-ULTIMA-SEQ.
           MOVE 'N'   TO WRK-FID-FIM.
           ACCEPT WRK-FID-DATA-HOJE FROM DATE YYYYMMDD.
           IF NOT FIDELIDADE-ABERTA
               MOVE 'S' TO WRK-FID-FIM
           ELSE
               MOVE WRK-FID-CPF TO FID-CPF
               MOVE ZEROS       TO FID-SEQ
               START ARQUIVO-FIDELIDADE KEY NOT < FID-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FID-FIM
                   NOT INVALID KEY
                       PERFORM 0996A-LER-FIDELIDADE
                       PERFORM 0996B-SOMAR-LOTE
                           UNTIL FIDELIDADE-VARRIDA
               END-START
           END-IF.
       0996-EXIT.
           EXIT.

       0996A-LER-FIDELIDADE.
           READ ARQUIVO-FIDELIDADE NEXT RECORD.
           IF NOT FS-FID-OK
               MOVE 'S' TO WRK-FID-FIM
           END-IF.
       0996A-EXIT.
           EXIT.

       0996B-SOMAR-LOTE.
           IF FID-CPF NOT = WRK-FID-CPF
               MOVE 'S' TO WRK-FID-FIM
           ELSE
               MOVE FID-SEQ TO WRK-FID-ULTIMA-SEQ
               IF FID-LOTE-DE-PONTOS
                  AND FID-VALIDADE >= WRK-FID-DATA-HOJE
                   ADD FID-SALDO-LOTE TO WRK-FID-SALDO
               END-IF
               PERFORM 0996A-LER-FIDELIDADE
           END-IF.
       0996B-EXIT.
           EXIT.

      * NOVO LOTE DE PONTOS (GANHO NO CUPOM OU RESGATE DEVOLVIDO NO
      * CANCELAMENTO), VALIDO ATE O FIM DO MES, N MESES ADIANTE.
       0997-CREDITAR-PONTOS.
           IF FIDELIDADE-ABERTA AND WRK-FID-PONTOS > ZERO
               ACCEPT WRK-FID-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-FID-MESES = WRK-FID-HOJE-ANO * 12
                   + WRK-FID-HOJE-MES - 1 + WRK-FID-VALIDADE-MESES
               DIVIDE WRK-FID-MESES BY 12
                   GIVING WRK-FID-VAL-ANO
                   REMAINDER WRK-FID-VAL-MES
               ADD 1 TO WRK-FID-VAL-MES
               MOVE '31' TO WRK-FID-VAL-DIA
               MOVE WRK-FID-PONTOS TO WRK-FID-SALDO-NOVO
               PERFORM 0999-GRAVAR-LANCAMENTO
           END-IF.
       0997-EXIT.
           EXIT.

      * RESGATE OU ESTORNO: LIMITADO AO SALDO VALIDO, BAIXA O LOTE
      * MAIS ANTIGO PRIMEIRO E REGISTRA O LANCAMENTO DO QUE SAIU.
       0998-DEBITAR-PONTOS.
           MOVE ZERO TO WRK-FID-DEBITADO.
           IF FIDELIDADE-ABERTA AND WRK-FID-PONTOS > ZERO
               PERFORM 0996-APURAR-SALDO-PONTOS
               IF WRK-FID-PONTOS > WRK-FID-SALDO
                   MOVE WRK-FID-SALDO  TO WRK-FID-A-DEBITAR
               ELSE
                   MOVE WRK-FID-PONTOS TO WRK-FID-A-DEBITAR
               END-IF
               MOVE WRK-FID-A-DEBITAR TO WRK-FID-DEBITADO
               IF WRK-FID-A-DEBITAR > ZERO
                   MOVE 'N' TO WRK-FID-FIM
                   MOVE WRK-FID-CPF TO FID-CPF
                   MOVE ZEROS       TO FID-SEQ
                   START ARQUIVO-FIDELIDADE KEY NOT < FID-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FID-FIM
                       NOT INVALID KEY
                           PERFORM 0996A-LER-FIDELIDADE
                           PERFORM 0998A-CONSUMIR-LOTE
                               UNTIL FIDELIDADE-VARRIDA
                                  OR WRK-FID-A-DEBITAR = ZERO
                   END-START
                   SUBTRACT WRK-FID-A-DEBITAR FROM WRK-FID-DEBITADO
                   MOVE WRK-FID-DEBITADO TO WRK-FID-PONTOS
                   MOVE ZERO             TO WRK-FID-SALDO-NOVO
                   MOVE SPACES           TO WRK-FID-VALIDADE
                   PERFORM 0999-GRAVAR-LANCAMENTO
               END-IF
           END-IF.
       0998-EXIT.
           EXIT.

       0998A-CONSUMIR-LOTE.
           IF FID-CPF NOT = WRK-FID-CPF
               MOVE 'S' TO WRK-FID-FIM
           ELSE
               IF FID-LOTE-DE-PONTOS
                  AND FID-SALDO-LOTE > ZERO
                  AND FID-VALIDADE >= WRK-FID-DATA-HOJE
                   IF FID-SALDO-LOTE > WRK-FID-A-DEBITAR
                       MOVE WRK-FID-A-DEBITAR TO WRK-FID-BAIXA
                   ELSE
                       MOVE FID-SALDO-LOTE    TO WRK-FID-BAIXA
                   END-IF
                   SUBTRACT WRK-FID-BAIXA FROM FID-SALDO-LOTE
                   REWRITE REGISTRO-FIDELIDADE
                   IF FS-FID-OK
                       SUBTRACT WRK-FID-BAIXA FROM WRK-FID-A-DEBITAR
                   END-IF
               END-IF
               IF WRK-FID-A-DEBITAR > ZERO
                   PERFORM 0996A-LER-FIDELIDADE
               END-IF
           END-IF.
       0998A-EXIT.
           EXIT.

      * GRAVA O LANCAMENTO NA PROXIMA SEQUENCIA DO CPF; SE OUTRO
      * TERMINAL GRAVOU A MESMA SEQUENCIA ANTES, REAPURA, ATE 5 VEZES.
       0999-GRAVAR-LANCAMENTO.
           MOVE 'N'  TO WRK-FID-GRAVADO.
           MOVE ZERO TO WRK-FID-TENTATIVAS.
           PERFORM 0999A-TENTAR-GRAVACAO
               UNTIL FID-LANCAMENTO-GRAVADO
                  OR WRK-FID-TENTATIVAS >= 5.
           IF NOT FID-LANCAMENTO-GRAVADO
               DISPLAY 'AVISO: LANCAMENTO DE PONTOS DO CPF '
                       WRK-FID-CPF ' NAO GRAVADO (FIDELIDADE.DAT '
                       'EM USO).'
           END-IF.
       0999-EXIT.
           EXIT.

       0999A-TENTAR-GRAVACAO.
           ADD 1 TO WRK-FID-TENTATIVAS.
           PERFORM 0996-APURAR-SALDO-PONTOS.
           MOVE WRK-FID-CPF        TO FID-CPF.
           COMPUTE FID-SEQ = WRK-FID-ULTIMA-SEQ + 1.
           MOVE WRK-FID-DATA-HOJE  TO FID-DATA.
           MOVE WRK-FID-TIPO       TO FID-TIPO.
           MOVE WRK-FID-PONTOS     TO FID-PONTOS.
           MOVE WRK-FID-SALDO-NOVO TO FID-SALDO-LOTE.
           MOVE WRK-FID-VALIDADE   TO FID-VALIDADE.
           MOVE ZERO               TO FID-EXPIRADOS.
           MOVE SPACES             TO FID-DATA-EXPIRACAO.
           MOVE WRK-FID-LOJA       TO FID-LOJA.
           MOVE WRK-FID-CUPOM      TO FID-CUPOM.
           MOVE WRK-FID-OPERADOR   TO FID-OPERADOR.
           WRITE REGISTRO-FIDELIDADE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FID-GRAVADO
           END-WRITE.
       0999A-EXIT.
           EXIT.
