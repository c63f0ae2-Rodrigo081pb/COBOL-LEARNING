      ******************************************************************
      * COPYBOOK.....: AMORTIZA-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: QUEBRA DE UMA PARCELA DE EMPRESTIMO EM JUROS E
      *                AMORTIZACAO (CAMPOS NO AMORTIZA-WS.CPY). OS
      *                JUROS SAO SEMPRE SALDO X TAXA. NA TABELA PRICE A
      *                PARCELA E FIXA E A AMORTIZACAO E O QUE SOBRA
      *                DELA. NO SAC A AMORTIZACAO E CONSTANTE
      *                (PRINCIPAL / QUANTIDADE DE PARCELAS, OU A
      *                AMORTIZACAO REFEITA PELA ANTECIPACAO) E A PARCELA
      *                E AMORTIZACAO + JUROS, CAINDO MES A MES; A
      *                ULTIMA PARCELA (OU A AMORTIZACAO MAIOR QUE O
      *                SALDO) LEVA O SALDO INTEIRO, SEM RESIDUO DE
      *                ARREDONDAMENTO. E A MESMA CONTA NA SIMULACAO
      *                (LOOP-COBOL), NA CONSULTA (FIN0001A), NO POSTING
      *                (FIN0002A) E NO DESCONTO DA FOLHA.
      ******************************************************************

       0911-CALCULAR-PARCELA.
           COMPUTE WRK-AMZ-JUROS ROUNDED =
               WRK-AMZ-SALDO * WRK-AMZ-TAXA.

           IF AMZ-SAC
               EVALUATE TRUE
                   WHEN WRK-AMZ-AMORT-FIXA > ZERO
                       MOVE WRK-AMZ-AMORT-FIXA TO WRK-AMZ-AMORT
                   WHEN WRK-AMZ-QTD > ZERO
                       COMPUTE WRK-AMZ-AMORT ROUNDED =
                           WRK-AMZ-PRINCIPAL / WRK-AMZ-QTD
                   WHEN OTHER
                       MOVE WRK-AMZ-SALDO TO WRK-AMZ-AMORT
               END-EVALUATE
               IF WRK-AMZ-RESTANTES NOT > 1
                  OR WRK-AMZ-AMORT > WRK-AMZ-SALDO
                   MOVE WRK-AMZ-SALDO TO WRK-AMZ-AMORT
               END-IF
               COMPUTE WRK-AMZ-PARCELA =
                   WRK-AMZ-AMORT + WRK-AMZ-JUROS
           ELSE
               MOVE WRK-AMZ-PARCELA-FIXA TO WRK-AMZ-PARCELA
               IF WRK-AMZ-PARCELA > WRK-AMZ-JUROS
                   COMPUTE WRK-AMZ-AMORT =
                       WRK-AMZ-PARCELA - WRK-AMZ-JUROS
               ELSE
                   MOVE ZERO TO WRK-AMZ-AMORT
               END-IF
               IF WRK-AMZ-AMORT > WRK-AMZ-SALDO
                   MOVE WRK-AMZ-SALDO TO WRK-AMZ-AMORT
               END-IF
           END-IF.
       0911-EXIT.
           EXIT.
