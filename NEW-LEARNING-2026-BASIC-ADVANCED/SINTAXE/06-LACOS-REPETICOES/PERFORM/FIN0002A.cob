      *> DO CONTRATO) E SAI NO RELATORIO DE INADIMPLENCIA COM OS DIAS
      *> DE ATRASO E O SALDO DEVEDOR. NO FIM IMPRIME A EXPOSICAO
      *> TOTAL EM ABERTO. RETURN-CODE 4 QUANDO HA CONTRATO EM ATRASO.
      *> CONTRATO PELO SAC AMORTIZA O PRINCIPAL EM PARTES IGUAIS
      *> (JUROS SOBRE O SALDO) E, A CADA PARCELA POSTADA, TEM A
      *> PARCELA DO PROXIMO VENCIMENTO RECALCULADA NO CONTRATO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY EXCECAO-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY AMORTIZA-WS.CPY.

       PROCEDURE DIVISION.

               MOVE WRK-IDX TO WRK-IDX-PAG
           END-IF.

      *> AVANCA UMA PARCELA: MESMA QUEBRA JUROS/AMORTIZACAO DA
      *> SIMULACAO, PELO SISTEMA DO CONTRATO (PRICE OU SAC). NA
      *> ULTIMA PARCELA O CONTRATO E QUITADO E O SALDO RESIDUAL DE
      *> ARREDONDAMENTO E ZERADO.
       APLICAR-PARCELA.
           PERFORM PREPARAR-AMORTIZACAO.
           PERFORM 0911-CALCULAR-PARCELA.
           MOVE WRK-AMZ-JUROS TO WRK-JUROS-MES.
           MOVE WRK-AMZ-AMORT TO WRK-AMORT-MES.
           SUBTRACT WRK-AMORT-MES FROM FIN-SALDO-DEVEDOR.

           ADD 1 TO FIN-PARCELAS-PAGAS.
               DISPLAY 'CONTRATO ' FIN-NUMERO ' PARCELA '
                       FIN-PARCELAS-PAGAS ' PAGA. SALDO: '
                       WRK-VALOR-EDITADO
               IF FIN-SAC
                   PERFORM PREPARAR-AMORTIZACAO
                   PERFORM 0911-CALCULAR-PARCELA
                   MOVE WRK-AMZ-PARCELA TO FIN-VALOR-PARCELA
                   MOVE FIN-VALOR-PARCELA TO WRK-VALOR-EDITADO
                   DISPLAY 'CONTRATO ' FIN-NUMERO ' (SAC) PROXIMA '
                           'PARCELA: ' WRK-VALOR-EDITADO
               END-IF
           END-IF.

           REWRITE REGISTRO-EMPRESTIMO
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO ' FIN-NUMERO
           END-REWRITE.

      *> CAMPOS DA QUEBRA DA PARCELA A PARTIR DO CONTRATO LIDO.
       PREPARAR-AMORTIZACAO.
           MOVE FIN-SISTEMA       TO WRK-AMZ-SISTEMA.
           MOVE FIN-SALDO-DEVEDOR TO WRK-AMZ-SALDO.
           MOVE FIN-TAXA-MES      TO WRK-AMZ-TAXA.
           MOVE FIN-PRINCIPAL     TO WRK-AMZ-PRINCIPAL.
           MOVE FIN-QTD-PARCELAS  TO WRK-AMZ-QTD.
           COMPUTE WRK-AMZ-RESTANTES =
               FIN-QTD-PARCELAS - FIN-PARCELAS-PAGAS.
           MOVE FIN-VALOR-PARCELA TO WRK-AMZ-PARCELA-FIXA.
           IF FIN-AMORT-SAC NUMERIC
               MOVE FIN-AMORT-SAC TO WRK-AMZ-AMORT-FIXA
           ELSE
               MOVE ZERO TO WRK-AMZ-AMORT-FIXA
           END-IF.

      *> VENCIMENTO ESTIMADO DA PROXIMA PARCELA: 30 DIAS POR PARCELA
      *> A PARTIR DA DATA DO CONTRATO. ATRASO POSITIVO VAI PARA O
      *> RELATORIO DE INADIMPLENCIA.

           COPY EXCECAO-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY AMORTIZA-PD.CPY.
