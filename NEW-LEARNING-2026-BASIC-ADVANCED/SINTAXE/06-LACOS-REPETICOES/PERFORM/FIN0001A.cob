      *> CRONOGRAMA RESTANTE PELO MESMO SISTEMA PRICE DA CALCULADORA
      *> (LOOP-COBOL): A PARTIR DO SALDO DEVEDOR ATUAL, MES A MES,
      *> QUANTO E JUROS, QUANTO E AMORTIZACAO E O SALDO APOS CADA
      *> PARCELA AINDA DEVIDA. CONTRATO PELO SAC REMONTA O
      *> CRONOGRAMA COM AMORTIZACAO CONSTANTE E PARCELA DECRESCENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WRK-VALOR-EDITADO  PIC ZZZ,ZZZ,ZZ9.99.

           COPY CPFMASK-WS.CPY.
           COPY AMORTIZA-WS.CPY.

       PROCEDURE DIVISION.

           DISPLAY ' PRINCIPAL....: ' WRK-VALOR-EDITADO.
           DISPLAY ' TAXA AO MES..: ' FIN-TAXA-MES.
           MOVE FIN-VALOR-PARCELA TO WRK-VALOR-EDITADO.
           IF FIN-SAC
               DISPLAY ' SISTEMA......: SAC'
               DISPLAY ' PARCELA ATUAL: ' WRK-VALOR-EDITADO
                       ' (' FIN-PARCELAS-PAGAS ' DE '
                       FIN-QTD-PARCELAS ' PAGAS)'
           ELSE
               DISPLAY ' SISTEMA......: PRICE'
               DISPLAY ' PARCELA FIXA.: ' WRK-VALOR-EDITADO
                       ' (' FIN-PARCELAS-PAGAS ' DE '
                       FIN-QTD-PARCELAS ' PAGAS)'
           END-IF.
           MOVE FIN-SALDO-DEVEDOR TO WRK-VALOR-EDITADO.
           DISPLAY ' SALDO DEVEDOR: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.

      *> REMONTA O CRONOGRAMA DAS PARCELAS AINDA DEVIDAS A PARTIR DO
      *> SALDO ATUAL, COM A MESMA QUEBRA JUROS/AMORTIZACAO DA
      *> CALCULADORA, PELO SISTEMA DO CONTRATO (PRICE OU SAC).
       EXIBIR-CRONOGRAMA-RESTANTE.
           IF FIN-QUITADO
               DISPLAY ' CONTRATO QUITADO: SEM PARCELAS RESTANTES.'
           END-IF.

       EXIBIR-PARCELA-RESTANTE.
           MOVE FIN-SISTEMA       TO WRK-AMZ-SISTEMA.
           MOVE WRK-SALDO         TO WRK-AMZ-SALDO.
           MOVE FIN-TAXA-MES      TO WRK-AMZ-TAXA.
           MOVE FIN-PRINCIPAL     TO WRK-AMZ-PRINCIPAL.
           MOVE FIN-QTD-PARCELAS  TO WRK-AMZ-QTD.
           COMPUTE WRK-AMZ-RESTANTES = FIN-QTD-PARCELAS
               - FIN-PARCELAS-PAGAS - WRK-PARCELA-ATUAL + 1.
           MOVE FIN-VALOR-PARCELA TO WRK-AMZ-PARCELA-FIXA.
           IF FIN-AMORT-SAC NUMERIC
               MOVE FIN-AMORT-SAC TO WRK-AMZ-AMORT-FIXA
           ELSE
               MOVE ZERO TO WRK-AMZ-AMORT-FIXA
           END-IF.
           PERFORM 0911-CALCULAR-PARCELA.
           MOVE WRK-AMZ-JUROS TO WRK-JUROS-MES.
           MOVE WRK-AMZ-AMORT TO WRK-AMORT-MES.
           SUBTRACT WRK-AMORT-MES FROM WRK-SALDO.

           DISPLAY ' PARCELA ' WRK-PARCELA-ATUAL
                   ' VALOR: ' WRK-AMZ-PARCELA
                   ' JUROS: ' WRK-JUROS-MES
                   ' AMORTIZACAO: ' WRK-AMORT-MES
                   ' SALDO: ' WRK-SALDO.

           COPY CPFMASK-PD.CPY.
           COPY AMORTIZA-PD.CPY.
