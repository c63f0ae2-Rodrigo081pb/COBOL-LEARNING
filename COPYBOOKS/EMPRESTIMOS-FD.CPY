      *                A CONSULTA (FIN0001A) REMONTA O CRONOGRAMA
      *                RESTANTE A PARTIR DO SALDO. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION. A CHAVE E O NUMERO
      *                DO CONTRATO. A LIQUIDACAO ANTECIPADA E A
      *                ANTECIPACAO PARCIAL (FIN0004A) REFAZEM O SALDO,
      *                O PRAZO E A PARCELA DO CONTRATO.
      ******************************************************************

       01 REGISTRO-EMPRESTIMO.
               88 FIN-QUITADO    VALUE 'Q'.
           05 FIN-DATA-CONTRATO  PIC X(08).
           05 FIN-DATA-ULT-PAGTO PIC X(08).
      * SISTEMA DE AMORTIZACAO DO CONTRATO: 'P' TABELA PRICE (PARCELA
      * FIXA) OU 'S' SAC (AMORTIZACAO CONSTANTE, PARCELA DECRESCENTE).
      * CONTRATO ANTERIOR AO CAMPO LE ESPACO E E PRICE. NO SAC,
      * FIN-VALOR-PARCELA E A PARCELA DO PROXIMO VENCIMENTO, MANTIDA
      * PELO POSTING (FIN0002A); A QUEBRA JUROS/AMORTIZACAO DOS DOIS
      * SISTEMAS ESTA NO AMORTIZA-PD.CPY.
           05 FIN-SISTEMA        PIC X(01).
               88 FIN-PRICE      VALUES ' ' 'P'.
               88 FIN-SAC        VALUE 'S'.
      * AMORTIZACAO CONSTANTE DO SAC REFEITA PELA ANTECIPACAO PARCIAL
      * (FIN0004A), QUE MUDA O PRAZO OU A PARCELA. ZERO (OU ESPACO,
      * NO CONTRATO ANTERIOR AO CAMPO) VALE PRINCIPAL / QUANTIDADE DE
      * PARCELAS, A AMORTIZACAO ORIGINAL.
           05 FIN-AMORT-SAC      PIC 9(09)V99.
