      * ZEROS QUANDO NAO HAVIA SESSAO ABERTA (OU VENDA ANTIGA).
           05 VEN-SESSAO      PIC 9(06).
      * FORMA DE PAGAMENTO: DINHEIRO (PADRAO, E O VALOR DAS VENDAS
      * ANTIGAS SEM O CAMPO), CARTAO, PIX, FATURADO NA EMPRESA OU
      * VALE-PRESENTE/VALE-TROCA (VALES-PRESENTE.DAT; NA DEVOLUCAO, O
      * ESTORNO REEMBOLSADO EM VALE) OU CONSUMO DE FUNCIONARIO
      * DESCONTADO EM FOLHA (O CPF DA LINHA E O DO EMPREGADO EM
      * FUNCIONARIOS.DAT; A FOLHA SOMA AS VENDAS DO MES MENOS OS
      * ESTORNOS). O RESUMO DIARIO ABRE POR FORMA E
      * O VEN0007A CONCILIA AS VENDAS DE CARTAO COM A LIQUIDACAO DA
      * ADQUIRENTE.
           05 VEN-PAGAMENTO   PIC X(01).
               88 VEN-PAG-DINHEIRO VALUES 'D' SPACE.
               88 VEN-PAG-CARTAO   VALUE 'C'.
               88 VEN-PAG-PIX      VALUE 'P'.
               88 VEN-PAG-EMPRESA  VALUE 'E'.
               88 VEN-PAG-VALE     VALUE 'V'.
               88 VEN-PAG-FOLHA    VALUE 'F'.
      * CUPOM DO BALCAO (CUPONS.DAT): NUMERO SEQUENCIAL DO CUPOM NA
      * LOJA E A POSICAO DO ITEM DENTRO DELE; TODAS AS LINHAS DE UMA
      * MESMA COMPRA LEVAM O MESMO NUMERO. O ESTORNO POR CUPOM
      * (VEN0004A) REPETE O CUPOM E O ITEM DA LINHA ORIGINAL. VENDAS
      * ANTERIORES AO CAMPO (E DEVOLUCOES AVULSAS) LEEM ESPACOS/ZEROS.
           05 VEN-CUPOM       PIC 9(06).
           05 VEN-ITEM        PIC 9(02).
