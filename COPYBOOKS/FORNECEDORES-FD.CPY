           05 FOR-CODIGO   PIC X(05).
           05 FOR-NOME     PIC X(30).
           05 FOR-TELEFONE PIC X(15).
      * PRAZO DE PAGAMENTO EM DIAS CORRIDOS A CONTAR DO RECEBIMENTO DA
      * MERCADORIA: DA O VENCIMENTO DO TITULO A PAGAR QUE O
      * RECEBIMENTO (CMP0001A) ABRE EM CONTAS-PAGAR.DAT. FORNECEDOR
      * CADASTRADO ANTES DO CAMPO EXISTIR LE ESPACOS E VALE 30 DIAS.
           05 FOR-PRAZO-PAGTO PIC 9(03).
