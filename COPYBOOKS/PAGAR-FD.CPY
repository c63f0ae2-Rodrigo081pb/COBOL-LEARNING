      ******************************************************************
      * COPYBOOK.....: PAGAR-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CONTAS-PAGAR.DAT, O LIVRO
      *                DE CONTAS A PAGAR AOS FORNECEDORES: O
      *                RECEBIMENTO DE MERCADORIA (CMP0001A) ABRE UM
      *                TITULO POR NOTA FISCAL DO FORNECEDOR, COM O
      *                VALOR DA ENTREGA (QUANTIDADE RECEBIDA X CUSTO DO
      *                PEDIDO) E O VENCIMENTO PELO PRAZO DO FORNECEDOR;
      *                O PAG0001A BAIXA OS PAGAMENTOS E O PAG0002A
      *                IMPRIME AS CONTAS DA SEMANA. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION. A CHAVE E
      *                FORNECEDOR + NUMERO DA NOTA: A MESMA NOTA NAO
      *                ENTRA DUAS VEZES PARA O MESMO FORNECEDOR.
      ******************************************************************

       01 REGISTRO-PAGAR.
           05 PAG-CHAVE.
               10 PAG-FORNECEDOR  PIC X(05).
               10 PAG-NOTA        PIC X(10).
      * PEDIDO QUE ABRIU O TITULO E QUANTOS PEDIDOS A NOTA COBRE (UMA
      * NOTA PODE FATURAR A ENTREGA DE MAIS DE UM SABOR).
           05 PAG-PEDIDO          PIC 9(06).
           05 PAG-QTD-PEDIDOS     PIC 9(02).
           05 PAG-DATA-EMISSAO    PIC X(08).
      * VENCIMENTO PELO PRAZO, EM DIAS CORRIDOS; O RELATORIO DA
      * SEMANA JOGA O QUE CAIR EM FIM DE SEMANA OU FERIADO PARA O
      * PROXIMO DIA UTIL.
           05 PAG-VENCIMENTO      PIC X(08).
           05 PAG-VALOR           PIC 9(09)V99.
           05 PAG-VALOR-PAGO      PIC 9(09)V99.
           05 PAG-DATA-PAGTO      PIC X(08).
           05 PAG-SITUACAO        PIC X(01).
               88 PAG-ABERTO      VALUE 'A'.
               88 PAG-PAGO        VALUE 'P'.
