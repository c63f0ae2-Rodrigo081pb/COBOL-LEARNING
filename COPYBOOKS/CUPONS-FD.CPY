      ******************************************************************
      * COPYBOOK.....: CUPONS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CUPONS.DAT, O CABECALHO
      *                DO CUPOM DE VENDA DO BALCAO (VEN0001A): UM
      *                REGISTRO POR COMPRA, COM O NUMERO SEQUENCIAL DO
      *                CUPOM NA LOJA, O CLIENTE, O OPERADOR, A SESSAO DE
      *                CAIXA, A FORMA DE PAGAMENTO (UMA SO POR CUPOM) E
      *                OS TOTAIS. OS ITENS FICAM EM VENDAS.DAT, UMA
      *                LINHA POR SABOR, CARIMBADOS COM VEN-CUPOM E
      *                VEN-ITEM. A DEVOLUCAO POR CUPOM (VEN0004A) SOMA
      *                O ESTORNADO E MUDA A SITUACAO. COPIAR DENTRO DO
      *                FD DO ARQUIVO NA FILE SECTION. A CHAVE E LOJA +
      *                NUMERO DO CUPOM.
      ******************************************************************

       01 REGISTRO-CUPOM.
           05 CUP-CHAVE.
               10 CUP-LOJA       PIC X(03).
               10 CUP-NUMERO     PIC 9(06).
           05 CUP-DATA-HORA.
               10 CUP-DATA       PIC X(08).
               10 FILLER         PIC X(01).
               10 CUP-HORA       PIC X(08).
           05 CUP-CPF            PIC X(14).
           05 CUP-OPERADOR       PIC X(08).
           05 CUP-SESSAO         PIC 9(06).
           05 CUP-PAGAMENTO      PIC X(01).
               88 CUP-PAG-DINHEIRO VALUES 'D' SPACE.
               88 CUP-PAG-CARTAO   VALUE 'C'.
               88 CUP-PAG-PIX      VALUE 'P'.
               88 CUP-PAG-EMPRESA  VALUE 'E'.
               88 CUP-PAG-VALE     VALUE 'V'.
               88 CUP-PAG-FOLHA    VALUE 'F'.
           05 CUP-QTD-ITENS      PIC 9(02).
      * BRUTO A PRECO UNITARIO, DESCONTOS DE PROMOCAO E O LIQUIDO
      * COBRADO (SOMA DOS VEN-VALOR-TOTAL DOS ITENS).
           05 CUP-VALOR-BRUTO    PIC 9(09)V99.
           05 CUP-DESCONTO       PIC 9(07)V99.
           05 CUP-VALOR-TOTAL    PIC 9(09)V99.
      * SOMA DOS ESTORNOS LANCADOS CONTRA O CUPOM (VEN0004A).
           05 CUP-VALOR-DEVOLVIDO PIC 9(09)V99.
           05 CUP-SITUACAO       PIC X(01).
               88 CUP-EMITIDO      VALUE 'A'.
               88 CUP-DEVOLVIDO-PARCIAL VALUE 'P'.
               88 CUP-CANCELADO    VALUE 'C'.
      * PROGRAMA DE FIDELIDADE (FIDELIDADE.DAT): PONTOS GANHOS PELO
      * VALOR PAGO, PONTOS RESGATADOS COMO DESCONTO NOS ITENS E O QUE
      * A DEVOLUCAO (VEN0004A) JA TOMOU DE VOLTA DOS GANHOS.
           05 CUP-PONTOS-GANHOS     PIC 9(07).
           05 CUP-PONTOS-RESGATADOS PIC 9(07).
           05 CUP-PONTOS-ESTORNADOS PIC 9(07).
      * VALE-PRESENTE/VALE-TROCA (VALES-PRESENTE.DAT) QUE PAGOU O
      * CUPOM; A DEVOLUCAO (VEN0004A) CREDITA O ESTORNO DE VOLTA NELE.
           05 CUP-VALE              PIC 9(08).
      * PARTE DO CUP-VALOR-DEVOLVIDO REEMBOLSADA EM VALE-TROCA
      * (VEN0004A): NAO SAIU DA GAVETA. REGISTRO GRAVADO SEM O CAMPO
      * INICIALIZADO VALE COMO ZERO.
           05 CUP-VALOR-DEVOLVIDO-VALE PIC 9(09)V99.
