      ******************************************************************
      * COPYBOOK.....: CUPOM-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA IMPRESSAO DO CUPOM DE
      *                VENDA NO SPOOL (COPIAR JUNTO COM O CUPOM-PD.CPY
      *                NA PROCEDURE DIVISION). O PROGRAMA DECLARA OS
      *                SELECTS ARQUIVO-CUPONS (COPY CUPONS-FD.CPY,
      *                ABERTO), ARQUIVO-VENDAS (COPY VENDAS-FD.CPY,
      *                FECHADO NA HORA DA IMPRESSAO, FILE STATUS
      *                WRK-VEN-STATUS), RELATORIO-ARQUIVO E
      *                CATALOGO-ARQUIVO (RELATORIO-WS/PD.CPY) E USA O
      *                CPFMASK-WS/PD.CPY. ANTES DO PERFORM
      *                0990-IMPRIMIR-CUPOM PREENCHE WRK-CPM-LOJA,
      *                WRK-CPM-NUMERO, WRK-CPM-VIA ('1' OU '2') E
      *                WRK-REL-PROGRAMA. O CUPOM SAI COM OS ITENS, OS
      *                DESCONTOS DE PROMOCAO, AS DEVOLUCOES JA
      *                LANCADAS, O TOTAL, A FORMA DE PAGAMENTO E OS
      *                PONTOS DE FIDELIDADE RESGATADOS E GANHOS.
      ******************************************************************

       01 WRK-CPM-LOJA   PIC X(03).
       01 WRK-CPM-NUMERO PIC 9(06).
       01 WRK-CPM-VIA    PIC X(01) VALUE '1'.
           88 CPM-SEGUNDA-VIA VALUE '2'.

       01 WRK-CPM-ACHADO PIC X(01) VALUE 'N'.
           88 CPM-CUPOM-ACHADO VALUE 'S'.
       01 WRK-CPM-FIM-VENDAS PIC X(01) VALUE 'N'.
           88 CPM-FIM-VENDAS VALUE 'S'.

       01 WRK-CPM-ITEM-ED   PIC Z9.
       01 WRK-CPM-MARCA-ED  PIC ZZ9.
       01 WRK-CPM-QTD-ED    PIC ZZZZ9.
       01 WRK-CPM-PRECO-ED  PIC Z,ZZ9.99.
       01 WRK-CPM-DESC-ED   PIC ZZZ,ZZ9.99.
       01 WRK-CPM-VALOR-ED  PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-CPM-PONTOS-ED PIC Z,ZZZ,ZZ9.
       01 WRK-CPM-FORMA     PIC X(20).
       01 WRK-CPM-SITUACAO  PIC X(24).
