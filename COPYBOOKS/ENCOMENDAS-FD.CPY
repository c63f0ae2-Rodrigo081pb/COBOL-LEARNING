           05 ENC-QTD          PIC 9(05).
           05 ENC-DATA-PEDIDO  PIC X(08).
           05 ENC-DATA-ENTREGA PIC X(08).
      * SITUACAO: ABERTA, RETIRADA NO BALCAO, ENTREGUE PELA VAN
      * (RETORNO DO MANIFESTO, PED0002A), CANCELADA OU COM ENTREGA
      * FRUSTRADA -- ESTA SEGUE ABERTA (RESERVA MANTIDA) E VOLTA NO
      * MANIFESTO DO DIA SEGUINTE.
           05 ENC-SITUACAO     PIC X(01).
               88 ENC-ABERTA          VALUES 'A' 'F'.
               88 ENC-RETIRADA        VALUE 'R'.
               88 ENC-ENTREGUE        VALUE 'E'.
               88 ENC-CANCELADA       VALUE 'C'.
               88 ENC-ENTREGA-FALHOU  VALUE 'F'.
      * LOJA QUE ABRIU A ENCOMENDA E DE ONDE A VAN CARREGA; AS
      * ANTERIORES AO CAMPO LEEM ESPACOS E VALEM COMO MATRIZ. AS
      * TENTATIVAS CONTAM AS ENTREGAS FRUSTRADAS.
           05 ENC-LOJA         PIC X(03).
           05 ENC-TENTATIVAS   PIC 9(02).
