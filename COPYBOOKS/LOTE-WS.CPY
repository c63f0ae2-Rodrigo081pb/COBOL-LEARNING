      *                PERFORM 0965-CONSUMIR-LOTES-FEFO; PARA ENTRADA
      *                MOVE QUANTIDADE PARA WRK-LOT-QTD-ENTRADA E FAZ
      *                PERFORM 0966-REGISTRAR-ENTRADA-LOTE (QUE PEDE
      *                LOTE, VALIDADE E FREEZER NO TERMINAL; ENTER NO
      *                LOTE DISPENSA O CONTROLE PARA A ENTRADA). A
      *                LOJA DO LOTE VEM DE WRK-LOT-LOJA-ENT, QUE O
      *                PROGRAMA PREENCHE ANTES DO 0966.
      ******************************************************************

       01 WRK-LOT-STATUS PIC X(02).

       01 WRK-LOT-NUMERO-ENT   PIC X(10).
       01 WRK-LOT-VALIDADE-ENT PIC X(08).
      * FORNECEDOR DA ENTRADA (O RECEBIMENTO DE COMPRA PREENCHE ANTES
      * DO 0966; OS DEMAIS DEIXAM ESPACOS).
       01 WRK-LOT-FORNECEDOR-ENT PIC X(05) VALUE SPACES.
      * LOJA EM OPERACAO E FREEZER ONDE O LOTE FICA GUARDADO.
       01 WRK-LOT-LOJA-ENT       PIC X(03) VALUE SPACES.
       01 WRK-LOT-FREEZER-ENT    PIC X(04) VALUE SPACES.

      * LOTE MAIS VELHO ELEGIVEL ACHADO NA VARREDURA FEFO.
       01 WRK-LOT-MELHOR-NUMERO   PIC X(10).
