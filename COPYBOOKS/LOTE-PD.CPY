       0965D-EXIT.
           EXIT.

      * ENTRADA POR LOTE: PEDE O NUMERO (ENTER DISPENSA O CONTROLE),
      * A VALIDADE E O FREEZER ONDE FICA GUARDADO; LOTE JA EXISTENTE
      * SOMA A QUANTIDADE (E MUDA DE FREEZER SE UM FOI INFORMADO).
       0966-REGISTRAR-ENTRADA-LOTE.
           DISPLAY 'NUMERO DO LOTE (ENTER SEM CONTROLE DE LOTE): '.
           ACCEPT WRK-LOT-NUMERO-ENT.
           ELSE
               DISPLAY 'VALIDADE DO LOTE (AAAAMMDD): '
               ACCEPT WRK-LOT-VALIDADE-ENT
               DISPLAY 'FREEZER ONDE O LOTE FICA (ENTER SEM '
                       'FREEZER): '
               ACCEPT WRK-LOT-FREEZER-ENT
               MOVE FUNCTION UPPER-CASE(WRK-LOT-FREEZER-ENT)
                   TO WRK-LOT-FREEZER-ENT
               MOVE SAB-ID-MARCA TO LOT-ID-MARCA
               MOVE SAB-SABOR    TO LOT-SABOR
               MOVE WRK-LOT-NUMERO-ENT TO LOT-NUMERO
                       MOVE WRK-LOT-VALIDADE-ENT TO LOT-VALIDADE
                       MOVE WRK-LOT-QTD-ENTRADA  TO LOT-QTD
                       MOVE 'A' TO LOT-SITUACAO
                       MOVE WRK-LOT-FORNECEDOR-ENT TO LOT-FORNECEDOR
                       ACCEPT LOT-DATA-ENTRADA FROM DATE YYYYMMDD
                       MOVE WRK-LOT-LOJA-ENT    TO LOT-LOJA
                       MOVE WRK-LOT-FREEZER-ENT TO LOT-FREEZER
                       WRITE REGISTRO-LOTE
                   NOT INVALID KEY
                       ADD WRK-LOT-QTD-ENTRADA TO LOT-QTD
                       MOVE WRK-LOT-VALIDADE-ENT TO LOT-VALIDADE
                       IF LOT-FORNECEDOR = SPACES
                           MOVE WRK-LOT-FORNECEDOR-ENT
                               TO LOT-FORNECEDOR
                       END-IF
                       IF WRK-LOT-FREEZER-ENT NOT = SPACES
                           MOVE WRK-LOT-LOJA-ENT    TO LOT-LOJA
                           MOVE WRK-LOT-FREEZER-ENT TO LOT-FREEZER
                       END-IF
                       REWRITE REGISTRO-LOTE
               END-READ
               DISPLAY 'LOTE ' WRK-LOT-NUMERO-ENT ' ATUALIZADO.'
