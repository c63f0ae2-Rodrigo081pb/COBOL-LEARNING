      ******************************************************************
      * COPYBOOK.....: TRANSFERENCIAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE TRANSFERENCIAS.DAT, O
      *                DOCUMENTO DE TRANSFERENCIA DE ESTOQUE ENTRE
      *                LOJAS (TRF0001A): O ENVIO BAIXA O SALDO DA LOJA
      *                DE ORIGEM E DEIXA O DOCUMENTO EM TRANSITO; SO A
      *                CONFIRMACAO DE RECEBIMENTO PELA LOJA DE DESTINO
      *                DA ENTRADA NO SALDO DELA, COM A DIFERENCA
      *                (FALTA NA CHEGADA) REGISTRADA NO DOCUMENTO. O
      *                TRF0002A LISTA OS DOCUMENTOS AINDA EM TRANSITO.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E O NUMERO DO DOCUMENTO.
      ******************************************************************

       01 REGISTRO-TRANSFERENCIA.
           05 TRF-NUMERO          PIC 9(06).
           05 TRF-LOJA-ORIGEM     PIC X(03).
           05 TRF-LOJA-DESTINO    PIC X(03).
           05 TRF-ID-MARCA        PIC 9(03).
           05 TRF-SABOR           PIC X(20).
      * LOTE DE ONDE SAIRAM AS CUBAS (ESPACOS = SEM CONTROLE DE LOTE);
      * O LOTE NAO E POR LOJA, SO A FALTA NA CHEGADA O BAIXA.
           05 TRF-LOTE            PIC X(10).
           05 TRF-QTD-ENVIADA     PIC 9(05).
           05 TRF-QTD-RECEBIDA    PIC 9(05).
           05 TRF-QTD-DIFERENCA   PIC 9(05).
           05 TRF-CUSTO-UNIT      PIC 9(04)V99.
           05 TRF-SITUACAO        PIC X(01).
               88 TRF-EM-TRANSITO VALUE 'T'.
               88 TRF-RECEBIDA    VALUE 'R'.
           05 TRF-DATA-ENVIO      PIC X(08).
           05 TRF-OPERADOR-ENVIO  PIC X(08).
           05 TRF-DATA-RECEB      PIC X(08).
           05 TRF-OPERADOR-RECEB  PIC X(08).
           05 TRF-MOTIVO-DIFERENCA PIC X(30).
