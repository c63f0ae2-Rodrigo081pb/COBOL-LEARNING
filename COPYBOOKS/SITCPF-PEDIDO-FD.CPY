      ******************************************************************
      * COPYBOOK.....: SITCPF-PEDIDO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO ARQUIVO DE PEDIDO DA CONSULTA EM LOTE
      *                DA SITUACAO CADASTRAL DO CPF NA RECEITA FEDERAL
      *                (GERADO PELO CAD0026A). REGISTROS DE 80
      *                POSICOES: UM CABECALHO (TIPO '0') COM O CNPJ DO
      *                SOLICITANTE E A DATA DE GERACAO, UM DETALHE
      *                (TIPO '1') POR CPF DISTINTO, SO OS 11 DIGITOS,
      *                E UM RODAPE (TIPO '9') COM A QUANTIDADE DE
      *                DETALHES. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION.
      ******************************************************************

       01 REGISTRO-PEDIDO-SITCPF.
           05 SPD-TIPO             PIC X(01).
               88 SPD-CABECALHO    VALUE '0'.
               88 SPD-DETALHE      VALUE '1'.
               88 SPD-RODAPE       VALUE '9'.
           05 SPD-DADOS            PIC X(79).
      * VISAO DO CABECALHO.
           05 SPD-DADOS-CABECALHO REDEFINES SPD-DADOS.
               10 SPD-CNPJ         PIC X(14).
               10 SPD-DATA-GERACAO PIC X(08).
               10 FILLER           PIC X(57).
      * VISAO DO DETALHE.
           05 SPD-DADOS-DETALHE REDEFINES SPD-DADOS.
               10 SPD-SEQUENCIA    PIC 9(08).
               10 SPD-CPF          PIC X(11).
               10 FILLER           PIC X(60).
      * VISAO DO RODAPE.
           05 SPD-DADOS-RODAPE REDEFINES SPD-DADOS.
               10 SPD-QTD-DETALHES PIC 9(08).
               10 FILLER           PIC X(71).
