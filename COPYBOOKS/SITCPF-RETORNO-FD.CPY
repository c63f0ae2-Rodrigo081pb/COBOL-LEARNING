      ******************************************************************
      * COPYBOOK.....: SITCPF-RETORNO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO ARQUIVO DE RETORNO DA CONSULTA EM LOTE
      *                DA SITUACAO CADASTRAL DO CPF NA RECEITA FEDERAL
      *                (LIDO PELO CAD0027A). REGISTROS DE 80 POSICOES:
      *                CABECALHO (TIPO '0') COM A DATA DO
      *                PROCESSAMENTO NA RECEITA, UM DETALHE (TIPO '1')
      *                POR CPF PEDIDO COM O CODIGO E A DATA DA
      *                SITUACAO (CODIGOS NO SITUACAO-CPF-FD.CPY) E
      *                RODAPE (TIPO '9') COM A QUANTIDADE DE DETALHES.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-RETORNO-SITCPF.
           05 SRT-TIPO             PIC X(01).
               88 SRT-CABECALHO    VALUE '0'.
               88 SRT-DETALHE      VALUE '1'.
               88 SRT-RODAPE       VALUE '9'.
           05 SRT-DADOS            PIC X(79).
      * VISAO DO CABECALHO.
           05 SRT-DADOS-CABECALHO REDEFINES SRT-DADOS.
               10 SRT-CNPJ         PIC X(14).
               10 SRT-DATA-PROCESSAMENTO PIC X(08).
               10 FILLER           PIC X(57).
      * VISAO DO DETALHE.
           05 SRT-DADOS-DETALHE REDEFINES SRT-DADOS.
               10 SRT-SEQUENCIA    PIC 9(08).
               10 SRT-CPF          PIC X(11).
               10 SRT-CODIGO       PIC X(01).
               10 SRT-DATA-SITUACAO PIC X(08).
               10 FILLER           PIC X(51).
      * VISAO DO RODAPE.
           05 SRT-DADOS-RODAPE REDEFINES SRT-DADOS.
               10 SRT-QTD-DETALHES PIC 9(08).
               10 FILLER           PIC X(71).
