      ******************************************************************
      * COPYBOOK.....: NOTIF-REMESSA-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO ARQUIVO DE REMESSA DE NOTIFICACOES AO
      *                GATEWAY DE E-MAIL E SMS (GERADO PELO NTF0001A).
      *                REGISTROS DE 200 POSICOES: UM CABECALHO (TIPO
      *                '0') COM A DATA DE GERACAO, UM DETALHE (TIPO
      *                '1') POR MENSAGEM COM A CHAVE DA FILA, O CANAL,
      *                O DESTINO E O TEXTO, E UM RODAPE (TIPO '9') COM
      *                A QUANTIDADE DE DETALHES. O GATEWAY DEVOLVE A
      *                CHAVE NO RETORNO (NOTIF-RETORNO-FD.CPY). COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-REMESSA-NOTIF.
           05 NRM-TIPO             PIC X(01).
               88 NRM-CABECALHO    VALUE '0'.
               88 NRM-DETALHE      VALUE '1'.
               88 NRM-RODAPE       VALUE '9'.
           05 NRM-DADOS            PIC X(199).
      * VISAO DO CABECALHO.
           05 NRM-DADOS-CABECALHO REDEFINES NRM-DADOS.
               10 NRM-DATA-GERACAO PIC X(08).
               10 FILLER           PIC X(191).
      * VISAO DO DETALHE (A CHAVE TRAZ O CANAL NA ULTIMA POSICAO).
           05 NRM-DADOS-DETALHE REDEFINES NRM-DADOS.
               10 NRM-SEQUENCIA    PIC 9(08).
               10 NRM-CHAVE        PIC X(24).
               10 NRM-DESTINO      PIC X(50).
               10 NRM-TEXTO        PIC X(110).
               10 FILLER           PIC X(07).
      * VISAO DO RODAPE.
           05 NRM-DADOS-RODAPE REDEFINES NRM-DADOS.
               10 NRM-QTD-DETALHES PIC 9(08).
               10 FILLER           PIC X(191).
