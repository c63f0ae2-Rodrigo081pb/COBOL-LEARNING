      ******************************************************************
      * COPYBOOK.....: NOTIF-RETORNO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO ARQUIVO DE RETORNO DE ENTREGA DO
      *                GATEWAY DE E-MAIL E SMS (LIDO PELO NTF0002A).
      *                REGISTROS DE 80 POSICOES: CABECALHO (TIPO '0')
      *                COM A DATA DO PROCESSAMENTO NO GATEWAY, UM
      *                DETALHE (TIPO '1') POR MENSAGEM REMETIDA COM A
      *                CHAVE DA FILA, A SITUACAO ('E' ENTREGUE, 'F'
      *                FALHOU), A DATA DA ENTREGA OU DA FALHA E O
      *                MOTIVO, E RODAPE (TIPO '9') COM A QUANTIDADE DE
      *                DETALHES. COPIAR DENTRO DO FD DO ARQUIVO NA FILE
      *                SECTION.
      ******************************************************************

       01 REGISTRO-RETORNO-NOTIF.
           05 NRT-TIPO             PIC X(01).
               88 NRT-CABECALHO    VALUE '0'.
               88 NRT-DETALHE      VALUE '1'.
               88 NRT-RODAPE       VALUE '9'.
           05 NRT-DADOS            PIC X(79).
      * VISAO DO CABECALHO.
           05 NRT-DADOS-CABECALHO REDEFINES NRT-DADOS.
               10 NRT-DATA-PROCESSAMENTO PIC X(08).
               10 FILLER           PIC X(71).
      * VISAO DO DETALHE.
           05 NRT-DADOS-DETALHE REDEFINES NRT-DADOS.
               10 NRT-SEQUENCIA    PIC 9(08).
               10 NRT-CHAVE        PIC X(24).
               10 NRT-SITUACAO     PIC X(01).
                   88 NRT-ENTREGUE VALUE 'E'.
                   88 NRT-FALHOU   VALUE 'F'.
               10 NRT-DATA         PIC X(08).
               10 NRT-MOTIVO       PIC X(30).
               10 FILLER           PIC X(08).
      * VISAO DO RODAPE.
           05 NRT-DADOS-RODAPE REDEFINES NRT-DADOS.
               10 NRT-QTD-DETALHES PIC 9(08).
               10 FILLER           PIC X(71).
