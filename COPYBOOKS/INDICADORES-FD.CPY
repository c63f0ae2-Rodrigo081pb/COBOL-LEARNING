      ******************************************************************
      * COPYBOOK.....: INDICADORES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE INDICADORES.DAT, A
      *                FOTOGRAFIA DIARIA DOS INDICADORES GERENCIAIS
      *                GRAVADA PELO IND0001A NO FIM DO FIM-DE-DIA: UM
      *                REGISTRO POR DATA-BASE, INDICADOR E LOJA (A
      *                LOJA '000' E O TOTAL DA REDE; OS INDICADORES
      *                QUE NAO QUEBRAM POR LOJA SO TEM A '000'). O
      *                PAINEL DO DIA COMPARA A FOTOGRAFIA DE HOJE COM
      *                AS DATAS ANTERIORES DESTE MESMO ARQUIVO.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E DATA + INDICADOR + LOJA.
      ******************************************************************

       01 REGISTRO-INDICADOR.
           05 IND-CHAVE.
               10 IND-DATA      PIC X(08).
               10 IND-CODIGO    PIC X(08).
               10 IND-LOJA      PIC X(03).
           05 IND-VALOR         PIC S9(11)V99.
      * NATUREZA DO INDICADOR, QUE DECIDE O ACUMULADO DO MES: FLUXO
      * SOMA OS DIAS (VENDAS, CUPONS, EXCECOES), POSICAO TIRA A MEDIA
      * DOS DIAS FOTOGRAFADOS (ESTOQUE, SALDOS, QUADRO) E RAZAO E
      * RECALCULADA DOS ACUMULADOS (TICKET MEDIO = VENDAS / CUPONS).
           05 IND-NATUREZA      PIC X(01).
               88 IND-FLUXO     VALUE 'F'.
               88 IND-POSICAO   VALUE 'P'.
               88 IND-RAZAO     VALUE 'R'.
           05 IND-DATA-GERACAO  PIC X(08).
           05 IND-HORA-GERACAO  PIC X(08).
