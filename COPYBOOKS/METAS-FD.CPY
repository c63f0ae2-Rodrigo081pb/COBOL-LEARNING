      ******************************************************************
      * COPYBOOK.....: METAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE METAS.DAT, AS METAS
      *                MENSAIS DE VENDA DEFINIDAS PELA GERENCIA
      *                (MET0001A): POR LOJA (LOJAS.DAT) E MES
      *                (AAAAMM), DA LOJA INTEIRA (ID-MARCA 000) OU DE
      *                UMA MARCA (MARCAS.DAT), COM A META DE
      *                FATURAMENTO E A META DE CUBAS. O ACOMPANHAMENTO
      *                (MET0002A) CONFRONTA COM AS VENDAS DO MES.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E LOJA + MES + ID-MARCA.
      ******************************************************************

       01 REGISTRO-META.
           05 MET-CHAVE.
               10 MET-LOJA      PIC X(03).
               10 MET-MES       PIC X(06).
               10 MET-ID-MARCA  PIC 9(03).
                   88 MET-LOJA-INTEIRA VALUE 000.
           05 MET-VALOR-META    PIC 9(09)V99.
           05 MET-QTD-META      PIC 9(07).
