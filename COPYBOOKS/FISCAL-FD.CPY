      ******************************************************************
      * COPYBOOK.....: FISCAL-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CLASSIFICACAO-FISCAL.DAT,
      *                A CLASSIFICACAO TRIBUTARIA DE CADA SABOR DO
      *                CATALOGO (SABORES.DAT), MANTIDA PELO FIS0001A:
      *                CLASSE DO PRODUTO (NCM), SITUACAO TRIBUTARIA
      *                (CST/CSOSN) E ALIQUOTA. A EXPORTACAO FISCAL
      *                DIARIA (FIS0002A) CALCULA BASE E IMPOSTO DE
      *                CADA ITEM VENDIDO POR ESTA TABELA. FICA FORA DO
      *                SABORES.DAT PARA NAO MEXER NO LAYOUT QUE TODO O
      *                BALCAO USA. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION. A CHAVE E A MESMA DO CATALOGO
      *                (ID-MARCA + SABOR).
      ******************************************************************

       01 REGISTRO-FISCAL.
           05 FIS-CHAVE.
               10 FIS-ID-MARCA  PIC 9(03).
               10 FIS-SABOR     PIC X(20).
           05 FIS-NCM           PIC X(08).
      * SITUACAO TRIBUTARIA: AS SITUACOES SEM DESTAQUE DE IMPOSTO
      * (ISENTA, NAO TRIBUTADA, SUSPENSA, JA RECOLHIDA POR
      * SUBSTITUICAO, SIMPLES SEM CREDITO) SAEM COM BASE E IMPOSTO
      * ZERADOS E NAO ACEITAM ALIQUOTA.
           05 FIS-CST           PIC X(03).
               88 FIS-CST-SEM-DESTAQUE VALUES '040' '041' '050'
                                              '060' '102' '103'
                                              '300' '400' '500'.
           05 FIS-ALIQUOTA      PIC 9(02)V99.
      * ULTIMA ALTERACAO DA CLASSIFICACAO (AAAAMMDD), PARA O CONTADOR
      * SABER DESDE QUANDO A REGRA VALE.
           05 FIS-DATA-ALTERACAO PIC X(08).
