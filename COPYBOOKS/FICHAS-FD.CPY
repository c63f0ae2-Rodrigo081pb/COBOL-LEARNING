      ******************************************************************
      * COPYBOOK.....: FICHAS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE FICHAS-TECNICAS.DAT, A
      *                RECEITA DE CADA SABOR DE PRODUCAO PROPRIA
      *                (FTC0001A), POR ID-MARCA + SABOR: A LINHA DE
      *                SEQUENCIA 00 E O CABECALHO DA FICHA (RENDIMENTO
      *                EM CUBAS POR BATELADA E VALIDADE EM DIAS DO
      *                PRODUTO PRONTO); AS LINHAS 01 A 20 SAO OS
      *                INGREDIENTES (INGREDIENTES.DAT) COM A QUANTIDADE
      *                POR BATELADA. A PRODUCAO (PRD0001A) MULTIPLICA
      *                A FICHA PELAS BATELADAS. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION. A CHAVE E ID-MARCA +
      *                SABOR + SEQUENCIA.
      ******************************************************************

       01 REGISTRO-FICHA.
           05 FTC-CHAVE.
               10 FTC-ID-MARCA PIC 9(03).
               10 FTC-SABOR    PIC X(20).
               10 FTC-SEQ      PIC 9(02).
                   88 FTC-CABECALHO VALUE 00.
           05 FTC-DADOS        PIC X(20).
      * VISAO DO CABECALHO (SEQUENCIA 00).
           05 FTC-DADOS-CABECALHO REDEFINES FTC-DADOS.
               10 FTC-RENDIMENTO     PIC 9(05).
               10 FTC-VALIDADE-DIAS  PIC 9(03).
               10 FILLER             PIC X(12).
      * VISAO DA LINHA DE INGREDIENTE (SEQUENCIA 01 A 20).
           05 FTC-DADOS-ITEM REDEFINES FTC-DADOS.
               10 FTC-ING-CODIGO     PIC X(06).
               10 FTC-ING-QTD        PIC 9(05)V999.
               10 FILLER             PIC X(06).
