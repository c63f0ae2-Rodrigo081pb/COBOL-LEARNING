      ******************************************************************
      * COPYBOOK.....: INGREDIENTES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE INGREDIENTES.DAT, O
      *                CADASTRO MESTRE DOS INGREDIENTES DA PRODUCAO
      *                PROPRIA (ING0001A): UNIDADE DE MEDIDA, SALDO EM
      *                ESTOQUE E CUSTO MEDIO PONDERADO POR UNIDADE,
      *                RECALCULADO A CADA ENTRADA DE COMPRA. A FICHA
      *                TECNICA (FICHAS-FD.CPY) USA O CODIGO DO
      *                INGREDIENTE E A PRODUCAO (PRD0001A) CONSOME O
      *                SALDO E CARREGA O CUSTO PARA O SABOR PRODUZIDO.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E O CODIGO.
      ******************************************************************

       01 REGISTRO-INGREDIENTE.
           05 ING-CODIGO       PIC X(06).
           05 ING-DESCRICAO    PIC X(30).
      * UNIDADE DE MEDIDA DO SALDO E DA FICHA (KG, LT, UN, ...).
           05 ING-UNIDADE      PIC X(02).
           05 ING-ESTOQUE      PIC 9(07)V999.
           05 ING-CUSTO-MEDIO  PIC 9(05)V9999.
