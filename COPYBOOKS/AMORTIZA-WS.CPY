      ******************************************************************
      * COPYBOOK.....: AMORTIZA-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA QUEBRA DE UMA PARCELA DE
      *                EMPRESTIMO EM JUROS E AMORTIZACAO, PELA TABELA
      *                PRICE OU PELO SAC (COPIAR JUNTO COM O
      *                AMORTIZA-PD.CPY NA PROCEDURE DIVISION). O
      *                PROGRAMA PREENCHE O SISTEMA ('P' OU 'S'), O
      *                SALDO DEVEDOR ANTES DA PARCELA, A TAXA AO MES, O
      *                PRINCIPAL E A QUANTIDADE DE PARCELAS DO
      *                CONTRATO, AS PARCELAS QUE AINDA FALTAM (CONTANDO
      *                A DA VEZ), NA PRICE A PARCELA FIXA E, NO SAC
      *                REFEITO POR ANTECIPACAO, A AMORTIZACAO FIXADA
      *                NO CONTRATO (ZERO = PRINCIPAL / QUANTIDADE); O
      *                0911-CALCULAR-PARCELA DEVOLVE JUROS, AMORTIZACAO
      *                E O VALOR DA PARCELA.
      ******************************************************************

       01 WRK-AMZ-SISTEMA     PIC X(01).
           88 AMZ-PRICE       VALUES ' ' 'P'.
           88 AMZ-SAC         VALUE 'S'.
       01 WRK-AMZ-SALDO       PIC 9(09)V99.
       01 WRK-AMZ-TAXA        PIC 9V9999.
       01 WRK-AMZ-PRINCIPAL   PIC 9(09)V99.
       01 WRK-AMZ-QTD         PIC 9(03).
       01 WRK-AMZ-RESTANTES   PIC 9(03).
       01 WRK-AMZ-PARCELA-FIXA PIC 9(09)V99.
       01 WRK-AMZ-AMORT-FIXA  PIC 9(09)V99 VALUE ZERO.

       01 WRK-AMZ-JUROS       PIC 9(09)V99.
       01 WRK-AMZ-AMORT       PIC 9(09)V99.
       01 WRK-AMZ-PARCELA     PIC 9(09)V99.
