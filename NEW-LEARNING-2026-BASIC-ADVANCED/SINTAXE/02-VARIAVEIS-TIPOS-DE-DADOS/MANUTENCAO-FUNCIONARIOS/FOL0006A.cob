      *> + DESCRICAO + CONTA DE DEBITO + CONTA DE CREDITO), LISTA E
      *> EXCLUI, E TEM A CARGA (P)ADRAO QUE SEMEIA DE UMA VEZ OS
      *> EVENTOS QUE A FOLHA DE HOJE GERA (BRUTO, INSS, IRRF, EMPREST,
      *> PATRONAL, FGTS, MULTA RESCISORIA DO FGTS E O SALARIO-FAMILIA
      *> COMPENSADO NO INSS, MAIS O COMPLEMENTO E A REVERSAO DA
      *> PROVISAO PARA PERDAS DOS EMPRESTIMOS), PARA O CONTADOR SO
      *> AJUSTAR OS NUMEROS DE CONTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              'EMPREST PARCELAS CONSIGNADAS        21010001  11030001'.
           05 FILLER PIC X(56) VALUE
              'PATRONALINSS PATRONAL (20%)         31020001  21020001'.
           05 FILLER PIC X(56) VALUE
              'FGTS    FGTS DO MES (8%)            31020002  21020003'.
           05 FILLER PIC X(56) VALUE
              'MULTFGTSMULTA RESCISORIA FGTS (40%) 31020003  21020003'.
           05 FILLER PIC X(56) VALUE
              'SALFAM  SALARIO-FAMILIA COMPENS INSS21020001  21010001'.
           05 FILLER PIC X(56) VALUE
              'PROVEMP PROVISAO PERDAS EMPRESTIMOS 31030001  11039001'.
           05 FILLER PIC X(56) VALUE
              'REVPROV REVERSAO PROVISAO EMPREST.  11039001  41010001'.
       01 WS-CARGA-TABELA REDEFINES WS-CARGA-PADRAO.
           05 WS-CARGA-ITEM OCCURS 10 TIMES.
               10 WS-CARGA-EVENTO    PIC X(08).
               10 WS-CARGA-DESCRICAO PIC X(28).
               10 WS-CARGA-DEBITO    PIC X(10).
           MOVE ZERO TO WS-QTD-CARGA.
           PERFORM CARREGAR-EVENTO-PADRAO
               VARYING WS-CARGA-IDX FROM 1 BY 1
               UNTIL WS-CARGA-IDX > 10.
           DISPLAY 'EVENTOS SEMEADOS: ' WS-QTD-CARGA '. AJUSTE AS '
                   'CONTAS PELA OPCAO (I).'.

