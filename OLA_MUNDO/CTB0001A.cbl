      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DO PLANO DE CONTAS COMERCIAL
      *              (PLANO-CONTAS-COMERCIAL.DAT), O DE-PARA QUE O
      *              EXPORTADOR CONTABIL DO COMERCIO (CTB0002A) USA
      *              PARA TRANSFORMAR VENDAS, CUSTO, AJUSTES DE
      *              ESTOQUE E CONTAS A RECEBER EM LANCAMENTOS DE
      *              DEBITO/CREDITO -- O MESMO LAYOUT E O MESMO
      *              ROTEIRO DO PLANO DA FOLHA (FOL0006A). INCLUI E
      *              ALTERA EVENTO, LISTA, EXCLUI E TEM A CARGA
      *              (P)ADRAO QUE SEMEIA OS EVENTOS QUE O EXPORTADOR
      *              GERA, PARA O CONTADOR SO AJUSTAR AS CONTAS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTB0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PLANO ASSIGN TO DYNAMIC WRK-PLANO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-EVENTO
               FILE STATUS IS WRK-PLC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-PLANO.
           COPY PLANOCONTAS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-PLC-STATUS PIC X(02).
           88 FS-PLC-OK             VALUE '00'.
           88 FS-PLC-FIM-ARQUIVO    VALUE '10'.
           88 FS-PLC-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHO DO ARQUIVO, OBTIDO DE VARIAVEL DE AMBIENTE (COM VALOR
      * PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WRK-PLANO-PATH PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-EVENTO    PIC X(08).

       01 WRK-TOTAL-LISTADOS PIC 9(03) COMP VALUE 0.
       01 WRK-TOTAL-CARGA    PIC 9(03) COMP VALUE 0.

      * CARGA PADRAO: OS EVENTOS QUE O CTB0002A GERA, COM CONTAS
      * GENERICAS PARA O CONTADOR TROCAR PELAS DO PLANO DELE. VENDA E
      * DEVOLUCAO ABREM POR FORMA DE PAGAMENTO (A ULTIMA LETRA E A DE
      * VEN-PAGAMENTO), PORQUE CADA FORMA DEBITA UMA CONTA DIFERENTE.
       01 WRK-CARGA-PADRAO.
           05 FILLER PIC X(56) VALUE
              'VENDA-D VENDAS EM DINHEIRO          11010001  41010001'.
           05 FILLER PIC X(56) VALUE
              'VENDA-C VENDAS EM CARTAO            11020002  41010001'.
           05 FILLER PIC X(56) VALUE
              'VENDA-P VENDAS EM PIX               11010002  41010001'.
           05 FILLER PIC X(56) VALUE
              'VENDA-E VENDAS FATURADAS EMPRESA    11020003  41010001'.
           05 FILLER PIC X(56) VALUE
              'VENDA-V VENDAS PAGAS COM VALE       21030001  41010001'.
           05 FILLER PIC X(56) VALUE
              'VENDA-F VENDAS DESCONTO EM FOLHA    11020004  41010001'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-D DEVOLUCOES EM DINHEIRO      41020001  11010001'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-C DEVOLUCOES EM CARTAO        41020001  11020002'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-P DEVOLUCOES EM PIX           41020001  11010002'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-E DEVOLUCOES FATURADAS        41020001  11020003'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-V DEVOLUCOES EM VALE          41020001  21030001'.
           05 FILLER PIC X(56) VALUE
              'DEVOL-F DEVOLUCOES EM FOLHA         41020001  11020004'.
           05 FILLER PIC X(56) VALUE
              'DESCONTODESCONTOS CONCEDIDOS        41020002  41010001'.
           05 FILLER PIC X(56) VALUE
              'CMV     CUSTO DAS MERCADORIAS       51010001  11040001'.
           05 FILLER PIC X(56) VALUE
              'CMV-DEV CUSTO ESTORNADO DEVOLUCOES  11040001  51010001'.
           05 FILLER PIC X(56) VALUE
              'COMPRA  COMPRAS DE MERCADORIAS      11040001  21010002'.
           05 FILLER PIC X(56) VALUE
              'PRODUCAOENTRADAS DA PRODUCAO        11040001  11040002'.
           05 FILLER PIC X(56) VALUE
              'AJUSTE-ESOBRAS DE ESTOQUE           11040001  42010001'.
           05 FILLER PIC X(56) VALUE
              'AJUSTE-SPERDAS DE ESTOQUE           52010001  11040001'.
           05 FILLER PIC X(56) VALUE
              'AR-ABERTTITULOS FATURADOS EMPRESAS  11020001  11020003'.
           05 FILLER PIC X(56) VALUE
              'AR-BAIXARECEBIMENTO DE TITULOS      11010002  11020001'.
       01 WRK-CARGA-TABELA REDEFINES WRK-CARGA-PADRAO.
           05 WRK-CARGA-ITEM OCCURS 21 TIMES.
               10 WRK-CARGA-EVENTO    PIC X(08).
               10 WRK-CARGA-DESCRICAO PIC X(28).
               10 WRK-CARGA-DEBITO    PIC X(10).
               10 WRK-CARGA-CREDITO   PIC X(10).
       01 WRK-CARGA-IDX PIC 9(02) COMP VALUE 0.

           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     CTB0001A - PLANO DE CONTAS COMERCIAL       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVO.

           PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-PLANO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PLANO-PATH
               FROM ENVIRONMENT 'PLANO_CONTAS_COMERCIAL_PATH'.
           IF WRK-PLANO-PATH = SPACES
               MOVE 'PLANO-CONTAS-COMERCIAL.DAT' TO WRK-PLANO-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVO.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-PLANO.
           IF FS-PLC-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-PLANO
               CLOSE ARQUIVO-PLANO
               OPEN I-O ARQUIVO-PLANO
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR/ALTERAR EVENTO, (L)ISTAR, (E)XCLUIR, '
                   'CARGA (P)ADRAO OU (S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR-EVENTO
               WHEN 'L'
                   PERFORM 0004-LISTAR-PLANO
               WHEN 'E'
                   PERFORM 0005-EXCLUIR-EVENTO
               WHEN 'P'
                   PERFORM 0006-CARGA-PADRAO
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * CONTA DE DEBITO E DE CREDITO SAO OBRIGATORIAS: O LANCAMENTO SO
      * SAI BALANCEADO SE O EVENTO TIVER AS DUAS PONTAS.
       0003-INCLUIR-EVENTO.
           DISPLAY 'EVENTO (ATE 8 POSICOES, EX.: VENDA-D): '.
           ACCEPT WRK-EVENTO.
           MOVE FUNCTION UPPER-CASE(WRK-EVENTO) TO PLC-EVENTO.
           DISPLAY 'DESCRICAO: '.
           ACCEPT PLC-DESCRICAO.
           DISPLAY 'CONTA DE DEBITO: '.
           ACCEPT PLC-CONTA-DEBITO.
           DISPLAY 'CONTA DE CREDITO: '.
           ACCEPT PLC-CONTA-CREDITO.

           IF PLC-EVENTO = SPACES OR PLC-CONTA-DEBITO = SPACES
              OR PLC-CONTA-CREDITO = SPACES
               DISPLAY 'EVENTO E AS DUAS CONTAS SAO OBRIGATORIOS.'
           ELSE
               WRITE REGISTRO-PLANO-CONTA
                   INVALID KEY
                       REWRITE REGISTRO-PLANO-CONTA
                       DISPLAY 'EVENTO JA EXISTIA E FOI REGRAVADO.'
                   NOT INVALID KEY
                       DISPLAY 'EVENTO GRAVADO.'
               END-WRITE
           END-IF.
       0003-END.

       0004-LISTAR-PLANO.
           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PLC-EVENTO.
           START ARQUIVO-PLANO KEY NOT < PLC-EVENTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0004A-LER-PLANO
                   PERFORM 0004B-EXIBIR-EVENTO
                       UNTIL FS-PLC-FIM-ARQUIVO
           END-START.

           IF WRK-TOTAL-LISTADOS = ZERO
               DISPLAY 'NENHUM EVENTO MAPEADO. USE A CARGA (P)ADRAO.'
           ELSE
               DISPLAY 'EVENTOS MAPEADOS: ' WRK-TOTAL-LISTADOS
           END-IF.
       0004-END.

       0004A-LER-PLANO.
           READ ARQUIVO-PLANO NEXT RECORD.
       0004A-END.

       0004B-EXIBIR-EVENTO.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           DISPLAY ' ' PLC-EVENTO ' ' PLC-DESCRICAO
                   ' D: ' PLC-CONTA-DEBITO
                   ' C: ' PLC-CONTA-CREDITO.
           PERFORM 0004A-LER-PLANO.
       0004B-END.

       0005-EXCLUIR-EVENTO.
           DISPLAY 'EVENTO A EXCLUIR: '.
           ACCEPT WRK-EVENTO.
           MOVE FUNCTION UPPER-CASE(WRK-EVENTO) TO PLC-EVENTO.
           DELETE ARQUIVO-PLANO
               INVALID KEY
                   DISPLAY 'EVENTO NAO ESTA NO PLANO.'
               NOT INVALID KEY
                   DISPLAY 'EVENTO EXCLUIDO.'
           END-DELETE.
       0005-END.

       0006-CARGA-PADRAO.
           MOVE ZERO TO WRK-TOTAL-CARGA.
           PERFORM 0006A-CARREGAR-EVENTO
               VARYING WRK-CARGA-IDX FROM 1 BY 1
               UNTIL WRK-CARGA-IDX > 21.
           DISPLAY 'EVENTOS SEMEADOS: ' WRK-TOTAL-CARGA '. AJUSTE AS '
                   'CONTAS PELA OPCAO (I).'.
       0006-END.

      * SO SEMEIA O QUE AINDA NAO EXISTE: UMA CARGA PADRAO NAO PODE
      * ATROPELAR CONTAS JA AJUSTADAS PELO CONTADOR.
       0006A-CARREGAR-EVENTO.
           MOVE WRK-CARGA-EVENTO(WRK-CARGA-IDX)    TO PLC-EVENTO.
           MOVE WRK-CARGA-DESCRICAO(WRK-CARGA-IDX) TO PLC-DESCRICAO.
           MOVE WRK-CARGA-DEBITO(WRK-CARGA-IDX)    TO PLC-CONTA-DEBITO.
           MOVE WRK-CARGA-CREDITO(WRK-CARGA-IDX)
               TO PLC-CONTA-CREDITO.
           WRITE REGISTRO-PLANO-CONTA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CARGA
           END-WRITE.
       0006A-END.

           COPY BANNER-PD.CPY.
