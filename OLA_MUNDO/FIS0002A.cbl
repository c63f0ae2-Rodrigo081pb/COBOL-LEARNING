      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: EXPORTACAO FISCAL DIARIA DAS VENDAS PARA O
      *              SISTEMA DO CONTADOR, NO LUGAR DA REDIGITACAO A
      *              MAO: VARRE VENDAS.DAT NA DATA PEDIDA (ENTER =
      *              HOJE) E GRAVA EM EXPORTACAO-FISCAL.DAT, EM LAYOUT
      *              POSICIONAL NO MOLDE DA REMESSA BANCARIA
      *              (REC0003A): HEADER TIPO 0 COM A DATA DO
      *              MOVIMENTO; UM DOCUMENTO TIPO 1 POR CUPOM DO
      *              BALCAO (OU POR LINHA, NA VENDA SEM CUPOM), COM
      *              OS ITENS TIPO 2 LOGO ABAIXO -- CLASSE DO PRODUTO,
      *              SITUACAO TRIBUTARIA, ALIQUOTA, BASE E IMPOSTO
      *              PELA CLASSIFICACAO-FISCAL.DAT (FIS0001A); E
      *              TRAILER TIPO 9 COM OS TOTAIS DE CONTROLE. AS
      *              DEVOLUCOES DO VEN0004A SAEM COMO DOCUMENTO DE
      *              DEVOLUCAO ('DV'), OU DE CANCELAMENTO ('CA') QUANDO
      *              O CUPOM FOI CANCELADO INTEIRO. AS UNIDADES E O
      *              VALOR LIQUIDOS DO TRAILER SAO OS MESMOS DO RESUMO
      *              DIARIO (VEN0002A) DA MESMA DATA. SABOR SEM
      *              CLASSIFICACAO SAI SEM IMPOSTO, COM AVISO NO
      *              BOLETIM DE EXCECOES E RETURN-CODE 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIS0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WRK-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEN-STATUS.

           SELECT ARQUIVO-FISCAL ASSIGN TO DYNAMIC WRK-FISCAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-CHAVE
               FILE STATUS IS WRK-FIS-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT ARQUIVO-EXPORTACAO
               ASSIGN TO DYNAMIC WRK-EXPORTACAO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

           SELECT SORT-WORK ASSIGN TO 'FIS0002A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD ARQUIVO-FISCAL.
           COPY FISCAL-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-EXPORTACAO
           RECORD CONTAINS 120 CHARACTERS.
       01 LINHA-EXPORTACAO PIC X(120).

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
      * CHAVE DO DOCUMENTO: LOJA (VENDA ANTIGA SEM LOJA VALE COMO
      * MATRIZ '001'), TIPO (VENDA OU DEVOLUCAO), CUPOM E, NA LINHA
      * SEM CUPOM, A POSICAO DELA NO ARQUIVO (UM DOCUMENTO POR LINHA).
           05 SORT-DOC-CHAVE.
               10 SORT-LOJA     PIC X(03).
               10 SORT-TIPO     PIC X(01).
               10 SORT-CUPOM    PIC 9(06).
               10 SORT-AVULSO   PIC 9(07).
           05 SORT-SEQ          PIC 9(07).
           05 SORT-DATA         PIC X(08).
           05 SORT-HORA         PIC X(06).
           05 SORT-CPF          PIC X(14).
           05 SORT-PAGAMENTO    PIC X(01).
           05 SORT-ID-MARCA     PIC 9(03).
           05 SORT-SABOR        PIC X(20).
           05 SORT-QTD          PIC 9(05).
           05 SORT-PRECO-UNIT   PIC 9(04)V99.
           05 SORT-DESCONTO     PIC 9(07)V99.
           05 SORT-VALOR        PIC 9(09)V99.

       WORKING-STORAGE SECTION.

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FIS-STATUS PIC X(02).
           88 FS-FIS-OK             VALUE '00'.
           88 FS-FIS-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-EXP-STATUS PIC X(02).
           88 FS-EXP-OK             VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-VENDAS-PATH     PIC X(100).
       01 WRK-FISCAL-PATH     PIC X(100).
       01 WRK-CUPONS-PATH     PIC X(100).
       01 WRK-EXPORTACAO-PATH PIC X(100).

      * SEM TABELA DE CLASSIFICACAO (OU SEM CUPONS.DAT) A EXPORTACAO
      * SAI ASSIM MESMO: TODO ITEM SEM IMPOSTO / TODA DEVOLUCAO 'DV'.
       01 WRK-TEM-FISCAL PIC X(01) VALUE 'N'.
           88 TEM-FISCAL VALUE 'S'.
       01 WRK-TEM-CUPONS PIC X(01) VALUE 'N'.
           88 TEM-CUPONS VALUE 'S'.

       01 WRK-DATA-ALVO    PIC X(08).
       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-HOJE    PIC X(08).
       01 WRK-HORA-AGORA   PIC X(08).
       01 WRK-SEQ-LEITURA  PIC 9(07) VALUE ZERO.

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

      * LAYOUT POSICIONAL DA EXPORTACAO: HEADER, DOCUMENTO, ITEM E
      * TRAILER, 120 POSICOES CADA. VALORES EM CENTAVOS, SEM
      * VIRGULA; ALIQUOTA COM DUAS DECIMAIS IMPLICITAS.
       01 WRK-EXP-HEADER.
           05 FILLER            PIC X(01) VALUE '0'.
           05 WRK-HDR-LITERAL   PIC X(09) VALUE 'EXPFISCAL'.
           05 WRK-HDR-DATA-MOV  PIC X(08).
           05 WRK-HDR-DATA-GER  PIC X(08).
           05 WRK-HDR-HORA-GER  PIC X(06).
           05 FILLER            PIC X(88) VALUE SPACES.

       01 WRK-EXP-DOCUMENTO.
           05 FILLER            PIC X(01) VALUE '1'.
           05 WRK-DOC-NUMERO    PIC 9(06).
      * VE = VENDA; DV = DEVOLUCAO; CA = CANCELAMENTO DO CUPOM.
           05 WRK-DOC-TIPO      PIC X(02).
           05 WRK-DOC-LOJA      PIC X(03).
           05 WRK-DOC-CUPOM     PIC 9(06).
           05 WRK-DOC-DATA      PIC X(08).
           05 WRK-DOC-HORA      PIC X(06).
           05 WRK-DOC-CPF       PIC X(14).
           05 WRK-DOC-PAGAMENTO PIC X(01).
           05 WRK-DOC-QTD-ITENS PIC 9(03).
           05 WRK-DOC-VALOR     PIC 9(13).
           05 WRK-DOC-BASE      PIC 9(13).
           05 WRK-DOC-IMPOSTO   PIC 9(13).
           05 FILLER            PIC X(31) VALUE SPACES.

       01 WRK-EXP-ITEM.
           05 FILLER            PIC X(01) VALUE '2'.
           05 WRK-ITM-DOCUMENTO PIC 9(06).
           05 WRK-ITM-NUMERO    PIC 9(03).
           05 WRK-ITM-ID-MARCA  PIC 9(03).
           05 WRK-ITM-SABOR     PIC X(20).
           05 WRK-ITM-NCM       PIC X(08).
           05 WRK-ITM-CST       PIC X(03).
           05 WRK-ITM-QTD       PIC 9(05).
           05 WRK-ITM-PRECO     PIC 9(06).
           05 WRK-ITM-DESCONTO  PIC 9(09).
           05 WRK-ITM-VALOR     PIC 9(13).
           05 WRK-ITM-ALIQUOTA  PIC 9(04).
           05 WRK-ITM-BASE      PIC 9(13).
           05 WRK-ITM-IMPOSTO   PIC 9(13).
           05 FILLER            PIC X(13) VALUE SPACES.

      * TOTAIS DE CONTROLE: UNIDADES E VALOR LIQUIDOS (VENDAS MENOS
      * DEVOLUCOES) BATEM COM O RESUMO DIARIO DO VEN0002A.
       01 WRK-EXP-TRAILER.
           05 FILLER            PIC X(01) VALUE '9'.
           05 WRK-TRL-DOCUMENTOS PIC 9(06).
           05 WRK-TRL-ITENS     PIC 9(07).
           05 WRK-TRL-UN-VENDA  PIC 9(09).
           05 WRK-TRL-UN-DEVOL  PIC 9(09).
           05 WRK-TRL-UN-LIQ    PIC S9(09) SIGN LEADING SEPARATE.
           05 WRK-TRL-VL-VENDA  PIC 9(13).
           05 WRK-TRL-VL-DEVOL  PIC 9(13).
           05 WRK-TRL-VL-LIQ    PIC S9(13) SIGN LEADING SEPARATE.
           05 WRK-TRL-IMP-LIQ   PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER            PIC X(24) VALUE SPACES.

      * DOCUMENTO EM MONTAGEM: ITENS GUARDADOS ATE A QUEBRA, PORQUE O
      * REGISTRO DO DOCUMENTO (COM OS TOTAIS) VEM ANTES DOS ITENS.
       01 WRK-DOC-CHAVE-ATUAL.
           05 WRK-ATU-LOJA      PIC X(03).
           05 WRK-ATU-TIPO      PIC X(01).
               88 ATU-DEVOLUCAO VALUE 'D'.
           05 WRK-ATU-CUPOM     PIC 9(06).
           05 WRK-ATU-AVULSO    PIC 9(07).
       01 WRK-ATU-DATA      PIC X(08).
       01 WRK-ATU-HORA      PIC X(06).
       01 WRK-ATU-CPF       PIC X(14).
       01 WRK-ATU-PAGAMENTO PIC X(01).
       01 WRK-ATU-VALOR     PIC 9(11)V99.
       01 WRK-ATU-BASE      PIC 9(11)V99.
       01 WRK-ATU-IMPOSTO   PIC 9(11)V99.

       01 WRK-ITEM-TABELA.
           05 WRK-ITEM OCCURS 99 TIMES.
               10 WRK-TAB-ID-MARCA  PIC 9(03).
               10 WRK-TAB-SABOR     PIC X(20).
               10 WRK-TAB-NCM       PIC X(08).
               10 WRK-TAB-CST       PIC X(03).
               10 WRK-TAB-QTD       PIC 9(05).
               10 WRK-TAB-PRECO     PIC 9(04)V99.
               10 WRK-TAB-DESCONTO  PIC 9(07)V99.
               10 WRK-TAB-VALOR     PIC 9(09)V99.
               10 WRK-TAB-ALIQUOTA  PIC 9(02)V99.
               10 WRK-TAB-BASE      PIC 9(09)V99.
               10 WRK-TAB-IMPOSTO   PIC 9(09)V99.
       01 WRK-ITEM-QTD PIC 9(03) COMP VALUE 0.
       01 WRK-IDX      PIC 9(03) COMP VALUE 0.

      * SABORES VENDIDOS SEM CLASSIFICACAO, LISTADOS UMA VEZ SO.
       01 WRK-PENDENTE-TABELA.
           05 WRK-PEND-ITEM OCCURS 50 TIMES.
               10 WRK-PEND-ID-MARCA PIC 9(03).
               10 WRK-PEND-SABOR    PIC X(20).
       01 WRK-PEND-QTD   PIC 9(03) COMP VALUE 0.
       01 WRK-PEND-IDX   PIC 9(03) COMP VALUE 0.
       01 WRK-PEND-ACHOU PIC X(01).
           88 PEND-ACHOU VALUE 'S'.

       01 WRK-NUM-DOCUMENTO   PIC 9(06) VALUE ZERO.
       01 WRK-TOTAL-ITENS     PIC 9(07) VALUE ZERO.
       01 WRK-ITENS-SEM-CLASSE PIC 9(07) VALUE ZERO.
       01 WRK-UN-VENDA        PIC 9(09) VALUE ZERO.
       01 WRK-UN-DEVOL        PIC 9(09) VALUE ZERO.
       01 WRK-UN-LIQ          PIC S9(09) VALUE ZERO.
       01 WRK-VL-VENDA        PIC 9(11)V99 VALUE ZERO.
       01 WRK-VL-DEVOL        PIC 9(11)V99 VALUE ZERO.
       01 WRK-VL-LIQ          PIC S9(11)V99 VALUE ZERO.
       01 WRK-IMP-LIQ         PIC S9(11)V99 VALUE ZERO.
       01 WRK-CENTAVOS        PIC S9(13).

       01 WRK-QTD-EDITADA   PIC -ZZZ,ZZZ,ZZ9.
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99-.

           COPY EXCECAO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '      FIS0002A - EXPORTACAO FISCAL DIARIA       '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ALVO.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NOT = SPACES
               IF WRK-DATA-ENTRADA NOT NUMERIC
                   DISPLAY 'DATA INVALIDA. INFORME AAAAMMDD.'
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-ALVO
           END-IF.

           OPEN INPUT ARQUIVO-FISCAL.
           IF FS-FIS-ARQUIVO-NOVO
               DISPLAY 'CLASSIFICACAO-FISCAL.DAT AINDA NAO EXISTE: '
                       'ITENS SAEM SEM IMPOSTO. CLASSIFIQUE OS '
                       'SABORES (FIS0001A).'
           ELSE
               MOVE 'S' TO WRK-TEM-FISCAL
           END-IF.

           OPEN INPUT ARQUIVO-CUPONS.
           IF NOT FS-CUP-ARQUIVO-NOVO
               MOVE 'S' TO WRK-TEM-CUPONS
           END-IF.

           OPEN OUTPUT ARQUIVO-EXPORTACAO.
           MOVE WRK-DATA-ALVO TO WRK-HDR-DATA-MOV.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA-GER.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-HORA-AGORA(1:6) TO WRK-HDR-HORA-GER.
           MOVE WRK-EXP-HEADER TO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-DOC-CHAVE SORT-SEQ
               INPUT PROCEDURE IS 0002-SELECIONAR-VENDAS
               OUTPUT PROCEDURE IS 0004-GERAR-DOCUMENTOS.

           PERFORM 0009-GRAVAR-TRAILER.

           CLOSE ARQUIVO-EXPORTACAO.
           IF TEM-FISCAL
               CLOSE ARQUIVO-FISCAL
           END-IF.
           IF TEM-CUPONS
               CLOSE ARQUIVO-CUPONS
           END-IF.

           PERFORM 0010-EXIBIR-TOTAIS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-ITENS-SEM-CLASSE > ZERO
               MOVE 'FIS0002A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0007' TO WRK-EXC-CODIGO
               MOVE WRK-PEND-QTD TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WRK-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WRK-VENDAS-PATH
           END-IF.

           ACCEPT WRK-FISCAL-PATH
               FROM ENVIRONMENT 'CLASSIFICACAO_FISCAL_PATH'.
           IF WRK-FISCAL-PATH = SPACES
               MOVE 'CLASSIFICACAO-FISCAL.DAT' TO WRK-FISCAL-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.

           ACCEPT WRK-EXPORTACAO-PATH
               FROM ENVIRONMENT 'EXPORTACAO_FISCAL_PATH'.
           IF WRK-EXPORTACAO-PATH = SPACES
               MOVE 'EXPORTACAO-FISCAL.DAT' TO WRK-EXPORTACAO-PATH
           END-IF.
       0000-END.

       0002-SELECIONAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-ARQUIVO-NOVO
               DISPLAY 'VENDAS.DAT AINDA NAO EXISTE. EXPORTACAO SEM '
                       'MOVIMENTO.'
           ELSE
               PERFORM 0002A-LER-VENDA
               PERFORM 0003-LIBERAR-VENDA UNTIL FS-VEN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-VENDAS.
       0002-END.

       0002A-LER-VENDA.
           READ ARQUIVO-VENDAS.
           IF FS-VEN-OK
               ADD 1 TO WRK-SEQ-LEITURA
           END-IF.
       0002A-END.

      * MESMO CRITERIO DO VEN0002A: TODA LINHA DA DATA ENTRA, E SO O
      * TIPO 'D' E DEVOLUCAO. AS LINHAS DE UM CUPOM VIRAM UM
      * DOCUMENTO; A LINHA SEM CUPOM (VENDA ANTIGA OU DEVOLUCAO
      * AVULSA) VIRA UM DOCUMENTO SO DELA.
       0003-LIBERAR-VENDA.
           IF VEN-DATA = WRK-DATA-ALVO
               IF VEN-LOJA = SPACES
                   MOVE '001' TO SORT-LOJA
               ELSE
                   MOVE VEN-LOJA TO SORT-LOJA
               END-IF
               IF VEN-TIPO-DEVOLUCAO
                   MOVE 'D' TO SORT-TIPO
               ELSE
                   MOVE 'V' TO SORT-TIPO
               END-IF
               IF VEN-CUPOM NUMERIC AND VEN-CUPOM > ZERO
                   MOVE VEN-CUPOM TO SORT-CUPOM
                   MOVE ZERO      TO SORT-AVULSO
               ELSE
                   MOVE ZERO            TO SORT-CUPOM
                   MOVE WRK-SEQ-LEITURA TO SORT-AVULSO
               END-IF
               MOVE WRK-SEQ-LEITURA      TO SORT-SEQ
               MOVE VEN-DATA             TO SORT-DATA
               MOVE VEN-DATA-HORA(10:6)  TO SORT-HORA
               MOVE VEN-CPF              TO SORT-CPF
               MOVE VEN-PAGAMENTO        TO SORT-PAGAMENTO
               MOVE VEN-ID-MARCA         TO SORT-ID-MARCA
               MOVE VEN-SABOR            TO SORT-SABOR
               MOVE VEN-QTD              TO SORT-QTD
               MOVE VEN-PRECO-UNIT       TO SORT-PRECO-UNIT
               IF VEN-DESCONTO NUMERIC
                   MOVE VEN-DESCONTO TO SORT-DESCONTO
               ELSE
                   MOVE ZERO TO SORT-DESCONTO
               END-IF
               MOVE VEN-VALOR-TOTAL      TO SORT-VALOR
               RELEASE SORT-REC
           END-IF.
           PERFORM 0002A-LER-VENDA.
       0003-END.

       0004-GERAR-DOCUMENTOS.
           MOVE 'N' TO WRK-FIM-SORT.
           MOVE ZERO TO WRK-ITEM-QTD.
           PERFORM 0004A-RECEBER-ORDENADO.
           PERFORM 0005-ACUMULAR-ITEM UNTIL SORT-ESGOTADO.
           IF WRK-ITEM-QTD > ZERO
               PERFORM 0007-FECHAR-DOCUMENTO
           END-IF.
       0004-END.

       0004A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0004A-END.

      * QUEBRA POR DOCUMENTO. UM CUPOM COM MAIS DE 99 LINHAS NO DIA
      * (SO POSSIVEL EM DEVOLUCOES PARCIAIS REPETIDAS) CONTINUA EM
      * UM DOCUMENTO SEGUINTE COM O MESMO NUMERO DE CUPOM.
       0005-ACUMULAR-ITEM.
           IF WRK-ITEM-QTD = ZERO
               PERFORM 0006-ABRIR-DOCUMENTO
           ELSE
               IF SORT-DOC-CHAVE NOT = WRK-DOC-CHAVE-ATUAL
                  OR WRK-ITEM-QTD = 99
                   PERFORM 0007-FECHAR-DOCUMENTO
                   PERFORM 0006-ABRIR-DOCUMENTO
               END-IF
           END-IF.

           ADD 1 TO WRK-ITEM-QTD.
           MOVE SORT-ID-MARCA   TO WRK-TAB-ID-MARCA(WRK-ITEM-QTD).
           MOVE SORT-SABOR      TO WRK-TAB-SABOR(WRK-ITEM-QTD).
           MOVE SORT-QTD        TO WRK-TAB-QTD(WRK-ITEM-QTD).
           MOVE SORT-PRECO-UNIT TO WRK-TAB-PRECO(WRK-ITEM-QTD).
           MOVE SORT-DESCONTO   TO WRK-TAB-DESCONTO(WRK-ITEM-QTD).
           MOVE SORT-VALOR      TO WRK-TAB-VALOR(WRK-ITEM-QTD).
           PERFORM 0008-TRIBUTAR-ITEM.

           ADD SORT-VALOR TO WRK-ATU-VALOR.
           ADD WRK-TAB-BASE(WRK-ITEM-QTD)    TO WRK-ATU-BASE.
           ADD WRK-TAB-IMPOSTO(WRK-ITEM-QTD) TO WRK-ATU-IMPOSTO.

           IF ATU-DEVOLUCAO
               ADD SORT-QTD   TO WRK-UN-DEVOL
               ADD SORT-VALOR TO WRK-VL-DEVOL
               SUBTRACT WRK-TAB-IMPOSTO(WRK-ITEM-QTD) FROM WRK-IMP-LIQ
           ELSE
               ADD SORT-QTD   TO WRK-UN-VENDA
               ADD SORT-VALOR TO WRK-VL-VENDA
               ADD WRK-TAB-IMPOSTO(WRK-ITEM-QTD) TO WRK-IMP-LIQ
           END-IF.

           PERFORM 0004A-RECEBER-ORDENADO.
       0005-END.

       0006-ABRIR-DOCUMENTO.
           MOVE SORT-DOC-CHAVE TO WRK-DOC-CHAVE-ATUAL.
           MOVE SORT-DATA      TO WRK-ATU-DATA.
           MOVE SORT-HORA      TO WRK-ATU-HORA.
           MOVE SORT-CPF       TO WRK-ATU-CPF.
           MOVE SORT-PAGAMENTO TO WRK-ATU-PAGAMENTO.
           MOVE ZERO TO WRK-ATU-VALOR WRK-ATU-BASE WRK-ATU-IMPOSTO.
           MOVE ZERO TO WRK-ITEM-QTD.
       0006-END.

      * GRAVA O DOCUMENTO E, EM SEGUIDA, OS SEUS ITENS. A DEVOLUCAO
      * DE UM CUPOM CANCELADO INTEIRO SAI COMO CANCELAMENTO.
       0007-FECHAR-DOCUMENTO.
           ADD 1 TO WRK-NUM-DOCUMENTO.
           IF ATU-DEVOLUCAO
               MOVE 'DV' TO WRK-DOC-TIPO
               IF WRK-ATU-CUPOM > ZERO AND TEM-CUPONS
                   MOVE WRK-ATU-LOJA  TO CUP-LOJA
                   MOVE WRK-ATU-CUPOM TO CUP-NUMERO
                   READ ARQUIVO-CUPONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUP-CANCELADO
                               MOVE 'CA' TO WRK-DOC-TIPO
                           END-IF
                   END-READ
               END-IF
           ELSE
               MOVE 'VE' TO WRK-DOC-TIPO
           END-IF.

           MOVE WRK-NUM-DOCUMENTO TO WRK-DOC-NUMERO.
           MOVE WRK-ATU-LOJA      TO WRK-DOC-LOJA.
           MOVE WRK-ATU-CUPOM     TO WRK-DOC-CUPOM.
           MOVE WRK-ATU-DATA      TO WRK-DOC-DATA.
           MOVE WRK-ATU-HORA      TO WRK-DOC-HORA.
           MOVE WRK-ATU-CPF       TO WRK-DOC-CPF.
           MOVE WRK-ATU-PAGAMENTO TO WRK-DOC-PAGAMENTO.
           MOVE WRK-ITEM-QTD      TO WRK-DOC-QTD-ITENS.
           COMPUTE WRK-CENTAVOS = WRK-ATU-VALOR * 100.
           MOVE WRK-CENTAVOS TO WRK-DOC-VALOR.
           COMPUTE WRK-CENTAVOS = WRK-ATU-BASE * 100.
           MOVE WRK-CENTAVOS TO WRK-DOC-BASE.
           COMPUTE WRK-CENTAVOS = WRK-ATU-IMPOSTO * 100.
           MOVE WRK-CENTAVOS TO WRK-DOC-IMPOSTO.
           MOVE WRK-EXP-DOCUMENTO TO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.

           PERFORM 0007A-GRAVAR-ITEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ITEM-QTD.
           MOVE ZERO TO WRK-ITEM-QTD.
       0007-END.

       0007A-GRAVAR-ITEM.
           MOVE WRK-NUM-DOCUMENTO        TO WRK-ITM-DOCUMENTO.
           MOVE WRK-IDX                  TO WRK-ITM-NUMERO.
           MOVE WRK-TAB-ID-MARCA(WRK-IDX) TO WRK-ITM-ID-MARCA.
           MOVE WRK-TAB-SABOR(WRK-IDX)   TO WRK-ITM-SABOR.
           MOVE WRK-TAB-NCM(WRK-IDX)     TO WRK-ITM-NCM.
           MOVE WRK-TAB-CST(WRK-IDX)     TO WRK-ITM-CST.
           MOVE WRK-TAB-QTD(WRK-IDX)     TO WRK-ITM-QTD.
           COMPUTE WRK-CENTAVOS = WRK-TAB-PRECO(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-PRECO.
           COMPUTE WRK-CENTAVOS = WRK-TAB-DESCONTO(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-DESCONTO.
           COMPUTE WRK-CENTAVOS = WRK-TAB-VALOR(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-VALOR.
           COMPUTE WRK-CENTAVOS = WRK-TAB-ALIQUOTA(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-ALIQUOTA.
           COMPUTE WRK-CENTAVOS = WRK-TAB-BASE(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-BASE.
           COMPUTE WRK-CENTAVOS = WRK-TAB-IMPOSTO(WRK-IDX) * 100.
           MOVE WRK-CENTAVOS TO WRK-ITM-IMPOSTO.
           MOVE WRK-EXP-ITEM TO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.
           ADD 1 TO WRK-TOTAL-ITENS.
       0007A-END.

      * BASE = VALOR LIQUIDO DO ITEM (JA SEM O DESCONTO DA PROMOCAO);
      * IMPOSTO = BASE X ALIQUOTA, ARREDONDADO NO CENTAVO. SITUACAO
      * SEM DESTAQUE OU ALIQUOTA ZERO SAI COM BASE E IMPOSTO ZERADOS.
       0008-TRIBUTAR-ITEM.
           MOVE SPACES TO WRK-TAB-NCM(WRK-ITEM-QTD)
                          WRK-TAB-CST(WRK-ITEM-QTD).
           MOVE ZERO   TO WRK-TAB-ALIQUOTA(WRK-ITEM-QTD)
                          WRK-TAB-BASE(WRK-ITEM-QTD)
                          WRK-TAB-IMPOSTO(WRK-ITEM-QTD).

           IF NOT TEM-FISCAL
               PERFORM 0008A-ANOTAR-PENDENTE
               EXIT PARAGRAPH
           END-IF.

           MOVE SORT-ID-MARCA TO FIS-ID-MARCA.
           MOVE SORT-SABOR    TO FIS-SABOR.
           READ ARQUIVO-FISCAL
               INVALID KEY
                   PERFORM 0008A-ANOTAR-PENDENTE
                   EXIT PARAGRAPH
           END-READ.

           MOVE FIS-NCM      TO WRK-TAB-NCM(WRK-ITEM-QTD).
           MOVE FIS-CST      TO WRK-TAB-CST(WRK-ITEM-QTD).
           MOVE FIS-ALIQUOTA TO WRK-TAB-ALIQUOTA(WRK-ITEM-QTD).
           IF FIS-CST-SEM-DESTAQUE OR FIS-ALIQUOTA = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-VALOR TO WRK-TAB-BASE(WRK-ITEM-QTD).
           COMPUTE WRK-TAB-IMPOSTO(WRK-ITEM-QTD) ROUNDED =
               SORT-VALOR * FIS-ALIQUOTA / 100.
       0008-END.

       0008A-ANOTAR-PENDENTE.
           ADD 1 TO WRK-ITENS-SEM-CLASSE.
           MOVE 'N' TO WRK-PEND-ACHOU.
           PERFORM 0008B-PROCURAR-PENDENTE
               VARYING WRK-PEND-IDX FROM 1 BY 1
               UNTIL WRK-PEND-IDX > WRK-PEND-QTD OR PEND-ACHOU.
           IF NOT PEND-ACHOU AND WRK-PEND-QTD < 50
               ADD 1 TO WRK-PEND-QTD
               MOVE SORT-ID-MARCA TO WRK-PEND-ID-MARCA(WRK-PEND-QTD)
               MOVE SORT-SABOR    TO WRK-PEND-SABOR(WRK-PEND-QTD)
           END-IF.
       0008A-END.

       0008B-PROCURAR-PENDENTE.
           IF WRK-PEND-ID-MARCA(WRK-PEND-IDX) = SORT-ID-MARCA
              AND WRK-PEND-SABOR(WRK-PEND-IDX) = SORT-SABOR
               MOVE 'S' TO WRK-PEND-ACHOU
           END-IF.
       0008B-END.

       0009-GRAVAR-TRAILER.
           COMPUTE WRK-UN-LIQ = WRK-UN-VENDA - WRK-UN-DEVOL.
           COMPUTE WRK-VL-LIQ = WRK-VL-VENDA - WRK-VL-DEVOL.

           MOVE WRK-NUM-DOCUMENTO TO WRK-TRL-DOCUMENTOS.
           MOVE WRK-TOTAL-ITENS   TO WRK-TRL-ITENS.
           MOVE WRK-UN-VENDA      TO WRK-TRL-UN-VENDA.
           MOVE WRK-UN-DEVOL      TO WRK-TRL-UN-DEVOL.
           MOVE WRK-UN-LIQ        TO WRK-TRL-UN-LIQ.
           COMPUTE WRK-CENTAVOS = WRK-VL-VENDA * 100.
           MOVE WRK-CENTAVOS TO WRK-TRL-VL-VENDA.
           COMPUTE WRK-CENTAVOS = WRK-VL-DEVOL * 100.
           MOVE WRK-CENTAVOS TO WRK-TRL-VL-DEVOL.
           COMPUTE WRK-CENTAVOS = WRK-VL-LIQ * 100.
           MOVE WRK-CENTAVOS TO WRK-TRL-VL-LIQ.
           COMPUTE WRK-CENTAVOS = WRK-IMP-LIQ * 100.
           MOVE WRK-CENTAVOS TO WRK-TRL-IMP-LIQ.
           MOVE WRK-EXP-TRAILER TO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.
       0009-END.

      * OS DOIS TOTAIS LIQUIDOS USAM OS MESMOS ROTULOS DO RESUMO
      * DIARIO (VEN0002A), PARA A CONFERENCIA LADO A LADO.
       0010-EXIBIR-TOTAIS.
           DISPLAY '------------------------------------------------'.
           DISPLAY ' EXPORTACAO FISCAL - MOVIMENTO DE ' WRK-DATA-ALVO.
           MOVE WRK-NUM-DOCUMENTO TO WRK-QTD-EDITADA.
           DISPLAY ' DOCUMENTOS...........: ' WRK-QTD-EDITADA.
           MOVE WRK-TOTAL-ITENS TO WRK-QTD-EDITADA.
           DISPLAY ' ITENS................: ' WRK-QTD-EDITADA.
           MOVE WRK-VL-VENDA TO WRK-VALOR-EDITADO.
           DISPLAY ' VALOR DAS VENDAS.....: ' WRK-VALOR-EDITADO.
           MOVE WRK-VL-DEVOL TO WRK-VALOR-EDITADO.
           DISPLAY ' VALOR DAS DEVOLUCOES.: ' WRK-VALOR-EDITADO.
           MOVE WRK-IMP-LIQ TO WRK-VALOR-EDITADO.
           DISPLAY ' IMPOSTO LIQUIDO......: ' WRK-VALOR-EDITADO.
           MOVE WRK-UN-LIQ TO WRK-QTD-EDITADA.
           DISPLAY ' UNIDADES NO DIA......: ' WRK-QTD-EDITADA.
           MOVE WRK-VL-LIQ TO WRK-VALOR-EDITADO.
           DISPLAY ' VALOR TOTAL DO DIA...: ' WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.

           IF WRK-ITENS-SEM-CLASSE > ZERO
               MOVE WRK-ITENS-SEM-CLASSE TO WRK-QTD-EDITADA
               DISPLAY ' ITENS SEM CLASSIFICACAO FISCAL: '
                       WRK-QTD-EDITADA
               PERFORM 0010A-EXIBIR-PENDENTE
                   VARYING WRK-PEND-IDX FROM 1 BY 1
                   UNTIL WRK-PEND-IDX > WRK-PEND-QTD
               DISPLAY ' CLASSIFIQUE OS SABORES ACIMA NO FIS0001A E '
                       'GERE A EXPORTACAO DE NOVO.'
           END-IF.
       0010-END.

       0010A-EXIBIR-PENDENTE.
           DISPLAY '   MARCA ' WRK-PEND-ID-MARCA(WRK-PEND-IDX)
                   ' ' WRK-PEND-SABOR(WRK-PEND-IDX).
       0010A-END.

           COPY EXCECAO-PD.CPY.
           COPY BANNER-PD.CPY.
