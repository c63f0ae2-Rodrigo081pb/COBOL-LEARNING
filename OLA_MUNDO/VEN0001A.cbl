      *              TAMBEM A SAIDA NO LIVRO DE MOVIMENTOS
      *              (MOVIMENTO-ESTOQUE.DAT) COM O MOTIVO 'VENDA'.
      *              VENDA MAIOR QUE O SALDO E RECUSADA.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - VENDA PASSA A SER POR CUPOM: VARIOS
      *                        SABORES SOB UM CABECALHO EM CUPONS.DAT,
      *                        NUMERO SEQUENCIAL POR LOJA, UMA SO
      *                        FORMA DE PAGAMENTO POR CUPOM (CREDITO
      *                        DA EMPRESA CRITICADO PELO TOTAL) E
      *                        CUPOM IMPRESSO NO SPOOL. CADA LINHA DE
      *                        VENDAS.DAT LEVA O CUPOM E O ITEM.
      * 15/10/2026 - RODRIGO - PROGRAMA DE FIDELIDADE (FIDELIDADE.DAT):
      *                        MOSTRA O SALDO DE PONTOS DO CLIENTE,
      *                        RESGATA PONTOS COMO DESCONTO RATEADO
      *                        NOS ITENS DO CUPOM E CREDITA OS PONTOS
      *                        GANHOS PELO VALOR PAGO.
      * 15/10/2026 - RODRIGO - VALE-PRESENTE/VALE-TROCA COMO FORMA DE
      *                        PAGAMENTO ('V', VALES-PRESENTE.DAT): O
      *                        VALE PRECISA COBRIR O CUPOM; O TOTAL
      *                        LANCADO E DEBITADO DO SALDO E O RESTO
      *                        FICA NO VALE. O NUMERO VAI NO CUPOM.
      * 15/10/2026 - RODRIGO - CONSUMO DE FUNCIONARIO DESCONTADO EM
      *                        FOLHA ('F'): O CPF PRECISA ESTAR EM
      *                        FUNCIONARIOS.DAT E O CONSUMO DO MES
      *                        COM O CUPOM NAO PASSA DO TETO MENSAL
      *                        (FUNCIONARIO_LIMITE_CONSUMO) SEM
      *                        LIBERACAO DE SUPERVISOR.
      * 15/10/2026 - RODRIGO - VENDA FATURADA ('E') SO PARA CPF DA
      *                        LISTA DE COMPRADORES AUTORIZADOS DA
      *                        EMPRESA (COMPRADORES.DAT, EMP0002A)
      *                        DENTRO DA VIGENCIA; O LIMITE MENSAL DA
      *                        PESSOA ESTOURADO PEDE SUPERVISOR.
      * 15/10/2026 - RODRIGO - VENDA NAO E LANCADA COM O MES COMERCIAL
      *                        CORRENTE JA FECHADO (FCH0001A).
      * 15/10/2026 - RODRIGO - CONSUMO DESCONTADO EM FOLHA RECUSADO
      *                        PARA FUNCIONARIO DESLIGADO (RES0001A).
      * 15/10/2026 - RODRIGO - VENDA FATURADA ('E') OU DESCONTADA EM
      *                        FOLHA ('F') PARA CPF NAO REGULAR NA
      *                        RECEITA (SITUACAO-CPF.DAT, CAD0027A)
      *                        SO COM LIBERACAO DE SUPERVISOR.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT ARQUIVO-COMPRADORES
               ASSIGN TO DYNAMIC WRK-COMPRADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CHAVE
               FILE STATUS IS WRK-CPR-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-RECEBER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

      * CABECALHO DO CUPOM: COMPARTILHADO ENTRE OS TERMINAIS DA LOJA,
      * A CHAVE UNICA (LOJA + NUMERO) E QUEM GARANTE QUE DOIS CAIXAS
      * NAO EMITAM O MESMO NUMERO.
           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-CUP-STATUS.

      * LIVRO DE PONTOS: COMPARTILHADO COM OS OUTROS TERMINAIS E COM
      * A DEVOLUCAO (VEN0004A).
           SELECT ARQUIVO-FIDELIDADE
               ASSIGN TO DYNAMIC WRK-FIDELIDADE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-FID-STATUS.

      * VALES-PRESENTE E VALES-TROCA: COMPARTILHADO COM OS OUTROS
      * TERMINAIS, COM A VENDA DE CARTOES (VAL0001A) E A DEVOLUCAO.
           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-VALES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-VAL-STATUS.

      * CADASTRO DA FOLHA: SO CONSULTADO, PARA CONFIRMAR QUE O CPF DO
      * CONSUMO DESCONTADO EM FOLHA E DE UM EMPREGADO.
           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO DYNAMIC WRK-FUNCIONARIOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT ARQUIVO-SITUACAO-CPF ASSIGN TO DYNAMIC WRK-SITCPF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CPF
               FILE STATUS IS WRK-SCF-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CLIENTES.
       FD ARQUIVO-EMPRESAS.
           COPY EMPRESAS-FD.CPY.

       FD ARQUIVO-COMPRADORES.
           COPY COMPRADORES-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-FIDELIDADE.
           COPY FIDELIDADE-FD.CPY.

       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       FD ARQUIVO-SITUACAO-CPF.
           COPY SITUACAO-CPF-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CLI-STATUS PIC X(02).

       01 WRK-VEN-STATUS PIC X(02).
           88 FS-VEN-OK             VALUE '00'.
           88 FS-VEN-FIM-ARQUIVO    VALUE '10'.
           88 FS-VEN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-MOV-STATUS PIC X(02).
       01 WRK-SESSAO-NUM PIC 9(06) VALUE ZEROS.

       01 WRK-PAGAMENTO PIC X(01) VALUE 'D'.
       01 WRK-FORMA-OK PIC X(01) VALUE 'N'.
           88 FORMA-PAGAMENTO-VALIDA VALUE 'S'.
       01 WRK-PAGAMENTO-OK PIC X(01) VALUE 'N'.
           88 PAGAMENTO-DEFINIDO VALUE 'S'.

      * CREDITO DA VENDA FATURADA: EXPOSICAO EM ABERTO DA EMPRESA NO
      * CONTAS A RECEBER CONTRA O LIMITE DO MESTRE (EMP0001A); TITULO
       01 WRK-EMPRESAS-EXISTE PIC X(01) VALUE 'N'.
           88 EMPRESAS-EXISTE VALUE 'S'.

      * COMPRADORES AUTORIZADOS DA EMPRESA (EMP0002A): SO O CPF DA
      * LISTA, DENTRO DA VIGENCIA, COMPRA FATURADO; O LIMITE MENSAL
      * DA PESSOA (ZERO = SEM LIMITE) SOMA AS VENDAS FATURADAS DO CPF
      * NO MES, ESTORNOS ABATIDOS.
       01 WRK-CPR-STATUS PIC X(02).
           88 FS-CPR-OK             VALUE '00'.
           88 FS-CPR-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-COMPRADORES-PATH PIC X(100).
       01 WRK-COMPRADORES-EXISTE PIC X(01) VALUE 'N'.
           88 COMPRADORES-EXISTE VALUE 'S'.
       01 WRK-CPR-USO     PIC S9(09)V99 VALUE ZERO.
       01 WRK-CPR-MES     PIC X(06).
       01 WRK-CPR-EDITADO PIC -$$$,$$$,$$9.99.

       01 WRK-REC-STATUS PIC X(02).
           88 FS-REC-OK             VALUE '00'.
           88 FS-REC-FIM-ARQUIVO    VALUE '10'.
       01 WRK-PRECO-EDITADO PIC $$$$,$$9.99.
       01 WRK-VALOR-EDITADO PIC $$$,$$$,$$9.99.

      * CUPOM EM MONTAGEM: OS ITENS FICAM NA TABELA ATE O PAGAMENTO;
      * SO ENTAO O NUMERO E RESERVADO EM CUPONS.DAT E CADA ITEM BAIXA
      * O ESTOQUE E VIRA UMA LINHA DE VENDAS.DAT. ITEM QUE PERDE O
      * SALDO PARA OUTRO TERMINAL NA HORA DA BAIXA SAI DO CUPOM.
       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-FIM-ARQUIVO    VALUE '10'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-CUPONS-PATH PIC X(100).

       01 WRK-CUPOM-ITENS.
           05 WRK-ITM OCCURS 20 TIMES.
               10 WRK-ITM-ID-MARCA PIC 9(03).
               10 WRK-ITM-SABOR    PIC X(20).
               10 WRK-ITM-QTD      PIC 9(05).
               10 WRK-ITM-PRECO    PIC 9(04)V99.
               10 WRK-ITM-PROMO    PIC X(06).
               10 WRK-ITM-DESCONTO PIC 9(07)V99.
               10 WRK-ITM-DESC-PONTOS PIC 9(07)V99.
       01 WRK-QTD-ITENS    PIC 9(02) COMP VALUE 0.
       01 WRK-ITM-IDX      PIC 9(02) COMP VALUE 0.
       01 WRK-ITEM-GRAVADO PIC 9(02) VALUE ZERO.
       01 WRK-QTD-NO-CUPOM PIC 9(07) VALUE ZERO.
       01 WRK-MAIS-ITENS   PIC X(01) VALUE 'S'.

       01 WRK-CUPOM-NUM      PIC 9(06) VALUE ZEROS.
       01 WRK-CUPOM-PREVISTO PIC 9(09)V99 VALUE ZERO.
       01 WRK-CUPOM-BRUTO    PIC 9(09)V99 VALUE ZERO.
       01 WRK-CUPOM-DESCONTO PIC 9(07)V99 VALUE ZERO.
       01 WRK-CUPOM-TOTAL    PIC 9(09)V99 VALUE ZERO.
       01 WRK-CUPOM-RESERVA  PIC X(01) VALUE 'N'.
           88 CUPOM-RESERVADO VALUE 'S'.

      * RESGATE DE PONTOS: O VALOR DOS PONTOS VIRA DESCONTO RATEADO
      * NOS ITENS, NA ORDEM, ATE ZERAR; O DEBITO NO LIVRO E DO QUE
      * FOI DE FATO APLICADO NOS ITENS GRAVADOS.
       01 WRK-PONTOS-RESGATE   PIC 9(07) VALUE ZERO.
       01 WRK-PONTOS-MAXIMO    PIC 9(09) VALUE ZERO.
       01 WRK-PONTOS-DEBITADOS PIC 9(07) VALUE ZERO.
       01 WRK-PONTOS-GANHOS    PIC 9(07) VALUE ZERO.
       01 WRK-DESCONTO-PONTOS  PIC 9(07)V99 VALUE ZERO.
       01 WRK-PONTOS-APLICADO  PIC 9(07)V99 VALUE ZERO.
       01 WRK-RESTO-PONTOS     PIC 9(07)V99 VALUE ZERO.
       01 WRK-VALOR-ITEM       PIC 9(09)V99 VALUE ZERO.
       01 WRK-PONTOS-EDITADO   PIC Z,ZZZ,ZZ9.

      * PAGAMENTO COM VALE: O VALE E CRITICADO CONTRA O TOTAL PREVISTO
      * E, DEPOIS DOS ITENS GRAVADOS, DEBITADO DO TOTAL DE FATO
      * LANCADO (NUNCA MAIOR QUE O PREVISTO).
       01 WRK-VALE-CUPOM       PIC 9(08) VALUE ZEROS.

      * CONSUMO DE FUNCIONARIO: O COMPRADOR PRECISA ESTAR EM
      * FUNCIONARIOS.DAT E O CONSUMIDO NO MES (LINHAS 'F' DO CPF EM
      * VENDAS.DAT, VENDAS MENOS ESTORNOS) MAIS ESTE CUPOM NAO PODE
      * PASSAR DO TETO MENSAL; ACIMA DELE, SO COM LIBERACAO DE
      * SUPERVISOR. O DESCONTO E FEITO NA FOLHA DO MES.
       01 WRK-FUN-STATUS PIC X(02).
           88 FS-FUN-OK             VALUE '00'.
           88 FS-FUN-FIM-ARQUIVO    VALUE '10'.
           88 FS-FUN-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-FUNCIONARIOS-PATH PIC X(100).
       01 WRK-FUN-ACHADO    PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO VALUE 'S'.
       01 WRK-FUN-PARAM-ENT PIC X(12).
       01 WRK-FUN-TETO      PIC 9(07)V99 VALUE 300.
       01 WRK-FUN-CONSUMO   PIC S9(09)V99 VALUE ZERO.
       01 WRK-FUN-MES       PIC X(06).
       01 WRK-FUN-EDITADO   PIC -$$$,$$$,$$9.99.

           COPY NUMVALIDA-WS.CPY.
           COPY PRECO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOTE-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY CUPOM-WS.CPY.
           COPY FIDELIDADE-WS.CPY.
           COPY VALE-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY SITCPF-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
      * LANCAMENTO E CARIMBADO COM A DATA DE HOJE: MES COMERCIAL JA
      * FECHADO (FCH0001A) NAO RECEBE LANCAMENTO NOVO.
           ACCEPT WRK-PCM-DATA FROM DATE YYYYMMDD.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           PERFORM 0015-LOCALIZAR-SESSAO.

           OPEN INPUT ARQUIVO-CLIENTES.
               OPEN I-O ARQUIVO-LOTES
           END-IF.

           OPEN I-O ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-CUPONS
               CLOSE ARQUIVO-CUPONS
               OPEN I-O ARQUIVO-CUPONS
           END-IF.

           PERFORM 0995-ABRIR-FIDELIDADE.
           PERFORM 0986-ABRIR-VALES.
           PERFORM 0952-ABRIR-SITUACAO-CPF.

           OPEN INPUT ARQUIVO-PRECOS.
           IF FS-PRC-ARQUIVO-NOVO
               DISPLAY 'AVISO: PRECOS.DAT AINDA NAO EXISTE. '
               MOVE 'S' TO WRK-EMPRESAS-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-COMPRADORES.
           IF FS-CPR-ARQUIVO-NOVO
               CLOSE ARQUIVO-COMPRADORES
           ELSE
               MOVE 'S' TO WRK-COMPRADORES-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-RECEBER.
           IF FS-REC-ARQUIVO-NOVO
               CLOSE ARQUIVO-RECEBER
           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-ESTOQUE-LOJA.
           CLOSE ARQUIVO-LOTES.
           CLOSE ARQUIVO-CUPONS.
           IF FIDELIDADE-ABERTA
               CLOSE ARQUIVO-FIDELIDADE
           END-IF.
           IF VALES-ABERTO
               CLOSE ARQUIVO-VALES
           END-IF.
           PERFORM 0954-FECHAR-SITUACAO-CPF.
           IF PRECOS-EXISTE
               CLOSE ARQUIVO-PRECOS
           END-IF.
           IF EMPRESAS-EXISTE
               CLOSE ARQUIVO-EMPRESAS
           END-IF.
           IF COMPRADORES-EXISTE
               CLOSE ARQUIVO-COMPRADORES
           END-IF.
           IF RECEBER-EXISTE
               CLOSE ARQUIVO-RECEBER
           END-IF.
               MOVE 'EMPRESAS.DAT' TO WRK-EMPRESAS-PATH
           END-IF.

           ACCEPT WRK-COMPRADORES-PATH
               FROM ENVIRONMENT 'COMPRADORES_DAT_PATH'.
           IF WRK-COMPRADORES-PATH = SPACES
               MOVE 'COMPRADORES.DAT' TO WRK-COMPRADORES-PATH
           END-IF.

           ACCEPT WRK-RECEBER-PATH
               FROM ENVIRONMENT 'CONTAS_RECEBER_PATH'.
           IF WRK-RECEBER-PATH = SPACES
               MOVE 'CONTAS-RECEBER.DAT' TO WRK-RECEBER-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.

           ACCEPT WRK-FUNCIONARIOS-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-FUNCIONARIOS-PATH
           END-IF.

           ACCEPT WRK-FUN-PARAM-ENT
               FROM ENVIRONMENT 'FUNCIONARIO_LIMITE_CONSUMO'.
           IF WRK-FUN-PARAM-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-FUN-PARAM-ENT) TO WRK-FUN-TETO
           END-IF.
           IF WRK-FUN-TETO = ZERO
               MOVE 300 TO WRK-FUN-TETO
           END-IF.
       0000-END.


                   DISPLAY 'CPF NAO CADASTRADO EM CLIENTES.DAT.'
               NOT INVALID KEY
                   DISPLAY 'CLIENTE: ' CLI-NOME
                   PERFORM 0019-EXIBIR-SALDO-PONTOS
                   PERFORM 0016-MONTAR-CUPOM
           END-READ.

           DISPLAY 'DESEJA LANCAR OUTRO CUPOM? (S/N)'.
           ACCEPT WRK-CONTINUAR.
           MOVE FUNCTION UPPER-CASE(WRK-CONTINUAR) TO WRK-CONTINUAR.
       0002-END.

      * UM CUPOM POR COMPRA: OS SABORES SAO ACUMULADOS NA TABELA, A
      * FORMA DE PAGAMENTO E PEDIDA UMA VEZ SO, SOBRE O TOTAL, E SO
      * DEPOIS DO PAGAMENTO O CUPOM E GRAVADO E IMPRESSO.
       0016-MONTAR-CUPOM.
           MOVE ZERO TO WRK-QTD-ITENS WRK-CUPOM-PREVISTO
                        WRK-PONTOS-RESGATE WRK-DESCONTO-PONTOS.
           MOVE 'S'  TO WRK-MAIS-ITENS.
           PERFORM 0003-ESCOLHER-SABOR UNTIL WRK-MAIS-ITENS = 'N'.

           IF WRK-QTD-ITENS = ZERO
               DISPLAY 'CUPOM SEM ITENS. NADA LANCADO.'
           ELSE
               MOVE WRK-CUPOM-PREVISTO TO WRK-VALOR-EDITADO
               DISPLAY 'ITENS NO CUPOM: ' WRK-QTD-ITENS
                       ' TOTAL A PAGAR: ' WRK-VALOR-EDITADO
               IF WRK-FID-SALDO > ZERO
                   PERFORM 0020-RESGATAR-PONTOS
               END-IF
               PERFORM 0013-OBTER-PAGAMENTO
               IF WRK-PAGAMENTO = 'X'
                   DISPLAY 'CUPOM DESISTIDO ANTES DO PAGAMENTO. '
                           'NADA LANCADO.'
               ELSE
                   PERFORM 0006-GRAVAR-CUPOM
               END-IF
           END-IF.
       0016-END.

       0003-ESCOLHER-SABOR.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           ACCEPT WRK-ID-MARCA.
               INVALID KEY
                   DISPLAY 'SABOR NAO ENCONTRADO NO CATALOGO.'
               NOT INVALID KEY
                   PERFORM 0004-INCLUIR-ITEM
           END-READ.

           IF WRK-QTD-ITENS >= 20
               DISPLAY 'CUPOM COMPLETO (20 ITENS). SEGUINDO PARA O '
                       'PAGAMENTO.'
               MOVE 'N' TO WRK-MAIS-ITENS
           ELSE
               DISPLAY 'MAIS UM SABOR NESTE CUPOM? (S/N)'
               ACCEPT WRK-MAIS-ITENS
               MOVE FUNCTION UPPER-CASE(WRK-MAIS-ITENS)
                   TO WRK-MAIS-ITENS
           END-IF.
       0003-END.

      * O DISPONIVEL DO ITEM DESCONTA O QUE O PROPRIO CUPOM JA PEDIU
      * DO MESMO SABOR EM ITENS ANTERIORES.
       0004-INCLUIR-ITEM.
           PERFORM 0009-SUGERIR-PRECO.
           IF SAB-RESERVADO NOT NUMERIC
               MOVE ZEROS TO SAB-RESERVADO
           END-IF.
           MOVE ZERO TO WRK-QTD-NO-CUPOM.
           PERFORM 0004A-SOMAR-NO-CUPOM
               VARYING WRK-ITM-IDX FROM 1 BY 1
               UNTIL WRK-ITM-IDX > WRK-QTD-ITENS.
           COMPUTE WRK-DISPONIVEL =
               SAB-ESTOQUE-QTD - SAB-RESERVADO - WRK-QTD-NO-CUPOM.
           MOVE WRK-PRECO-SUGERIDO TO WRK-PRECO-EDITADO.
           DISPLAY 'SALDO: ' SAB-ESTOQUE-QTD
                   ' RESERVADO: ' SAB-RESERVADO
           ACCEPT WRK-QTD.

           IF WRK-QTD = ZERO
               DISPLAY 'QUANTIDADE ZERADA. ITEM NAO INCLUIDO.'
           ELSE
               IF WRK-QTD > WRK-DISPONIVEL
                   DISPLAY 'ITEM MAIOR QUE O DISPONIVEL ('
                           WRK-DISPONIVEL ', RESERVAS E ITENS DO '
                           'CUPOM ABATIDOS). ITEM NAO INCLUIDO.'
               ELSE
                   PERFORM 0005-OBTER-PRECO
                   PERFORM 0010-APLICAR-PROMOCAO
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE WRK-ID-MARCA TO WRK-ITM-ID-MARCA(WRK-QTD-ITENS)
                   MOVE WRK-SABOR    TO WRK-ITM-SABOR(WRK-QTD-ITENS)
                   MOVE WRK-QTD      TO WRK-ITM-QTD(WRK-QTD-ITENS)
                   MOVE WRK-PRECO    TO WRK-ITM-PRECO(WRK-QTD-ITENS)
                   MOVE WRK-PROMO-CODIGO
                       TO WRK-ITM-PROMO(WRK-QTD-ITENS)
                   MOVE WRK-DESCONTO
                       TO WRK-ITM-DESCONTO(WRK-QTD-ITENS)
                   MOVE ZERO TO WRK-ITM-DESC-PONTOS(WRK-QTD-ITENS)
                   COMPUTE WRK-VALOR =
                       WRK-PRECO * WRK-QTD - WRK-DESCONTO
                   ADD WRK-VALOR TO WRK-CUPOM-PREVISTO
                   MOVE WRK-VALOR TO WRK-VALOR-EDITADO
                   DISPLAY 'ITEM ' WRK-QTD-ITENS ' INCLUIDO. VALOR: '
                           WRK-VALOR-EDITADO
               END-IF
           END-IF.
       0004-END.

       0004A-SOMAR-NO-CUPOM.
           IF WRK-ITM-ID-MARCA(WRK-ITM-IDX) = WRK-ID-MARCA
              AND WRK-ITM-SABOR(WRK-ITM-IDX) = WRK-SABOR
               ADD WRK-ITM-QTD(WRK-ITM-IDX) TO WRK-QTD-NO-CUPOM
           END-IF.
       0004A-END.

      * REPETE A ESCOLHA ATE A FORMA SER ACEITA: FORMA DIGITADA
      * ERRADA PEDE SO A LETRA DE NOVO; FATURADO, VALE OU FOLHA
      * RECUSADOS VOLTAM A PERGUNTA COM A CONSULTA FEITA UMA SO VEZ.
       0013-OBTER-PAGAMENTO.
           MOVE 'N' TO WRK-PAGAMENTO-OK.
           PERFORM 0013B-ESCOLHER-PAGAMENTO UNTIL PAGAMENTO-DEFINIDO.
       0013-END.

       0013A-LER-FORMA.
           DISPLAY 'PAGAMENTO: (D)INHEIRO, (C)ARTAO, (P)IX, '
                   '(E)MPRESA-FATURADO, (V)ALE-PRESENTE/TROCA, '
                   '(F)UNCIONARIO-DESCONTO EM FOLHA OU (X) '
                   'DESISTIR DO CUPOM (ENTER=D)? '.
           ACCEPT WRK-PAGAMENTO.
           MOVE FUNCTION UPPER-CASE(WRK-PAGAMENTO) TO WRK-PAGAMENTO.
           IF WRK-PAGAMENTO = SPACE
           END-IF.
           IF WRK-PAGAMENTO NOT = 'D' AND WRK-PAGAMENTO NOT = 'C'
              AND WRK-PAGAMENTO NOT = 'P' AND WRK-PAGAMENTO NOT = 'E'
              AND WRK-PAGAMENTO NOT = 'V' AND WRK-PAGAMENTO NOT = 'F'
              AND WRK-PAGAMENTO NOT = 'X'
               DISPLAY 'FORMA INVALIDA.'
           ELSE
               MOVE 'S' TO WRK-FORMA-OK
           END-IF.
       0013A-END.

       0013B-ESCOLHER-PAGAMENTO.
           MOVE ZEROS TO WRK-VALE-CUPOM.
           MOVE 'N' TO WRK-FORMA-OK.
           PERFORM 0013A-LER-FORMA UNTIL FORMA-PAGAMENTO-VALIDA.
           MOVE 'S' TO WRK-PAGAMENTO-OK.
           EVALUATE WRK-PAGAMENTO
               WHEN 'E'
                   PERFORM 0014-VERIFICAR-CREDITO-EMPRESA
                   IF NOT CREDITO-APROVADO
                       DISPLAY 'CUPOM FATURADO RECUSADO. ESCOLHA '
                               'OUTRA FORMA DE PAGAMENTO.'
                       MOVE 'N' TO WRK-PAGAMENTO-OK
                   END-IF
               WHEN 'V'
                   PERFORM 0022-ACEITAR-VALE
                   IF NOT VALE-ACEITO
                       DISPLAY 'VALE RECUSADO. ESCOLHA OUTRA FORMA '
                               'DE PAGAMENTO.'
                       MOVE 'N' TO WRK-PAGAMENTO-OK
                   END-IF
               WHEN 'F'
                   PERFORM 0024-VERIFICAR-CONSUMO-FUNCIONARIO
                   IF NOT CREDITO-APROVADO
                       DISPLAY 'CONSUMO EM FOLHA RECUSADO. ESCOLHA '
                               'OUTRA FORMA DE PAGAMENTO.'
                       MOVE 'N' TO WRK-PAGAMENTO-OK
                   END-IF
           END-EVALUATE.
       0013B-END.

      * VENDA FATURADA: APURA A EXPOSICAO EM ABERTO DA EMPRESA DO
      * CLIENTE NO CONTAS A RECEBER E CONFERE ATRASO E LIMITE DO
      * MESTRE DE EMPRESAS. ATRASO OU LIMITE ESTOURADO BLOQUEIA; O
      * SUPERVISOR PODE LIBERAR NO TERMINAL. ANTES DE TUDO O CPF TEM
      * DE ESTAR AUTORIZADO PELA EMPRESA (SEM LIBERACAO NO BALCAO).
       0014-VERIFICAR-CREDITO-EMPRESA.
           MOVE 'S' TO WRK-CREDITO-OK.

           PERFORM 0014I-CRITICAR-SITUACAO-CPF.
           IF NOT CREDITO-APROVADO
               EXIT PARAGRAPH
           END-IF.

           IF CLI-EMPRESA NOT = SPACES
               PERFORM 0014F-CONFERIR-COMPRADOR
               IF NOT CREDITO-APROVADO
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF CLI-EMPRESA = SPACES
               DISPLAY 'CLIENTE SEM EMPRESA NO CADASTRO: NAO PODE '
                       'FATURAR.'
              AND EMP-LIMITE-CREDITO IS NUMERIC
              AND EMP-LIMITE-CREDITO > ZERO
               COMPUTE WRK-EXPOSICAO = WRK-EXPOSICAO
                   + WRK-CUPOM-PREVISTO
               IF WRK-EXPOSICAO > EMP-LIMITE-CREDITO
                   MOVE WRK-EXPOSICAO TO WRK-EXPO-EDITADA
                   DISPLAY 'LIMITE DE CREDITO ESTOURADO. EXPOSICAO '
                           'COM ESTE CUPOM: ' WRK-EXPO-EDITADA
                   PERFORM 0014C-PEDIR-LIBERACAO
               END-IF
           END-IF.
           END-IF.
       0014E-END.

      * COMPRADOR AUTORIZADO: A LINHA EMPRESA + CPF PRECISA EXISTIR
      * EM COMPRADORES.DAT COM A DATA DE HOJE DENTRO DA VIGENCIA.
      * SEM A LISTA NINGUEM ESTA AUTORIZADO: A EMPRESA SO FATURA
      * DEPOIS DE MANDAR OS SEUS COMPRADORES.
       0014F-CONFERIR-COMPRADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF NOT COMPRADORES-EXISTE
               DISPLAY 'COMPRADORES.DAT AUSENTE: NENHUM COMPRADOR '
                       'AUTORIZADO (EMP0002A). NAO PODE FATURAR.'
               MOVE 'N' TO WRK-CREDITO-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE CLI-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.
           READ ARQUIVO-COMPRADORES
               INVALID KEY
                   DISPLAY 'CPF NAO AUTORIZADO A COMPRAR FATURADO '
                           'PELA EMPRESA ' CLI-EMPRESA '.'
                   MOVE 'N' TO WRK-CREDITO-OK
           END-READ.
           IF NOT CREDITO-APROVADO
               EXIT PARAGRAPH
           END-IF.

           IF CPR-VALIDO-DE > WRK-DATA-HOJE
              OR (CPR-VALIDO-ATE NOT = SPACES
                  AND CPR-VALIDO-ATE < WRK-DATA-HOJE)
               DISPLAY 'AUTORIZACAO DO COMPRADOR FORA DA VIGENCIA ('
                       CPR-VALIDO-DE ' A ' CPR-VALIDO-ATE
                       '). NAO PODE FATURAR.'
               MOVE 'N' TO WRK-CREDITO-OK
               EXIT PARAGRAPH
           END-IF.

           IF CPR-LIMITE-MENSAL IS NUMERIC
              AND CPR-LIMITE-MENSAL > ZERO
               PERFORM 0014G-APURAR-USO-COMPRADOR
               ADD WRK-CUPOM-PREVISTO TO WRK-CPR-USO
               IF WRK-CPR-USO > CPR-LIMITE-MENSAL
                   MOVE CPR-LIMITE-MENSAL TO WRK-VALOR-EDITADO
                   MOVE WRK-CPR-USO TO WRK-CPR-EDITADO
                   DISPLAY 'LIMITE MENSAL DO COMPRADOR ('
                           WRK-VALOR-EDITADO ') ESTOURADO. USO COM '
                           'ESTE CUPOM: ' WRK-CPR-EDITADO
                   PERFORM 0014C-PEDIR-LIBERACAO
               END-IF
           END-IF.
       0014F-END.

      * USO DO MES CORRENTE: LINHAS 'E' DO CPF EM VENDAS.DAT,
      * VENDAS SOMAM E ESTORNOS (VEN0004A) ABATEM.
       0014G-APURAR-USO-COMPRADOR.
           MOVE ZERO TO WRK-CPR-USO.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-CPR-MES.

           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-OK
               PERFORM 0024D-LER-VENDA
               PERFORM 0014H-SOMAR-USO
                   UNTIL FS-VEN-FIM-ARQUIVO
               CLOSE ARQUIVO-VENDAS
           END-IF.
       0014G-END.

       0014H-SOMAR-USO.
           IF VEN-PAG-EMPRESA AND VEN-CPF = WRK-CPF
              AND VEN-DATA(1:6) = WRK-CPR-MES
               IF VEN-TIPO-DEVOLUCAO
                   SUBTRACT VEN-VALOR-TOTAL FROM WRK-CPR-USO
               ELSE
                   ADD VEN-VALOR-TOTAL TO WRK-CPR-USO
               END-IF
           END-IF.
           PERFORM 0024D-LER-VENDA.
       0014H-END.

      * VENDA A PRAZO (FATURADA OU EM FOLHA) PARA CPF SUSPENSO,
      * CANCELADO, NULO OU DE TITULAR FALECIDO NA RECEITA (RETORNO
      * CARREGADO PELO CAD0027A) SO PASSA COM SUPERVISOR.
       0014I-CRITICAR-SITUACAO-CPF.
           MOVE WRK-CPF TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               DISPLAY 'CPF COM SITUACAO NA RECEITA: '
                       FUNCTION TRIM(WRK-SIT-DESCRICAO)
                       ' (DESDE ' WRK-SIT-DATA ').'
               PERFORM 0014C-PEDIR-LIBERACAO
           END-IF.
       0014I-END.

       0014C-PEDIR-LIBERACAO.
           IF OPERADOR-SUPERVISOR
               DISPLAY 'SUPERVISOR: LIBERAR MESMO ASSIM? (S/N)'
           END-IF.
       0009-END.

      * RESERVA O NUMERO DO CUPOM E GRAVA ITEM A ITEM: CADA UM BAIXA
      * O ESTOQUE COM TRAVA E RELEITURA (0012-BAIXAR-ESTOQUE-COM-TRAVA)
      * E, SO DEPOIS DO REWRITE BEM-SUCEDIDO, GRAVA A LINHA DE VENDA E
      * O MOVIMENTO DE SAIDA. NO FIM O CABECALHO RECEBE OS TOTAIS DO
      * QUE DE FATO FOI LANCADO E O CUPOM VAI PARA O SPOOL.
       0006-GRAVAR-CUPOM.
           PERFORM 0017-RESERVAR-NUMERO-CUPOM.
           IF NOT CUPOM-RESERVADO
               DISPLAY 'NAO FOI POSSIVEL NUMERAR O CUPOM (CUPONS.DAT '
                       'EM USO). CUPOM NAO LANCADO; TENTE DE NOVO.'
           ELSE
               MOVE ZERO TO WRK-ITEM-GRAVADO WRK-CUPOM-BRUTO
                            WRK-CUPOM-DESCONTO WRK-CUPOM-TOTAL
                            WRK-PONTOS-APLICADO WRK-PONTOS-DEBITADOS
                            WRK-PONTOS-GANHOS
               PERFORM 0006A-GRAVAR-ITEM
                   VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
               IF WRK-ITEM-GRAVADO > ZERO
                   PERFORM 0021-MOVIMENTAR-PONTOS
                   IF WRK-PAGAMENTO = 'V'
                       PERFORM 0023-DEBITAR-VALE
                   END-IF
               END-IF
               PERFORM 0018-FECHAR-CABECALHO-CUPOM
               IF WRK-ITEM-GRAVADO = ZERO
                   DISPLAY 'NENHUM ITEM PODE SER BAIXADO. CUPOM '
                           WRK-CUPOM-NUM ' CANCELADO.'
               ELSE
                   MOVE WRK-LOJA-ID   TO WRK-CPM-LOJA
                   MOVE WRK-CUPOM-NUM TO WRK-CPM-NUMERO
                   MOVE '1'           TO WRK-CPM-VIA
                   MOVE 'VEN0001A'    TO WRK-REL-PROGRAMA
                   PERFORM 0990-IMPRIMIR-CUPOM
                   MOVE WRK-CUPOM-TOTAL TO WRK-VALOR-EDITADO
                   DISPLAY 'CUPOM ' WRK-CUPOM-NUM ' LANCADO. ITENS: '
                           WRK-ITEM-GRAVADO ' VALOR: '
                           WRK-VALOR-EDITADO
                   IF WRK-PONTOS-GANHOS > ZERO
                       MOVE WRK-PONTOS-GANHOS TO WRK-PONTOS-EDITADO
                       DISPLAY 'PONTOS GANHOS NESTE CUPOM: '
                               WRK-PONTOS-EDITADO
                   END-IF
               END-IF
           END-IF.
       0006-END.

       0006A-GRAVAR-ITEM.
           MOVE WRK-ITM-ID-MARCA(WRK-ITM-IDX) TO WRK-ID-MARCA.
           MOVE WRK-ITM-SABOR(WRK-ITM-IDX)    TO WRK-SABOR.
           MOVE WRK-ITM-QTD(WRK-ITM-IDX)      TO WRK-QTD.
           MOVE WRK-ITM-PRECO(WRK-ITM-IDX)    TO WRK-PRECO.
           MOVE WRK-ITM-PROMO(WRK-ITM-IDX)    TO WRK-PROMO-CODIGO.
           MOVE WRK-ITM-DESCONTO(WRK-ITM-IDX) TO WRK-DESCONTO.

           PERFORM 0012-BAIXAR-ESTOQUE-COM-TRAVA.
           IF NOT BAIXA-CONFIRMADA
               IF BAIXA-SEM-SALDO
                   DISPLAY 'SALDO DE ' FUNCTION TRIM(WRK-SABOR)
                           ' MUDOU POR OUTRO TERMINAL E NAO COBRE '
                           'MAIS O ITEM. ITEM FORA DO CUPOM.'
               ELSE
                   DISPLAY 'REGISTRO DE ' FUNCTION TRIM(WRK-SABOR)
                           ' EM USO POR OUTRO TERMINAL. ITEM FORA '
                           'DO CUPOM.'
               END-IF
           ELSE
               COMPUTE WRK-ELJ-DELTA = ZERO - WRK-QTD
               PERFORM 0011-ATUALIZAR-SALDO-LOJA
               MOVE WRK-QTD TO WRK-LOT-QTD-CONSUMIR
               PERFORM 0965-CONSUMIR-LOTES-FEFO
               IF WRK-LOT-QTD-CONSUMIR > ZERO
                   DISPLAY 'AVISO: ' WRK-LOT-QTD-CONSUMIR
                           ' UNIDADE(S) SEM LOTE ATIVO NAO '
                           'VENCIDO (CONFIRA O EST0006A).'
               END-IF
               ADD 1 TO WRK-ITEM-GRAVADO
               PERFORM 0007-GRAVAR-REGISTRO-VENDA
               PERFORM 0008-GRAVAR-MOVIMENTO
               COMPUTE WRK-CUPOM-BRUTO = WRK-CUPOM-BRUTO
                   + WRK-PRECO * WRK-QTD
               ADD WRK-DESCONTO    TO WRK-CUPOM-DESCONTO
               ADD VEN-VALOR-TOTAL TO WRK-CUPOM-TOTAL
               ADD WRK-ITM-DESC-PONTOS(WRK-ITM-IDX)
                   TO WRK-PONTOS-APLICADO
           END-IF.
       0006A-END.

      * O PROXIMO NUMERO E O MAIOR JA GRAVADO NA LOJA MAIS UM. O
      * CABECALHO E GRAVADO NA HORA, PARA RESERVAR O NUMERO: SE OUTRO
      * TERMINAL GRAVOU O MESMO NUMERO ANTES (CHAVE DUPLICADA), A
      * APURACAO E REFEITA, ATE 5 VEZES.
       0017-RESERVAR-NUMERO-CUPOM.
           MOVE 'N'  TO WRK-CUPOM-RESERVA.
           MOVE ZERO TO WRK-TENTATIVAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           PERFORM 0017A-TENTAR-NUMERO
               UNTIL CUPOM-RESERVADO
                  OR WRK-TENTATIVAS >= 5.
       0017-END.

       0017A-TENTAR-NUMERO.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE ZEROS TO WRK-CUPOM-NUM.
           MOVE WRK-LOJA-ID TO CUP-LOJA.
           MOVE ZEROS       TO CUP-NUMERO.
           START ARQUIVO-CUPONS KEY NOT < CUP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0017B-LER-CUPOM
                   PERFORM 0017C-GUARDAR-NUMERO
                       UNTIL FS-CUP-FIM-ARQUIVO
                          OR CUP-LOJA NOT = WRK-LOJA-ID
           END-START.
           ADD 1 TO WRK-CUPOM-NUM.

           MOVE WRK-LOJA-ID    TO CUP-LOJA.
           MOVE WRK-CUPOM-NUM  TO CUP-NUMERO.
           MOVE SPACES         TO CUP-DATA-HORA.
           MOVE WRK-DATA-HOJE  TO CUP-DATA.
           MOVE WRK-HORA-HOJE  TO CUP-HORA.
           MOVE WRK-CPF        TO CUP-CPF.
           MOVE WRK-OPE-ID     TO CUP-OPERADOR.
           MOVE WRK-SESSAO-NUM TO CUP-SESSAO.
           MOVE WRK-PAGAMENTO  TO CUP-PAGAMENTO.
           MOVE WRK-VALE-CUPOM TO CUP-VALE.
           MOVE ZEROS          TO CUP-QTD-ITENS CUP-VALOR-BRUTO
                                  CUP-DESCONTO CUP-VALOR-TOTAL
                                  CUP-VALOR-DEVOLVIDO
                                  CUP-VALOR-DEVOLVIDO-VALE
                                  CUP-PONTOS-GANHOS
                                  CUP-PONTOS-RESGATADOS
                                  CUP-PONTOS-ESTORNADOS.
           MOVE 'A'            TO CUP-SITUACAO.
           WRITE REGISTRO-CUPOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CUPOM-RESERVA
           END-WRITE.
       0017A-END.

       0017B-LER-CUPOM.
           READ ARQUIVO-CUPONS NEXT RECORD.
       0017B-END.

       0017C-GUARDAR-NUMERO.
           IF CUP-LOJA = WRK-LOJA-ID
              AND CUP-NUMERO > WRK-CUPOM-NUM
               MOVE CUP-NUMERO TO WRK-CUPOM-NUM
           END-IF.
           PERFORM 0017B-LER-CUPOM.
       0017C-END.

      * TOTAIS DO QUE FOI DE FATO LANCADO; CUPOM QUE FICOU SEM NENHUM
      * ITEM (TODOS PERDERAM O SALDO NA BAIXA) FICA CANCELADO, PARA A
      * NUMERACAO NAO TER BURACO SEM EXPLICACAO.
       0018-FECHAR-CABECALHO-CUPOM.
           MOVE WRK-LOJA-ID   TO CUP-LOJA.
           MOVE WRK-CUPOM-NUM TO CUP-NUMERO.
           READ ARQUIVO-CUPONS
               INVALID KEY
                   DISPLAY 'ERRO AO RELER O CUPOM ' WRK-CUPOM-NUM '.'
               NOT INVALID KEY
                   MOVE WRK-ITEM-GRAVADO   TO CUP-QTD-ITENS
                   MOVE WRK-CUPOM-BRUTO    TO CUP-VALOR-BRUTO
                   MOVE WRK-CUPOM-DESCONTO TO CUP-DESCONTO
                   MOVE WRK-CUPOM-TOTAL    TO CUP-VALOR-TOTAL
                   MOVE WRK-PONTOS-GANHOS  TO CUP-PONTOS-GANHOS
                   MOVE WRK-PONTOS-DEBITADOS
                       TO CUP-PONTOS-RESGATADOS
                   IF WRK-ITEM-GRAVADO = ZERO
                       MOVE 'C' TO CUP-SITUACAO
                   END-IF
                   REWRITE REGISTRO-CUPOM
           END-READ.
       0018-END.

      * SALDO DE PONTOS DO CLIENTE IDENTIFICADO NO BALCAO.
       0019-EXIBIR-SALDO-PONTOS.
           MOVE ZERO    TO WRK-FID-SALDO.
           IF FIDELIDADE-ABERTA
               MOVE WRK-CPF TO WRK-FID-CPF
               PERFORM 0996-APURAR-SALDO-PONTOS
               MOVE WRK-FID-SALDO TO WRK-PONTOS-EDITADO
               DISPLAY 'SALDO DE PONTOS DE FIDELIDADE: '
                       WRK-PONTOS-EDITADO
           END-IF.
       0019-END.

      * O RESGATE E LIMITADO AO SALDO E AO VALOR DO CUPOM; O DESCONTO
      * E RATEADO NOS ITENS NA ORDEM (ITEM SEM PROMOCAO LEVA O CODIGO
      * 'PONTOS' EM VEN-PROMOCAO).
       0020-RESGATAR-PONTOS.
           COMPUTE WRK-PONTOS-MAXIMO =
               WRK-CUPOM-PREVISTO * 100 / WRK-FID-CENTAVOS-PONTO.
           IF WRK-PONTOS-MAXIMO > WRK-FID-SALDO
               MOVE WRK-FID-SALDO TO WRK-PONTOS-MAXIMO
           END-IF.
           MOVE WRK-PONTOS-MAXIMO TO WRK-PONTOS-EDITADO.
           DISPLAY 'PONTOS A RESGATAR (ATE ' WRK-PONTOS-EDITADO
                   ' NESTE CUPOM; ENTER = NENHUM): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA NOT = SPACES
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-NAO-OK
                   DISPLAY 'QUANTIDADE INVALIDA. SEM RESGATE.'
               ELSE
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO WRK-PONTOS-RESGATE
                   IF WRK-PONTOS-RESGATE > WRK-PONTOS-MAXIMO
                       DISPLAY 'RESGATE ACIMA DO PERMITIDO. SEM '
                               'RESGATE.'
                       MOVE ZERO TO WRK-PONTOS-RESGATE
                   END-IF
               END-IF
           END-IF.

           IF WRK-PONTOS-RESGATE > ZERO
               COMPUTE WRK-DESCONTO-PONTOS =
                   WRK-PONTOS-RESGATE * WRK-FID-CENTAVOS-PONTO / 100
               MOVE WRK-DESCONTO-PONTOS TO WRK-RESTO-PONTOS
               PERFORM 0020A-RATEAR-RESGATE
                   VARYING WRK-ITM-IDX FROM 1 BY 1
                   UNTIL WRK-ITM-IDX > WRK-QTD-ITENS
               SUBTRACT WRK-DESCONTO-PONTOS FROM WRK-CUPOM-PREVISTO
               MOVE WRK-DESCONTO-PONTOS TO WRK-DESC-EDITADO
               MOVE WRK-CUPOM-PREVISTO  TO WRK-VALOR-EDITADO
               DISPLAY 'DESCONTO DOS PONTOS: ' WRK-DESC-EDITADO
                       ' NOVO TOTAL A PAGAR: ' WRK-VALOR-EDITADO
           END-IF.
       0020-END.

       0020A-RATEAR-RESGATE.
           COMPUTE WRK-VALOR-ITEM =
               WRK-ITM-PRECO(WRK-ITM-IDX) * WRK-ITM-QTD(WRK-ITM-IDX)
               - WRK-ITM-DESCONTO(WRK-ITM-IDX).
           IF WRK-RESTO-PONTOS > ZERO AND WRK-VALOR-ITEM > ZERO
               IF WRK-VALOR-ITEM > WRK-RESTO-PONTOS
                   MOVE WRK-RESTO-PONTOS
                       TO WRK-ITM-DESC-PONTOS(WRK-ITM-IDX)
               ELSE
                   MOVE WRK-VALOR-ITEM
                       TO WRK-ITM-DESC-PONTOS(WRK-ITM-IDX)
               END-IF
               ADD WRK-ITM-DESC-PONTOS(WRK-ITM-IDX)
                   TO WRK-ITM-DESCONTO(WRK-ITM-IDX)
               SUBTRACT WRK-ITM-DESC-PONTOS(WRK-ITM-IDX)
                   FROM WRK-RESTO-PONTOS
               IF WRK-ITM-PROMO(WRK-ITM-IDX) = SPACES
                   MOVE 'PONTOS' TO WRK-ITM-PROMO(WRK-ITM-IDX)
               END-IF
           END-IF.
       0020A-END.

      * COM O NUMERO DO CUPOM JA RESERVADO: DEBITA O RESGATE NA
      * PROPORCAO DO QUE FOI APLICADO NOS ITENS GRAVADOS (ITEM QUE
      * PERDEU O SALDO LEVA A SUA PARTE DOS PONTOS) E CREDITA OS
      * PONTOS GANHOS PELO VALOR PAGO.
       0021-MOVIMENTAR-PONTOS.
           MOVE WRK-CPF       TO WRK-FID-CPF.
           MOVE WRK-LOJA-ID   TO WRK-FID-LOJA.
           MOVE WRK-CUPOM-NUM TO WRK-FID-CUPOM.
           MOVE WRK-OPE-ID    TO WRK-FID-OPERADOR.

           IF WRK-PONTOS-APLICADO > ZERO
               IF WRK-PONTOS-APLICADO = WRK-DESCONTO-PONTOS
                   MOVE WRK-PONTOS-RESGATE TO WRK-FID-PONTOS
               ELSE
                   COMPUTE WRK-FID-PONTOS ROUNDED =
                       WRK-PONTOS-RESGATE * WRK-PONTOS-APLICADO
                       / WRK-DESCONTO-PONTOS
               END-IF
               MOVE 'R' TO WRK-FID-TIPO
               PERFORM 0998-DEBITAR-PONTOS
               MOVE WRK-FID-DEBITADO TO WRK-PONTOS-DEBITADOS
               IF WRK-FID-DEBITADO < WRK-FID-PONTOS
                   DISPLAY 'AVISO: SALDO DE PONTOS MUDOU POR OUTRO '
                           'TERMINAL; DEBITADOS ' WRK-FID-DEBITADO
                           ' PONTOS.'
               END-IF
           END-IF.

           COMPUTE WRK-PONTOS-GANHOS =
               WRK-CUPOM-TOTAL * WRK-FID-PONTOS-POR-REAL.
           IF WRK-PONTOS-GANHOS > ZERO AND FIDELIDADE-ABERTA
               MOVE WRK-PONTOS-GANHOS TO WRK-FID-PONTOS
               MOVE 'G' TO WRK-FID-TIPO
               PERFORM 0997-CREDITAR-PONTOS
           ELSE
               MOVE ZERO TO WRK-PONTOS-GANHOS
           END-IF.
       0021-END.

      * VALE APRESENTADO NO BALCAO: CRITICADO CONTRA O TOTAL A PAGAR
      * (O CUPOM TEM UMA SO FORMA DE PAGAMENTO, ENTAO O VALE PRECISA
      * COBRIR O CUPOM INTEIRO; O QUE SOBRA FICA NO SALDO).
       0022-ACEITAR-VALE.
           MOVE 'N' TO WRK-VAL-RESULTADO.
           DISPLAY 'NUMERO DO VALE (8 DIGITOS): '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'NUMERO DE VALE INVALIDO.'
           ELSE
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-VAL-NUMERO
               MOVE WRK-CUPOM-PREVISTO TO WRK-VAL-VALOR
               PERFORM 0987-CONSULTAR-VALE
               MOVE WRK-VAL-SALDO TO WRK-VALOR-EDITADO
               IF VALE-ACEITO
                   MOVE WRK-VAL-NUMERO TO WRK-VALE-CUPOM
                   DISPLAY 'VALE ' WRK-VAL-NUMERO ' SALDO: '
                           WRK-VALOR-EDITADO ' VALIDADE: '
                           WRK-VAL-VALIDADE
               ELSE
                   DISPLAY WRK-VAL-MENSAGEM
                   IF WRK-VAL-SALDO > ZERO
                       DISPLAY 'SALDO DO VALE: ' WRK-VALOR-EDITADO
                   END-IF
               END-IF
           END-IF.
       0022-END.

      * DEBITA DO VALE O TOTAL DE FATO LANCADO NO CUPOM.
       0023-DEBITAR-VALE.
           MOVE WRK-VALE-CUPOM  TO WRK-VAL-NUMERO.
           MOVE WRK-CUPOM-TOTAL TO WRK-VAL-VALOR.
           MOVE 'D'             TO WRK-VAL-OPERACAO.
           PERFORM 0988-MOVIMENTAR-VALE.
           IF VALE-ACEITO
               MOVE WRK-VAL-SALDO TO WRK-VALOR-EDITADO
               DISPLAY 'VALE ' WRK-VAL-NUMERO ' DEBITADO. SALDO '
                       'RESTANTE: ' WRK-VALOR-EDITADO
           ELSE
               DISPLAY 'AVISO: VALE ' WRK-VAL-NUMERO ' NAO DEBITADO ('
                       FUNCTION TRIM(WRK-VAL-MENSAGEM) '). CHAME O '
                       'SUPERVISOR.'
           END-IF.
       0023-END.

      * CONSUMO DE FUNCIONARIO: CONFIRMA O CPF DO COMPRADOR NO
      * CADASTRO DA FOLHA E CONFERE O TETO MENSAL COM ESTE CUPOM.
      * TETO ESTOURADO SEGUE A MESMA LIBERACAO DE SUPERVISOR DA
      * VENDA FATURADA.
       0024-VERIFICAR-CONSUMO-FUNCIONARIO.
           MOVE 'S' TO WRK-CREDITO-OK.
           MOVE 'N' TO WRK-FUN-ACHADO.

           PERFORM 0014I-CRITICAR-SITUACAO-CPF.
           IF NOT CREDITO-APROVADO
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF NOT FS-FUN-OK
               DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL (STATUS '
                       WRK-FUN-STATUS '): NAO PODE DESCONTAR EM FOLHA.'
               MOVE 'N' TO WRK-CREDITO-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0024A-LER-FUNCIONARIO.
           PERFORM 0024B-PROCURAR-FUNCIONARIO
               UNTIL FS-FUN-FIM-ARQUIVO OR FUNCIONARIO-ACHADO.
           CLOSE ARQUIVO-FUNCIONARIOS.

           IF NOT FUNCIONARIO-ACHADO
               DISPLAY 'CPF NAO CONSTA NO CADASTRO DE FUNCIONARIOS: '
                       'NAO PODE DESCONTAR EM FOLHA.'
               MOVE 'N' TO WRK-CREDITO-OK
               EXIT PARAGRAPH
           END-IF.

           IF REG-DESLIGADO
               DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       REG-DATA-DESLIGAMENTO
                       ': NAO PODE DESCONTAR EM FOLHA.'
               MOVE 'N' TO WRK-CREDITO-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'FUNCIONARIO: ' FUNCTION TRIM(REG-NOME) ' '
                   FUNCTION TRIM(REG-SOBRENOME).
           PERFORM 0024C-APURAR-CONSUMO-MES.

           MOVE WRK-FUN-CONSUMO TO WRK-FUN-EDITADO.
           DISPLAY 'CONSUMO NO MES ATE AGORA: ' WRK-FUN-EDITADO.
           ADD WRK-CUPOM-PREVISTO TO WRK-FUN-CONSUMO.
           IF WRK-FUN-CONSUMO > WRK-FUN-TETO
               MOVE WRK-FUN-TETO TO WRK-VALOR-EDITADO
               MOVE WRK-FUN-CONSUMO TO WRK-FUN-EDITADO
               DISPLAY 'TETO MENSAL DE CONSUMO (' WRK-VALOR-EDITADO
                       ') ESTOURADO. CONSUMO COM ESTE CUPOM: '
                       WRK-FUN-EDITADO
               PERFORM 0014C-PEDIR-LIBERACAO
           END-IF.
       0024-END.

       0024A-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0024A-END.

       0024B-PROCURAR-FUNCIONARIO.
           IF REG-CPF = WRK-CPF
               MOVE 'S' TO WRK-FUN-ACHADO
           ELSE
               PERFORM 0024A-LER-FUNCIONARIO
           END-IF.
       0024B-END.

      * CONSUMO DO MES CORRENTE: LINHAS 'F' DO CPF EM VENDAS.DAT,
      * VENDAS SOMAM E ESTORNOS (VEN0004A) ABATEM.
       0024C-APURAR-CONSUMO-MES.
           MOVE ZERO TO WRK-FUN-CONSUMO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-FUN-MES.

           OPEN INPUT ARQUIVO-VENDAS.
           IF FS-VEN-OK
               PERFORM 0024D-LER-VENDA
               PERFORM 0024E-SOMAR-CONSUMO
                   UNTIL FS-VEN-FIM-ARQUIVO
               CLOSE ARQUIVO-VENDAS
           END-IF.
       0024C-END.

       0024D-LER-VENDA.
           READ ARQUIVO-VENDAS.
       0024D-END.

       0024E-SOMAR-CONSUMO.
           IF VEN-PAG-FOLHA AND VEN-CPF = WRK-CPF
              AND VEN-DATA(1:6) = WRK-FUN-MES
               IF VEN-TIPO-DEVOLUCAO
                   SUBTRACT VEN-VALOR-TOTAL FROM WRK-FUN-CONSUMO
               ELSE
                   ADD VEN-VALOR-TOTAL TO WRK-FUN-CONSUMO
               END-IF
           END-IF.
           PERFORM 0024D-LER-VENDA.
       0024E-END.

      * RELE O REGISTRO DO SABOR (TRAVANDO-O), CONFERE O DISPONIVEL
      * SOBRE O SALDO FRESCO E SO ENTAO BAIXA E REGRAVA; REGISTRO
               OPEN EXTEND ARQUIVO-VENDAS
           END-IF.

      * TODAS AS LINHAS DO CUPOM LEVAM O CARIMBO DO CABECALHO.
           MOVE SPACES TO VEN-DATA-HORA.
           STRING WRK-DATA-HOJE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
           MOVE WRK-LOJA-ID  TO VEN-LOJA.
           MOVE WRK-SESSAO-NUM TO VEN-SESSAO.
           MOVE WRK-PAGAMENTO TO VEN-PAGAMENTO.
           MOVE WRK-CUPOM-NUM TO VEN-CUPOM.
           MOVE WRK-ITEM-GRAVADO TO VEN-ITEM.
           WRITE REGISTRO-VENDA.

           CLOSE ARQUIVO-VENDAS.
           COPY SIGNON-PD.CPY.
           COPY LOTE-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY CUPOM-PD.CPY.
           COPY FIDELIDADE-PD.CPY.
           COPY VALE-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY SITCPF-PD.CPY.
           COPY BANNER-PD.CPY.
