      *                        VALE COMO DINHEIRO (MESMA LEITURA DO
      *                        RESUMO DIARIO) E FICA FORA, CONTADA NO
      *                        RESUMO DA RODADA.
      * 15/10/2026 - RODRIGO - USO DE CADA COMPRADOR NO MES CONTRA O
      *                        LIMITE MENSAL DA LISTA DE COMPRADORES
      *                        AUTORIZADOS (COMPRADORES.DAT, EMP0002A),
      *                        COM ALERTA DE LIMITE ESTOURADO E DE
      *                        COMPRA FORA DA AUTORIZACAO.
      * 15/10/2026 - RODRIGO - COMPETENCIA EM MES COMERCIAL JA FECHADO
      *                        (FCH0001A) SO IMPRIME O EXTRATO PARA
      *                        CONFERENCIA: NAO ABRE NEM ATUALIZA
      *                        TITULO NO CONTAS A RECEBER.
      * 15/10/2026 - RODRIGO - EXTRATO DA EMPRESA EM MES ABERTO
      *                        ENFILEIRA O AVISO DE EXTRATO DISPONIVEL
      *                        (NOTIFICACOES.DAT) PARA O CONTATO
      *                        FINANCEIRO DA EMPRESA (EMP0001A); A
      *                        REEMISSAO NAO REPETE O AVISO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-COMPRADORES
               ASSIGN TO DYNAMIC WRK-COMPRADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CHAVE
               FILE STATUS IS WRK-CPR-STATUS.

           SELECT SORT-WORK ASSIGN TO 'VEN0003A.TMP'.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

           SELECT ARQUIVO-NOTIFICACOES
               ASSIGN TO DYNAMIC WRK-NOTIFICACOES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NTF-STATUS.

           SELECT ARQUIVO-CONTATOS ASSIGN TO DYNAMIC WRK-CONTATOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               FILE STATUS IS WRK-CTT-STATUS.

           SELECT MENSAGENS-ARQUIVO
               ASSIGN TO DYNAMIC WRK-MENSAGENS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-VENDAS.
       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-COMPRADORES.
           COPY COMPRADORES-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-EMPRESA PIC X(10).
           05 SORT-TIPO    PIC X(01).
           05 SORT-LOJA    PIC X(03).

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       FD ARQUIVO-NOTIFICACOES.
           COPY NOTIFICACOES-FD.CPY.

       FD ARQUIVO-CONTATOS.
           COPY CONTATOS-FD.CPY.

       FD MENSAGENS-ARQUIVO.
           COPY MENSAGENS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-VEN-STATUS PIC X(02).
       01 WRK-EMPRESAS-EXISTE PIC X(01) VALUE 'N'.
           88 EMPRESAS-EXISTE VALUE 'S'.

      * COMPRADORES AUTORIZADOS (EMP0002A): NA QUEBRA DE CPF O USO
      * DO COMPRADOR NO MES E IMPRESSO CONTRA O LIMITE MENSAL DELE.
       01 WRK-CPR-STATUS PIC X(02).
           88 FS-CPR-OK             VALUE '00'.
           88 FS-CPR-ARQUIVO-NOVO   VALUE '35'.
       01 WRK-COMPRADORES-PATH PIC X(100).
       01 WRK-COMPRADORES-EXISTE PIC X(01) VALUE 'N'.
           88 COMPRADORES-EXISTE VALUE 'S'.
       01 WRK-CPF-ATUAL       PIC X(14) VALUE HIGH-VALUES.
       01 WRK-VALOR-COMPRADOR PIC S9(11)V99 VALUE ZERO.
       01 WRK-LIMITE-EDITADO  PIC $$$,$$$,$$9.99.
       01 WRK-SITUACAO-CPR    PIC X(17).
       01 WRK-NOME-CPR        PIC X(20).
       01 WRK-QTD-ALERTAS     PIC 9(05) COMP VALUE 0.

      * PRAZO DE PAGAMENTO DA EMPRESA (EMP0001A); SEM CADASTRO OU
      * SEM O CAMPO, VALEM OS 10 DIAS HISTORICOS.
       01 WRK-PRAZO-DIAS PIC 9(03) VALUE 10.
       01 WRK-LOJA-ACHADA PIC X(01).
           88 LOJA-NA-TABELA VALUE 'S'.

      * AVISO DE EXTRATO DISPONIVEL AO CONTATO FINANCEIRO DA EMPRESA.
       01 WRK-NTF-VALOR-ED PIC Z,ZZZ,ZZ9.99.

           COPY CPFMASK-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY MENSAGEM-WS.CPY.
           COPY NOTIFICA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
               MOVE WRK-MES-ENTRADA TO WRK-MES-ALVO
           END-IF.

           MOVE WRK-MES-ALVO TO WRK-PCM-DATA.
           PERFORM 0926-VALIDAR-MES-COMERCIAL.
           IF NOT MES-COMERCIAL-LIBERADO
               DISPLAY 'EXTRATO SAI SO PARA CONFERENCIA: NENHUM TITULO'
                       ' SERA ABERTO OU ATUALIZADO.'
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTES.
           PERFORM 0007-ABRIR-RECEBER.
           IF MES-COMERCIAL-LIBERADO
               PERFORM 0978-ABRIR-NOTIFICACOES
           END-IF.

           OPEN INPUT ARQUIVO-EMPRESAS.
           IF FS-EMP-ARQUIVO-NOVO
               MOVE 'S' TO WRK-EMPRESAS-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-COMPRADORES.
           IF FS-CPR-ARQUIVO-NOVO
               CLOSE ARQUIVO-COMPRADORES
           ELSE
               MOVE 'S' TO WRK-COMPRADORES-EXISTE
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-EMPRESA SORT-CPF SORT-DATA
               INPUT PROCEDURE IS 0002-SELECIONAR-VENDAS
           IF EMPRESAS-EXISTE
               CLOSE ARQUIVO-EMPRESAS
           END-IF.
           IF COMPRADORES-EXISTE
               CLOSE ARQUIVO-COMPRADORES
           END-IF.
           IF MES-COMERCIAL-LIBERADO
               PERFORM 0984-FECHAR-NOTIFICACOES
               DISPLAY 'AVISOS DE EXTRATO ENFILEIRADOS: '
                       WRK-NTF-GERADAS ' (JA AVISADOS: '
                       WRK-NTF-DUPLICADAS ', SEM CONTATO: '
                       WRK-NTF-SEM-CONTATO ').'
           END-IF.
           DISPLAY 'TITULOS ABERTOS/ATUALIZADOS EM CONTAS-RECEBER: '
                   WRK-TITULOS-ABERTOS.
           DISPLAY 'VENDAS DO MES JA ACERTADAS NO CAIXA (FORA DO '
                   'FATURAMENTO): ' WRK-QTD-NAO-FATURADAS.
           DISPLAY 'COMPRADORES COM ALERTA (LIMITE OU AUTORIZACAO): '
                   WRK-QTD-ALERTAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
           IF WRK-EMPRESAS-PATH = SPACES
               MOVE 'EMPRESAS.DAT' TO WRK-EMPRESAS-PATH
           END-IF.

           ACCEPT WRK-COMPRADORES-PATH
               FROM ENVIRONMENT 'COMPRADORES_DAT_PATH'.
           IF WRK-COMPRADORES-PATH = SPACES
               MOVE 'COMPRADORES.DAT' TO WRK-COMPRADORES-PATH
           END-IF.
       0000-END.

       0007-ABRIR-RECEBER.
               MOVE 'N' TO WRK-PRIMEIRA-EMPRESA
               MOVE SORT-EMPRESA TO WRK-EMPRESA-ATUAL
               MOVE ZERO TO WRK-VALOR-EMPRESA
               MOVE HIGH-VALUES TO WRK-CPF-ATUAL
               DISPLAY ' '
               DISPLAY ' EMPRESA: ' SORT-EMPRESA
           END-IF.

           IF SORT-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = HIGH-VALUES
                   PERFORM 0012-FECHAR-COMPRADOR
               END-IF
               MOVE SORT-CPF TO WRK-CPF-ATUAL
               MOVE ZERO TO WRK-VALOR-COMPRADOR
           END-IF.

           MOVE SORT-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE SORT-VALOR TO WRK-VALOR-EDITADO.
                   WRK-VALOR-EDITADO ' ' WRK-MARCA-DEV.

           ADD SORT-VALOR TO WRK-VALOR-EMPRESA.
           ADD SORT-VALOR TO WRK-VALOR-COMPRADOR.
           ADD SORT-VALOR TO WRK-VALOR-GERAL.

           PERFORM 0004A-RECEBER-ORDENADO.
       0005-END.

       0006-FECHAR-GRUPO-EMPRESA.
           PERFORM 0012-FECHAR-COMPRADOR.
           MOVE WRK-VALOR-EMPRESA TO WRK-VALOR-EDITADO.
           DISPLAY '  -- VALOR DA EMPRESA: ' WRK-VALOR-EDITADO.
           PERFORM 0008-ABRIR-TITULO.
           IF MES-COMERCIAL-LIBERADO
              AND WRK-EMPRESA-ATUAL NOT = '(SEM EMP.)'
              AND WRK-VALOR-EMPRESA > ZERO
              AND EMPRESAS-EXISTE
               PERFORM 0013-AVISAR-EXTRATO
           END-IF.
       0006-END.

      * ABRE (OU ATUALIZA, EM REEMISSAO DO EXTRATO) O TITULO DA
       0008-ABRIR-TITULO.
           IF WRK-EMPRESA-ATUAL = '(SEM EMP.)'
              OR WRK-VALOR-EMPRESA <= ZERO
              OR NOT MES-COMERCIAL-LIBERADO
               CONTINUE
           ELSE
               MOVE WRK-EMPRESA-ATUAL TO REC-EMPRESA
           MOVE 'A'    TO REC-SITUACAO.
       0008A-END.

      * USO DO COMPRADOR NO MES CONTRA A LISTA DE AUTORIZADOS DA
      * EMPRESA: LIMITE ZERO = SEM LIMITE INDIVIDUAL; A AUTORIZACAO
      * VALE NO MES SE A VIGENCIA ALCANCA QUALQUER DIA DELE. VENDA SEM
      * EMPRESA NAO TEM LISTA A CONFERIR.
       0012-FECHAR-COMPRADOR.
           IF WRK-EMPRESA-ATUAL = '(SEM EMP.)'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CPF-ATUAL TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE WRK-VALOR-COMPRADOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO WRK-SITUACAO-CPR WRK-NOME-CPR.
           MOVE ZERO TO WRK-LIMITE-EDITADO.

           IF NOT COMPRADORES-EXISTE
               MOVE 'SEM LISTA' TO WRK-SITUACAO-CPR
           ELSE
               MOVE WRK-EMPRESA-ATUAL TO CPR-EMPRESA
               MOVE WRK-CPF-ATUAL     TO CPR-CPF
               READ ARQUIVO-COMPRADORES
                   INVALID KEY
                       MOVE 'NAO AUTORIZADO' TO WRK-SITUACAO-CPR
                   NOT INVALID KEY
                       PERFORM 0012A-CRITICAR-COMPRADOR
               END-READ
           END-IF.

           IF WRK-SITUACAO-CPR = 'NAO AUTORIZADO'
              OR WRK-SITUACAO-CPR = 'FORA DA VIGENCIA'
              OR WRK-SITUACAO-CPR = 'LIMITE ESTOURADO'
               ADD 1 TO WRK-QTD-ALERTAS
           END-IF.

           DISPLAY '    >> COMPRADOR ' WRK-MSK-SAIDA ' '
                   WRK-NOME-CPR ' USO ' WRK-VALOR-EDITADO
                   ' LIMITE ' WRK-LIMITE-EDITADO ' '
                   WRK-SITUACAO-CPR.
       0012-END.

       0012A-CRITICAR-COMPRADOR.
           MOVE CPR-NOME TO WRK-NOME-CPR.
           IF CPR-LIMITE-MENSAL IS NOT NUMERIC
               MOVE ZEROS TO CPR-LIMITE-MENSAL
           END-IF.
           MOVE CPR-LIMITE-MENSAL TO WRK-LIMITE-EDITADO.

           EVALUATE TRUE
               WHEN CPR-VALIDO-DE(1:6) > WRK-MES-ALVO
                   MOVE 'FORA DA VIGENCIA' TO WRK-SITUACAO-CPR
               WHEN CPR-VALIDO-ATE NOT = SPACES
                AND CPR-VALIDO-ATE(1:6) < WRK-MES-ALVO
                   MOVE 'FORA DA VIGENCIA' TO WRK-SITUACAO-CPR
               WHEN CPR-LIMITE-MENSAL = ZERO
                   MOVE 'SEM LIMITE' TO WRK-SITUACAO-CPR
               WHEN WRK-VALOR-COMPRADOR > CPR-LIMITE-MENSAL
                   MOVE 'LIMITE ESTOURADO' TO WRK-SITUACAO-CPR
               WHEN OTHER
                   MOVE 'DENTRO DO LIMITE' TO WRK-SITUACAO-CPR
           END-EVALUATE.
       0012A-END.

      * AVISO DE EXTRATO DISPONIVEL PARA O CONTATO FINANCEIRO DA
      * EMPRESA (EMP0001A). A CHAVE E EMPRESA + COMPETENCIA: A
      * REEMISSAO DO EXTRATO NO MESMO MES NAO REPETE O AVISO. EMPRESA
      * SEM CONTATO CADASTRADO FICA SEM AVISO.
       0013-AVISAR-EXTRATO.
           MOVE WRK-EMPRESA-ATUAL TO EMP-CODIGO.
           READ ARQUIVO-EMPRESAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EMP-CPF-CONTATO = SPACES OR LOW-VALUES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'EXT' TO WRK-NTF-EVENTO.
           MOVE SPACES TO WRK-NTF-REFERENCIA.
           STRING EMP-CODIGO   DELIMITED BY SIZE
                  WRK-MES-ALVO DELIMITED BY SIZE
               INTO WRK-NTF-REFERENCIA
           END-STRING.
           MOVE WRK-VALOR-EMPRESA TO WRK-NTF-VALOR-ED.
           MOVE SPACES TO WRK-NTF-SUBST.
           STRING WRK-MES-ALVO(5:2) DELIMITED BY SIZE
                  '/'               DELIMITED BY SIZE
                  WRK-MES-ALVO(1:4) DELIMITED BY SIZE
                  ' (R$ '           DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-NTF-VALOR-ED) DELIMITED BY SIZE
                  ')'               DELIMITED BY SIZE
               INTO WRK-NTF-SUBST
           END-STRING.
           MOVE EMP-CPF-CONTATO TO WRK-NTF-CPF.
           MOVE 'NTF-0004' TO WRK-NTF-MODELO.
           MOVE 'S' TO WRK-NTF-FINALIDADE.
           MOVE 'VEN0003A' TO WRK-NTF-PROGRAMA.
           PERFORM 0979-ENFILEIRAR-NOTIFICACAO.
       0013-END.

           COPY CPFMASK-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY MENSAGEM-PD.CPY.
           COPY NOTIFICA-PD.CPY.
           COPY BANNER-PD.CPY.
