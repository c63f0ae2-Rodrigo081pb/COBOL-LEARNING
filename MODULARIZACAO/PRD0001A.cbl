      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: APONTAMENTO DA PRODUCAO PROPRIA (SABORES FEITOS
      *              NA COZINHA): O OPERADOR INFORMA O SABOR E QUANTAS
      *              BATELADAS FORAM FEITAS; A FICHA TECNICA (FTC0001A)
      *              DA A QUANTIDADE DE CADA INGREDIENTE E O RENDIMENTO
      *              EM CUBAS. O PROGRAMA CONFERE SE TODOS OS
      *              INGREDIENTES TEM SALDO, CUSTEIA A PRODUCAO AO
      *              CUSTO MEDIO DELES, DA ENTRADA DAS CUBAS NO
      *              CATALOGO (CUSTO MEDIO PONDERADO DO SABOR, MESMA
      *              REGRA DO EST0001A), NO SALDO DA LOJA E NO LIVRO
      *              DE MOVIMENTOS COM O CUSTO UNITARIO APURADO, ABRE
      *              UM LOTE NOVO EM LOTES.DAT COM A VALIDADE DA FICHA
      *              E SO ENTAO BAIXA OS INGREDIENTES. ASSIM O CUSTO
      *              MEDIO DO SABOR E A MARGEM DO EST0004A PASSAM A
      *              SER REAIS PARA OS SABORES CASEIROS.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRD0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O CATALOGO E COMPARTILHADO COM O BALCAO; MESMA TRAVA
      * AUTOMATICA DE REGISTRO DO EST0001A NO READ-MODIFY-REWRITE.
           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-CHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-SAB-STATUS.

           SELECT ARQUIVO-MOVIMENTO
               ASSIGN TO DYNAMIC WRK-MOVIMENTO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT ARQUIVO-ESTOQUE-LOJA
               ASSIGN TO DYNAMIC WRK-ESTLOJA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELJ-CHAVE
               FILE STATUS IS WRK-ELJ-STATUS.

           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

           SELECT ARQUIVO-FICHAS ASSIGN TO DYNAMIC WRK-FICHAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTC-CHAVE
               FILE STATUS IS WRK-FTC-STATUS.

           SELECT ARQUIVO-INGREDIENTES
               ASSIGN TO DYNAMIC WRK-INGREDIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WRK-ING-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD ARQUIVO-ESTOQUE-LOJA.
           COPY ESTLOJA-FD.CPY.

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD ARQUIVO-FICHAS.
           COPY FICHAS-FD.CPY.

       FD ARQUIVO-INGREDIENTES.
           COPY INGREDIENTES-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.
           88 FS-SAB-REG-BLOQUEADO  VALUES '51' '99'.

       01 WRK-MOV-STATUS PIC X(02).
           88 FS-MOV-OK             VALUE '00'.
           88 FS-MOV-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ELJ-STATUS PIC X(02).
           88 FS-ELJ-OK             VALUE '00'.
           88 FS-ELJ-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOT-STATUS PIC X(02).
           88 FS-LOT-OK             VALUE '00'.
           88 FS-LOT-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FTC-STATUS PIC X(02).
           88 FS-FTC-OK             VALUE '00'.
           88 FS-FTC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ING-STATUS PIC X(02).
           88 FS-ING-OK             VALUE '00'.
           88 FS-ING-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-SABORES-PATH      PIC X(100).
       01 WRK-MOVIMENTO-PATH    PIC X(100).
       01 WRK-ESTLOJA-PATH      PIC X(100).
       01 WRK-LOTES-PATH        PIC X(100).
       01 WRK-FICHAS-PATH       PIC X(100).
       01 WRK-INGREDIENTES-PATH PIC X(100).

      * APLICACAO DA ENTRADA NO CATALOGO COM TRAVA (PADRAO EST0001A).
       01 WRK-APLICA-SITUACAO PIC X(01).
           88 APLICACAO-CONFIRMADA  VALUE 'S'.
           88 APLICACAO-IMPOSSIVEL  VALUE 'F'.
       01 WRK-TENTATIVAS PIC 9(01) VALUE ZERO.

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-ID-MARCA  PIC 9(03).
       01 WRK-SABOR     PIC X(20).
       01 WRK-MOTIVO    PIC X(30).

      * DADOS DA PRODUCAO: BATELADAS, CUBAS PRODUZIDAS (PADRAO
      * BATELADAS X RENDIMENTO DA FICHA, O OPERADOR PODE CORRIGIR
      * PELO QUE REALMENTE SAIU) E VALIDADE EM DIAS DA FICHA.
       01 WRK-BATELADAS      PIC 9(03) VALUE ZERO.
       01 WRK-QTD-PRODUZIDA  PIC 9(05) VALUE ZERO.
       01 WRK-RENDIMENTO     PIC 9(05) VALUE ZERO.
       01 WRK-VALIDADE-DIAS  PIC 9(03) VALUE ZERO.

      * CONFERENCIA E BAIXA DOS INGREDIENTES.
       01 WRK-QTD-NECESSARIA PIC 9(07)V999 VALUE ZERO.
       01 WRK-CUSTO-TOTAL    PIC 9(09)V9999 VALUE ZERO.
       01 WRK-CUSTO-UNIT     PIC 9(04)V99 VALUE ZERO.
       01 WRK-TOTAL-LINHAS   PIC 9(03) COMP VALUE 0.
       01 WRK-FALTAS         PIC 9(03) COMP VALUE 0.
       01 WRK-FIM-FICHA PIC X(01) VALUE 'N'.
           88 FICHA-LIDA VALUE 'S'.
       01 WRK-PASSO PIC X(01).
           88 PASSO-CONFERIR VALUE 'C'.
           88 PASSO-BAIXAR   VALUE 'B'.

      * LOTE DA PRODUCAO: 'P' + AAMMDD + SEQUENCIAL DO DIA (001 EM
      * DIANTE, O PRIMEIRO LIVRE PARA O SABOR).
       01 WRK-LOTE-PRODUCAO.
           05 FILLER             PIC X(01) VALUE 'P'.
           05 WRK-LOTE-DATA      PIC X(06).
           05 WRK-LOTE-SEQ       PIC 9(03).
       01 WRK-LOTE-LIVRE PIC X(01).
           88 LOTE-LIVRE VALUE 'S'.
       01 WRK-VALIDADE       PIC X(08).
       01 WRK-VALIDADE-NUM REDEFINES WRK-VALIDADE PIC 9(08).
       01 WRK-VALIDADE-ENT   PIC X(08).
       01 WRK-FREEZER        PIC X(04) VALUE SPACES.

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-HORA-HOJE PIC X(08).

       01 WRK-ELJ-DELTA PIC S9(07) VALUE ZERO.

           COPY NUMVALIDA-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     PRD0001A - APONTAMENTO DE PRODUCAO         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

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

           OPEN I-O ARQUIVO-ESTOQUE-LOJA.
           IF FS-ELJ-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-ESTOQUE-LOJA
               CLOSE ARQUIVO-ESTOQUE-LOJA
               OPEN I-O ARQUIVO-ESTOQUE-LOJA
           END-IF.

           OPEN I-O ARQUIVO-LOTES.
           IF FS-LOT-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-LOTES
               CLOSE ARQUIVO-LOTES
               OPEN I-O ARQUIVO-LOTES
           END-IF.

           OPEN INPUT ARQUIVO-FICHAS.
           OPEN I-O ARQUIVO-INGREDIENTES.
           OPEN I-O ARQUIVO-SABORES.

           EVALUATE TRUE
               WHEN FS-SAB-ARQUIVO-NOVO
                   DISPLAY 'SABORES.DAT AINDA NAO EXISTE. CADASTRE O '
                           'CATALOGO PELO SAB0001A PRIMEIRO.'
               WHEN FS-FTC-ARQUIVO-NOVO
                   DISPLAY 'NENHUMA FICHA TECNICA CADASTRADA. USE O '
                           'FTC0001A PRIMEIRO.'
               WHEN FS-ING-ARQUIVO-NOVO
                   DISPLAY 'NENHUM INGREDIENTE CADASTRADO. USE O '
                           'ING0001A PRIMEIRO.'
               WHEN OTHER
                   PERFORM 0002-APONTAR-PRODUCAO
                       UNTIL WRK-CONTINUAR = 'N'
           END-EVALUATE.

           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-FICHAS.
           CLOSE ARQUIVO-INGREDIENTES.
           CLOSE ARQUIVO-ESTOQUE-LOJA.
           CLOSE ARQUIVO-LOTES.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.

           ACCEPT WRK-MOVIMENTO-PATH
               FROM ENVIRONMENT 'MOVIMENTO_ESTOQUE_PATH'.
           IF WRK-MOVIMENTO-PATH = SPACES
               MOVE 'MOVIMENTO-ESTOQUE.DAT' TO WRK-MOVIMENTO-PATH
           END-IF.

           ACCEPT WRK-ESTLOJA-PATH
               FROM ENVIRONMENT 'ESTOQUE_LOJA_PATH'.
           IF WRK-ESTLOJA-PATH = SPACES
               MOVE 'ESTOQUE-LOJA.DAT' TO WRK-ESTLOJA-PATH
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.

           ACCEPT WRK-FICHAS-PATH
               FROM ENVIRONMENT 'FICHAS_TECNICAS_PATH'.
           IF WRK-FICHAS-PATH = SPACES
               MOVE 'FICHAS-TECNICAS.DAT' TO WRK-FICHAS-PATH
           END-IF.

           ACCEPT WRK-INGREDIENTES-PATH
               FROM ENVIRONMENT 'INGREDIENTES_DAT_PATH'.
           IF WRK-INGREDIENTES-PATH = SPACES
               MOVE 'INGREDIENTES.DAT' TO WRK-INGREDIENTES-PATH
           END-IF.
       0000-END.

       0002-APONTAR-PRODUCAO.
           PERFORM 0003-OBTER-PRODUCAO.

           DISPLAY 'DESEJA APONTAR OUTRA PRODUCAO? (S/N)'.
           ACCEPT WRK-CONTINUAR.
           MOVE FUNCTION UPPER-CASE(WRK-CONTINUAR) TO WRK-CONTINUAR.
       0002-END.

      * SABOR, FICHA E BATELADAS; CONFERE OS INGREDIENTES E SO
      * SEGUE PARA A GRAVACAO SE NAO FALTAR NADA.
       0003-OBTER-PRODUCAO.
           DISPLAY 'ID DA MARCA DO SABOR: '.
           ACCEPT WRK-ID-MARCA.
           DISPLAY 'NOME DO SABOR: '.
           ACCEPT WRK-SABOR.
           MOVE FUNCTION UPPER-CASE(WRK-SABOR) TO WRK-SABOR.

           MOVE WRK-ID-MARCA TO SAB-ID-MARCA.
           MOVE WRK-SABOR    TO SAB-SABOR.
           READ ARQUIVO-SABORES
               INVALID KEY
                   DISPLAY 'SABOR NAO ENCONTRADO NO CATALOGO.'
                   EXIT PARAGRAPH
           END-READ.

           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE ZERO         TO FTC-SEQ.
           READ ARQUIVO-FICHAS
               INVALID KEY
                   DISPLAY 'SABOR SEM FICHA TECNICA (FTC0001A). '
                           'PRODUCAO NAO APONTADA.'
                   EXIT PARAGRAPH
           END-READ.
           MOVE FTC-RENDIMENTO    TO WRK-RENDIMENTO.
           MOVE FTC-VALIDADE-DIAS TO WRK-VALIDADE-DIAS.

           DISPLAY 'QUANTIDADE DE BATELADAS: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NOT NUM-OK OR WRK-NUM-ENTRADA = SPACES
               DISPLAY 'QUANTIDADE INVALIDA. PRODUCAO NAO APONTADA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-BATELADAS.
           IF WRK-BATELADAS = ZERO
               DISPLAY 'QUANTIDADE ZERADA. PRODUCAO NAO APONTADA.'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-QTD-PRODUZIDA = WRK-BATELADAS * WRK-RENDIMENTO.
           DISPLAY 'CUBAS PRODUZIDAS (ENTER CONFIRMA '
                   WRK-QTD-PRODUZIDA '): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA NOT = SPACES
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-OK
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO WRK-QTD-PRODUZIDA
               ELSE
                   DISPLAY 'QUANTIDADE INVALIDA. MANTENDO A DA '
                           'FICHA.'
               END-IF
           END-IF.
           IF WRK-QTD-PRODUZIDA = ZERO
               DISPLAY 'NENHUMA CUBA PRODUZIDA. PRODUCAO NAO '
                       'APONTADA.'
               EXIT PARAGRAPH
           END-IF.

      * PRIMEIRA PASSADA: CONFERE O SALDO DE CADA INGREDIENTE E
      * CUSTEIA A PRODUCAO, SEM GRAVAR NADA.
           MOVE 'C' TO WRK-PASSO.
           PERFORM 0004-PERCORRER-FICHA.
           IF WRK-TOTAL-LINHAS = ZERO
               DISPLAY 'FICHA SEM INGREDIENTES. PRODUCAO NAO '
                       'APONTADA.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FALTAS > ZERO
               DISPLAY WRK-FALTAS ' INGREDIENTE(S) SEM SALDO. '
                       'PRODUCAO NAO APONTADA.'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-CUSTO-UNIT ROUNDED =
               WRK-CUSTO-TOTAL / WRK-QTD-PRODUZIDA.
           DISPLAY 'CUSTO DA PRODUCAO: ' WRK-CUSTO-TOTAL
                   '  CUSTO POR CUBA: ' WRK-CUSTO-UNIT.

           PERFORM 0006-DEFINIR-LOTE.
           PERFORM 0007-GRAVAR-PRODUCAO.
       0003-END.

      * PERCORRE AS LINHAS DA FICHA (SEQUENCIA 01 EM DIANTE) NO
      * PASSO INDICADO: 'C' CONFERE E CUSTEIA, 'B' BAIXA O SALDO.
       0004-PERCORRER-FICHA.
           MOVE ZERO TO WRK-TOTAL-LINHAS.
           IF PASSO-CONFERIR
               MOVE ZERO TO WRK-FALTAS
               MOVE ZERO TO WRK-CUSTO-TOTAL
           END-IF.
           MOVE WRK-ID-MARCA TO FTC-ID-MARCA.
           MOVE WRK-SABOR    TO FTC-SABOR.
           MOVE 1            TO FTC-SEQ.
           MOVE 'N' TO WRK-FIM-FICHA.
           START ARQUIVO-FICHAS KEY NOT < FTC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FICHA
           END-START.
           IF NOT FICHA-LIDA
               PERFORM 0004A-LER-LINHA
               PERFORM 0005-TRATAR-LINHA UNTIL FICHA-LIDA
           END-IF.
       0004-END.

       0004A-LER-LINHA.
           READ ARQUIVO-FICHAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-FICHA
           END-READ.
           IF NOT FICHA-LIDA
               IF FTC-ID-MARCA NOT = WRK-ID-MARCA
                  OR FTC-SABOR NOT = WRK-SABOR
                   MOVE 'S' TO WRK-FIM-FICHA
               END-IF
           END-IF.
       0004A-END.

       0005-TRATAR-LINHA.
           ADD 1 TO WRK-TOTAL-LINHAS.
           COMPUTE WRK-QTD-NECESSARIA = FTC-ING-QTD * WRK-BATELADAS.
           MOVE FTC-ING-CODIGO TO ING-CODIGO.
           READ ARQUIVO-INGREDIENTES
               INVALID KEY
                   IF PASSO-CONFERIR
                       DISPLAY 'INGREDIENTE ' FTC-ING-CODIGO
                               ' DA FICHA NAO CADASTRADO.'
                       ADD 1 TO WRK-FALTAS
                   END-IF
               NOT INVALID KEY
                   IF PASSO-CONFERIR
                       PERFORM 0005A-CONFERIR-INGREDIENTE
                   ELSE
                       PERFORM 0005B-BAIXAR-INGREDIENTE
                   END-IF
           END-READ.
           PERFORM 0004A-LER-LINHA.
       0005-END.

       0005A-CONFERIR-INGREDIENTE.
           IF WRK-QTD-NECESSARIA > ING-ESTOQUE
               DISPLAY 'FALTA ' ING-CODIGO ' ' ING-DESCRICAO
                       ' PRECISA ' WRK-QTD-NECESSARIA ' ' ING-UNIDADE
                       ' TEM ' ING-ESTOQUE
               ADD 1 TO WRK-FALTAS
           ELSE
               COMPUTE WRK-CUSTO-TOTAL ROUNDED = WRK-CUSTO-TOTAL
                   + WRK-QTD-NECESSARIA * ING-CUSTO-MEDIO
           END-IF.
       0005A-END.

       0005B-BAIXAR-INGREDIENTE.
           SUBTRACT WRK-QTD-NECESSARIA FROM ING-ESTOQUE.
           REWRITE REGISTRO-INGREDIENTE
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR O INGREDIENTE '
                           ING-CODIGO '.'
           END-REWRITE.
       0005B-END.

      * NUMERO DO LOTE NOVO E VALIDADE (HOJE + DIAS DA FICHA; O
      * OPERADOR PODE INFORMAR OUTRA).
       0006-DEFINIR-LOTE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(3:6) TO WRK-LOTE-DATA.
           MOVE ZERO TO WRK-LOTE-SEQ.
           MOVE 'N' TO WRK-LOTE-LIVRE.
           PERFORM 0006A-PROCURAR-LOTE-LIVRE
               UNTIL LOTE-LIVRE OR WRK-LOTE-SEQ = 999.

           COMPUTE WRK-VALIDADE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-NUM)
               + WRK-VALIDADE-DIAS).
           DISPLAY 'LOTE ' WRK-LOTE-PRODUCAO ' VALIDADE (ENTER '
                   'CONFIRMA ' WRK-VALIDADE ', OU AAAAMMDD): '.
           ACCEPT WRK-VALIDADE-ENT.
           IF WRK-VALIDADE-ENT NOT = SPACES
               IF WRK-VALIDADE-ENT IS NUMERIC
                  AND WRK-VALIDADE-ENT > WRK-DATA-HOJE
                   MOVE WRK-VALIDADE-ENT TO WRK-VALIDADE
               ELSE
                   DISPLAY 'VALIDADE INVALIDA. MANTENDO A DA FICHA.'
               END-IF
           END-IF.

           DISPLAY 'FREEZER ONDE O LOTE FICA (ENTER SEM FREEZER): '.
           ACCEPT WRK-FREEZER.
           MOVE FUNCTION UPPER-CASE(WRK-FREEZER) TO WRK-FREEZER.
       0006-END.

       0006A-PROCURAR-LOTE-LIVRE.
           ADD 1 TO WRK-LOTE-SEQ.
           MOVE WRK-ID-MARCA      TO LOT-ID-MARCA.
           MOVE WRK-SABOR         TO LOT-SABOR.
           MOVE WRK-LOTE-PRODUCAO TO LOT-NUMERO.
           READ ARQUIVO-LOTES
               INVALID KEY
                   MOVE 'S' TO WRK-LOTE-LIVRE
           END-READ.
       0006A-END.

      * GRAVA A PRODUCAO: ENTRADA NO CATALOGO (COM TRAVA) PRIMEIRO;
      * SO COM ELA CONFIRMADA VEM SALDO DA LOJA, LOTE, MOVIMENTO E A
      * BAIXA DOS INGREDIENTES.
       0007-GRAVAR-PRODUCAO.
           IF NOT LOTE-LIVRE
               DISPLAY 'SEM NUMERO DE LOTE LIVRE PARA HOJE. '
                       'PRODUCAO NAO APONTADA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WRK-APLICA-SITUACAO.
           MOVE ZERO TO WRK-TENTATIVAS.
           PERFORM 0008-TENTAR-APLICAR-SALDO
               UNTIL APLICACAO-CONFIRMADA
                  OR APLICACAO-IMPOSSIVEL
                  OR WRK-TENTATIVAS >= 5.

           IF NOT APLICACAO-CONFIRMADA
               DISPLAY 'REGISTRO DO SABOR EM USO POR OUTRO '
                       'TERMINAL. PRODUCAO NAO APONTADA; TENTE '
                       'DE NOVO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-QTD-PRODUZIDA TO WRK-ELJ-DELTA.
           PERFORM 0009-ATUALIZAR-SALDO-LOJA.

           MOVE WRK-ID-MARCA      TO LOT-ID-MARCA.
           MOVE WRK-SABOR         TO LOT-SABOR.
           MOVE WRK-LOTE-PRODUCAO TO LOT-NUMERO.
           MOVE WRK-VALIDADE      TO LOT-VALIDADE.
           MOVE WRK-QTD-PRODUZIDA TO LOT-QTD.
           MOVE 'A' TO LOT-SITUACAO.
           MOVE SPACES TO LOT-FORNECEDOR.
           MOVE WRK-DATA-HOJE TO LOT-DATA-ENTRADA.
           MOVE WRK-LOJA-ID   TO LOT-LOJA.
           MOVE WRK-FREEZER   TO LOT-FREEZER.
           WRITE REGISTRO-LOTE
               INVALID KEY
                   DISPLAY 'ERRO AO ABRIR O LOTE ' WRK-LOTE-PRODUCAO
           END-WRITE.

           PERFORM 0010-GRAVAR-MOVIMENTO.

           MOVE 'B' TO WRK-PASSO.
           PERFORM 0004-PERCORRER-FICHA.

           DISPLAY 'PRODUCAO APONTADA. LOTE ' WRK-LOTE-PRODUCAO
                   ' COM ' WRK-QTD-PRODUZIDA ' CUBAS. NOVO SALDO: '
                   SAB-ESTOQUE-QTD.
       0007-END.

      * RELE O SABOR (TRAVANDO-O), RECALCULA O CUSTO MEDIO PONDERADO
      * COM O CUSTO DA PRODUCAO E REGRAVA; STATUS 51/99 E TENTADO DE
      * NOVO ATE 5 VEZES.
       0008-TENTAR-APLICAR-SALDO.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE WRK-ID-MARCA TO SAB-ID-MARCA.
           MOVE WRK-SABOR    TO SAB-SABOR.
           READ ARQUIVO-SABORES
               INVALID KEY
                   MOVE 'F' TO WRK-APLICA-SITUACAO
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-SAB-REG-BLOQUEADO
               DISPLAY 'SABOR EM USO POR OUTRO TERMINAL; TENTANDO '
                       'DE NOVO...'
           ELSE
               IF NOT APLICACAO-IMPOSSIVEL
                   PERFORM 0008A-APLICAR-NO-REGISTRO
               END-IF
           END-IF.
       0008-END.

       0008A-APLICAR-NO-REGISTRO.
           IF SAB-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO SAB-CUSTO-MEDIO
           END-IF.
           COMPUTE SAB-CUSTO-MEDIO ROUNDED =
               (SAB-ESTOQUE-QTD * SAB-CUSTO-MEDIO
                + WRK-QTD-PRODUZIDA * WRK-CUSTO-UNIT)
               / (SAB-ESTOQUE-QTD + WRK-QTD-PRODUZIDA).
           ADD WRK-QTD-PRODUZIDA TO SAB-ESTOQUE-QTD.

           REWRITE REGISTRO-SABOR.
           IF FS-SAB-OK
               MOVE 'S' TO WRK-APLICA-SITUACAO
           ELSE
               IF FS-SAB-REG-BLOQUEADO
                   DISPLAY 'SABOR EM USO POR OUTRO TERMINAL; '
                           'TENTANDO DE NOVO...'
               ELSE
                   DISPLAY 'ERRO AO ATUALIZAR O SALDO. PRODUCAO '
                           'NAO APONTADA.'
                   MOVE 'F' TO WRK-APLICA-SITUACAO
               END-IF
           END-IF.
       0008A-END.

      * APLICA WRK-ELJ-DELTA NO SALDO DA LOJA EM OPERACAO (CRIA O
      * REGISTRO NA PRIMEIRA MOVIMENTACAO).
       0009-ATUALIZAR-SALDO-LOJA.
           MOVE WRK-LOJA-ID  TO ELJ-LOJA.
           MOVE WRK-ID-MARCA TO ELJ-ID-MARCA.
           MOVE WRK-SABOR    TO ELJ-SABOR.
           READ ARQUIVO-ESTOQUE-LOJA
               INVALID KEY
                   MOVE WRK-ELJ-DELTA TO ELJ-QTD
                   WRITE REGISTRO-ESTOQUE-LOJA
               NOT INVALID KEY
                   ADD WRK-ELJ-DELTA TO ELJ-QTD
                   REWRITE REGISTRO-ESTOQUE-LOJA
           END-READ.
       0009-END.

       0010-GRAVAR-MOVIMENTO.
           OPEN EXTEND ARQUIVO-MOVIMENTO.
           IF FS-MOV-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-MOVIMENTO
               CLOSE ARQUIVO-MOVIMENTO
               OPEN EXTEND ARQUIVO-MOVIMENTO
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           STRING WRK-DATA-HOJE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-HORA-HOJE DELIMITED BY SIZE
               INTO MOV-DATA-HORA
           END-STRING.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'PRODUCAO LOTE '  DELIMITED BY SIZE
                  WRK-LOTE-PRODUCAO DELIMITED BY SIZE
               INTO WRK-MOTIVO
           END-STRING.
           MOVE WRK-ID-MARCA      TO MOV-ID-MARCA.
           MOVE WRK-SABOR         TO MOV-SABOR.
           MOVE 'E'               TO MOV-TIPO.
           MOVE WRK-QTD-PRODUZIDA TO MOV-QTD.
           MOVE WRK-MOTIVO        TO MOV-MOTIVO.
           MOVE WRK-CUSTO-UNIT    TO MOV-CUSTO-UNIT.
           MOVE WRK-LOJA-ID       TO MOV-LOJA.
           WRITE REGISTRO-MOVIMENTO.

           CLOSE ARQUIVO-MOVIMENTO.
       0010-END.

           COPY NUMVALIDA-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
