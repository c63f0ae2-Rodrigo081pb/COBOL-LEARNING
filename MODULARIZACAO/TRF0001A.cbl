      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: TRANSFERENCIA DE ESTOQUE ENTRE LOJAS: O (E)NVIO
      *              EMITE O DOCUMENTO (NUMERO, LOJA DE ORIGEM E DE
      *              DESTINO, SABOR, QUANTIDADE E LOTE) EM
      *              TRANSFERENCIAS.DAT, BAIXA O SALDO DA LOJA DE
      *              ORIGEM E DEIXA AS CUBAS "EM TRANSITO"; O
      *              (R)ECEBIMENTO, FEITO NA LOJA DE DESTINO, CONFIRMA
      *              A QUANTIDADE QUE CHEGOU, DA ENTRADA SO NELA E
      *              REGISTRA A DIFERENCA NO DOCUMENTO (A FALTA SAI
      *              DO LOTE). OS DOIS LADOS VAO PARA O LIVRO DE
      *              MOVIMENTOS COM MOTIVO DE TRANSFERENCIA, E O
      *              CATALOGO (SABORES.DAT) CONTINUA SENDO A SOMA DAS
      *              LOJAS -- O QUE ESTA EM TRANSITO FICA SO NO
      *              DOCUMENTO, LISTADO PELO TRF0002A ATE CHEGAR. ACABA
      *              COM A SAIDA FALSA NUMA LOJA E A ENTRADA FALSA NA
      *              OUTRA PELO EST0001A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-TRANSFERENCIAS
               ASSIGN TO DYNAMIC WRK-TRANSFERENCIAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMERO
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WRK-TRF-STATUS.

      * O CATALOGO E COMPARTILHADO COM O BALCAO DURANTE O DIA (MESMA
      * TRAVA AUTOMATICA DO EST0001A).
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

           SELECT ARQUIVO-LOJAS ASSIGN TO DYNAMIC WRK-LOJAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-LOJ-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WRK-OPE-STATUS.

           SELECT SIGNON-LOG-ARQUIVO
               ASSIGN TO DYNAMIC WRK-SIGNON-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLG-STATUS.

           SELECT ARQUIVO-PERFIS ASSIGN TO DYNAMIC WRK-PERFIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRF-STATUS.

           SELECT ARQUIVO-PERCOM ASSIGN TO DYNAMIC WRK-PERCOM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCM-MES
               FILE STATUS IS WRK-PCM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-TRANSFERENCIAS.
           COPY TRANSFERENCIAS-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-MOVIMENTO.
           COPY MOVIMENTO-FD.CPY.

       FD ARQUIVO-ESTOQUE-LOJA.
           COPY ESTLOJA-FD.CPY.

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD ARQUIVO-LOJAS.
           COPY LOJAS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD ARQUIVO-PERCOM.
           COPY PERCOM-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-TRF-STATUS PIC X(02).
           88 FS-TRF-OK             VALUE '00'.
           88 FS-TRF-FIM-ARQUIVO    VALUE '10'.
           88 FS-TRF-ARQUIVO-NOVO   VALUE '35'.

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

       01 WRK-LOJ-STATUS PIC X(02).
           88 FS-LOJ-OK             VALUE '00'.
           88 FS-LOJ-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-TRANSFERENCIAS-PATH PIC X(100).
       01 WRK-SABORES-PATH        PIC X(100).
       01 WRK-MOVIMENTO-PATH      PIC X(100).
       01 WRK-ESTLOJA-PATH        PIC X(100).
       01 WRK-LOJAS-PATH          PIC X(100).

       01 WRK-LOJAS-EXISTE PIC X(01) VALUE 'N'.
           88 LOJAS-EXISTE VALUE 'S'.

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).

      * DADOS DIGITADOS DO DOCUMENTO.
       01 WRK-LOJA-DESTINO  PIC X(03).
       01 WRK-ID-MARCA      PIC 9(03).
       01 WRK-SABOR         PIC X(20).
       01 WRK-QTD           PIC 9(05).
       01 WRK-QTD-ENTRADA   PIC X(05).
       01 WRK-LOTE          PIC X(10).
       01 WRK-NUMERO-ENT    PIC X(06).
       01 WRK-MOTIVO-DIF    PIC X(30).
       01 WRK-SALDO-LOJA    PIC S9(07) VALUE ZERO.

      * NUMERO DO DOCUMENTO: O MAIOR JA GRAVADO MAIS UM.
       01 WRK-TRF-NUM PIC 9(06) VALUE ZEROS.
       01 WRK-TRF-RESERVA PIC X(01) VALUE 'N'.
           88 DOCUMENTO-RESERVADO VALUE 'S'.

      * APLICACAO NO CATALOGO COM TRAVA (MESMO ESQUEMA DO EST0001A).
       01 WRK-APLICA-SITUACAO PIC X(01).
           88 APLICACAO-CONFIRMADA  VALUE 'S'.
           88 APLICACAO-IMPOSSIVEL  VALUE 'F'.
       01 WRK-TENTATIVAS PIC 9(01) VALUE ZERO.
       01 WRK-TIPO       PIC X(01).
       01 WRK-CUSTO-MOVTO PIC 9(04)V99 VALUE ZERO.

       01 WRK-ELJ-LOJA  PIC X(03).
       01 WRK-ELJ-DELTA PIC S9(07) VALUE ZERO.

       01 WRK-MOV-LOJA   PIC X(03).
       01 WRK-MOV-MOTIVO PIC X(30).

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-HORA-HOJE PIC X(08).

       01 WRK-QTD-ED     PIC ZZZZ9.
       01 WRK-PENDENTES  PIC 9(05) COMP VALUE 0.

           COPY LOTE-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY PERCOM-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   TRF0001A - TRANSFERENCIA ENTRE LOJAS         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'TRF0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
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

           OPEN I-O ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               DISPLAY 'SABORES.DAT AINDA NAO EXISTE. CADASTRE O '
                       'CATALOGO PELO SAB0001A PRIMEIRO.'
               CLOSE ARQUIVO-SABORES
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0002-ABRIR-ARQUIVOS.

           PERFORM 0003-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-TRANSFERENCIAS.
           CLOSE ARQUIVO-SABORES.
           CLOSE ARQUIVO-ESTOQUE-LOJA.
           CLOSE ARQUIVO-LOTES.
           IF LOJAS-EXISTE
               CLOSE ARQUIVO-LOJAS
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-TRANSFERENCIAS-PATH
               FROM ENVIRONMENT 'TRANSFERENCIAS_DAT_PATH'.
           IF WRK-TRANSFERENCIAS-PATH = SPACES
               MOVE 'TRANSFERENCIAS.DAT' TO WRK-TRANSFERENCIAS-PATH
           END-IF.

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

           ACCEPT WRK-LOJAS-PATH FROM ENVIRONMENT 'LOJAS_DAT_PATH'.
           IF WRK-LOJAS-PATH = SPACES
               MOVE 'LOJAS.DAT' TO WRK-LOJAS-PATH
           END-IF.
       0000-END.

       0002-ABRIR-ARQUIVOS.
           OPEN I-O ARQUIVO-TRANSFERENCIAS.
           IF FS-TRF-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-TRANSFERENCIAS
               CLOSE ARQUIVO-TRANSFERENCIAS
               OPEN I-O ARQUIVO-TRANSFERENCIAS
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

           OPEN INPUT ARQUIVO-LOJAS.
           IF FS-LOJ-ARQUIVO-NOVO
               CLOSE ARQUIVO-LOJAS
           ELSE
               MOVE 'S' TO WRK-LOJAS-EXISTE
           END-IF.
       0002-END.

       0003-MENU.
           DISPLAY '------------------------------------------'.
           DISPLAY ' (E) ENVIAR CUBAS PARA OUTRA LOJA'.
           DISPLAY ' (R) RECEBER TRANSFERENCIA NESTA LOJA'.
           DISPLAY ' (P) PENDENTES DE RECEBIMENTO NESTA LOJA'.
           DISPLAY ' (S) SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.

           EVALUATE WRK-OPCAO
               WHEN 'E'
                   PERFORM 0004-ENVIAR
               WHEN 'R'
                   PERFORM 0005-RECEBER
               WHEN 'P'
                   PERFORM 0006-LISTAR-PENDENTES
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0003-END.

      * ENVIO: VALIDA DESTINO, SABOR, SALDO DA LOJA E LOTE, RESERVA O
      * NUMERO DO DOCUMENTO E SO ENTAO BAIXA O CATALOGO E A LOJA.
       0004-ENVIAR.
           DISPLAY 'LOJA DE DESTINO: '.
           ACCEPT WRK-LOJA-DESTINO.
           MOVE FUNCTION UPPER-CASE(WRK-LOJA-DESTINO)
               TO WRK-LOJA-DESTINO.
           IF WRK-LOJA-DESTINO = WRK-LOJA-ID
              OR WRK-LOJA-DESTINO = SPACES
               DISPLAY 'DESTINO DEVE SER OUTRA LOJA. NADA ENVIADO.'
               EXIT PARAGRAPH
           END-IF.
           IF NOT LOJAS-EXISTE
               DISPLAY 'LOJAS.DAT AINDA NAO EXISTE. CADASTRE AS '
                       'LOJAS PELO LOJ0001A PRIMEIRO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-LOJA-DESTINO TO LOJ-CODIGO.
           READ ARQUIVO-LOJAS
               INVALID KEY
                   DISPLAY 'LOJA ' WRK-LOJA-DESTINO
                           ' NAO CADASTRADA. NADA ENVIADO.'
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY 'DESTINO: ' LOJ-CODIGO ' - ' LOJ-NOME.

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

           MOVE ZERO TO WRK-SALDO-LOJA.
           MOVE WRK-LOJA-ID  TO ELJ-LOJA.
           MOVE WRK-ID-MARCA TO ELJ-ID-MARCA.
           MOVE WRK-SABOR    TO ELJ-SABOR.
           READ ARQUIVO-ESTOQUE-LOJA
               NOT INVALID KEY
                   MOVE ELJ-QTD TO WRK-SALDO-LOJA
           END-READ.
           DISPLAY 'SALDO NESTA LOJA: ' WRK-SALDO-LOJA.

           DISPLAY 'QUANTIDADE A ENVIAR: '.
           ACCEPT WRK-QTD.
           IF WRK-QTD = ZERO
               DISPLAY 'QUANTIDADE ZERADA. NADA ENVIADO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-QTD > WRK-SALDO-LOJA
               DISPLAY 'QUANTIDADE MAIOR QUE O SALDO DA LOJA. NADA '
                       'ENVIADO.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'LOTE DAS CUBAS (ENTER SEM CONTROLE DE LOTE): '.
           ACCEPT WRK-LOTE.
           MOVE FUNCTION UPPER-CASE(WRK-LOTE) TO WRK-LOTE.
           IF WRK-LOTE NOT = SPACES
               MOVE WRK-ID-MARCA TO LOT-ID-MARCA
               MOVE WRK-SABOR    TO LOT-SABOR
               MOVE WRK-LOTE     TO LOT-NUMERO
               READ ARQUIVO-LOTES
                   INVALID KEY
                       DISPLAY 'LOTE ' WRK-LOTE ' NAO EXISTE PARA O '
                               'SABOR. NADA ENVIADO.'
                       EXIT PARAGRAPH
               END-READ
               IF LOT-BLOQUEADO
                   DISPLAY 'LOTE ' WRK-LOTE ' BLOQUEADO. NADA '
                           'ENVIADO.'
                   EXIT PARAGRAPH
               END-IF
               IF WRK-QTD > LOT-QTD
                   DISPLAY 'QUANTIDADE MAIOR QUE O SALDO DO LOTE ('
                           LOT-QTD '). NADA ENVIADO.'
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 0007-RESERVAR-NUMERO.
           IF NOT DOCUMENTO-RESERVADO
               DISPLAY 'TRANSFERENCIAS.DAT EM USO POR OUTRO '
                       'TERMINAL. NADA ENVIADO; TENTE DE NOVO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'S' TO WRK-TIPO.
           PERFORM 0008-APLICAR-CATALOGO.
           IF NOT APLICACAO-CONFIRMADA
               DISPLAY 'SALDO DO SABOR MUDOU OU ESTA EM USO POR '
                       'OUTRO TERMINAL. NADA ENVIADO; TENTE DE NOVO.'
               MOVE WRK-TRF-NUM TO TRF-NUMERO
               DELETE ARQUIVO-TRANSFERENCIAS
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-CUSTO-MOVTO TO TRF-CUSTO-UNIT.
           MOVE WRK-TRF-NUM     TO TRF-NUMERO.
           REWRITE REGISTRO-TRANSFERENCIA.

           MOVE WRK-LOJA-ID TO WRK-ELJ-LOJA.
           COMPUTE WRK-ELJ-DELTA = ZERO - WRK-QTD.
           PERFORM 0009-ATUALIZAR-SALDO-LOJA.

           MOVE WRK-LOJA-ID TO WRK-MOV-LOJA.
           MOVE SPACES TO WRK-MOV-MOTIVO.
           STRING 'TRANSF ' DELIMITED BY SIZE
                  WRK-TRF-NUM DELIMITED BY SIZE
                  ' P/ LOJA ' DELIMITED BY SIZE
                  WRK-LOJA-DESTINO DELIMITED BY SIZE
               INTO WRK-MOV-MOTIVO
           END-STRING.
           PERFORM 0010-GRAVAR-MOVIMENTO.

           DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUM ' EMITIDA: '
                   WRK-QTD ' CUBA(S) EM TRANSITO PARA A LOJA '
                   WRK-LOJA-DESTINO '.'.
       0004-END.

      * RECEBIMENTO: SO NA LOJA DE DESTINO E SO DE DOCUMENTO EM
      * TRANSITO. A ENTRADA E O QUE CHEGOU; A FALTA FICA NO DOCUMENTO
      * E SAI DO LOTE.
       0005-RECEBER.
           DISPLAY 'NUMERO DA TRANSFERENCIA: '.
           ACCEPT WRK-NUMERO-ENT.
           IF FUNCTION TRIM(WRK-NUMERO-ENT) IS NOT NUMERIC
               DISPLAY 'NUMERO INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUMERO-ENT) TO WRK-TRF-NUM.
           MOVE WRK-TRF-NUM TO TRF-NUMERO.
           READ ARQUIVO-TRANSFERENCIAS
               INVALID KEY
                   DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUM
                           ' NAO ENCONTRADA.'
                   EXIT PARAGRAPH
           END-READ.
           IF NOT TRF-EM-TRANSITO
               DISPLAY 'TRANSFERENCIA JA RECEBIDA EM '
                       TRF-DATA-RECEB '.'
               EXIT PARAGRAPH
           END-IF.
           IF TRF-LOJA-DESTINO NOT = WRK-LOJA-ID
               DISPLAY 'TRANSFERENCIA DESTINADA A LOJA '
                       TRF-LOJA-DESTINO '; RECEBA LA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE TRF-QTD-ENVIADA TO WRK-QTD-ED.
           DISPLAY 'DA LOJA ' TRF-LOJA-ORIGEM ' EM ' TRF-DATA-ENVIO
                   ': MARCA ' TRF-ID-MARCA ' ' TRF-SABOR
                   ' LOTE ' TRF-LOTE ' QTD ' WRK-QTD-ED.
           DISPLAY 'QUANTIDADE RECEBIDA (ENTER = ' WRK-QTD-ED '): '.
           ACCEPT WRK-QTD-ENTRADA.
           IF WRK-QTD-ENTRADA = SPACES
               MOVE TRF-QTD-ENVIADA TO WRK-QTD
           ELSE
               IF FUNCTION TRIM(WRK-QTD-ENTRADA) IS NOT NUMERIC
                   DISPLAY 'QUANTIDADE INVALIDA. NADA RECEBIDO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-QTD-ENTRADA) TO WRK-QTD
           END-IF.
           IF WRK-QTD > TRF-QTD-ENVIADA
               DISPLAY 'RECEBIDO MAIOR QUE O ENVIADO. CONFIRA A '
                       'CONTAGEM; NADA RECEBIDO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-MOTIVO-DIF.
           IF WRK-QTD < TRF-QTD-ENVIADA
               DISPLAY 'MOTIVO DA DIFERENCA (ENTER = FALTA NA '
                       'CHEGADA): '
               ACCEPT WRK-MOTIVO-DIF
               IF WRK-MOTIVO-DIF = SPACES
                   MOVE 'FALTA NA CHEGADA' TO WRK-MOTIVO-DIF
               END-IF
           END-IF.

           MOVE TRF-ID-MARCA TO WRK-ID-MARCA.
           MOVE TRF-SABOR    TO WRK-SABOR.
           MOVE TRF-LOTE     TO WRK-LOTE.
           MOVE TRF-CUSTO-UNIT TO WRK-CUSTO-MOVTO.
           IF WRK-QTD > ZERO
               MOVE 'E' TO WRK-TIPO
               PERFORM 0008-APLICAR-CATALOGO
               IF NOT APLICACAO-CONFIRMADA
                   DISPLAY 'SABOR EM USO POR OUTRO TERMINAL OU FORA '
                           'DO CATALOGO. NADA RECEBIDO; TENTE DE NOVO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-LOJA-ID TO WRK-ELJ-LOJA
               MOVE WRK-QTD     TO WRK-ELJ-DELTA
               PERFORM 0009-ATUALIZAR-SALDO-LOJA
               MOVE WRK-LOJA-ID TO WRK-MOV-LOJA
               MOVE SPACES TO WRK-MOV-MOTIVO
               STRING 'TRANSF ' DELIMITED BY SIZE
                      WRK-TRF-NUM DELIMITED BY SIZE
                      ' DA LOJA ' DELIMITED BY SIZE
                      TRF-LOJA-ORIGEM DELIMITED BY SIZE
                   INTO WRK-MOV-MOTIVO
               END-STRING
               PERFORM 0010-GRAVAR-MOVIMENTO
           END-IF.

           MOVE WRK-TRF-NUM TO TRF-NUMERO.
           READ ARQUIVO-TRANSFERENCIAS
               INVALID KEY
                   DISPLAY 'TRANSFERENCIA SUMIU NO MEIO DO '
                           'RECEBIMENTO.'
                   EXIT PARAGRAPH
           END-READ.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-QTD        TO TRF-QTD-RECEBIDA.
           COMPUTE TRF-QTD-DIFERENCA = TRF-QTD-ENVIADA - WRK-QTD.
           MOVE WRK-DATA-HOJE  TO TRF-DATA-RECEB.
           MOVE WRK-OPE-ID     TO TRF-OPERADOR-RECEB.
           MOVE WRK-MOTIVO-DIF TO TRF-MOTIVO-DIFERENCA.
           MOVE 'R'            TO TRF-SITUACAO.
           REWRITE REGISTRO-TRANSFERENCIA.

           IF TRF-QTD-DIFERENCA > ZERO
               PERFORM 0011-BAIXAR-FALTA-DO-LOTE
               MOVE TRF-QTD-DIFERENCA TO WRK-QTD-ED
               DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUM ' RECEBIDA COM '
                       'DIFERENCA DE ' WRK-QTD-ED ' CUBA(S): '
                       WRK-MOTIVO-DIF
           ELSE
               DISPLAY 'TRANSFERENCIA ' WRK-TRF-NUM
                       ' RECEBIDA SEM DIFERENCA.'
           END-IF.
       0005-END.

       0006-LISTAR-PENDENTES.
           MOVE ZERO TO WRK-PENDENTES.
           MOVE ZEROS TO TRF-NUMERO.
           START ARQUIVO-TRANSFERENCIAS KEY NOT < TRF-NUMERO
               INVALID KEY
                   MOVE '10' TO WRK-TRF-STATUS
               NOT INVALID KEY
                   PERFORM 0006A-LER-TRANSFERENCIA
                   PERFORM 0006B-EXIBIR-PENDENTE
                       UNTIL NOT FS-TRF-OK
           END-START.
           DISPLAY 'PENDENTES DE RECEBIMENTO NESTA LOJA: '
                   WRK-PENDENTES.
       0006-END.

       0006A-LER-TRANSFERENCIA.
           READ ARQUIVO-TRANSFERENCIAS NEXT RECORD.
       0006A-END.

       0006B-EXIBIR-PENDENTE.
           IF TRF-EM-TRANSITO AND TRF-LOJA-DESTINO = WRK-LOJA-ID
               ADD 1 TO WRK-PENDENTES
               MOVE TRF-QTD-ENVIADA TO WRK-QTD-ED
               DISPLAY ' ' TRF-NUMERO ' DA LOJA ' TRF-LOJA-ORIGEM
                       ' EM ' TRF-DATA-ENVIO ' ' TRF-ID-MARCA ' '
                       TRF-SABOR ' QTD ' WRK-QTD-ED
           END-IF.
           PERFORM 0006A-LER-TRANSFERENCIA.
       0006B-END.

      * O PROXIMO NUMERO E O MAIOR JA GRAVADO MAIS UM. O DOCUMENTO E
      * GRAVADO NA HORA PARA RESERVAR O NUMERO; CHAVE DUPLICADA (OUTRO
      * TERMINAL NA FRENTE) REFAZ A APURACAO, ATE 5 VEZES.
       0007-RESERVAR-NUMERO.
           MOVE 'N'  TO WRK-TRF-RESERVA.
           MOVE ZERO TO WRK-TENTATIVAS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0007A-TENTAR-NUMERO
               UNTIL DOCUMENTO-RESERVADO
                  OR WRK-TENTATIVAS >= 5.
       0007-END.

       0007A-TENTAR-NUMERO.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE ZEROS TO WRK-TRF-NUM.
           MOVE ZEROS TO TRF-NUMERO.
           START ARQUIVO-TRANSFERENCIAS KEY NOT < TRF-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0006A-LER-TRANSFERENCIA
                   PERFORM 0007B-GUARDAR-NUMERO
                       UNTIL NOT FS-TRF-OK
           END-START.
           ADD 1 TO WRK-TRF-NUM.

           MOVE WRK-TRF-NUM      TO TRF-NUMERO.
           MOVE WRK-LOJA-ID      TO TRF-LOJA-ORIGEM.
           MOVE WRK-LOJA-DESTINO TO TRF-LOJA-DESTINO.
           MOVE WRK-ID-MARCA     TO TRF-ID-MARCA.
           MOVE WRK-SABOR        TO TRF-SABOR.
           MOVE WRK-LOTE         TO TRF-LOTE.
           MOVE WRK-QTD          TO TRF-QTD-ENVIADA.
           MOVE ZEROS            TO TRF-QTD-RECEBIDA
                                    TRF-QTD-DIFERENCA
                                    TRF-CUSTO-UNIT.
           MOVE 'T'              TO TRF-SITUACAO.
           MOVE WRK-DATA-HOJE    TO TRF-DATA-ENVIO.
           MOVE WRK-OPE-ID       TO TRF-OPERADOR-ENVIO.
           MOVE SPACES           TO TRF-DATA-RECEB
                                    TRF-OPERADOR-RECEB
                                    TRF-MOTIVO-DIFERENCA.
           WRITE REGISTRO-TRANSFERENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TRF-RESERVA
           END-WRITE.
       0007A-END.

       0007B-GUARDAR-NUMERO.
           IF TRF-NUMERO > WRK-TRF-NUM
               MOVE TRF-NUMERO TO WRK-TRF-NUM
           END-IF.
           PERFORM 0006A-LER-TRANSFERENCIA.
       0007B-END.

      * RELE O SABOR TRAVANDO-O, REVALIDA A SAIDA CONTRA O SALDO
      * FRESCO E REGRAVA; REGISTRO TRAVADO POR OUTRO TERMINAL E
      * TENTADO DE NOVO ATE 5 VEZES. A ENTRADA NO DESTINO PONDERA O
      * CUSTO MEDIO COM O CUSTO QUE SAIU DA ORIGEM.
       0008-APLICAR-CATALOGO.
           MOVE SPACE TO WRK-APLICA-SITUACAO.
           MOVE ZERO  TO WRK-TENTATIVAS.
           PERFORM 0008A-TENTAR-APLICAR
               UNTIL APLICACAO-CONFIRMADA
                  OR APLICACAO-IMPOSSIVEL
                  OR WRK-TENTATIVAS >= 5.
       0008-END.

       0008A-TENTAR-APLICAR.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE WRK-ID-MARCA TO SAB-ID-MARCA.
           MOVE WRK-SABOR    TO SAB-SABOR.
           READ ARQUIVO-SABORES
               INVALID KEY
                   MOVE 'F' TO WRK-APLICA-SITUACAO
           END-READ.
           IF FS-SAB-REG-BLOQUEADO OR APLICACAO-IMPOSSIVEL
               EXIT PARAGRAPH
           END-IF.
           IF SAB-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO SAB-CUSTO-MEDIO
           END-IF.
           IF WRK-TIPO = 'S'
               IF WRK-QTD > SAB-ESTOQUE-QTD
                   MOVE 'F' TO WRK-APLICA-SITUACAO
                   EXIT PARAGRAPH
               END-IF
               MOVE SAB-CUSTO-MEDIO TO WRK-CUSTO-MOVTO
               SUBTRACT WRK-QTD FROM SAB-ESTOQUE-QTD
           ELSE
               COMPUTE SAB-CUSTO-MEDIO ROUNDED =
                   (SAB-ESTOQUE-QTD * SAB-CUSTO-MEDIO
                    + WRK-QTD * WRK-CUSTO-MOVTO)
                   / (SAB-ESTOQUE-QTD + WRK-QTD)
               ADD WRK-QTD TO SAB-ESTOQUE-QTD
           END-IF.
           REWRITE REGISTRO-SABOR.
           IF FS-SAB-OK
               MOVE 'S' TO WRK-APLICA-SITUACAO
           ELSE
               IF NOT FS-SAB-REG-BLOQUEADO
                   MOVE 'F' TO WRK-APLICA-SITUACAO
               END-IF
           END-IF.
       0008A-END.

      * APLICA WRK-ELJ-DELTA NO SALDO DA LOJA WRK-ELJ-LOJA PARA O
      * SABOR (CRIA O REGISTRO NA PRIMEIRA MOVIMENTACAO).
       0009-ATUALIZAR-SALDO-LOJA.
           MOVE WRK-ELJ-LOJA TO ELJ-LOJA.
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
           MOVE WRK-ID-MARCA    TO MOV-ID-MARCA.
           MOVE WRK-SABOR       TO MOV-SABOR.
           MOVE WRK-TIPO        TO MOV-TIPO.
           MOVE WRK-QTD         TO MOV-QTD.
           MOVE WRK-MOV-MOTIVO  TO MOV-MOTIVO.
           MOVE WRK-CUSTO-MOVTO TO MOV-CUSTO-UNIT.
           MOVE WRK-MOV-LOJA    TO MOV-LOJA.
           WRITE REGISTRO-MOVIMENTO.

           CLOSE ARQUIVO-MOVIMENTO.
       0010-END.

      * A FALTA NA CHEGADA SAI DO LOTE DO DOCUMENTO; SEM LOTE NO
      * DOCUMENTO, DO LOTE MAIS VELHO DO SABOR (FEFO).
       0011-BAIXAR-FALTA-DO-LOTE.
           IF WRK-LOTE = SPACES
               MOVE WRK-ID-MARCA TO SAB-ID-MARCA
               MOVE WRK-SABOR    TO SAB-SABOR
               MOVE TRF-QTD-DIFERENCA TO WRK-LOT-QTD-CONSUMIR
               PERFORM 0965-CONSUMIR-LOTES-FEFO
           ELSE
               MOVE WRK-ID-MARCA TO LOT-ID-MARCA
               MOVE WRK-SABOR    TO LOT-SABOR
               MOVE WRK-LOTE     TO LOT-NUMERO
               READ ARQUIVO-LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOT-QTD > TRF-QTD-DIFERENCA
                           SUBTRACT TRF-QTD-DIFERENCA FROM LOT-QTD
                       ELSE
                           MOVE ZERO TO LOT-QTD
                       END-IF
                       REWRITE REGISTRO-LOTE
               END-READ
           END-IF.
       0011-END.

           COPY LOTE-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY PERCOM-PD.CPY.
           COPY BANNER-PD.CPY.
