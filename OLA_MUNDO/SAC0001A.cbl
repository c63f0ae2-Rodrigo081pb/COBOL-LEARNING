      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: REGISTRO DE RECLAMACOES E ATENDIMENTOS AO CLIENTE
      *              (SAC), NO LUGAR DAS CONVERSAS PERDIDAS NO
      *              WHATSAPP: (A)BRE O CHAMADO (CPF DE CLIENTES.DAT,
      *              VINCULO OPCIONAL COM O CUPOM DA VENDA, A ENCOMENDA
      *              OU O TITULO DA EMPRESA, CATEGORIA, SABOR E LOTE
      *              QUANDO A QUEIXA E DE PRODUTO, DESCRICAO E
      *              RESPONSAVEL) EM CHAMADOS.DAT; (C)ONSULTA UM
      *              CHAMADO COM O HISTORICO DE NOTAS E DALI ANOTA,
      *              TROCA O RESPONSAVEL, ENCERRA OU REABRE -- CADA
      *              MUDANCA DEIXA NOTA EM CHAMADOS-NOTAS.DAT; E
      *              (L)ISTA OS CHAMADOS DE UM CLIENTE. O RELATORIO
      *              SEMANAL DOS ABERTOS SAI PELO SAC0002A.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAC0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CHAMADOS ASSIGN TO DYNAMIC WRK-CHAMADOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHM-NUMERO
               FILE STATUS IS WRK-CHM-STATUS.

           SELECT ARQUIVO-NOTAS ASSIGN TO DYNAMIC WRK-NOTAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHN-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-CUPONS ASSIGN TO DYNAMIC WRK-CUPONS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUP-CHAVE
               FILE STATUS IS WRK-CUP-STATUS.

           SELECT ARQUIVO-ENCOMENDAS
               ASSIGN TO DYNAMIC WRK-ENCOMENDAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ENC-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-RECEBER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-REC-STATUS.

           SELECT ARQUIVO-SABORES ASSIGN TO DYNAMIC WRK-SABORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-CHAVE
               FILE STATUS IS WRK-SAB-STATUS.

           SELECT ARQUIVO-LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CHAMADOS.
           COPY CHAMADOS-FD.CPY.

       FD ARQUIVO-NOTAS.
           COPY CHMNOTAS-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-CUPONS.
           COPY CUPONS-FD.CPY.

       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-SABORES.
           COPY SABORES-FD.CPY.

       FD ARQUIVO-LOTES.
           COPY LOTES-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-CHM-STATUS PIC X(02).
           88 FS-CHM-OK             VALUE '00'.
           88 FS-CHM-FIM-ARQUIVO    VALUE '10'.
           88 FS-CHM-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CHN-STATUS PIC X(02).
           88 FS-CHN-OK             VALUE '00'.
           88 FS-CHN-FIM-ARQUIVO    VALUE '10'.
           88 FS-CHN-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CUP-STATUS PIC X(02).
           88 FS-CUP-OK             VALUE '00'.
           88 FS-CUP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-ENC-STATUS PIC X(02).
           88 FS-ENC-OK             VALUE '00'.
           88 FS-ENC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-REC-STATUS PIC X(02).
           88 FS-REC-OK             VALUE '00'.
           88 FS-REC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-SAB-STATUS PIC X(02).
           88 FS-SAB-OK             VALUE '00'.
           88 FS-SAB-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOT-STATUS PIC X(02).
           88 FS-LOT-OK             VALUE '00'.
           88 FS-LOT-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CHAMADOS-PATH   PIC X(100).
       01 WRK-NOTAS-PATH      PIC X(100).
       01 WRK-CLIENTES-PATH   PIC X(100).
       01 WRK-CUPONS-PATH     PIC X(100).
       01 WRK-ENCOMENDAS-PATH PIC X(100).
       01 WRK-RECEBER-PATH    PIC X(100).
       01 WRK-SABORES-PATH    PIC X(100).
       01 WRK-LOTES-PATH      PIC X(100).

      * ARQUIVOS DE CONSULTA QUE AINDA NAO EXISTEM FICAM FECHADOS; O
      * VINCULO OU O PRODUTO CORRESPONDENTE SO NAO E CONFERIDO.
       01 WRK-CLIENTES-EXISTE   PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE   VALUE 'S'.
       01 WRK-CUPONS-EXISTE     PIC X(01) VALUE 'N'.
           88 CUPONS-EXISTE     VALUE 'S'.
       01 WRK-ENCOMENDAS-EXISTE PIC X(01) VALUE 'N'.
           88 ENCOMENDAS-EXISTE VALUE 'S'.
       01 WRK-RECEBER-EXISTE    PIC X(01) VALUE 'N'.
           88 RECEBER-EXISTE    VALUE 'S'.
       01 WRK-SABORES-EXISTE    PIC X(01) VALUE 'N'.
           88 SABORES-EXISTE    VALUE 'S'.
       01 WRK-LOTES-EXISTE      PIC X(01) VALUE 'N'.
           88 LOTES-EXISTE      VALUE 'S'.
       01 WRK-OPERADORES-EXISTE PIC X(01) VALUE 'N'.
           88 OPERADORES-EXISTE VALUE 'S'.

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-ACAO      PIC X(01).
       01 WRK-CPF       PIC X(14).
       01 WRK-ENTRADA   PIC X(10).
       01 WRK-TEXTO     PIC X(60).
       01 WRK-RESPONSAVEL PIC X(08).

       01 WRK-DATA-HOJE PIC X(08).
       01 WRK-HORA-HOJE PIC X(08).

       01 WRK-ULTIMO-NUMERO PIC 9(06) VALUE ZERO.
      * REGISTRO EM MONTAGEM, GUARDADO DURANTE A VARREDURA DO 0014.
       01 WRK-CHAMADO-SALVO PIC X(186).
       01 WRK-NUMERO-ED     PIC ZZZZZ9.

       01 WRK-VINCULO-OK PIC X(01) VALUE 'S'.
           88 VINCULO-OK     VALUE 'S'.
           88 VINCULO-NAO-OK VALUE 'N'.

       01 WRK-PRODUTO-OK PIC X(01) VALUE 'S'.
           88 PRODUTO-OK     VALUE 'S'.
           88 PRODUTO-NAO-OK VALUE 'N'.

       01 WRK-CATEGORIA-ED PIC X(12).
       01 WRK-SITUACAO-ED  PIC X(12).
       01 WRK-VINCULO-ED   PIC X(40).
       01 WRK-QTD-LISTADOS PIC 9(05) COMP VALUE 0.

           COPY CPF-VALIDA-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY LOJA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   SAC0001A - RECLAMACOES E ATENDIMENTO (SAC)   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'SAC0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
           PERFORM 0939-IDENTIFICAR-LOJA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0002-ABRIR-ARQUIVOS.

           PERFORM 0003-MENU UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-CHAMADOS.
           CLOSE ARQUIVO-NOTAS.
           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.
           IF CUPONS-EXISTE
               CLOSE ARQUIVO-CUPONS
           END-IF.
           IF ENCOMENDAS-EXISTE
               CLOSE ARQUIVO-ENCOMENDAS
           END-IF.
           IF RECEBER-EXISTE
               CLOSE ARQUIVO-RECEBER
           END-IF.
           IF SABORES-EXISTE
               CLOSE ARQUIVO-SABORES
           END-IF.
           IF LOTES-EXISTE
               CLOSE ARQUIVO-LOTES
           END-IF.
           IF OPERADORES-EXISTE
               CLOSE OPERADORES-ARQUIVO
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-CHAMADOS-PATH
               FROM ENVIRONMENT 'CHAMADOS_DAT_PATH'.
           IF WRK-CHAMADOS-PATH = SPACES
               MOVE 'CHAMADOS.DAT' TO WRK-CHAMADOS-PATH
           END-IF.

           ACCEPT WRK-NOTAS-PATH
               FROM ENVIRONMENT 'CHAMADOS_NOTAS_PATH'.
           IF WRK-NOTAS-PATH = SPACES
               MOVE 'CHAMADOS-NOTAS.DAT' TO WRK-NOTAS-PATH
           END-IF.

           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.

           ACCEPT WRK-CUPONS-PATH FROM ENVIRONMENT 'CUPONS_DAT_PATH'.
           IF WRK-CUPONS-PATH = SPACES
               MOVE 'CUPONS.DAT' TO WRK-CUPONS-PATH
           END-IF.

           ACCEPT WRK-ENCOMENDAS-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ENCOMENDAS-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ENCOMENDAS-PATH
           END-IF.

           ACCEPT WRK-RECEBER-PATH
               FROM ENVIRONMENT 'CONTAS_RECEBER_PATH'.
           IF WRK-RECEBER-PATH = SPACES
               MOVE 'CONTAS-RECEBER.DAT' TO WRK-RECEBER-PATH
           END-IF.

           ACCEPT WRK-SABORES-PATH
               FROM ENVIRONMENT 'SABORES_DAT_PATH'.
           IF WRK-SABORES-PATH = SPACES
               MOVE 'SABORES.DAT' TO WRK-SABORES-PATH
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT 'LOTES_DAT_PATH'.
           IF WRK-LOTES-PATH = SPACES
               MOVE 'LOTES.DAT' TO WRK-LOTES-PATH
           END-IF.
       0000-END.

       0002-ABRIR-ARQUIVOS.
      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-CHAMADOS.
           IF FS-CHM-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-CHAMADOS
               CLOSE ARQUIVO-CHAMADOS
               OPEN I-O ARQUIVO-CHAMADOS
           END-IF.

           OPEN EXTEND ARQUIVO-NOTAS.
           IF FS-CHN-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-NOTAS
               CLOSE ARQUIVO-NOTAS
               OPEN EXTEND ARQUIVO-NOTAS
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CLOSE ARQUIVO-CLIENTES
           ELSE
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-CUPONS.
           IF FS-CUP-ARQUIVO-NOVO
               CLOSE ARQUIVO-CUPONS
           ELSE
               MOVE 'S' TO WRK-CUPONS-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF FS-ENC-ARQUIVO-NOVO
               CLOSE ARQUIVO-ENCOMENDAS
           ELSE
               MOVE 'S' TO WRK-ENCOMENDAS-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-RECEBER.
           IF FS-REC-ARQUIVO-NOVO
               CLOSE ARQUIVO-RECEBER
           ELSE
               MOVE 'S' TO WRK-RECEBER-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-SABORES.
           IF FS-SAB-ARQUIVO-NOVO
               CLOSE ARQUIVO-SABORES
           ELSE
               MOVE 'S' TO WRK-SABORES-EXISTE
           END-IF.

           OPEN INPUT ARQUIVO-LOTES.
           IF FS-LOT-ARQUIVO-NOVO
               CLOSE ARQUIVO-LOTES
           ELSE
               MOVE 'S' TO WRK-LOTES-EXISTE
           END-IF.

      * O CADASTRO DE OPERADORES (JA LIDO NO SIGN-ON) CONFERE O
      * RESPONSAVEL DIGITADO.
           OPEN INPUT OPERADORES-ARQUIVO.
           IF FS-OPE-ARQUIVO-NOVO
               CLOSE OPERADORES-ARQUIVO
           ELSE
               MOVE 'S' TO WRK-OPERADORES-EXISTE
           END-IF.
       0002-END.

       0003-MENU.
           DISPLAY '------------------------------------------'.
           DISPLAY ' (A) ABRIR CHAMADO'.
           DISPLAY ' (C) CONSULTAR/ACOMPANHAR CHAMADO'.
           DISPLAY ' (L) LISTAR CHAMADOS DE UM CLIENTE'.
           DISPLAY ' (S) SAIR'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.

           EVALUATE WRK-OPCAO
               WHEN 'A'
                   PERFORM 0004-ABRIR-CHAMADO
               WHEN 'C'
                   PERFORM 0008-ACOMPANHAR-CHAMADO
               WHEN 'L'
                   PERFORM 0012-LISTAR-CLIENTE
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0003-END.

      ******************************************************************
      * ABERTURA DO CHAMADO. O CLIENTE PRECISA ESTAR CADASTRADO
      * (CLI0001A): RECLAMACAO DE QUEM NAO E CLIENTE ENTRA PRIMEIRO NO
      * CADASTRO, PARA O RETORNO TER NOME E ENDERECO.
      ******************************************************************
       0004-ABRIR-CHAMADO.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CPF.
           PERFORM 0900-VALIDAR-CPF.
           IF CPF-NAO-OK
               DISPLAY 'CPF INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           IF NOT CLIENTES-EXISTE
               DISPLAY 'CLIENTES.DAT AINDA NAO EXISTE. CADASTRE O '
                       'CLIENTE PELO CLI0001A PRIMEIRO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CPF TO CLI-CPF.
           READ ARQUIVO-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO. CADASTRE PELO '
                           'CLI0001A E ABRA O CHAMADO DEPOIS.'
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY 'CLIENTE: ' CLI-NOME ' EMPRESA: ' CLI-EMPRESA.

           INITIALIZE REGISTRO-CHAMADO.
           MOVE WRK-CPF     TO CHM-CPF.
           MOVE WRK-LOJA-ID TO CHM-LOJA.

           DISPLAY 'CATEGORIA: (D)ERRETIDO/ENTREGA, (C)OBRANCA, '
                   '(Q)UALIDADE/LOTE, (A)TENDIMENTO, (O)UTROS: '.
           ACCEPT CHM-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(CHM-CATEGORIA) TO CHM-CATEGORIA.
           IF NOT CHM-CATEGORIA-VALIDA
               DISPLAY 'CATEGORIA INVALIDA. CHAMADO NAO ABERTO.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0005-OBTER-VINCULO.
           IF VINCULO-NAO-OK
               DISPLAY 'CHAMADO NAO ABERTO.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0006-OBTER-PRODUTO.
           IF PRODUTO-NAO-OK
               DISPLAY 'CHAMADO NAO ABERTO.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'DESCRICAO DA RECLAMACAO: '.
           ACCEPT CHM-DESCRICAO.
           IF CHM-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA. CHAMADO NAO ABERTO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-OPE-ID TO WRK-RESPONSAVEL.
           PERFORM 0007-OBTER-RESPONSAVEL.
           IF WRK-RESPONSAVEL = SPACES
               DISPLAY 'CHAMADO NAO ABERTO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-RESPONSAVEL TO CHM-RESPONSAVEL.

           MOVE WRK-OPE-ID    TO CHM-ABERTO-POR.
           MOVE 'A'           TO CHM-SITUACAO.
           MOVE WRK-DATA-HOJE TO CHM-DATA-ABERTURA.
           MOVE WRK-HORA-HOJE TO CHM-HORA-ABERTURA.
           MOVE WRK-DATA-HOJE TO CHM-DATA-ATUALIZACAO.
           MOVE SPACES        TO CHM-DATA-ENCERRAMENTO.
           MOVE 1             TO CHM-QTD-NOTAS.

           PERFORM 0014-PROXIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO CHM-NUMERO.
           WRITE REGISTRO-CHAMADO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CHAMADO.'
                   EXIT PARAGRAPH
           END-WRITE.

           MOVE CHM-DESCRICAO TO WRK-TEXTO.
           PERFORM 0011-GRAVAR-NOTA.
           MOVE CHM-NUMERO TO WRK-NUMERO-ED.
           DISPLAY 'CHAMADO ' WRK-NUMERO-ED ' ABERTO. RESPONSAVEL: '
                   CHM-RESPONSAVEL.
       0004-END.

      * VINCULO OPCIONAL. O DOCUMENTO PRECISA EXISTIR; SE FOR DE
      * OUTRO CLIENTE (OU DE OUTRA EMPRESA, NO TITULO) O OPERADOR E
      * AVISADO E O VINCULO FICA ASSIM MESMO -- A RECLAMACAO PODE VIR
      * DE QUEM RECEBEU A ENCOMENDA, NAO DE QUEM PAGOU.
       0005-OBTER-VINCULO.
           MOVE 'S' TO WRK-VINCULO-OK.
           DISPLAY 'VINCULO: (V)ENDA/CUPOM, (P)EDIDO/ENCOMENDA, '
                   '(R)ECEBER/TITULO DA EMPRESA, ENTER = SEM VINCULO: '.
           ACCEPT CHM-VINCULO-TIPO.
           MOVE FUNCTION UPPER-CASE(CHM-VINCULO-TIPO)
               TO CHM-VINCULO-TIPO.
           MOVE SPACES TO CHM-VINCULO.

           EVALUATE TRUE
               WHEN CHM-SEM-VINCULO
                   CONTINUE
               WHEN CHM-VINC-CUPOM
                   PERFORM 0005A-VINCULAR-CUPOM
               WHEN CHM-VINC-ENCOMENDA
                   PERFORM 0005B-VINCULAR-ENCOMENDA
               WHEN CHM-VINC-TITULO
                   PERFORM 0005C-VINCULAR-TITULO
               WHEN OTHER
                   DISPLAY 'TIPO DE VINCULO INVALIDO.'
                   MOVE 'N' TO WRK-VINCULO-OK
           END-EVALUATE.
       0005-END.

       0005A-VINCULAR-CUPOM.
           IF NOT CUPONS-EXISTE
               DISPLAY 'CUPONS.DAT AINDA NAO EXISTE.'
               MOVE 'N' TO WRK-VINCULO-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'LOJA DO CUPOM (ENTER = ' WRK-LOJA-ID '): '.
           ACCEPT CHM-VCP-LOJA.
           IF CHM-VCP-LOJA = SPACES
               MOVE WRK-LOJA-ID TO CHM-VCP-LOJA
           END-IF.
           MOVE FUNCTION UPPER-CASE(CHM-VCP-LOJA) TO CHM-VCP-LOJA.
           DISPLAY 'NUMERO DO CUPOM: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK
               DISPLAY 'NUMERO INVALIDO.'
               MOVE 'N' TO WRK-VINCULO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO CHM-VCP-NUMERO.

           MOVE CHM-VCP-LOJA   TO CUP-LOJA.
           MOVE CHM-VCP-NUMERO TO CUP-NUMERO.
           READ ARQUIVO-CUPONS
               INVALID KEY
                   DISPLAY 'CUPOM NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-VINCULO-OK
               NOT INVALID KEY
                   DISPLAY 'CUPOM DE ' CUP-DATA ' COM ' CUP-QTD-ITENS
                           ' ITEM(NS).'
                   IF CUP-CPF NOT = CHM-CPF
                       DISPLAY 'AVISO: O CUPOM E DE OUTRO CPF.'
                   END-IF
           END-READ.
       0005A-END.

       0005B-VINCULAR-ENCOMENDA.
           IF NOT ENCOMENDAS-EXISTE
               DISPLAY 'ENCOMENDAS.DAT AINDA NAO EXISTE.'
               MOVE 'N' TO WRK-VINCULO-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'NUMERO DA ENCOMENDA: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK
               DISPLAY 'NUMERO INVALIDO.'
               MOVE 'N' TO WRK-VINCULO-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO CHM-VEC-NUMERO.

           MOVE CHM-VEC-NUMERO TO ENC-NUMERO.
           READ ARQUIVO-ENCOMENDAS
               INVALID KEY
                   DISPLAY 'ENCOMENDA NAO ENCONTRADA.'
                   MOVE 'N' TO WRK-VINCULO-OK
               NOT INVALID KEY
                   DISPLAY 'ENCOMENDA: ' ENC-SABOR ' QTD ' ENC-QTD
                           ' ENTREGA ' ENC-DATA-ENTREGA
                   IF ENC-CPF NOT = CHM-CPF
                       DISPLAY 'AVISO: A ENCOMENDA E DE OUTRO CPF.'
                   END-IF
      * A ENCOMENDA JA DIZ O SABOR: SUGERIDO PARA A QUEIXA.
                   MOVE ENC-ID-MARCA TO CHM-ID-MARCA
                   MOVE ENC-SABOR    TO CHM-SABOR
           END-READ.
       0005B-END.

       0005C-VINCULAR-TITULO.
           IF NOT RECEBER-EXISTE
               DISPLAY 'CONTAS-RECEBER.DAT AINDA NAO EXISTE.'
               MOVE 'N' TO WRK-VINCULO-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'EMPRESA DO TITULO (ENTER = ' CLI-EMPRESA '): '.
           ACCEPT CHM-VTI-EMPRESA.
           IF CHM-VTI-EMPRESA = SPACES
               MOVE CLI-EMPRESA TO CHM-VTI-EMPRESA
           END-IF.
           MOVE FUNCTION UPPER-CASE(CHM-VTI-EMPRESA) TO CHM-VTI-EMPRESA.
           DISPLAY 'COMPETENCIA DO TITULO (AAAAMM): '.
           ACCEPT CHM-VTI-COMPETENCIA.

           MOVE CHM-VTI-EMPRESA     TO REC-EMPRESA.
           MOVE CHM-VTI-COMPETENCIA TO REC-COMPETENCIA.
           READ ARQUIVO-RECEBER
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-VINCULO-OK
               NOT INVALID KEY
                   DISPLAY 'TITULO VENCE EM ' REC-VENCIMENTO
                           ' SITUACAO ' REC-SITUACAO
                   IF REC-EMPRESA NOT = CLI-EMPRESA
                       DISPLAY 'AVISO: O CLIENTE NAO E DESTA EMPRESA.'
                   END-IF
           END-READ.
       0005C-END.

      * SABOR E LOTE. NA CATEGORIA QUALIDADE O SABOR E OBRIGATORIO
      * (E O QUE A CONTAGEM POR LOTE DO SAC0002A CRUZA COM LOTES.DAT);
      * NAS DEMAIS, OPCIONAL. O LOTE INFORMADO PRECISA EXISTIR.
       0006-OBTER-PRODUTO.
           MOVE 'S' TO WRK-PRODUTO-OK.
           IF CHM-SABOR NOT = SPACES
               DISPLAY 'SABOR DA ENCOMENDA: ' CHM-ID-MARCA ' '
                       CHM-SABOR ' (ENTER MANTEM)'
           END-IF.
           DISPLAY 'ID DA MARCA DO SABOR (ENTER = SEM PRODUTO): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA = SPACES
               IF CHM-SABOR = SPACES AND CHM-CAT-QUALIDADE
                   DISPLAY 'RECLAMACAO DE QUALIDADE PRECISA DO SABOR.'
                   MOVE 'N' TO WRK-PRODUTO-OK
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-NAO-OK
                   DISPLAY 'ID INVALIDO.'
                   MOVE 'N' TO WRK-PRODUTO-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO CHM-ID-MARCA
               DISPLAY 'SABOR: '
               ACCEPT CHM-SABOR
               MOVE FUNCTION UPPER-CASE(CHM-SABOR) TO CHM-SABOR
           END-IF.

           IF CHM-SABOR = SPACES
               MOVE ZEROS  TO CHM-ID-MARCA
               MOVE SPACES TO CHM-LOTE
               EXIT PARAGRAPH
           END-IF.

           IF SABORES-EXISTE
               MOVE CHM-ID-MARCA TO SAB-ID-MARCA
               MOVE CHM-SABOR    TO SAB-SABOR
               READ ARQUIVO-SABORES
                   INVALID KEY
                       DISPLAY 'SABOR NAO CADASTRADO NO CATALOGO.'
                       MOVE 'N' TO WRK-PRODUTO-OK
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           DISPLAY 'LOTE DA EMBALAGEM (ENTER = NAO INFORMADO): '.
           ACCEPT CHM-LOTE.
           MOVE FUNCTION UPPER-CASE(CHM-LOTE) TO CHM-LOTE.
           IF CHM-LOTE NOT = SPACES AND LOTES-EXISTE
               MOVE CHM-ID-MARCA TO LOT-ID-MARCA
               MOVE CHM-SABOR    TO LOT-SABOR
               MOVE CHM-LOTE     TO LOT-NUMERO
               READ ARQUIVO-LOTES
                   INVALID KEY
                       DISPLAY 'LOTE NAO ENCONTRADO PARA O SABOR.'
                       MOVE 'N' TO WRK-PRODUTO-OK
                   NOT INVALID KEY
                       DISPLAY 'LOTE VALIDADE ' LOT-VALIDADE
                               ' SALDO ' LOT-QTD
                               ' SITUACAO ' LOT-SITUACAO
               END-READ
           END-IF.
       0006-END.

      * RESPONSAVEL: ENTER MANTEM O QUE ESTA EM WRK-RESPONSAVEL. O ID
      * DIGITADO PRECISA ESTAR NO CADASTRO DE OPERADORES; RECUSADO,
      * VOLTA EM BRANCO.
       0007-OBTER-RESPONSAVEL.
           DISPLAY 'RESPONSAVEL (ENTER = ' WRK-RESPONSAVEL '): '.
           ACCEPT WRK-ENTRADA.
           IF WRK-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-ENTRADA(1:8))
                   TO WRK-RESPONSAVEL
           END-IF.
           IF OPERADORES-EXISTE
               MOVE WRK-RESPONSAVEL TO OPE-ID
               READ OPERADORES-ARQUIVO
                   INVALID KEY
                       DISPLAY 'OPERADOR ' WRK-RESPONSAVEL
                               ' NAO CADASTRADO (OPE0001A).'
                       MOVE SPACES TO WRK-RESPONSAVEL
               END-READ
           END-IF.
       0007-END.

      ******************************************************************
      * CONSULTA E ACOMPANHAMENTO: MOSTRA O CHAMADO E O HISTORICO DE
      * NOTAS; DALI O OPERADOR ANOTA, TRANSFERE, ENCERRA OU REABRE.
      * QUALQUER ANOTACAO EM CHAMADO ABERTO O PASSA A EM ANDAMENTO.
      ******************************************************************
       0008-ACOMPANHAR-CHAMADO.
           DISPLAY 'NUMERO DO CHAMADO: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NUM-NAO-OK
               DISPLAY 'NUMERO INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO CHM-NUMERO.
           READ ARQUIVO-CHAMADOS
               INVALID KEY
                   DISPLAY 'CHAMADO NAO ENCONTRADO.'
                   EXIT PARAGRAPH
           END-READ.

           PERFORM 0009-EXIBIR-CHAMADO.
           PERFORM 0010-LISTAR-NOTAS.

           IF CHM-ENCERRADO
               DISPLAY '(N)OTA, (R)EABRIR OU ENTER PARA VOLTAR: '
           ELSE
               DISPLAY '(N)OTA, (T)RANSFERIR RESPONSAVEL, (E)NCERRAR '
                       'OU ENTER PARA VOLTAR: '
           END-IF.
           ACCEPT WRK-ACAO.
           MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO.

           EVALUATE TRUE
               WHEN WRK-ACAO = SPACE
                   EXIT PARAGRAPH
               WHEN WRK-ACAO = 'N'
                   DISPLAY 'NOTA: '
                   ACCEPT WRK-TEXTO
                   IF WRK-TEXTO = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF CHM-ABERTO
                       MOVE 'E' TO CHM-SITUACAO
                   END-IF
               WHEN WRK-ACAO = 'T' AND NOT CHM-ENCERRADO
                   MOVE CHM-RESPONSAVEL TO WRK-RESPONSAVEL
                   PERFORM 0007-OBTER-RESPONSAVEL
                   IF WRK-RESPONSAVEL = SPACES
                      OR WRK-RESPONSAVEL = CHM-RESPONSAVEL
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO WRK-TEXTO
                   STRING 'TRANSFERIDO DE ' CHM-RESPONSAVEL
                          ' PARA ' WRK-RESPONSAVEL
                          DELIMITED BY SIZE INTO WRK-TEXTO
                   END-STRING
                   MOVE WRK-RESPONSAVEL TO CHM-RESPONSAVEL
               WHEN WRK-ACAO = 'E' AND NOT CHM-ENCERRADO
                   DISPLAY 'SOLUCAO DADA AO CLIENTE: '
                   ACCEPT WRK-TEXTO
                   IF WRK-TEXTO = SPACES
                       DISPLAY 'INFORME A SOLUCAO PARA ENCERRAR.'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'F' TO CHM-SITUACAO
                   MOVE WRK-DATA-HOJE TO CHM-DATA-ENCERRAMENTO
               WHEN WRK-ACAO = 'R' AND CHM-ENCERRADO
                   DISPLAY 'MOTIVO DA REABERTURA: '
                   ACCEPT WRK-TEXTO
                   IF WRK-TEXTO = SPACES
                       DISPLAY 'INFORME O MOTIVO PARA REABRIR.'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'E' TO CHM-SITUACAO
                   MOVE SPACES TO CHM-DATA-ENCERRAMENTO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WRK-DATA-HOJE TO CHM-DATA-ATUALIZACAO.
           ADD 1 TO CHM-QTD-NOTAS.
           REWRITE REGISTRO-CHAMADO
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O CHAMADO.'
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 0011-GRAVAR-NOTA.
           DISPLAY 'CHAMADO ATUALIZADO.'.
       0008-END.

       0009-EXIBIR-CHAMADO.
           PERFORM 0009A-DESCREVER-CHAMADO.
           MOVE CHM-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CHM-NUMERO TO WRK-NUMERO-ED.
           DISPLAY '------------------------------------------'.
           DISPLAY ' CHAMADO......: ' WRK-NUMERO-ED
                   '  LOJA ' CHM-LOJA.
           DISPLAY ' CLIENTE......: ' WRK-MSK-SAIDA.
           DISPLAY ' CATEGORIA....: ' WRK-CATEGORIA-ED.
           DISPLAY ' VINCULO......: ' WRK-VINCULO-ED.
           IF CHM-SABOR NOT = SPACES
               DISPLAY ' PRODUTO......: ' CHM-ID-MARCA ' ' CHM-SABOR
                       ' LOTE ' CHM-LOTE
           END-IF.
           DISPLAY ' DESCRICAO....: ' CHM-DESCRICAO.
           DISPLAY ' RESPONSAVEL..: ' CHM-RESPONSAVEL
                   '  ABERTO POR ' CHM-ABERTO-POR.
           DISPLAY ' SITUACAO.....: ' WRK-SITUACAO-ED.
           DISPLAY ' ABERTURA.....: ' CHM-DATA-ABERTURA
                   '  ATUALIZACAO ' CHM-DATA-ATUALIZACAO
                   '  ENCERRAMENTO ' CHM-DATA-ENCERRAMENTO.
           DISPLAY '------------------------------------------'.
       0009-END.

      * TEXTOS DE CATEGORIA, SITUACAO E VINCULO PARA TELA.
       0009A-DESCREVER-CHAMADO.
           EVALUATE TRUE
               WHEN CHM-CAT-DERRETIDO
                   MOVE 'DERRETIDO'   TO WRK-CATEGORIA-ED
               WHEN CHM-CAT-COBRANCA
                   MOVE 'COBRANCA'    TO WRK-CATEGORIA-ED
               WHEN CHM-CAT-QUALIDADE
                   MOVE 'QUALIDADE'   TO WRK-CATEGORIA-ED
               WHEN CHM-CAT-ATENDIMENTO
                   MOVE 'ATENDIMENTO' TO WRK-CATEGORIA-ED
               WHEN OTHER
                   MOVE 'OUTROS'      TO WRK-CATEGORIA-ED
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CHM-ABERTO
                   MOVE 'ABERTO'       TO WRK-SITUACAO-ED
               WHEN CHM-EM-ANDAMENTO
                   MOVE 'EM ANDAMENTO' TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE 'ENCERRADO'    TO WRK-SITUACAO-ED
           END-EVALUATE.

           MOVE SPACES TO WRK-VINCULO-ED.
           EVALUATE TRUE
               WHEN CHM-VINC-CUPOM
                   STRING 'CUPOM ' CHM-VCP-LOJA '-' CHM-VCP-NUMERO
                       DELIMITED BY SIZE INTO WRK-VINCULO-ED
                   END-STRING
               WHEN CHM-VINC-ENCOMENDA
                   STRING 'ENCOMENDA ' CHM-VEC-NUMERO
                       DELIMITED BY SIZE INTO WRK-VINCULO-ED
                   END-STRING
               WHEN CHM-VINC-TITULO
                   STRING 'TITULO ' CHM-VTI-EMPRESA ' '
                          CHM-VTI-COMPETENCIA
                       DELIMITED BY SIZE INTO WRK-VINCULO-ED
                   END-STRING
               WHEN OTHER
                   MOVE '(SEM VINCULO)' TO WRK-VINCULO-ED
           END-EVALUATE.
       0009A-END.

      * O HISTORICO SAI DO ARQUIVO DE NOTAS, QUE FICA ABERTO EM
      * EXTEND: FECHA, RELE DO INICIO E VOLTA PARA EXTEND.
       0010-LISTAR-NOTAS.
           CLOSE ARQUIVO-NOTAS.
           OPEN INPUT ARQUIVO-NOTAS.
           DISPLAY ' HISTORICO:'.
           IF FS-CHN-OK
               PERFORM 0010A-LER-NOTA
               PERFORM 0010B-EXIBIR-NOTA UNTIL NOT FS-CHN-OK
               CLOSE ARQUIVO-NOTAS
           END-IF.
           OPEN EXTEND ARQUIVO-NOTAS.
       0010-END.

       0010A-LER-NOTA.
           READ ARQUIVO-NOTAS.
       0010A-END.

       0010B-EXIBIR-NOTA.
           IF CHN-NUMERO = CHM-NUMERO
               DISPLAY '  ' CHN-DATA ' ' CHN-HORA(1:4) ' '
                       CHN-OPERADOR ' [' CHN-SITUACAO '] ' CHN-TEXTO
           END-IF.
           PERFORM 0010A-LER-NOTA.
       0010B-END.

       0011-GRAVAR-NOTA.
           MOVE CHM-NUMERO    TO CHN-NUMERO.
           MOVE WRK-DATA-HOJE TO CHN-DATA.
           MOVE WRK-HORA-HOJE TO CHN-HORA.
           MOVE WRK-OPE-ID    TO CHN-OPERADOR.
           MOVE CHM-SITUACAO  TO CHN-SITUACAO.
           MOVE WRK-TEXTO     TO CHN-TEXTO.
           WRITE REGISTRO-NOTA-CHAMADO.
           IF NOT FS-CHN-OK
               DISPLAY 'ERRO AO GRAVAR A NOTA (STATUS '
                       WRK-CHN-STATUS ').'
           END-IF.
       0011-END.

      * CHAMADOS DE UM CLIENTE, ABERTOS E ENCERRADOS, EM ORDEM DE
      * NUMERO (VARREDURA: O ARQUIVO NAO TEM CHAVE POR CPF).
       0012-LISTAR-CLIENTE.
           DISPLAY 'CPF DO CLIENTE: '.
           ACCEPT WRK-CPF.
           MOVE ZERO TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO CHM-NUMERO.
           START ARQUIVO-CHAMADOS KEY NOT < CHM-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0012A-LER-CHAMADO
                   PERFORM 0013-EXIBIR-LINHA UNTIL NOT FS-CHM-OK
           END-START.
           IF WRK-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUM CHAMADO PARA O CPF.'
           END-IF.
       0012-END.

       0012A-LER-CHAMADO.
           READ ARQUIVO-CHAMADOS NEXT RECORD.
       0012A-END.

       0013-EXIBIR-LINHA.
           IF CHM-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-LISTADOS
               PERFORM 0009A-DESCREVER-CHAMADO
               MOVE CHM-NUMERO TO WRK-NUMERO-ED
               DISPLAY WRK-NUMERO-ED ' ' CHM-DATA-ABERTURA ' '
                       WRK-CATEGORIA-ED ' ' WRK-SITUACAO-ED ' '
                       CHM-RESPONSAVEL ' ' CHM-DESCRICAO(1:30)
           END-IF.
           PERFORM 0012A-LER-CHAMADO.
       0013-END.

      * O PROXIMO NUMERO E O MAIOR JA GRAVADO MAIS UM, DESCOBERTO
      * VARRENDO O ARQUIVO (PEQUENO O BASTANTE PARA ISSO). A CHAVE E
      * O PROPRIO NUMERO: O ULTIMO LIDO NA VARREDURA E O MAIOR.
       0014-PROXIMO-NUMERO.
           MOVE ZERO TO WRK-ULTIMO-NUMERO.
           MOVE REGISTRO-CHAMADO TO WRK-CHAMADO-SALVO.
           MOVE ZEROS TO CHM-NUMERO.
           START ARQUIVO-CHAMADOS KEY NOT < CHM-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0012A-LER-CHAMADO
                   PERFORM 0014A-GUARDAR-NUMERO UNTIL NOT FS-CHM-OK
           END-START.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-CHAMADO-SALVO TO REGISTRO-CHAMADO.
       0014-END.

       0014A-GUARDAR-NUMERO.
           MOVE CHM-NUMERO TO WRK-ULTIMO-NUMERO.
           PERFORM 0012A-LER-CHAMADO.
       0014A-END.

           COPY CPF-VALIDA-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY LOJA-PD.CPY.
           COPY BANNER-PD.CPY.
