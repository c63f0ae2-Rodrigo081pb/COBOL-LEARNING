      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANIFESTO DIARIO DE ENTREGAS DAS ENCOMENDAS
      *              (ENCOMENDAS.DAT) PELA VAN, NO LUGAR DA ROTA
      *              RISCADA NO GUARDANAPO: PARA A DATA INFORMADA
      *              (ENTER USA HOJE) PEGA AS ENCOMENDAS ABERTAS COM
      *              ENTREGA NA DATA MAIS AS DE ENTREGA FRUSTRADA
      *              (REAGENDADAS PELO RETORNO DO PED0001A), BUSCA
      *              ENDERECO, CIDADE E CEP EM CLIENTES.DAT E AGRUPA
      *              AS PARADAS POR CIDADE E CEP. O MANIFESTO SAI
      *              PELO GERADOR PADRAO (SPOOL) COM A LISTA DE CARGA
      *              POR LOJA (SABOR E QUANTIDADE A EMBARCAR EM CADA
      *              UMA) E AS PARADAS; O CANHOTO DE ASSINATURAS DO
      *              MOTORISTA SAI EM SEPARADO. O RETORNO DE CADA
      *              PARADA (ENTREGUE OU FRUSTRADA) E LANCADO NO
      *              PED0001A, OPCAO (E).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PED0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENCOMENDAS
               ASSIGN TO DYNAMIC WRK-ENCOMENDAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENC-NUMERO
               FILE STATUS IS WRK-ENC-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-LOJAS ASSIGN TO DYNAMIC WRK-LOJAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-LOJ-STATUS.

           SELECT SORT-WORK ASSIGN TO 'PED0002A.TMP'.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ENCOMENDAS.
           COPY ENCOMENDAS-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-LOJAS.
           COPY LOJAS-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
      * ROTA: CIDADE, CEP E CLIENTE (UMA PARADA POR CLIENTE NO MESMO
      * CEP, COM TODAS AS ENCOMENDAS DELE JUNTAS).
           05 SORT-CIDADE     PIC X(20).
           05 SORT-CEP        PIC X(09).
           05 SORT-CPF        PIC X(14).
           05 SORT-NUMERO     PIC 9(06).
           05 SORT-UF         PIC X(02).
           05 SORT-NOME       PIC X(30).
           05 SORT-ENDERECO   PIC X(40).
           05 SORT-ID-MARCA   PIC 9(03).
           05 SORT-SABOR      PIC X(20).
           05 SORT-QTD        PIC 9(05).
           05 SORT-LOJA       PIC X(03).
           05 SORT-TENTATIVAS PIC 9(02).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ENC-STATUS PIC X(02).
           88 FS-ENC-OK             VALUE '00'.
           88 FS-ENC-FIM-ARQUIVO    VALUE '10'.
           88 FS-ENC-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LOJ-STATUS PIC X(02).
           88 FS-LOJ-OK             VALUE '00'.
           88 FS-LOJ-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-ENCOMENDAS-PATH PIC X(100).
       01 WRK-CLIENTES-PATH   PIC X(100).
       01 WRK-LOJAS-PATH      PIC X(100).

       01 WRK-CLIENTES-EXISTE PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE VALUE 'S'.
       01 WRK-LOJAS-EXISTE PIC X(01) VALUE 'N'.
           88 LOJAS-EXISTE VALUE 'S'.

       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-ALVO    PIC X(08).

       01 WRK-FIM-SORT PIC X(01) VALUE 'N'.
           88 SORT-ESGOTADO VALUE 'S'.

      * CARGA DA VAN: QUANTIDADE POR LOJA E SABOR, SOMADA NA SELECAO
      * E IMPRESSA ANTES DAS PARADAS.
       01 WRK-CARGA-TABELA.
           05 WRK-CRG OCCURS 300 TIMES.
               10 WRK-CRG-LOJA     PIC X(03).
               10 WRK-CRG-ID-MARCA PIC 9(03).
               10 WRK-CRG-SABOR    PIC X(20).
               10 WRK-CRG-QTD      PIC 9(07).
       01 WRK-CRG-QTD-TAB PIC 9(03) COMP VALUE 0.
       01 WRK-CRG-IDX     PIC 9(03) COMP VALUE 0.
       01 WRK-CRG-ACHADA  PIC X(01).
           88 CARGA-NA-TABELA VALUE 'S'.
       01 WRK-LOJA-ATUAL  PIC X(03).
       01 WRK-LOJA-NOME   PIC X(30).

      * PARADAS DO MANIFESTO, GUARDADAS PARA O CANHOTO.
       01 WRK-PARADA-TABELA.
           05 WRK-PAR OCCURS 200 TIMES.
               10 WRK-PAR-NOME       PIC X(30).
               10 WRK-PAR-ENDERECO   PIC X(40).
               10 WRK-PAR-CIDADE     PIC X(20).
               10 WRK-PAR-CEP        PIC X(09).
               10 WRK-PAR-ENCOMENDAS PIC X(60).
               10 WRK-PAR-PONTEIRO   PIC 9(03) COMP.
       01 WRK-PAR-QTD-TAB PIC 9(03) COMP VALUE 0.
       01 WRK-PAR-IDX     PIC 9(03) COMP VALUE 0.
       01 WRK-LINHA-PONTEIRO PIC 9(03) COMP VALUE 0.

      * QUEBRAS DA ROTA.
       01 WRK-CIDADE-ATUAL PIC X(20).
       01 WRK-CEP-ATUAL    PIC X(09).
       01 WRK-CPF-ATUAL    PIC X(14).

       01 WRK-TOTAL-ENCOMENDAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-REENTREGAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-SEM-CADASTRO PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-PARADAS    PIC 9(05) COMP VALUE 0.
       01 WRK-TABELA-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.

       01 WRK-PARADA-ED PIC ZZ9.
       01 WRK-QTD-ED    PIC ZZZ,ZZ9.
       01 WRK-DATA-ED   PIC X(10).

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '     PED0002A - MANIFESTO DE ENTREGAS           '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD.
           DISPLAY 'DATA DAS ENTREGAS (AAAAMMDD, ENTER PARA HOJE): '.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NOT = SPACES
               IF WRK-DATA-ENTRADA NOT NUMERIC
                   DISPLAY 'DATA INVALIDA.'
                   PERFORM 0941-EXIBIR-BANNER-SAIDA
                   STOP RUN
               END-IF
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-ALVO
           END-IF.
           STRING WRK-DATA-ALVO(7:2) '/' WRK-DATA-ALVO(5:2) '/'
                  WRK-DATA-ALVO(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.

           OPEN INPUT ARQUIVO-ENCOMENDAS.
           IF FS-ENC-ARQUIVO-NOVO
               DISPLAY 'ENCOMENDAS.DAT AINDA NAO EXISTE. NADA A '
                       'ENTREGAR.'
               CLOSE ARQUIVO-ENCOMENDAS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-OK
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           ELSE
               DISPLAY 'AVISO: CLIENTES.DAT INDISPONIVEL; PARADAS '
                       'SAEM SEM ENDERECO.'
           END-IF.

           OPEN INPUT ARQUIVO-LOJAS.
           IF FS-LOJ-OK
               MOVE 'S' TO WRK-LOJAS-EXISTE
           END-IF.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-CIDADE SORT-CEP SORT-CPF
                                SORT-NUMERO
               INPUT PROCEDURE IS 0002-SELECIONAR-ENCOMENDAS
               OUTPUT PROCEDURE IS 0004-EMITIR-MANIFESTO.

           CLOSE ARQUIVO-ENCOMENDAS.
           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.
           IF LOJAS-EXISTE
               CLOSE ARQUIVO-LOJAS
           END-IF.

           IF WRK-TOTAL-ENCOMENDAS > ZERO
               PERFORM 0008-EMITIR-CANHOTO
           END-IF.

           IF TABELA-CHEIA
               DISPLAY 'AVISO: TABELA DE TRABALHO CHEIA; CONFIRA A '
                       'CARGA E O CANHOTO CONTRA O MANIFESTO.'
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY ' ENTREGAS EM ' WRK-DATA-ED.
           DISPLAY ' ENCOMENDAS NO MANIFESTO.: ' WRK-TOTAL-ENCOMENDAS.
           DISPLAY ' REENTREGAS..............: ' WRK-TOTAL-REENTREGAS.
           DISPLAY ' PARADAS.................: ' WRK-TOTAL-PARADAS.
           DISPLAY ' CLIENTE SEM CADASTRO....: '
                   WRK-TOTAL-SEM-CADASTRO.
           DISPLAY '------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-ENCOMENDAS-PATH
               FROM ENVIRONMENT 'ENCOMENDAS_DAT_PATH'.
           IF WRK-ENCOMENDAS-PATH = SPACES
               MOVE 'ENCOMENDAS.DAT' TO WRK-ENCOMENDAS-PATH
           END-IF.

           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.

           ACCEPT WRK-LOJAS-PATH FROM ENVIRONMENT 'LOJAS_DAT_PATH'.
           IF WRK-LOJAS-PATH = SPACES
               MOVE 'LOJAS.DAT' TO WRK-LOJAS-PATH
           END-IF.
       0000-END.

       0002-SELECIONAR-ENCOMENDAS.
           PERFORM 0002A-LER-ENCOMENDA.
           PERFORM 0003-LIBERAR-ENCOMENDA UNTIL FS-ENC-FIM-ARQUIVO.
       0002-END.

       0002A-LER-ENCOMENDA.
           READ ARQUIVO-ENCOMENDAS NEXT RECORD.
       0002A-END.

      * ENTRA A ENCOMENDA ABERTA COM ENTREGA NA DATA E A FRUSTRADA
      * COM ENTREGA REAGENDADA ATE A DATA (A VAN NAO SAIU NO DIA DO
      * REAGENDAMENTO, ELA CONTINUA PENDENTE).
       0003-LIBERAR-ENCOMENDA.
           IF ENC-ABERTA AND ENC-DATA-ENTREGA NOT = SPACES
              AND (ENC-DATA-ENTREGA = WRK-DATA-ALVO
                   OR (ENC-ENTREGA-FALHOU
                       AND ENC-DATA-ENTREGA < WRK-DATA-ALVO))
               PERFORM 0003A-MONTAR-PARADA
               PERFORM 0003B-SOMAR-CARGA
               ADD 1 TO WRK-TOTAL-ENCOMENDAS
               IF ENC-ENTREGA-FALHOU
                   ADD 1 TO WRK-TOTAL-REENTREGAS
               END-IF
               RELEASE SORT-REC
           END-IF.
           PERFORM 0002A-LER-ENCOMENDA.
       0003-END.

       0003A-MONTAR-PARADA.
           MOVE ENC-CPF      TO SORT-CPF.
           MOVE ENC-NUMERO   TO SORT-NUMERO.
           MOVE ENC-ID-MARCA TO SORT-ID-MARCA.
           MOVE ENC-SABOR    TO SORT-SABOR.
           MOVE ENC-QTD      TO SORT-QTD.
           IF ENC-LOJA = SPACES
               MOVE '001' TO SORT-LOJA
           ELSE
               MOVE ENC-LOJA TO SORT-LOJA
           END-IF.
           IF ENC-ENTREGA-FALHOU AND ENC-TENTATIVAS IS NUMERIC
               MOVE ENC-TENTATIVAS TO SORT-TENTATIVAS
           ELSE
               MOVE ZERO TO SORT-TENTATIVAS
           END-IF.

           MOVE 'N' TO WRK-CLI-STATUS.
           IF CLIENTES-EXISTE
               MOVE ENC-CPF TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF FS-CLI-OK
               MOVE CLI-CIDADE   TO SORT-CIDADE
               MOVE CLI-CEP      TO SORT-CEP
               MOVE CLI-UF       TO SORT-UF
               MOVE CLI-NOME     TO SORT-NOME
               MOVE CLI-ENDERECO TO SORT-ENDERECO
           ELSE
               ADD 1 TO WRK-TOTAL-SEM-CADASTRO
               MOVE 'SEM CADASTRO'     TO SORT-CIDADE
               MOVE SPACES             TO SORT-CEP SORT-UF
               MOVE 'CLIENTE NAO CADASTRADO' TO SORT-NOME
               MOVE 'CONFIRMAR ENDERECO COM A LOJA'
                   TO SORT-ENDERECO
           END-IF.
       0003A-END.

       0003B-SOMAR-CARGA.
           MOVE 'N' TO WRK-CRG-ACHADA.
           PERFORM 0003C-PROCURAR-CARGA
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QTD-TAB
                  OR CARGA-NA-TABELA.
           IF NOT CARGA-NA-TABELA
               IF WRK-CRG-QTD-TAB < 300
                   ADD 1 TO WRK-CRG-QTD-TAB
                   MOVE SORT-LOJA     TO WRK-CRG-LOJA(WRK-CRG-QTD-TAB)
                   MOVE SORT-ID-MARCA
                       TO WRK-CRG-ID-MARCA(WRK-CRG-QTD-TAB)
                   MOVE SORT-SABOR    TO WRK-CRG-SABOR(WRK-CRG-QTD-TAB)
                   MOVE SORT-QTD      TO WRK-CRG-QTD(WRK-CRG-QTD-TAB)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           END-IF.
       0003B-END.

       0003C-PROCURAR-CARGA.
           IF WRK-CRG-LOJA(WRK-CRG-IDX) = SORT-LOJA
              AND WRK-CRG-ID-MARCA(WRK-CRG-IDX) = SORT-ID-MARCA
              AND WRK-CRG-SABOR(WRK-CRG-IDX) = SORT-SABOR
               MOVE 'S' TO WRK-CRG-ACHADA
               ADD SORT-QTD TO WRK-CRG-QTD(WRK-CRG-IDX)
           END-IF.
       0003C-END.

      ******************************************************************
      * MANIFESTO: CARGA POR LOJA E, NA ORDEM DA ROTA, AS PARADAS COM
      * AS ENCOMENDAS DE CADA CLIENTE.
      ******************************************************************
       0004-EMITIR-MANIFESTO.
           IF WRK-TOTAL-ENCOMENDAS = ZERO
               DISPLAY 'NENHUMA ENTREGA PARA ' WRK-DATA-ED
                       '. NADA A IMPRIMIR.'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-REL-NOME.
           STRING 'MANIFESTO-' WRK-DATA-ALVO DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'MANIFESTO DE ENTREGAS DA VAN - ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'PED0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE 'CARGA POR LOJA' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-LOJA-ATUAL.
           PERFORM 0005-IMPRIMIR-CARGA
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX > WRK-CRG-QTD-TAB.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'PARADAS (POR CIDADE E CEP)' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE HIGH-VALUES TO WRK-CIDADE-ATUAL WRK-CEP-ATUAL
                               WRK-CPF-ATUAL.
           MOVE 'N' TO WRK-FIM-SORT.
           PERFORM 0004A-RECEBER-ORDENADO.
           PERFORM 0006-IMPRIMIR-PARADA UNTIL SORT-ESGOTADO.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-PARADAS TO WRK-PARADA-ED.
           MOVE WRK-TOTAL-ENCOMENDAS TO WRK-QTD-ED.
           STRING 'TOTAL: ' WRK-PARADA-ED ' PARADA(S), '
                  WRK-QTD-ED ' ENCOMENDA(S)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.
       0004-END.

       0004A-RECEBER-ORDENADO.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0004A-END.

      * A TABELA DE CARGA FICA NA ORDEM EM QUE AS LOJAS APARECERAM;
      * CADA LOJA GANHA SEU CABECALHO NA PRIMEIRA LINHA DELA E AS
      * DEMAIS LINHAS DA MESMA LOJA SAO PROCURADAS NA SEQUENCIA.
       0005-IMPRIMIR-CARGA.
           IF WRK-CRG-LOJA(WRK-CRG-IDX) NOT = SPACES
               MOVE WRK-CRG-LOJA(WRK-CRG-IDX) TO WRK-LOJA-ATUAL
               PERFORM 0005A-NOMEAR-LOJA
               STRING '  LOJA ' WRK-LOJA-ATUAL ' - ' WRK-LOJA-NOME
                   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               PERFORM 0005B-IMPRIMIR-ITEM-LOJA
                   VARYING WRK-PAR-IDX FROM WRK-CRG-IDX BY 1
                   UNTIL WRK-PAR-IDX > WRK-CRG-QTD-TAB
           END-IF.
       0005-END.

       0005A-NOMEAR-LOJA.
           MOVE SPACES TO WRK-LOJA-NOME.
           IF LOJAS-EXISTE
               MOVE WRK-LOJA-ATUAL TO LOJ-CODIGO
               READ ARQUIVO-LOJAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOJ-NOME TO WRK-LOJA-NOME
               END-READ
           END-IF.
       0005A-END.

      * IMPRIME A LINHA E A MARCA COMO JA IMPRESSA (LOJA EM BRANCO).
       0005B-IMPRIMIR-ITEM-LOJA.
           IF WRK-CRG-LOJA(WRK-PAR-IDX) = WRK-LOJA-ATUAL
               MOVE WRK-CRG-QTD(WRK-PAR-IDX) TO WRK-QTD-ED
               STRING '     ' WRK-CRG-ID-MARCA(WRK-PAR-IDX) ' '
                      WRK-CRG-SABOR(WRK-PAR-IDX) '  QTD '
                      WRK-QTD-ED '   [ ] CARREGADO'
                   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE SPACES TO WRK-CRG-LOJA(WRK-PAR-IDX)
           END-IF.
       0005B-END.

      * QUEBRAS DA ROTA: CIDADE, CEP E CLIENTE (PARADA).
       0006-IMPRIMIR-PARADA.
           IF SORT-CIDADE NOT = WRK-CIDADE-ATUAL
               MOVE SORT-CIDADE TO WRK-CIDADE-ATUAL
               MOVE HIGH-VALUES TO WRK-CEP-ATUAL WRK-CPF-ATUAL
               PERFORM 0972-IMPRIMIR-LINHA
               STRING 'CIDADE: ' SORT-CIDADE ' ' SORT-UF
                   DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF SORT-CEP NOT = WRK-CEP-ATUAL
               MOVE SORT-CEP TO WRK-CEP-ATUAL
               MOVE HIGH-VALUES TO WRK-CPF-ATUAL
               STRING '  CEP ' SORT-CEP DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           IF SORT-CPF NOT = WRK-CPF-ATUAL
               MOVE SORT-CPF TO WRK-CPF-ATUAL
               PERFORM 0007-ABRIR-PARADA
           END-IF.

           MOVE SORT-QTD TO WRK-QTD-ED.
           MOVE 1 TO WRK-LINHA-PONTEIRO.
           STRING '       ENC ' SORT-NUMERO '  ' SORT-ID-MARCA ' '
                  SORT-SABOR '  QTD ' WRK-QTD-ED
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
               WITH POINTER WRK-LINHA-PONTEIRO
           END-STRING.
           IF SORT-TENTATIVAS > ZERO
               STRING '  REENTREGA (' SORT-TENTATIVAS
                      ' FRUSTRADA(S))' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
                   WITH POINTER WRK-LINHA-PONTEIRO
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-PAR-QTD-TAB > ZERO
               IF WRK-PAR-PONTEIRO(WRK-PAR-QTD-TAB) < 54
                   STRING SORT-NUMERO ' ' DELIMITED BY SIZE
                       INTO WRK-PAR-ENCOMENDAS(WRK-PAR-QTD-TAB)
                       WITH POINTER WRK-PAR-PONTEIRO(WRK-PAR-QTD-TAB)
                   END-STRING
               END-IF
           END-IF.

           PERFORM 0004A-RECEBER-ORDENADO.
       0006-END.

       0007-ABRIR-PARADA.
           ADD 1 TO WRK-TOTAL-PARADAS.
           MOVE WRK-TOTAL-PARADAS TO WRK-PARADA-ED.
           STRING '    PARADA ' WRK-PARADA-ED ': ' SORT-NOME
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '               ' SORT-ENDERECO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-PAR-QTD-TAB < 200
               ADD 1 TO WRK-PAR-QTD-TAB
               MOVE SORT-NOME     TO WRK-PAR-NOME(WRK-PAR-QTD-TAB)
               MOVE SORT-ENDERECO TO WRK-PAR-ENDERECO(WRK-PAR-QTD-TAB)
               MOVE SORT-CIDADE   TO WRK-PAR-CIDADE(WRK-PAR-QTD-TAB)
               MOVE SORT-CEP      TO WRK-PAR-CEP(WRK-PAR-QTD-TAB)
               MOVE SPACES TO WRK-PAR-ENCOMENDAS(WRK-PAR-QTD-TAB)
               MOVE 1      TO WRK-PAR-PONTEIRO(WRK-PAR-QTD-TAB)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.
       0007-END.

      ******************************************************************
      * CANHOTO DO MOTORISTA: UM QUADRO POR PARADA PARA A ASSINATURA
      * DE QUEM RECEBEU (OU O MOTIVO DA FRUSTRACAO), QUE VOLTA COM A
      * VAN E E LANCADO NO RETORNO DO PED0001A.
      ******************************************************************
       0008-EMITIR-CANHOTO.
           MOVE SPACES TO WRK-REL-NOME.
           STRING 'CANHOTO-' WRK-DATA-ALVO DELIMITED BY SIZE
               INTO WRK-REL-NOME
           END-STRING.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'CANHOTO DE ENTREGAS - ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'PED0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE 'MOTORISTA: ______________________________  PLACA: '
               TO WRK-REL-LINHA.
           MOVE '________' TO WRK-REL-LINHA(53:8).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'SAIDA: _____:_____   RETORNO: _____:_____'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM 0008A-IMPRIMIR-QUADRO
               VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-PAR-QTD-TAB.

           MOVE 'CONFERIDO NA LOJA POR: ______________________________'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.
       0008-END.

       0008A-IMPRIMIR-QUADRO.
           MOVE WRK-PAR-IDX TO WRK-PARADA-ED.
           STRING 'PARADA ' WRK-PARADA-ED ': '
                  WRK-PAR-NOME(WRK-PAR-IDX)
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '   ' WRK-PAR-ENDERECO(WRK-PAR-IDX) ' - '
                  WRK-PAR-CIDADE(WRK-PAR-IDX) ' '
                  WRK-PAR-CEP(WRK-PAR-IDX)
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '   ENCOMENDA(S): ' WRK-PAR-ENCOMENDAS(WRK-PAR-IDX)
               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '   ( ) ENTREGUE  ( ) FRUSTRADA  MOTIVO: ____________'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '   RECEBIDO POR: _________________________  HORA: ___'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE '   ASSINATURA..: _________________________'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0008A-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
