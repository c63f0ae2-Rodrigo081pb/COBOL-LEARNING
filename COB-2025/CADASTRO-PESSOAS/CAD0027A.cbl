      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: CARGA DO RETORNO DA CONSULTA EM LOTE DA SITUACAO
      *              CADASTRAL DO CPF NA RECEITA FEDERAL (PEDIDO
      *              GERADO PELO CAD0026A). O ARQUIVO E CONFERIDO
      *              INTEIRO ANTES DA CARGA (CABECALHO, RODAPE E
      *              QUANTIDADE DE DETALHES); ARQUIVO TRUNCADO OU FORA
      *              DO LAYOUT E RECUSADO SEM TOCAR NA BASE. CADA CPF
      *              DEVOLVIDO E GRAVADO OU ATUALIZADO EM
      *              SITUACAO-CPF.DAT COM O CODIGO, A DESCRICAO E A
      *              DATA DA SITUACAO; DETALHE COM CPF OU CODIGO
      *              INVALIDO E RECUSADO E CONTADO. DEPOIS DA CARGA, O
      *              RELATORIO NO SPOOL LISTA, ARQUIVO A ARQUIVO
      *              (CADASTRO.DAT, CLIENTES.DAT, FUNCIONARIOS.DAT E
      *              EMPRESTIMOS.DAT), OS REGISTROS CUJO CPF NAO ESTA
      *              REGULAR, PARA O CADASTRO, O RH E O CREDITO
      *              TRATAREM ANTES DA FOLHA E DOS ARQUIVOS DO BANCO.
      *              HAVENDO REGISTRO AFETADO, O PASSO REGISTRA A
      *              EXCECAO JOB-0014 E DEVOLVE RETURN-CODE 4.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD0027A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO ASSIGN TO DYNAMIC WRK-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT ARQUIVO-SITUACAO-CPF ASSIGN TO DYNAMIC WRK-SITCPF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CPF
               FILE STATUS IS WRK-SCF-STATUS.

           SELECT ARQUIVO-CADASTRO ASSIGN TO DYNAMIC WRK-CADASTRO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WRK-CAD-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO DYNAMIC WRK-FUNCIONARIOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

           SELECT EXCECOES-ARQUIVO ASSIGN TO DYNAMIC WRK-EXCDIA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-RETORNO
           RECORD CONTAINS 80 CHARACTERS.
           COPY SITCPF-RETORNO-FD.CPY.

       FD ARQUIVO-SITUACAO-CPF.
           COPY SITUACAO-CPF-FD.CPY.

       FD ARQUIVO-CADASTRO.
           COPY CADASTRO-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD EXCECOES-ARQUIVO.
           COPY EXCECAO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-RET-STATUS PIC X(02).
           88 FS-RET-OK           VALUE '00'.
           88 FS-RET-FIM-ARQUIVO  VALUE '10'.
           88 FS-RET-ARQUIVO-NOVO VALUE '35'.
       01 WRK-CAD-STATUS PIC X(02).
           88 FS-CAD-OK           VALUE '00'.
           88 FS-CAD-FIM-ARQUIVO  VALUE '10'.
           88 FS-CAD-ARQUIVO-NOVO VALUE '35'.
       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK           VALUE '00'.
           88 FS-CLI-FIM-ARQUIVO  VALUE '10'.
           88 FS-CLI-ARQUIVO-NOVO VALUE '35'.
       01 WRK-FUN-STATUS PIC X(02).
           88 FS-FUN-OK           VALUE '00'.
           88 FS-FUN-FIM-ARQUIVO  VALUE '10'.
           88 FS-FUN-ARQUIVO-NOVO VALUE '35'.
       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK           VALUE '00'.
           88 FS-FIN-FIM-ARQUIVO  VALUE '10'.
           88 FS-FIN-ARQUIVO-NOVO VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-RETORNO-PATH      PIC X(100).
       01 WRK-CADASTRO-PATH     PIC X(100).
       01 WRK-CLIENTES-PATH     PIC X(100).
       01 WRK-FUNCIONARIOS-PATH PIC X(100).
       01 WRK-EMPRESTIMOS-PATH  PIC X(100).

       01 WRK-DATA-HOJE PIC X(08).

      * CONFERENCIA DO ARQUIVO ANTES DA CARGA.
       01 WRK-RETORNO-OK PIC X(01) VALUE 'N'.
           88 RETORNO-VALIDO VALUE 'S'.
       01 WRK-TEM-CABECALHO PIC X(01) VALUE 'N'.
           88 TEM-CABECALHO VALUE 'S'.
       01 WRK-TEM-RODAPE PIC X(01) VALUE 'N'.
           88 TEM-RODAPE VALUE 'S'.
       01 WRK-FORA-LAYOUT   PIC 9(07) COMP VALUE 0.
       01 WRK-QTD-RODAPE    PIC 9(08) VALUE ZERO.
       01 WRK-DATA-PROCESSAMENTO PIC X(08) VALUE SPACES.

      * TABELA DOS CODIGOS DE SITUACAO DA RECEITA. SO O '0' (REGULAR)
      * LIBERA O CPF SEM SUPERVISOR.
       01 WRK-TAB-SITUACOES-VALORES.
           05 FILLER PIC X(31) VALUE '0REGULAR'.
           05 FILLER PIC X(31) VALUE '2SUSPENSA'.
           05 FILLER PIC X(31) VALUE '3TITULAR FALECIDO'.
           05 FILLER PIC X(31) VALUE '4PENDENTE DE REGULARIZACAO'.
           05 FILLER PIC X(31) VALUE '5CANCELADA POR MULTIPLICIDADE'.
           05 FILLER PIC X(31) VALUE '8NULA'.
           05 FILLER PIC X(31) VALUE '9CANCELADA DE OFICIO'.
       01 WRK-TAB-SITUACOES REDEFINES WRK-TAB-SITUACOES-VALORES.
           05 WRK-TAB-SITUACAO OCCURS 7 TIMES.
               10 WRK-TAB-CODIGO    PIC X(01).
               10 WRK-TAB-DESCRICAO PIC X(30).
       01 WRK-TAB-IDX    PIC 9(02) COMP VALUE 0.
       01 WRK-TAB-ACHADO PIC 9(02) COMP VALUE 0.

      * CONTADORES DA CARGA.
       01 WRK-DETALHES-LIDOS  PIC 9(08) COMP VALUE 0.
       01 WRK-INCLUIDOS       PIC 9(08) COMP VALUE 0.
       01 WRK-ATUALIZADOS     PIC 9(08) COMP VALUE 0.
       01 WRK-RECUSADOS       PIC 9(08) COMP VALUE 0.
       01 WRK-NAO-REGULARES   PIC 9(08) COMP VALUE 0.
       01 WRK-SCF-ACHADO PIC X(01) VALUE 'N'.
           88 SITUACAO-JA-GRAVADA VALUE 'S'.

      * CONTADORES DO RELATORIO: POR ARQUIVO E NO TOTAL.
       01 WRK-LIDOS-ARQUIVO    PIC 9(07) COMP VALUE 0.
       01 WRK-AFETADOS-ARQUIVO PIC 9(07) COMP VALUE 0.
       01 WRK-TOTAL-AFETADOS   PIC 9(07) COMP VALUE 0.

       01 WRK-QTD-ED    PIC Z,ZZZ,ZZ9.
       01 WRK-DTF-SAIDA PIC X(10).
       01 WRK-IDENT     PIC X(40).

           COPY SITCPF-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY EXCECAO-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE ' CAD0027A - RETORNO DE SITUACAO DO CPF (RECEITA)'
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM 0002-CONFERIR-RETORNO.
           IF NOT RETORNO-VALIDO
               DISPLAY 'RETORNO RECUSADO. NADA FOI CARREGADO.'
               MOVE 8 TO RETURN-CODE
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM 0003-CARREGAR-RETORNO.
           PERFORM 0010-EMITIR-RELATORIO.
           PERFORM 0020-IMPRIMIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           IF WRK-TOTAL-AFETADOS > 0
               MOVE 'CAD0027A' TO WRK-EXC-PROGRAMA
               MOVE 'JOB-0014' TO WRK-EXC-CODIGO
               MOVE WRK-TOTAL-AFETADOS TO WRK-EXC-DETALHE
               PERFORM 0985-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-RETORNO-PATH
               FROM ENVIRONMENT 'SITCPF_RETORNO_PATH'.
           IF WRK-RETORNO-PATH = SPACES
               MOVE 'SITCPF-RETORNO.TXT' TO WRK-RETORNO-PATH
           END-IF.
           ACCEPT WRK-SITCPF-PATH
               FROM ENVIRONMENT 'SITUACAO_CPF_PATH'.
           IF WRK-SITCPF-PATH = SPACES
               MOVE 'SITUACAO-CPF.DAT' TO WRK-SITCPF-PATH
           END-IF.
           ACCEPT WRK-CADASTRO-PATH
               FROM ENVIRONMENT 'CADASTRO_DAT_PATH'.
           IF WRK-CADASTRO-PATH = SPACES
               MOVE 'CADASTRO.DAT' TO WRK-CADASTRO-PATH
           END-IF.
           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.
           ACCEPT WRK-FUNCIONARIOS-PATH
               FROM ENVIRONMENT 'FUNCIONARIOS_DAT_PATH'.
           IF WRK-FUNCIONARIOS-PATH = SPACES
               MOVE 'FUNCIONARIOS.DAT' TO WRK-FUNCIONARIOS-PATH
           END-IF.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.
       0000-END.

      * ----------------------------------------------------------------
      * PRIMEIRA PASSADA: O ARQUIVO PRECISA COMECAR PELO CABECALHO,
      * TERMINAR PELO RODAPE E TER NO RODAPE A QUANTIDADE DE DETALHES
      * LIDOS. TIPO DE REGISTRO DESCONHECIDO RECUSA O ARQUIVO.
      * ----------------------------------------------------------------
       0002-CONFERIR-RETORNO.
           MOVE 'N' TO WRK-RETORNO-OK.
           OPEN INPUT ARQUIVO-RETORNO.
           IF FS-RET-ARQUIVO-NOVO
               DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO: '
                       FUNCTION TRIM(WRK-RETORNO-PATH)
               CLOSE ARQUIVO-RETORNO
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0002A-LER-RETORNO.
           IF NOT FS-RET-FIM-ARQUIVO AND SRT-CABECALHO
               MOVE 'S' TO WRK-TEM-CABECALHO
               MOVE SRT-DATA-PROCESSAMENTO TO WRK-DATA-PROCESSAMENTO
               PERFORM 0002A-LER-RETORNO
           END-IF.
           PERFORM 0002B-CONTAR-REGISTRO
               UNTIL FS-RET-FIM-ARQUIVO OR TEM-RODAPE.
           IF TEM-RODAPE
               PERFORM 0002A-LER-RETORNO
               IF NOT FS-RET-FIM-ARQUIVO
                   DISPLAY 'HA REGISTROS DEPOIS DO RODAPE.'
                   ADD 1 TO WRK-FORA-LAYOUT
               END-IF
           END-IF.
           CLOSE ARQUIVO-RETORNO.

           IF NOT TEM-CABECALHO
               DISPLAY 'RETORNO SEM CABECALHO (TIPO 0) NO INICIO.'
           ELSE
               IF NOT TEM-RODAPE
                   DISPLAY 'RETORNO SEM RODAPE (TIPO 9): ARQUIVO '
                           'TRUNCADO.'
               ELSE
                   IF WRK-QTD-RODAPE NOT = WRK-DETALHES-LIDOS
                       DISPLAY 'RODAPE INFORMA ' WRK-QTD-RODAPE
                               ' DETALHES; LIDOS '
                               WRK-DETALHES-LIDOS '.'
                   ELSE
                       IF WRK-FORA-LAYOUT > 0
                           DISPLAY 'REGISTROS FORA DO LAYOUT: '
                                   WRK-FORA-LAYOUT '.'
                       ELSE
                           MOVE 'S' TO WRK-RETORNO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WRK-DETALHES-LIDOS.
       0002-END.

       0002A-LER-RETORNO.
           READ ARQUIVO-RETORNO.
       0002A-END.

       0002B-CONTAR-REGISTRO.
           EVALUATE TRUE
               WHEN SRT-DETALHE
                   ADD 1 TO WRK-DETALHES-LIDOS
               WHEN SRT-RODAPE
                   MOVE 'S' TO WRK-TEM-RODAPE
                   IF SRT-QTD-DETALHES IS NUMERIC
                       MOVE SRT-QTD-DETALHES TO WRK-QTD-RODAPE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-FORA-LAYOUT
           END-EVALUATE.
           IF NOT TEM-RODAPE
               PERFORM 0002A-LER-RETORNO
           END-IF.
       0002B-END.

      * ----------------------------------------------------------------
      * SEGUNDA PASSADA: GRAVA OU ATUALIZA A SITUACAO DE CADA CPF.
      * ----------------------------------------------------------------
       0003-CARREGAR-RETORNO.
           OPEN I-O ARQUIVO-SITUACAO-CPF.
           IF FS-SCF-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-SITUACAO-CPF
               CLOSE ARQUIVO-SITUACAO-CPF
               OPEN I-O ARQUIVO-SITUACAO-CPF
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM 0002A-LER-RETORNO.
           PERFORM 0004-CARREGAR-DETALHE
               UNTIL FS-RET-FIM-ARQUIVO.
           CLOSE ARQUIVO-RETORNO.
           CLOSE ARQUIVO-SITUACAO-CPF.
       0003-END.

       0004-CARREGAR-DETALHE.
           IF SRT-DETALHE
               ADD 1 TO WRK-DETALHES-LIDOS
               PERFORM 0005-LOCALIZAR-CODIGO
               IF SRT-CPF IS NOT NUMERIC OR WRK-TAB-ACHADO = 0
                   ADD 1 TO WRK-RECUSADOS
                   DISPLAY 'DETALHE ' SRT-SEQUENCIA ' RECUSADO: CPF '
                           'OU CODIGO DE SITUACAO INVALIDO ('
                           SRT-CODIGO ').'
               ELSE
                   PERFORM 0006-GRAVAR-SITUACAO
               END-IF
           END-IF.
           PERFORM 0002A-LER-RETORNO.
       0004-END.

       0005-LOCALIZAR-CODIGO.
           MOVE ZERO TO WRK-TAB-ACHADO.
           PERFORM 0005A-COMPARAR-CODIGO
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > 7 OR WRK-TAB-ACHADO > 0.
       0005-END.

       0005A-COMPARAR-CODIGO.
           IF WRK-TAB-CODIGO(WRK-TAB-IDX) = SRT-CODIGO
               MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO
           END-IF.
       0005A-END.

      * DATA DA SITUACAO AUSENTE OU INVALIDA FICA COM A DATA DO
      * PROCESSAMENTO NA RECEITA (CABECALHO).
       0006-GRAVAR-SITUACAO.
           MOVE SRT-CPF TO SCF-CPF.
           READ ARQUIVO-SITUACAO-CPF
               INVALID KEY
                   MOVE 'N' TO WRK-SCF-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SCF-ACHADO
           END-READ.

           MOVE SRT-CPF TO SCF-CPF.
           MOVE SRT-CODIGO TO SCF-CODIGO.
           MOVE WRK-TAB-DESCRICAO(WRK-TAB-ACHADO) TO SCF-DESCRICAO.
           IF SRT-DATA-SITUACAO IS NUMERIC
               MOVE SRT-DATA-SITUACAO TO SCF-DATA-SITUACAO
           ELSE
               MOVE WRK-DATA-PROCESSAMENTO TO SCF-DATA-SITUACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO SCF-DATA-IMPORTACAO.
           IF NOT SCF-REGULAR
               ADD 1 TO WRK-NAO-REGULARES
           END-IF.

           IF SITUACAO-JA-GRAVADA
               REWRITE REGISTRO-SITUACAO-CPF
               ADD 1 TO WRK-ATUALIZADOS
           ELSE
               WRITE REGISTRO-SITUACAO-CPF
               ADD 1 TO WRK-INCLUIDOS
           END-IF.
       0006-END.

      * ----------------------------------------------------------------
      * RELATORIO DOS REGISTROS AFETADOS, UMA SECAO POR ARQUIVO. A
      * CONSULTA E A MESMA DAS TELAS DE INCLUSAO (0953).
      * ----------------------------------------------------------------
       0010-EMITIR-RELATORIO.
           PERFORM 0952-ABRIR-SITUACAO-CPF.

           MOVE 'SITCPF-IRREGULAR' TO WRK-REL-NOME.
           MOVE 'REGISTROS COM CPF NAO REGULAR NA RECEITA FEDERAL'
               TO WRK-REL-CABECALHO.
           MOVE 'CAD0027A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM 0011-SECAO-CADASTRO.
           PERFORM 0012-SECAO-CLIENTES.
           PERFORM 0013-SECAO-FUNCIONARIOS.
           PERFORM 0014-SECAO-EMPRESTIMOS.

           MOVE ALL '-' TO WRK-REL-LINHA(1:60).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-AFETADOS TO WRK-REL-NUM-ED.
           STRING 'TOTAL DE REGISTROS AFETADOS: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

           PERFORM 0954-FECHAR-SITUACAO-CPF.
       0010-END.

       0011-SECAO-CADASTRO.
           MOVE 'CADASTRO.DAT (PESSOAS)' TO WRK-IDENT.
           PERFORM 0015-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF FS-CAD-ARQUIVO-NOVO
               MOVE '  ARQUIVO AUSENTE NA INSTALACAO.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               PERFORM 0011A-LER-PESSOA
               PERFORM 0011B-CONFERIR-PESSOA UNTIL FS-CAD-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CADASTRO.
           PERFORM 0016-FECHAR-SECAO.
       0011-END.

       0011A-LER-PESSOA.
           READ ARQUIVO-CADASTRO NEXT RECORD.
       0011A-END.

       0011B-CONFERIR-PESSOA.
           ADD 1 TO WRK-LIDOS-ARQUIVO.
           MOVE CPF TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               MOVE NOME TO WRK-IDENT
               PERFORM 0017-IMPRIMIR-AFETADO
           END-IF.
           PERFORM 0011A-LER-PESSOA.
       0011B-END.

       0012-SECAO-CLIENTES.
           MOVE 'CLIENTES.DAT' TO WRK-IDENT.
           PERFORM 0015-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               MOVE '  ARQUIVO AUSENTE NA INSTALACAO.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               PERFORM 0012A-LER-CLIENTE
               PERFORM 0012B-CONFERIR-CLIENTE UNTIL FS-CLI-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CLIENTES.
           PERFORM 0016-FECHAR-SECAO.
       0012-END.

       0012A-LER-CLIENTE.
           READ ARQUIVO-CLIENTES NEXT RECORD.
       0012A-END.

       0012B-CONFERIR-CLIENTE.
           ADD 1 TO WRK-LIDOS-ARQUIVO.
           MOVE CLI-CPF TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               MOVE CLI-NOME TO WRK-IDENT
               PERFORM 0017-IMPRIMIR-AFETADO
           END-IF.
           PERFORM 0012A-LER-CLIENTE.
       0012B-END.

       0013-SECAO-FUNCIONARIOS.
           MOVE 'FUNCIONARIOS.DAT' TO WRK-IDENT.
           PERFORM 0015-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FS-FUN-ARQUIVO-NOVO
               MOVE '  ARQUIVO AUSENTE NA INSTALACAO.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               PERFORM 0013A-LER-FUNCIONARIO
               PERFORM 0013B-CONFERIR-FUNCIONARIO
                   UNTIL FS-FUN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.
           PERFORM 0016-FECHAR-SECAO.
       0013-END.

       0013A-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0013A-END.

       0013B-CONFERIR-FUNCIONARIO.
           ADD 1 TO WRK-LIDOS-ARQUIVO.
           MOVE REG-CPF TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               MOVE SPACES TO WRK-IDENT
               STRING REG-NOME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      REG-SOBRENOME DELIMITED BY '  '
                   INTO WRK-IDENT
               END-STRING
               IF REG-DESLIGADO
                   MOVE '(DESL.)' TO WRK-IDENT(34:7)
               END-IF
               PERFORM 0017-IMPRIMIR-AFETADO
           END-IF.
           PERFORM 0013A-LER-FUNCIONARIO.
       0013B-END.

      * O TOMADOR SAI POR CONTRATO; O QUITADO TAMBEM, MARCADO.
       0014-SECAO-EMPRESTIMOS.
           MOVE 'EMPRESTIMOS.DAT (TOMADORES)' TO WRK-IDENT.
           PERFORM 0015-ABRIR-SECAO.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               MOVE '  ARQUIVO AUSENTE NA INSTALACAO.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               PERFORM 0014A-LER-CONTRATO
               PERFORM 0014B-CONFERIR-CONTRATO
                   UNTIL FS-FIN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.
           PERFORM 0016-FECHAR-SECAO.
       0014-END.

       0014A-LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0014A-END.

       0014B-CONFERIR-CONTRATO.
           ADD 1 TO WRK-LIDOS-ARQUIVO.
           MOVE FIN-CPF TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               MOVE SPACES TO WRK-IDENT
               IF FIN-QUITADO
                   STRING 'CONTRATO ' DELIMITED BY SIZE
                          FIN-NUMERO DELIMITED BY SIZE
                          ' (QUITADO)' DELIMITED BY SIZE
                       INTO WRK-IDENT
                   END-STRING
               ELSE
                   STRING 'CONTRATO ' DELIMITED BY SIZE
                          FIN-NUMERO DELIMITED BY SIZE
                          ' (ATIVO)' DELIMITED BY SIZE
                       INTO WRK-IDENT
                   END-STRING
               END-IF
               PERFORM 0017-IMPRIMIR-AFETADO
           END-IF.
           PERFORM 0014A-LER-CONTRATO.
       0014B-END.

      * TITULO DA SECAO; WRK-IDENT TRAZ O NOME DO ARQUIVO.
       0015-ABRIR-SECAO.
           MOVE ZERO TO WRK-LIDOS-ARQUIVO WRK-AFETADOS-ARQUIVO.
           MOVE ALL '-' TO WRK-REL-LINHA(1:60).
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-IDENT TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0015-END.

       0016-FECHAR-SECAO.
           MOVE WRK-LIDOS-ARQUIVO TO WRK-REL-NUM-ED.
           STRING '  REGISTROS LIDOS...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-AFETADOS-ARQUIVO TO WRK-REL-NUM-ED.
           STRING '  REGISTROS AFETADOS: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0016-END.

      * LINHA DO REGISTRO AFETADO: CPF MASCARADO, IDENTIFICACAO NO
      * ARQUIVO, SITUACAO E DATA DA SITUACAO NA RECEITA.
       0017-IMPRIMIR-AFETADO.
           ADD 1 TO WRK-AFETADOS-ARQUIVO.
           ADD 1 TO WRK-TOTAL-AFETADOS.
           MOVE WRK-SIT-CPF-BUSCA TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE SPACES TO WRK-DTF-SAIDA.
           IF WRK-SIT-DATA IS NUMERIC
               STRING WRK-SIT-DATA(7:2) '/' WRK-SIT-DATA(5:2) '/'
                      WRK-SIT-DATA(1:4) DELIMITED BY SIZE
                   INTO WRK-DTF-SAIDA
               END-STRING
           END-IF.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING '  ' DELIMITED BY SIZE
                  WRK-MSK-SAIDA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-IDENT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-SIT-DESCRICAO DELIMITED BY SIZE
                  '  DESDE ' DELIMITED BY SIZE
                  WRK-DTF-SAIDA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0017-END.

       0020-IMPRIMIR-RESUMO.
           MOVE WRK-DETALHES-LIDOS TO WRK-QTD-ED.
           DISPLAY 'CPFS NO RETORNO.............: ' WRK-QTD-ED.
           MOVE WRK-INCLUIDOS TO WRK-QTD-ED.
           DISPLAY 'SITUACOES INCLUIDAS.........: ' WRK-QTD-ED.
           MOVE WRK-ATUALIZADOS TO WRK-QTD-ED.
           DISPLAY 'SITUACOES ATUALIZADAS.......: ' WRK-QTD-ED.
           MOVE WRK-RECUSADOS TO WRK-QTD-ED.
           DISPLAY 'DETALHES RECUSADOS..........: ' WRK-QTD-ED.
           MOVE WRK-NAO-REGULARES TO WRK-QTD-ED.
           DISPLAY 'CPFS NAO REGULARES..........: ' WRK-QTD-ED.
           MOVE WRK-TOTAL-AFETADOS TO WRK-QTD-ED.
           DISPLAY 'REGISTROS AFETADOS NO SISTEMA: ' WRK-QTD-ED.
       0020-END.

           COPY SITCPF-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY EXCECAO-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
