      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: COMPARAR A COPIA DA BASE EM QUE O FIM DE MES RODOU
      *              EM SIMULACAO (JCL/FIM-DE-MES.SH COM SIMULACAO=S)
      *              COM OS ARQUIVOS DE PRODUCAO, PARA O SUPERVISOR VER
      *              O QUE O FECHAMENTO FARIA ANTES DA RODADA REAL. POR
      *              ARQUIVO QUE OS PASSOS DO MES GRAVAM: QUANTIDADE DE
      *              REGISTROS E TOTAL DE CONTROLE NOS DOIS LADOS E OS
      *              REGISTROS QUE O FECHAMENTO CRIARIA, ALTERARIA OU
      *              TIRARIA (POSTING DOS EMPRESTIMOS, LINHAS DAS
      *              REMESSAS, ACUMULO DE FERIAS ...). OS INDEXADOS SAO
      *              CASADOS PELA CHAVE; OS SEQUENCIAIS, POR POSICAO
      *              (O QUE A COPIA TEM DEPOIS DO FIM DO ARQUIVO DE
      *              PRODUCAO E NOVO; ARQUIVO REGRAVADO PELO PASSO TEM
      *              TODOS OS REGISTROS LISTADOS COMO NOVOS). RODA DE
      *              DENTRO DA COPIA, COM O DIRETORIO DE PRODUCAO EM
      *              PRODUCAO_DIR; SO LE A PRODUCAO E O RELATORIO SAI NO
      *              SPOOL DA COPIA. A LISTA DE REGISTROS DE CADA
      *              ARQUIVO PARA EM SIMULACAO_LIMITE_LISTA (PADRAO 50).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIM0001A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVOS INDEXADOS GRAVADOS PELO FIM DE MES. TODOS USAM O MESMO
      * CAMINHO DE TRABALHO: UM DE CADA VEZ, PRODUCAO E DEPOIS COPIA.
           SELECT ARQUIVO-EMPRESTIMOS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-RECEBER ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-FERIAS ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-EMPREGADO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-DEPENDENTES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-VALES ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUMERO
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-HOLHIST ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

           SELECT ARQUIVO-FIDELIDADE ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.

      * SEQUENCIAIS (REMESSAS, LANCAMENTOS, LOGS): LEITURA GENERICA.
           SELECT ARQUIVO-SEQUENCIAL ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQ-STATUS.

      * EXTRATOS DE TRABALHO DOS DOIS LADOS, NA ORDEM DO ARQUIVO (OS
      * INDEXADOS EM ORDEM DE CHAVE), APAGADOS AO FIM DE CADA ARQUIVO.
           SELECT EXTRATO-PRODUCAO ASSIGN TO DYNAMIC WRK-EXT-PRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-PRD-STATUS.

           SELECT EXTRATO-SIMULACAO ASSIGN TO DYNAMIC WRK-EXT-SIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-SIM-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-RECEBER.
           COPY RECEBER-FD.CPY.

       FD ARQUIVO-FERIAS.
           COPY FERIAS-FD.CPY.

       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       FD ARQUIVO-VALES.
           COPY VALES-FD.CPY.

       FD ARQUIVO-HOLHIST.
           COPY HOLERITES-HIST-FD.CPY.

       FD ARQUIVO-FIDELIDADE.
           COPY FIDELIDADE-FD.CPY.

       FD ARQUIVO-SEQUENCIAL.
       01 REGISTRO-SEQUENCIAL PIC X(1000).

       FD EXTRATO-PRODUCAO.
       01 REGISTRO-EXT-PRD PIC X(1000).

       FD EXTRATO-SIMULACAO.
       01 REGISTRO-EXT-SIM PIC X(1000).

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-ARQ-STATUS PIC X(02).
           88 FS-ARQ-OK           VALUE '00'.
           88 FS-ARQ-ARQUIVO-NOVO VALUE '35'.
       01 WRK-EXT-PRD-STATUS PIC X(02).
       01 WRK-EXT-SIM-STATUS PIC X(02).

       01 WRK-ARQ-PATH     PIC X(200).
       01 WRK-EXT-PRD-PATH PIC X(100) VALUE 'SIMULACAO-PRODUCAO.TMP'.
       01 WRK-EXT-SIM-PATH PIC X(100) VALUE 'SIMULACAO-COPIA.TMP'.
       01 WRK-DELETE-RC    PIC S9(09) COMP-5.

      * DIRETORIO DE PRODUCAO (O PROGRAMA RODA DENTRO DA COPIA).
       01 WRK-PRODUCAO-DIR PIC X(150).
       01 WRK-COPIA-DIR    PIC X(150).

       01 WRK-LIMITE-ENT   PIC X(04).
       01 WRK-LIMITE-LISTA PIC 9(04) VALUE 50.

      * ARQUIVO CORRENTE: NOME-PADRAO, CHAVE (POSICAO/TAMANHO NO
      * REGISTRO; ZERO NOS SEQUENCIAIS) E O TOTAL DE CONTROLE.
       01 WRK-ARQ-NOME       PIC X(30).
       01 WRK-CHAVE-POS      PIC 9(04) COMP.
       01 WRK-CHAVE-TAM      PIC 9(04) COMP.
       01 WRK-TOTAL-ROTULO   PIC X(20).
       01 WRK-LADO           PIC X(01).
           88 LADO-PRODUCAO  VALUE 'P'.
           88 LADO-SIMULACAO VALUE 'S'.
       01 WRK-REGISTRO       PIC X(1000).
       01 WRK-VALOR          PIC S9(13)V99.
       01 WRK-VALOR-INT      PIC 9(15).

       01 WRK-PRD-EXISTE     PIC X(01).
       01 WRK-SIM-EXISTE     PIC X(01).
       01 WRK-PRD-QTD        PIC 9(07).
       01 WRK-SIM-QTD        PIC 9(07).
       01 WRK-PRD-TOTAL      PIC S9(13)V99.
       01 WRK-SIM-TOTAL      PIC S9(13)V99.
       01 WRK-QTD-NOVOS      PIC 9(07).
       01 WRK-QTD-ALTERADOS  PIC 9(07).
       01 WRK-QTD-REMOVIDOS  PIC 9(07).
       01 WRK-QTD-LISTADOS   PIC 9(07).
       01 WRK-QTD-NAO-LISTADOS PIC 9(07).
       01 WRK-REGRAVADO      PIC X(01).

       01 WRK-FIM-PRD PIC X(01).
           88 FIM-PRD VALUE 'S'.
       01 WRK-FIM-SIM PIC X(01).
           88 FIM-SIM VALUE 'S'.

      * IMPRESSAO DE UM REGISTRO EM FATIAS DE 100 POSICOES.
       01 WRK-POS        PIC 9(04) COMP.
       01 WRK-POS-ED     PIC ZZZ9.
       01 WRK-PREFIXO    PIC X(10).

      * SEQUENCIAIS GRAVADOS PELO FIM DE MES. POR ARQUIVO: NOME,
      * POSICAO/CONTEUDO DO TIPO DE REGISTRO QUE ENTRA NO TOTAL (ZERO =
      * TODOS), POSICAO/TAMANHO/DECIMAIS DO VALOR (ZERO = SO CONTAGEM)
      * E O ROTULO DO TOTAL.
       01 WRK-SEQUENCIAIS.
           05 FILLER PIC X(30) VALUE 'PROVISAO-EMPRESTIMOS.DAT'.
           05 FILLER PIC X(11) VALUE '000 0046132'.
           05 FILLER PIC X(20) VALUE 'PROVISAO ATUAL'.
           05 FILLER PIC X(30) VALUE 'REMESSA-BANCO.DAT'.
           05 FILLER PIC X(11) VALUE '00110018132'.
           05 FILLER PIC X(20) VALUE 'VALOR DOS TITULOS'.
           05 FILLER PIC X(30) VALUE 'REMESSA-FGTS.DAT'.
           05 FILLER PIC X(11) VALUE '00110083132'.
           05 FILLER PIC X(20) VALUE 'DEPOSITO DO FGTS'.
           05 FILLER PIC X(30) VALUE 'REMESSA-SALARIO.DAT'.
           05 FILLER PIC X(11) VALUE '00110137132'.
           05 FILLER PIC X(20) VALUE 'CREDITO DE SALARIO'.
           05 FILLER PIC X(30) VALUE 'LANCAMENTOS-FOLHA.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'LANCAMENTOS-COMERCIAL.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'HOLERITES.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'SEGMENTOS-RFM.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'EXCECOES-DIA.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'AUDITLOG.DAT'.
           05 FILLER PIC X(11) VALUE '000 0000000'.
           05 FILLER PIC X(20) VALUE SPACES.
       01 WRK-SEQ-TABELA REDEFINES WRK-SEQUENCIAIS.
           05 WRK-SEQ-ITEM OCCURS 10 TIMES.
               10 WRK-SEQ-NOME     PIC X(30).
               10 WRK-SEQ-TIPO-POS PIC 9(03).
               10 WRK-SEQ-TIPO     PIC X(01).
               10 WRK-SEQ-VAL-POS  PIC 9(04).
               10 WRK-SEQ-VAL-TAM  PIC 9(02).
               10 WRK-SEQ-VAL-DEC  PIC 9(01).
               10 WRK-SEQ-ROTULO   PIC X(20).
       01 WRK-SEQ-QTD PIC 9(02) COMP VALUE 10.
       01 WRK-SEQ-IDX PIC 9(02) COMP VALUE 0.

      * RESUMO POR ARQUIVO PARA O QUADRO FINAL.
       01 WRK-RES-TABELA.
           05 WRK-RES-ITEM OCCURS 20 TIMES.
               10 WRK-RES-NOME      PIC X(30).
               10 WRK-RES-PRD-QTD   PIC 9(07).
               10 WRK-RES-SIM-QTD   PIC 9(07).
               10 WRK-RES-NOVOS     PIC 9(07).
               10 WRK-RES-ALTERADOS PIC 9(07).
               10 WRK-RES-REMOVIDOS PIC 9(07).
               10 WRK-RES-SITUACAO  PIC X(12).
       01 WRK-RES-QTD PIC 9(02) COMP VALUE 0.
       01 WRK-RES-IDX PIC 9(02) COMP VALUE 0.

       01 WRK-QTD-ARQ-ALTERADOS PIC 9(03) VALUE ZERO.
       01 WRK-QTD-ED        PIC ZZZZZZ9.
       01 WRK-QTD-ED2       PIC ZZZZZZ9.
       01 WRK-QTD-ED3       PIC ZZZZZZ9.
       01 WRK-QTD-ED4       PIC ZZZZZZ9.
       01 WRK-QTD-ED5       PIC ZZZZZZ9.
       01 WRK-DIF-QTD       PIC S9(07).
       01 WRK-DIF-QTD-ED    PIC +++++++9.
       01 WRK-DIF-VALOR     PIC S9(13)V99.
       01 WRK-VALOR-ED      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WRK-VALOR-ED2     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WRK-DIF-VALOR-ED  PIC +,+++,+++,+++,++9.99.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '   SIM0001A - SIMULACAO DO FIM DE MES           '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.

           MOVE 'SIMULACAO-FIM-MES' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'SIM0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.
           PERFORM 0002-IMPRIMIR-ABERTURA.

           PERFORM 0010-COMPARAR-EMPRESTIMOS.
           PERFORM 0011-COMPARAR-RECEBER.
           PERFORM 0012-COMPARAR-FERIAS.
           PERFORM 0013-COMPARAR-DEPENDENTES.
           PERFORM 0014-COMPARAR-VALES.
           PERFORM 0015-COMPARAR-HOLERITES-HIST.
           PERFORM 0016-COMPARAR-FIDELIDADE.
           PERFORM 0020-COMPARAR-SEQUENCIAL
               VARYING WRK-SEQ-IDX FROM 1 BY 1
               UNTIL WRK-SEQ-IDX > WRK-SEQ-QTD.

           PERFORM 0040-IMPRIMIR-QUADRO.
           PERFORM 0973-FECHAR-RELATORIO.
           PERFORM 0050-IMPRIMIR-RESUMO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

      * SEM PRODUCAO_DIR O PROGRAMA COMPARARIA A COPIA COM ELA MESMA:
      * SO RODA CHAMADO PELO FIM-DE-MES.SH EM SIMULACAO.
       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-PRODUCAO-DIR FROM ENVIRONMENT 'PRODUCAO_DIR'.
           IF WRK-PRODUCAO-DIR = SPACES
               DISPLAY 'PRODUCAO_DIR NAO INFORMADO: A COMPARACAO RODA '
                       'DENTRO DO FIM-DE-MES.SH COM SIMULACAO=S.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WRK-COPIA-DIR FROM ENVIRONMENT 'SIMULACAO_DIR'.
           IF WRK-COPIA-DIR = SPACES
               MOVE '.' TO WRK-COPIA-DIR
           END-IF.
           ACCEPT WRK-LIMITE-ENT
               FROM ENVIRONMENT 'SIMULACAO_LIMITE_LISTA'.
           IF WRK-LIMITE-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WRK-LIMITE-ENT) TO WRK-LIMITE-LISTA
           END-IF.
       0000-END.

       0002-IMPRIMIR-ABERTURA.
           MOVE 'SIMULACAO DO FIM DE MES - O QUE O FECHAMENTO FARIA'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'PRODUCAO (SO LIDA): '    DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-PRODUCAO-DIR)
                                           DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'COPIA SIMULADA....: '    DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-COPIA-DIR)
                                           DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-LIMITE-LISTA TO WRK-QTD-ED.
           STRING 'REGISTROS LISTADOS POR ARQUIVO, NO MAXIMO: '
                                            DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'RUNCTL.DAT E OS ARQUIVOS DE PRODUCAO NAO FORAM TOCADOS'
               TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
       0002-END.

      ******************************************************************
      * INDEXADOS: CADA ARQUIVO E EXTRAIDO DOS DOIS LADOS EM ORDEM DE
      * CHAVE (CONTAGEM E TOTAL DE CONTROLE NA MESMA LEITURA) E OS DOIS
      * EXTRATOS SAO CASADOS PELA CHAVE NO 0082.
      ******************************************************************
       0010-COMPARAR-EMPRESTIMOS.
           MOVE 'EMPRESTIMOS.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 6 TO WRK-CHAVE-TAM.
           MOVE 'SALDO DEVEDOR' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0010A-EXTRAIR-EMPRESTIMOS.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0010A-EXTRAIR-EMPRESTIMOS.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0010-END.

       0010A-EXTRAIR-EMPRESTIMOS.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
           PERFORM 0010B-EXTRAIR-EMPRESTIMO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-EMPRESTIMOS.
       0010A-END.

       0010B-EXTRAIR-EMPRESTIMO.
           MOVE FIN-SALDO-DEVEDOR TO WRK-VALOR.
           MOVE REGISTRO-EMPRESTIMO TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0010B-END.

       0011-COMPARAR-RECEBER.
           MOVE 'CONTAS-RECEBER.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 16 TO WRK-CHAVE-TAM.
           MOVE 'VALOR DOS TITULOS' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0011A-EXTRAIR-RECEBER.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0011A-EXTRAIR-RECEBER.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0011-END.

       0011A-EXTRAIR-RECEBER.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-RECEBER.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-RECEBER NEXT RECORD.
           PERFORM 0011B-EXTRAIR-TITULO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-RECEBER.
       0011A-END.

       0011B-EXTRAIR-TITULO.
           MOVE REC-VALOR TO WRK-VALOR.
           MOVE REGISTRO-RECEBER TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-RECEBER NEXT RECORD.
       0011B-END.

       0012-COMPARAR-FERIAS.
           MOVE 'FERIAS.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 40 TO WRK-CHAVE-TAM.
           MOVE 'SALDO DE DIAS' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0012A-EXTRAIR-FERIAS.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0012A-EXTRAIR-FERIAS.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0012-END.

       0012A-EXTRAIR-FERIAS.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-FERIAS.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-FERIAS NEXT RECORD.
           PERFORM 0012B-EXTRAIR-EMPREGADO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-FERIAS.
       0012A-END.

       0012B-EXTRAIR-EMPREGADO.
           MOVE FER-SALDO-DIAS TO WRK-VALOR.
           MOVE REGISTRO-FERIAS TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-FERIAS NEXT RECORD.
       0012B-END.

      * O TOTAL DE CONTROLE DOS DEPENDENTES E A QUANTIDADE DE ATIVOS.
       0013-COMPARAR-DEPENDENTES.
           MOVE 'DEPENDENTES.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 16 TO WRK-CHAVE-TAM.
           MOVE 'DEPENDENTES ATIVOS' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0013A-EXTRAIR-DEPENDENTES.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0013A-EXTRAIR-DEPENDENTES.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0013-END.

       0013A-EXTRAIR-DEPENDENTES.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
           PERFORM 0013B-EXTRAIR-DEPENDENTE
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-DEPENDENTES.
       0013A-END.

       0013B-EXTRAIR-DEPENDENTE.
           IF DEP-ATIVO
               MOVE 1 TO WRK-VALOR
           ELSE
               MOVE ZERO TO WRK-VALOR
           END-IF.
           MOVE REGISTRO-DEPENDENTE TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
       0013B-END.

       0014-COMPARAR-VALES.
           MOVE 'VALES-PRESENTE.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 8 TO WRK-CHAVE-TAM.
           MOVE 'SALDO DOS VALES' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0014A-EXTRAIR-VALES.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0014A-EXTRAIR-VALES.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0014-END.

       0014A-EXTRAIR-VALES.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-VALES.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-VALES NEXT RECORD.
           PERFORM 0014B-EXTRAIR-VALE
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-VALES.
       0014A-END.

       0014B-EXTRAIR-VALE.
           MOVE VAL-SALDO TO WRK-VALOR.
           MOVE REGISTRO-VALE TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-VALES NEXT RECORD.
       0014B-END.

       0015-COMPARAR-HOLERITES-HIST.
           MOVE 'HOLERITES-HIST.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 20 TO WRK-CHAVE-TAM.
           MOVE 'LIQUIDO' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0015A-EXTRAIR-HOLERITES-HIST.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0015A-EXTRAIR-HOLERITES-HIST.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0015-END.

       0015A-EXTRAIR-HOLERITES-HIST.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-HOLHIST.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-HOLHIST NEXT RECORD.
           PERFORM 0015B-EXTRAIR-HOLERITE
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-HOLHIST.
       0015A-END.

       0015B-EXTRAIR-HOLERITE.
           MOVE HST-LIQUIDO TO WRK-VALOR.
           MOVE REGISTRO-HOLERITE-HIST TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-HOLHIST NEXT RECORD.
       0015B-END.

       0016-COMPARAR-FIDELIDADE.
           MOVE 'FIDELIDADE.DAT' TO WRK-ARQ-NOME.
           MOVE 1 TO WRK-CHAVE-POS.
           MOVE 19 TO WRK-CHAVE-TAM.
           MOVE 'PONTOS EM SALDO' TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0016A-EXTRAIR-FIDELIDADE.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0016A-EXTRAIR-FIDELIDADE.
           PERFORM 0082-COMPARAR-POR-CHAVE.
       0016-END.

       0016A-EXTRAIR-FIDELIDADE.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-FIDELIDADE.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           READ ARQUIVO-FIDELIDADE NEXT RECORD.
           PERFORM 0016B-EXTRAIR-LANCAMENTO
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-FIDELIDADE.
       0016A-END.

       0016B-EXTRAIR-LANCAMENTO.
           MOVE FID-SALDO-LOTE TO WRK-VALOR.
           MOVE REGISTRO-FIDELIDADE TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           READ ARQUIVO-FIDELIDADE NEXT RECORD.
       0016B-END.

      ******************************************************************
      * SEQUENCIAIS: MESMA EXTRACAO, COM O TOTAL TIRADO DA POSICAO DA
      * TABELA (SO DO TIPO DE REGISTRO INDICADO E SO SE NUMERICO), E
      * COMPARACAO POSICIONAL NO 0083.
      ******************************************************************
       0020-COMPARAR-SEQUENCIAL.
           MOVE WRK-SEQ-NOME(WRK-SEQ-IDX) TO WRK-ARQ-NOME.
           MOVE ZERO TO WRK-CHAVE-POS.
           MOVE ZERO TO WRK-CHAVE-TAM.
           MOVE WRK-SEQ-ROTULO(WRK-SEQ-IDX) TO WRK-TOTAL-ROTULO.
           PERFORM 0080-INICIAR-ARQUIVO.
           MOVE 'P' TO WRK-LADO.
           PERFORM 0020A-EXTRAIR-SEQUENCIAL.
           MOVE 'S' TO WRK-LADO.
           PERFORM 0020A-EXTRAIR-SEQUENCIAL.
           PERFORM 0083-COMPARAR-POR-POSICAO.
       0020-END.

       0020A-EXTRAIR-SEQUENCIAL.
           PERFORM 0081-MONTAR-CAMINHO.
           OPEN INPUT ARQUIVO-SEQUENCIAL.
           IF NOT FS-ARQ-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0085-MARCAR-EXISTENTE.
           MOVE SPACES TO REGISTRO-SEQUENCIAL.
           READ ARQUIVO-SEQUENCIAL.
           PERFORM 0020B-EXTRAIR-LINHA
               UNTIL WRK-ARQ-STATUS NOT < '10'.
           CLOSE ARQUIVO-SEQUENCIAL.
       0020A-END.

       0020B-EXTRAIR-LINHA.
           MOVE ZERO TO WRK-VALOR.
           IF WRK-SEQ-VAL-POS(WRK-SEQ-IDX) > ZERO
               PERFORM 0020C-APURAR-VALOR
           END-IF.
           MOVE REGISTRO-SEQUENCIAL TO WRK-REGISTRO.
           PERFORM 0086-GRAVAR-EXTRATO.
           MOVE SPACES TO REGISTRO-SEQUENCIAL.
           READ ARQUIVO-SEQUENCIAL.
       0020B-END.

       0020C-APURAR-VALOR.
           IF WRK-SEQ-TIPO-POS(WRK-SEQ-IDX) > ZERO
              AND REGISTRO-SEQUENCIAL(WRK-SEQ-TIPO-POS(WRK-SEQ-IDX):1)
                  NOT = WRK-SEQ-TIPO(WRK-SEQ-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF REGISTRO-SEQUENCIAL(WRK-SEQ-VAL-POS(WRK-SEQ-IDX):
                                  WRK-SEQ-VAL-TAM(WRK-SEQ-IDX))
              IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE REGISTRO-SEQUENCIAL(WRK-SEQ-VAL-POS(WRK-SEQ-IDX):
                                    WRK-SEQ-VAL-TAM(WRK-SEQ-IDX))
               TO WRK-VALOR-INT.
           COMPUTE WRK-VALOR =
               WRK-VALOR-INT / (10 ** WRK-SEQ-VAL-DEC(WRK-SEQ-IDX)).
       0020C-END.

      ******************************************************************
      * ROTINAS COMUNS DE EXTRACAO
      ******************************************************************
       0080-INICIAR-ARQUIVO.
           MOVE 'N' TO WRK-PRD-EXISTE.
           MOVE 'N' TO WRK-SIM-EXISTE.
           MOVE 'N' TO WRK-REGRAVADO.
           MOVE ZERO TO WRK-PRD-QTD.
           MOVE ZERO TO WRK-SIM-QTD.
           MOVE ZERO TO WRK-PRD-TOTAL.
           MOVE ZERO TO WRK-SIM-TOTAL.
           MOVE ZERO TO WRK-QTD-NOVOS.
           MOVE ZERO TO WRK-QTD-ALTERADOS.
           MOVE ZERO TO WRK-QTD-REMOVIDOS.
           MOVE ZERO TO WRK-QTD-LISTADOS.
           MOVE ZERO TO WRK-QTD-NAO-LISTADOS.
           OPEN OUTPUT EXTRATO-PRODUCAO.
           OPEN OUTPUT EXTRATO-SIMULACAO.
       0080-END.

      * PRODUCAO: <PRODUCAO_DIR>/<NOME>; COPIA: O NOME-PADRAO RELATIVO
      * (O PROGRAMA RODA DENTRO DELA).
       0081-MONTAR-CAMINHO.
           MOVE SPACES TO WRK-ARQ-PATH.
           IF LADO-PRODUCAO
               STRING FUNCTION TRIM(WRK-PRODUCAO-DIR)
                                       DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      WRK-ARQ-NOME     DELIMITED BY SPACE
                   INTO WRK-ARQ-PATH
               END-STRING
           ELSE
               MOVE WRK-ARQ-NOME TO WRK-ARQ-PATH
           END-IF.
       0081-END.

       0085-MARCAR-EXISTENTE.
           IF LADO-PRODUCAO
               MOVE 'S' TO WRK-PRD-EXISTE
           ELSE
               MOVE 'S' TO WRK-SIM-EXISTE
           END-IF.
       0085-END.

       0086-GRAVAR-EXTRATO.
           IF LADO-PRODUCAO
               ADD 1 TO WRK-PRD-QTD
               ADD WRK-VALOR TO WRK-PRD-TOTAL
               WRITE REGISTRO-EXT-PRD FROM WRK-REGISTRO
           ELSE
               ADD 1 TO WRK-SIM-QTD
               ADD WRK-VALOR TO WRK-SIM-TOTAL
               WRITE REGISTRO-EXT-SIM FROM WRK-REGISTRO
           END-IF.
       0086-END.

      ******************************************************************
      * CASAMENTO POR CHAVE DOS DOIS EXTRATOS (AMBOS EM ORDEM DE
      * CHAVE): SO NA COPIA = NOVO; NOS DOIS E DIFERENTE = ALTERADO;
      * SO NA PRODUCAO = REMOVIDO.
      ******************************************************************
       0082-COMPARAR-POR-CHAVE.
           PERFORM 0087-REABRIR-EXTRATOS.
           PERFORM 0030-IMPRIMIR-CONTAGENS.
           IF WRK-PRD-EXISTE = 'N' AND WRK-SIM-EXISTE = 'N'
               PERFORM 0089-ENCERRAR-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0082A-CASAR-REGISTRO
               UNTIL FIM-PRD AND FIM-SIM.
           PERFORM 0089-ENCERRAR-ARQUIVO.
       0082-END.

       0082A-CASAR-REGISTRO.
           EVALUATE TRUE
               WHEN FIM-PRD
                   PERFORM 0091-LISTAR-NOVO
                   PERFORM 0088B-LER-EXTRATO-SIM
               WHEN FIM-SIM
                   PERFORM 0093-LISTAR-REMOVIDO
                   PERFORM 0088A-LER-EXTRATO-PRD
               WHEN REGISTRO-EXT-PRD(WRK-CHAVE-POS:WRK-CHAVE-TAM) <
                    REGISTRO-EXT-SIM(WRK-CHAVE-POS:WRK-CHAVE-TAM)
                   PERFORM 0093-LISTAR-REMOVIDO
                   PERFORM 0088A-LER-EXTRATO-PRD
               WHEN REGISTRO-EXT-PRD(WRK-CHAVE-POS:WRK-CHAVE-TAM) >
                    REGISTRO-EXT-SIM(WRK-CHAVE-POS:WRK-CHAVE-TAM)
                   PERFORM 0091-LISTAR-NOVO
                   PERFORM 0088B-LER-EXTRATO-SIM
               WHEN OTHER
                   IF REGISTRO-EXT-PRD NOT = REGISTRO-EXT-SIM
                       PERFORM 0092-LISTAR-ALTERADO
                   END-IF
                   PERFORM 0088A-LER-EXTRATO-PRD
                   PERFORM 0088B-LER-EXTRATO-SIM
           END-EVALUATE.
       0082A-END.

      ******************************************************************
      * COMPARACAO POSICIONAL: ENQUANTO OS DOIS LADOS BATEM, NADA A
      * LISTAR; O QUE A COPIA TEM DEPOIS DO FIM DA PRODUCAO E NOVO. SE
      * DIVERGEM ANTES DISSO, O PASSO REGRAVOU O ARQUIVO (REMESSA,
      * ROTACAO DO LOG): A COPIA INTEIRA E LISTADA COMO NOVA.
      ******************************************************************
       0083-COMPARAR-POR-POSICAO.
           PERFORM 0087-REABRIR-EXTRATOS.
           PERFORM 0083A-AVANCAR-IGUAIS
               UNTIL FIM-PRD OR FIM-SIM
                  OR REGISTRO-EXT-PRD NOT = REGISTRO-EXT-SIM.
           IF NOT FIM-PRD
               MOVE 'S' TO WRK-REGRAVADO
               CLOSE EXTRATO-SIMULACAO
               OPEN INPUT EXTRATO-SIMULACAO
               MOVE 'N' TO WRK-FIM-SIM
               PERFORM 0088B-LER-EXTRATO-SIM
           END-IF.
           PERFORM 0030-IMPRIMIR-CONTAGENS.
           IF WRK-PRD-EXISTE = 'N' AND WRK-SIM-EXISTE = 'N'
               PERFORM 0089-ENCERRAR-ARQUIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-REGRAVADO = 'S'
               STRING '  ARQUIVO REGRAVADO PELO FECHAMENTO: OS '
                                               DELIMITED BY SIZE
                      'REGISTROS DA COPIA SAO TODOS LISTADOS COMO '
                                               DELIMITED BY SIZE
                      'NOVOS.'                 DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0083B-LISTAR-RESTANTE
               UNTIL FIM-SIM.
           PERFORM 0089-ENCERRAR-ARQUIVO.
       0083-END.

       0083A-AVANCAR-IGUAIS.
           PERFORM 0088A-LER-EXTRATO-PRD.
           PERFORM 0088B-LER-EXTRATO-SIM.
       0083A-END.

       0083B-LISTAR-RESTANTE.
           PERFORM 0091-LISTAR-NOVO.
           PERFORM 0088B-LER-EXTRATO-SIM.
       0083B-END.

      * FECHA OS EXTRATOS GRAVADOS, REABRE PARA LEITURA E LE O PRIMEIRO
      * REGISTRO DE CADA LADO.
       0087-REABRIR-EXTRATOS.
           CLOSE EXTRATO-PRODUCAO.
           CLOSE EXTRATO-SIMULACAO.
           OPEN INPUT EXTRATO-PRODUCAO.
           OPEN INPUT EXTRATO-SIMULACAO.
           MOVE 'N' TO WRK-FIM-PRD.
           MOVE 'N' TO WRK-FIM-SIM.
           PERFORM 0088A-LER-EXTRATO-PRD.
           PERFORM 0088B-LER-EXTRATO-SIM.
       0087-END.

       0088A-LER-EXTRATO-PRD.
           MOVE SPACES TO REGISTRO-EXT-PRD.
           READ EXTRATO-PRODUCAO
               AT END
                   MOVE 'S' TO WRK-FIM-PRD
           END-READ.
       0088A-END.

       0088B-LER-EXTRATO-SIM.
           MOVE SPACES TO REGISTRO-EXT-SIM.
           READ EXTRATO-SIMULACAO
               AT END
                   MOVE 'S' TO WRK-FIM-SIM
           END-READ.
       0088B-END.

       0089-ENCERRAR-ARQUIVO.
           CLOSE EXTRATO-PRODUCAO.
           CLOSE EXTRATO-SIMULACAO.
           CALL 'CBL_DELETE_FILE' USING WRK-EXT-PRD-PATH
               RETURNING WRK-DELETE-RC.
           CALL 'CBL_DELETE_FILE' USING WRK-EXT-SIM-PATH
               RETURNING WRK-DELETE-RC.
           IF WRK-QTD-NAO-LISTADOS > ZERO
               MOVE WRK-QTD-NAO-LISTADOS TO WRK-QTD-ED
               STRING '  ... E MAIS '          DELIMITED BY SIZE
                      WRK-QTD-ED               DELIMITED BY SIZE
                      ' REGISTRO(S) NAO LISTADO(S) '
                                               DELIMITED BY SIZE
                      '(SIMULACAO_LIMITE_LISTA).'
                                               DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0089A-GUARDAR-RESUMO.
       0089-END.

       0089A-GUARDAR-RESUMO.
           IF WRK-RES-QTD NOT < 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-RES-QTD.
           MOVE WRK-ARQ-NOME      TO WRK-RES-NOME(WRK-RES-QTD).
           MOVE WRK-PRD-QTD       TO WRK-RES-PRD-QTD(WRK-RES-QTD).
           MOVE WRK-SIM-QTD       TO WRK-RES-SIM-QTD(WRK-RES-QTD).
           MOVE WRK-QTD-NOVOS     TO WRK-RES-NOVOS(WRK-RES-QTD).
           MOVE WRK-QTD-ALTERADOS TO WRK-RES-ALTERADOS(WRK-RES-QTD).
           MOVE WRK-QTD-REMOVIDOS TO WRK-RES-REMOVIDOS(WRK-RES-QTD).
           EVALUATE TRUE
               WHEN WRK-PRD-EXISTE = 'N' AND WRK-SIM-EXISTE = 'N'
                   MOVE 'AUSENTE' TO WRK-RES-SITUACAO(WRK-RES-QTD)
               WHEN WRK-PRD-EXISTE = 'N'
                   MOVE 'CRIADO' TO WRK-RES-SITUACAO(WRK-RES-QTD)
               WHEN WRK-REGRAVADO = 'S'
                   MOVE 'REGRAVADO' TO WRK-RES-SITUACAO(WRK-RES-QTD)
               WHEN WRK-QTD-NOVOS + WRK-QTD-ALTERADOS
                    + WRK-QTD-REMOVIDOS > ZERO
                   MOVE 'ALTERADO' TO WRK-RES-SITUACAO(WRK-RES-QTD)
               WHEN OTHER
                   MOVE 'SEM MUDANCA' TO WRK-RES-SITUACAO(WRK-RES-QTD)
           END-EVALUATE.
           IF WRK-RES-SITUACAO(WRK-RES-QTD) NOT = 'AUSENTE'
              AND WRK-RES-SITUACAO(WRK-RES-QTD) NOT = 'SEM MUDANCA'
               ADD 1 TO WRK-QTD-ARQ-ALTERADOS
           END-IF.
           DISPLAY ' ' WRK-ARQ-NOME ' ' WRK-RES-SITUACAO(WRK-RES-QTD).
       0089A-END.

      ******************************************************************
      * RELATORIO
      ******************************************************************
       0030-IMPRIMIR-CONTAGENS.
           STRING '== '                DELIMITED BY SIZE
                  WRK-ARQ-NOME         DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           IF WRK-CHAVE-TAM > ZERO
               MOVE '(INDEXADO, CASADO PELA CHAVE)'
                   TO WRK-REL-LINHA(40:30)
           ELSE
               MOVE '(SEQUENCIAL, CASADO POR POSICAO)'
                   TO WRK-REL-LINHA(40:33)
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WRK-PRD-EXISTE = 'N' AND WRK-SIM-EXISTE = 'N'
               MOVE '  AUSENTE NA PRODUCAO E NA COPIA.' TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PRD-EXISTE = 'N'
               MOVE '  AUSENTE NA PRODUCAO: O FECHAMENTO O CRIARIA.'
                   TO WRK-REL-LINHA
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           MOVE WRK-PRD-QTD TO WRK-QTD-ED.
           MOVE WRK-SIM-QTD TO WRK-QTD-ED2.
           COMPUTE WRK-DIF-QTD = WRK-SIM-QTD - WRK-PRD-QTD.
           MOVE WRK-DIF-QTD TO WRK-DIF-QTD-ED.
           STRING '  REGISTROS........... PRODUCAO '
                                            DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
                  '   SIMULACAO '          DELIMITED BY SIZE
                  WRK-QTD-ED2              DELIMITED BY SIZE
                  '   DIFERENCA '          DELIMITED BY SIZE
                  WRK-DIF-QTD-ED           DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-TOTAL-ROTULO NOT = SPACES
               MOVE WRK-PRD-TOTAL TO WRK-VALOR-ED
               MOVE WRK-SIM-TOTAL TO WRK-VALOR-ED2
               COMPUTE WRK-DIF-VALOR = WRK-SIM-TOTAL - WRK-PRD-TOTAL
               MOVE WRK-DIF-VALOR TO WRK-DIF-VALOR-ED
               MOVE '  ' TO WRK-REL-LINHA
               MOVE WRK-TOTAL-ROTULO TO WRK-REL-LINHA(3:20)
               MOVE 'PRODUCAO' TO WRK-REL-LINHA(25:8)
               MOVE WRK-VALOR-ED TO WRK-REL-LINHA(34:21)
               MOVE 'SIMULACAO' TO WRK-REL-LINHA(57:9)
               MOVE WRK-VALOR-ED2 TO WRK-REL-LINHA(67:21)
               MOVE 'DIFERENCA' TO WRK-REL-LINHA(90:9)
               MOVE WRK-DIF-VALOR-ED TO WRK-REL-LINHA(100:21)
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
       0030-END.

      * NOVOS, ALTERADOS E REMOVIDOS SAO CONTADOS SEMPRE; A LISTA PARA
      * NO LIMITE DO ARQUIVO.
       0091-LISTAR-NOVO.
           ADD 1 TO WRK-QTD-NOVOS.
           IF WRK-QTD-LISTADOS NOT < WRK-LIMITE-LISTA
               ADD 1 TO WRK-QTD-NAO-LISTADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE '  NOVO    ' TO WRK-PREFIXO.
           MOVE REGISTRO-EXT-SIM TO WRK-REGISTRO.
           PERFORM 0095-IMPRIMIR-REGISTRO.
       0091-END.

      * DO REGISTRO ALTERADO SAEM SO AS FATIAS QUE MUDARAM, ANTES E
      * DEPOIS, COM A POSICAO INICIAL DA FATIA.
       0092-LISTAR-ALTERADO.
           ADD 1 TO WRK-QTD-ALTERADOS.
           IF WRK-QTD-LISTADOS NOT < WRK-LIMITE-LISTA
               ADD 1 TO WRK-QTD-NAO-LISTADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           STRING '  ALTERADO CHAVE '      DELIMITED BY SIZE
                  REGISTRO-EXT-SIM(WRK-CHAVE-POS:WRK-CHAVE-TAM)
                                           DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0092A-IMPRIMIR-FATIA-ALTERADA
               VARYING WRK-POS FROM 1 BY 100
               UNTIL WRK-POS > 1000.
       0092-END.

       0092A-IMPRIMIR-FATIA-ALTERADA.
           IF REGISTRO-EXT-PRD(WRK-POS:100) =
              REGISTRO-EXT-SIM(WRK-POS:100)
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-POS TO WRK-POS-ED.
           STRING '    ANTES  ' DELIMITED BY SIZE
                  WRK-POS-ED    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  REGISTRO-EXT-PRD(WRK-POS:100)
                                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING '    DEPOIS ' DELIMITED BY SIZE
                  WRK-POS-ED    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  REGISTRO-EXT-SIM(WRK-POS:100)
                                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0092A-END.

       0093-LISTAR-REMOVIDO.
           ADD 1 TO WRK-QTD-REMOVIDOS.
           IF WRK-QTD-LISTADOS NOT < WRK-LIMITE-LISTA
               ADD 1 TO WRK-QTD-NAO-LISTADOS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE '  REMOVIDO' TO WRK-PREFIXO.
           MOVE REGISTRO-EXT-PRD TO WRK-REGISTRO.
           PERFORM 0095-IMPRIMIR-REGISTRO.
       0093-END.

      * REGISTRO INTEIRO EM FATIAS DE 100 POSICOES, ATE O FIM DO QUE
      * NAO E BRANCO; O PREFIXO SAI SO NA PRIMEIRA LINHA.
       0095-IMPRIMIR-REGISTRO.
           PERFORM 0095A-IMPRIMIR-FATIA
               VARYING WRK-POS FROM 1 BY 100
               UNTIL WRK-POS > 1000.
       0095-END.

       0095A-IMPRIMIR-FATIA.
           IF WRK-REGISTRO(WRK-POS:) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-POS TO WRK-POS-ED.
           STRING WRK-PREFIXO   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-POS-ED    DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-REGISTRO(WRK-POS:100)
                                DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-PREFIXO.
       0095A-END.

      * QUADRO FINAL: UMA LINHA POR ARQUIVO COMPARADO.
       0040-IMPRIMIR-QUADRO.
           MOVE 'RESUMO POR ARQUIVO' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE 'ARQUIVO' TO WRK-REL-LINHA.
           MOVE 'PRODUCAO SIMULACAO   NOVOS ALTERADOS REMOVIDOS'
               TO WRK-REL-LINHA(32:46).
           MOVE 'SITUACAO' TO WRK-REL-LINHA(80:8).
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0040A-IMPRIMIR-LINHA-QUADRO
               VARYING WRK-RES-IDX FROM 1 BY 1
               UNTIL WRK-RES-IDX > WRK-RES-QTD.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-QTD-ARQ-ALTERADOS TO WRK-QTD-ED.
           STRING 'ARQUIVOS QUE O FECHAMENTO ALTERARIA: '
                                            DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
       0040-END.

       0040A-IMPRIMIR-LINHA-QUADRO.
           MOVE WRK-RES-PRD-QTD(WRK-RES-IDX)   TO WRK-QTD-ED.
           MOVE WRK-RES-SIM-QTD(WRK-RES-IDX)   TO WRK-QTD-ED2.
           MOVE WRK-RES-NOVOS(WRK-RES-IDX)     TO WRK-QTD-ED3.
           MOVE WRK-RES-ALTERADOS(WRK-RES-IDX) TO WRK-QTD-ED4.
           MOVE WRK-RES-REMOVIDOS(WRK-RES-IDX) TO WRK-QTD-ED5.
           MOVE WRK-RES-NOME(WRK-RES-IDX) TO WRK-REL-LINHA.
           MOVE WRK-QTD-ED  TO WRK-REL-LINHA(33:7).
           MOVE WRK-QTD-ED2 TO WRK-REL-LINHA(43:7).
           MOVE WRK-QTD-ED3 TO WRK-REL-LINHA(51:7).
           MOVE WRK-QTD-ED4 TO WRK-REL-LINHA(61:7).
           MOVE WRK-QTD-ED5 TO WRK-REL-LINHA(71:7).
           MOVE WRK-RES-SITUACAO(WRK-RES-IDX) TO WRK-REL-LINHA(80:12).
           PERFORM 0972-IMPRIMIR-LINHA.
       0040A-END.

       0050-IMPRIMIR-RESUMO.
           DISPLAY '================================================'.
           DISPLAY ' COMPARACAO DA SIMULACAO EMITIDA NO SPOOL'.
           DISPLAY '================================================'.
           MOVE WRK-RES-QTD TO WRK-QTD-ED.
           DISPLAY ' ARQUIVOS COMPARADOS.........: ' WRK-QTD-ED.
           MOVE WRK-QTD-ARQ-ALTERADOS TO WRK-QTD-ED.
           DISPLAY ' QUE O FECHAMENTO ALTERARIA..: ' WRK-QTD-ED.
           DISPLAY ' RELATORIO: ' FUNCTION TRIM(WRK-REL-PATH).
           DISPLAY '================================================'.
       0050-END.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
