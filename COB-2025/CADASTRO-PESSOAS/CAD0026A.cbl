      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: PEDIDO DA CONSULTA EM LOTE DA SITUACAO CADASTRAL
      *              DO CPF NA RECEITA FEDERAL. A CRITICA DO CPF NO
      *              SISTEMA SO CONFERE OS DIGITOS, E CPF SUSPENSO,
      *              CANCELADO OU DE TITULAR FALECIDO SO APARECIA
      *              QUANDO A FOLHA OU O BANCO DEVOLVIA O ARQUIVO.
      *              AQUI SAO LIDOS CADASTRO.DAT, CLIENTES.DAT,
      *              FUNCIONARIOS.DAT E EMPRESTIMOS.DAT (TOMADORES),
      *              OS CPFS SAO REDUZIDOS AOS 11 DIGITOS, ORDENADOS
      *              (MESMO PADRAO DE SORT DO CAD0011A) E GRAVADOS SEM
      *              REPETICAO NO LAYOUT DE PEDIDO DO SERVICO EM LOTE
      *              (SITCPF-PEDIDO-FD.CPY), COM CABECALHO E RODAPE.
      *              O RETORNO DA RECEITA E CARREGADO PELO CAD0027A.
      *              CPF SEM OS 11 DIGITOS (DADO LEGADO) FICA FORA DO
      *              PEDIDO E E CONTADO NO RESUMO. ARQUIVO AUSENTE NA
      *              INSTALACAO E PULADO COM AVISO.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAD0026A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQUIVO-PEDIDO ASSIGN TO DYNAMIC WRK-PEDIDO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT SORT-WORK ASSIGN TO 'CAD0026A.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-CADASTRO.
           COPY CADASTRO-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-EMPRESTIMOS.
           COPY EMPRESTIMOS-FD.CPY.

       FD ARQUIVO-PEDIDO
           RECORD CONTAINS 80 CHARACTERS.
           COPY SITCPF-PEDIDO-FD.CPY.

       SD SORT-WORK.
       01 SORT-REC.
           05 SORT-CPF        PIC X(11).

       WORKING-STORAGE SECTION.

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
       01 WRK-PED-STATUS PIC X(02).
           88 FS-PED-OK           VALUE '00'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-CADASTRO-PATH     PIC X(100).
       01 WRK-CLIENTES-PATH     PIC X(100).
       01 WRK-FUNCIONARIOS-PATH PIC X(100).
       01 WRK-EMPRESTIMOS-PATH  PIC X(100).
       01 WRK-PEDIDO-PATH       PIC X(100).

      * CNPJ DO SOLICITANTE NO CABECALHO DO PEDIDO (O MESMO DO
      * EMPREGADOR NAS OBRIGACOES DA FOLHA).
       01 WRK-CNPJ      PIC X(14).
       01 WRK-DATA-HOJE PIC X(08).

      * CPF CORRENTE (DE QUALQUER DOS ARQUIVOS) A LIBERAR PARA O SORT.
       01 WRK-CPF-LIDO  PIC X(14).

      * CONTROLE DA REPETICAO NA SAIDA ORDENADA.
       01 WRK-CPF-ANTERIOR PIC X(11) VALUE SPACES.
       01 WRK-FIM-SORT     PIC X(01) VALUE 'N'.
           88 FIM-SORT     VALUE 'S'.

       01 WRK-LIDOS-CADASTRO     PIC 9(07) COMP VALUE 0.
       01 WRK-LIDOS-CLIENTES     PIC 9(07) COMP VALUE 0.
       01 WRK-LIDOS-FUNCIONARIOS PIC 9(07) COMP VALUE 0.
       01 WRK-LIDOS-EMPRESTIMOS  PIC 9(07) COMP VALUE 0.
       01 WRK-CPF-INCOMPLETOS    PIC 9(07) COMP VALUE 0.
       01 WRK-CPF-DISTINTOS      PIC 9(08) COMP VALUE 0.
       01 WRK-QTD-ED             PIC Z,ZZZ,ZZ9.

           COPY CPFMASK-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  CAD0026A - PEDIDO DE SITUACAO DO CPF (RECEITA)'
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN OUTPUT ARQUIVO-PEDIDO.
           IF NOT FS-PED-OK
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DE PEDIDO (STATUS '
                       WRK-PED-STATUS ').'
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-CPF
                   INPUT PROCEDURE IS 0002-LIBERAR-CPFS
                   OUTPUT PROCEDURE IS 0008-GRAVAR-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               PERFORM 0009-IMPRIMIR-RESUMO
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
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
           ACCEPT WRK-PEDIDO-PATH
               FROM ENVIRONMENT 'SITCPF_PEDIDO_PATH'.
           IF WRK-PEDIDO-PATH = SPACES
               MOVE 'SITCPF-PEDIDO.TXT' TO WRK-PEDIDO-PATH
           END-IF.
           ACCEPT WRK-CNPJ FROM ENVIRONMENT 'EMPREGADOR_CNPJ'.
       0000-END.

      * ----------------------------------------------------------------
      * ENTRADA DO SORT: O CPF DE CADA REGISTRO DOS QUATRO ARQUIVOS.
      * ----------------------------------------------------------------
       0002-LIBERAR-CPFS.
           PERFORM 0003-LER-CADASTRO.
           PERFORM 0004-LER-CLIENTES.
           PERFORM 0005-LER-FUNCIONARIOS.
           PERFORM 0006-LER-EMPRESTIMOS.
       0002-END.

       0003-LER-CADASTRO.
           OPEN INPUT ARQUIVO-CADASTRO.
           IF FS-CAD-ARQUIVO-NOVO
               DISPLAY 'AVISO: CADASTRO.DAT AUSENTE; PULADO.'
           ELSE
               PERFORM 0003A-LER-PESSOA
               PERFORM 0003B-LIBERAR-PESSOA UNTIL FS-CAD-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CADASTRO.
       0003-END.

       0003A-LER-PESSOA.
           READ ARQUIVO-CADASTRO NEXT RECORD.
       0003A-END.

       0003B-LIBERAR-PESSOA.
           ADD 1 TO WRK-LIDOS-CADASTRO.
           MOVE CPF TO WRK-CPF-LIDO.
           PERFORM 0007-LIBERAR-CPF.
           PERFORM 0003A-LER-PESSOA.
       0003B-END.

       0004-LER-CLIENTES.
           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               DISPLAY 'AVISO: CLIENTES.DAT AUSENTE; PULADO.'
           ELSE
               PERFORM 0004A-LER-CLIENTE
               PERFORM 0004B-LIBERAR-CLIENTE UNTIL FS-CLI-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-CLIENTES.
       0004-END.

       0004A-LER-CLIENTE.
           READ ARQUIVO-CLIENTES NEXT RECORD.
       0004A-END.

       0004B-LIBERAR-CLIENTE.
           ADD 1 TO WRK-LIDOS-CLIENTES.
           MOVE CLI-CPF TO WRK-CPF-LIDO.
           PERFORM 0007-LIBERAR-CPF.
           PERFORM 0004A-LER-CLIENTE.
       0004B-END.

      * O DESLIGADO TAMBEM VAI: AINDA HA RESCISAO, INFORME DE
      * RENDIMENTOS E CONSIGNADO PENDENTES NO CPF DELE.
       0005-LER-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF FS-FUN-ARQUIVO-NOVO
               DISPLAY 'AVISO: FUNCIONARIOS.DAT AUSENTE; PULADO.'
           ELSE
               PERFORM 0005A-LER-FUNCIONARIO
               PERFORM 0005B-LIBERAR-FUNCIONARIO
                   UNTIL FS-FUN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.
       0005-END.

       0005A-LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.
       0005A-END.

       0005B-LIBERAR-FUNCIONARIO.
           ADD 1 TO WRK-LIDOS-FUNCIONARIOS.
           MOVE REG-CPF TO WRK-CPF-LIDO.
           PERFORM 0007-LIBERAR-CPF.
           PERFORM 0005A-LER-FUNCIONARIO.
       0005B-END.

       0006-LER-EMPRESTIMOS.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               DISPLAY 'AVISO: EMPRESTIMOS.DAT AUSENTE; PULADO.'
           ELSE
               PERFORM 0006A-LER-CONTRATO
               PERFORM 0006B-LIBERAR-TOMADOR UNTIL FS-FIN-FIM-ARQUIVO
           END-IF.
           CLOSE ARQUIVO-EMPRESTIMOS.
       0006-END.

       0006A-LER-CONTRATO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD.
       0006A-END.

       0006B-LIBERAR-TOMADOR.
           ADD 1 TO WRK-LIDOS-EMPRESTIMOS.
           MOVE FIN-CPF TO WRK-CPF-LIDO.
           PERFORM 0007-LIBERAR-CPF.
           PERFORM 0006A-LER-CONTRATO.
       0006B-END.

      * O CPF VAI PARA O SORT SO COM OS 11 DIGITOS (A EXTRACAO DA
      * MASCARA PADRAO JA SEPARA OS DIGITOS DA PONTUACAO).
       0007-LIBERAR-CPF.
           MOVE WRK-CPF-LIDO TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           IF WRK-MSK-QTD-DIGITOS = 11
               MOVE WRK-MSK-DIGITOS TO SORT-CPF
               RELEASE SORT-REC
           ELSE
               ADD 1 TO WRK-CPF-INCOMPLETOS
           END-IF.
       0007-END.

      * ----------------------------------------------------------------
      * SAIDA DO SORT: CABECALHO, UM DETALHE POR CPF DISTINTO, RODAPE.
      * ----------------------------------------------------------------
       0008-GRAVAR-PEDIDO.
           MOVE SPACES TO REGISTRO-PEDIDO-SITCPF.
           MOVE '0' TO SPD-TIPO.
           MOVE WRK-CNPJ TO SPD-CNPJ.
           MOVE WRK-DATA-HOJE TO SPD-DATA-GERACAO.
           WRITE REGISTRO-PEDIDO-SITCPF.

           PERFORM 0008A-RETORNAR-CPF.
           PERFORM 0008B-GRAVAR-DETALHE UNTIL FIM-SORT.

           MOVE SPACES TO REGISTRO-PEDIDO-SITCPF.
           MOVE '9' TO SPD-TIPO.
           MOVE WRK-CPF-DISTINTOS TO SPD-QTD-DETALHES.
           WRITE REGISTRO-PEDIDO-SITCPF.
       0008-END.

       0008A-RETORNAR-CPF.
           RETURN SORT-WORK
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.
       0008A-END.

      * A MESMA PESSOA APARECE EM MAIS DE UM ARQUIVO (E O TOMADOR EM
      * MAIS DE UM CONTRATO): A ORDEM DO SORT DEIXA AS REPETICOES
      * JUNTAS E SO A PRIMEIRA VAI PARA O PEDIDO.
       0008B-GRAVAR-DETALHE.
           IF SORT-CPF NOT = WRK-CPF-ANTERIOR
               ADD 1 TO WRK-CPF-DISTINTOS
               MOVE SPACES TO REGISTRO-PEDIDO-SITCPF
               MOVE '1' TO SPD-TIPO
               MOVE WRK-CPF-DISTINTOS TO SPD-SEQUENCIA
               MOVE SORT-CPF TO SPD-CPF
               WRITE REGISTRO-PEDIDO-SITCPF
               MOVE SORT-CPF TO WRK-CPF-ANTERIOR
           END-IF.
           PERFORM 0008A-RETORNAR-CPF.
       0008B-END.

       0009-IMPRIMIR-RESUMO.
           MOVE WRK-LIDOS-CADASTRO TO WRK-QTD-ED.
           DISPLAY 'REGISTROS LIDOS EM CADASTRO.DAT.....: ' WRK-QTD-ED.
           MOVE WRK-LIDOS-CLIENTES TO WRK-QTD-ED.
           DISPLAY 'REGISTROS LIDOS EM CLIENTES.DAT.....: ' WRK-QTD-ED.
           MOVE WRK-LIDOS-FUNCIONARIOS TO WRK-QTD-ED.
           DISPLAY 'REGISTROS LIDOS EM FUNCIONARIOS.DAT.: ' WRK-QTD-ED.
           MOVE WRK-LIDOS-EMPRESTIMOS TO WRK-QTD-ED.
           DISPLAY 'REGISTROS LIDOS EM EMPRESTIMOS.DAT..: ' WRK-QTD-ED.
           MOVE WRK-CPF-INCOMPLETOS TO WRK-QTD-ED.
           DISPLAY 'CPF SEM OS 11 DIGITOS (FORA)........: ' WRK-QTD-ED.
           MOVE WRK-CPF-DISTINTOS TO WRK-QTD-ED.
           DISPLAY 'CPFS DISTINTOS NO PEDIDO............: ' WRK-QTD-ED.
           DISPLAY 'PEDIDO GRAVADO EM: '
                   FUNCTION TRIM(WRK-PEDIDO-PATH).
           IF WRK-CNPJ = SPACES
               DISPLAY 'AVISO: EMPREGADOR_CNPJ NAO DEFINIDO; '
                       'CABECALHO DO PEDIDO SEM O CNPJ.'
           END-IF.
       0009-END.

           COPY CPFMASK-PD.CPY.
           COPY BANNER-PD.CPY.
