      ******************************************************************
      * PROGRAMADOR: Rodrigo
      * DATA.......: 15/10/2026
      * OBJETIVO...: MANUTENCAO DA LISTA DE COMPRADORES AUTORIZADOS
      *              DE CADA EMPRESA (COMPRADORES.DAT): SO O CPF DA
      *              LISTA, DENTRO DA VIGENCIA, COMPRA FATURADO NO
      *              BALCAO (VEN0001A), COM LIMITE MENSAL OPCIONAL POR
      *              PESSOA. INCLUI/ALTERA UM COMPRADOR, ENCERRA A
      *              VIGENCIA DE QUEM SAIU DA EMPRESA, LISTA OS
      *              COMPRADORES DE UMA EMPRESA E CARREGA A LISTA QUE O
      *              RH DA EMPRESA MANDA, UM ARQUIVO TEXTO DELIMITADO
      *              POR VIRGULA (CPF,NOME,LIMITE,VALIDO-DE,VALIDO-ATE)
      *              NO PADRAO DA IMPORTACAO DE CLIENTES (CAD0007A).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP0002A.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EMPRESAS ASSIGN TO DYNAMIC WRK-EMPRESAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT ARQUIVO-COMPRADORES
               ASSIGN TO DYNAMIC WRK-COMPRADORES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CHAVE
               FILE STATUS IS WRK-CPR-STATUS.

           SELECT ARQUIVO-CLIENTES ASSIGN TO DYNAMIC WRK-CLIENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT ARQUIVO-LISTA ASSIGN TO DYNAMIC WRK-LISTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-EMPRESAS.
           COPY EMPRESAS-FD.CPY.

       FD ARQUIVO-COMPRADORES.
           COPY COMPRADORES-FD.CPY.

       FD ARQUIVO-CLIENTES.
           COPY CLIENTES-FD.CPY.

       FD ARQUIVO-LISTA
           RECORD CONTAINS 120 CHARACTERS.
       01 LINHA-LISTA PIC X(120).

       WORKING-STORAGE SECTION.

       01 WRK-EMP-STATUS PIC X(02).
           88 FS-EMP-OK             VALUE '00'.
           88 FS-EMP-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CPR-STATUS PIC X(02).
           88 FS-CPR-OK             VALUE '00'.
           88 FS-CPR-FIM-ARQUIVO    VALUE '10'.
           88 FS-CPR-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-CLI-STATUS PIC X(02).
           88 FS-CLI-OK             VALUE '00'.
           88 FS-CLI-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-LST-STATUS PIC X(02).
           88 FS-LST-OK             VALUE '00'.
           88 FS-LST-FIM-ARQUIVO    VALUE '10'.
           88 FS-LST-ARQUIVO-NOVO   VALUE '35'.

      * CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      * VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-EMPRESAS-PATH    PIC X(100).
       01 WRK-COMPRADORES-PATH PIC X(100).
       01 WRK-CLIENTES-PATH    PIC X(100).
       01 WRK-LISTA-PATH       PIC X(100).

       01 WRK-EMPRESAS-EXISTE PIC X(01) VALUE 'N'.
           88 EMPRESAS-EXISTE VALUE 'S'.

      * SEM CLIENTES.DAT A CARGA SEGUE, SO SEM O AVISO DE CPF SEM
      * CADASTRO OU CADASTRADO EM OUTRA EMPRESA.
       01 WRK-CLIENTES-EXISTE PIC X(01) VALUE 'N'.
           88 CLIENTES-EXISTE VALUE 'S'.

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-CONFIRMA  PIC X(01).
       01 WRK-EMPRESA   PIC X(05).
       01 WRK-NOME      PIC X(30).
       01 WRK-CPF       PIC X(14).

       01 WRK-DATA-HOJE  PIC X(08).
       01 WRK-DATA-ONTEM PIC X(08).
       01 WRK-DATA-NUM   PIC 9(08).
       01 WRK-DATA-INT   PIC 9(08) COMP.

      * DATA DIGITADA OU LIDA DA LISTA (AAAAMMDD), CRITICADA PELO
      * 0009-CRITICAR-DATA.
       01 WRK-DATA-TESTE PIC X(08).
       01 WRK-DATA-SITUACAO PIC X(01) VALUE 'S'.
           88 DATA-OK       VALUE 'S'.
           88 DATA-NAO-OK   VALUE 'N'.

       01 WRK-EMPRESA-VALIDA PIC X(01) VALUE 'N'.
           88 EMPRESA-VALIDA VALUE 'S'.

      * CAMPOS DA LINHA DA LISTA DO RH, SEPARADOS POR VIRGULA.
       01 WRK-CAMPO-CPF     PIC X(14).
       01 WRK-CAMPO-NOME    PIC X(30).
       01 WRK-CAMPO-LIMITE  PIC X(18).
       01 WRK-CAMPO-DE      PIC X(08).
       01 WRK-CAMPO-ATE     PIC X(08).

       01 WRK-LINHA-VALIDA PIC X(01) VALUE 'S'.
           88 LINHA-VALIDA    VALUE 'S'.
           88 LINHA-INVALIDA  VALUE 'N'.
       01 WRK-MOTIVO PIC X(40).

       01 WRK-TOTAL-LIDO       PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-CARREGADO  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-REJEITADO  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-AVISOS     PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-ENCERRADO  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-LISTADOS   PIC 9(05) COMP VALUE 0.

       01 WRK-LIMITE-EDITADO PIC $$$,$$$,$$9.99.
       01 WRK-SITUACAO-CPR   PIC X(10).

           COPY CPF-VALIDA-WS.CPY.
           COPY CPFMASK-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.
       0001-PROCESSAR.
           MOVE '  EMP0002A - COMPRADORES AUTORIZADOS DA EMPRESA '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           PERFORM 0000-RESOLVER-CAMINHOS.
           PERFORM 0001-ABRIR-ARQUIVOS.

           IF NOT EMPRESAS-EXISTE
               DISPLAY 'EMPRESAS.DAT AINDA NAO EXISTE. CADASTRE AS '
                       'EMPRESAS PELO EMP0001A PRIMEIRO.'
           ELSE
               PERFORM 0002-MENU UNTIL WRK-CONTINUAR = 'N'
               CLOSE ARQUIVO-EMPRESAS
           END-IF.

           CLOSE ARQUIVO-COMPRADORES.
           IF CLIENTES-EXISTE
               CLOSE ARQUIVO-CLIENTES
           END-IF.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.
       0001-END.

       0000-RESOLVER-CAMINHOS.
           ACCEPT WRK-EMPRESAS-PATH
               FROM ENVIRONMENT 'EMPRESAS_DAT_PATH'.
           IF WRK-EMPRESAS-PATH = SPACES
               MOVE 'EMPRESAS.DAT' TO WRK-EMPRESAS-PATH
           END-IF.

           ACCEPT WRK-COMPRADORES-PATH
               FROM ENVIRONMENT 'COMPRADORES_DAT_PATH'.
           IF WRK-COMPRADORES-PATH = SPACES
               MOVE 'COMPRADORES.DAT' TO WRK-COMPRADORES-PATH
           END-IF.

           ACCEPT WRK-CLIENTES-PATH
               FROM ENVIRONMENT 'CLIENTES_DAT_PATH'.
           IF WRK-CLIENTES-PATH = SPACES
               MOVE 'CLIENTES.DAT' TO WRK-CLIENTES-PATH
           END-IF.

           ACCEPT WRK-LISTA-PATH
               FROM ENVIRONMENT 'COMPRADORES_LISTA_PATH'.
           IF WRK-LISTA-PATH = SPACES
               MOVE 'COMPRADORES-LISTA.TXT' TO WRK-LISTA-PATH
           END-IF.
       0000-END.

       0001-ABRIR-ARQUIVOS.
           OPEN INPUT ARQUIVO-EMPRESAS.
           IF FS-EMP-ARQUIVO-NOVO
               CLOSE ARQUIVO-EMPRESAS
           ELSE
               MOVE 'S' TO WRK-EMPRESAS-EXISTE
           END-IF.

      * O ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO EM I-O.
           OPEN I-O ARQUIVO-COMPRADORES.
           IF FS-CPR-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-COMPRADORES
               CLOSE ARQUIVO-COMPRADORES
               OPEN I-O ARQUIVO-COMPRADORES
           END-IF.

           OPEN INPUT ARQUIVO-CLIENTES.
           IF FS-CLI-ARQUIVO-NOVO
               CLOSE ARQUIVO-CLIENTES
           ELSE
               MOVE 'S' TO WRK-CLIENTES-EXISTE
           END-IF.
       0001-ABRIR-FIM.

       0002-MENU.
           DISPLAY '(I)NCLUIR/ALTERAR COMPRADOR, (E)NCERRAR '
                   'VIGENCIA, (L)ISTAR, (C)ARREGAR LISTA DO RH OU '
                   '(S)AIR? '.
           ACCEPT WRK-OPCAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE WRK-OPCAO
               WHEN 'I'
                   PERFORM 0003-INCLUIR-COMPRADOR
               WHEN 'E'
                   PERFORM 0004-ENCERRAR-VIGENCIA
               WHEN 'L'
                   PERFORM 0005-LISTAR-COMPRADORES
               WHEN 'C'
                   PERFORM 0006-CARREGAR-LISTA
               WHEN 'S'
                   MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
       0002-END.

      * A EMPRESA DIGITADA PRECISA ESTAR NO MESTRE (EMP0001A).
       0002A-OBTER-EMPRESA.
           MOVE 'N' TO WRK-EMPRESA-VALIDA.
           DISPLAY 'CODIGO DA EMPRESA: '.
           ACCEPT WRK-EMPRESA.
           MOVE FUNCTION UPPER-CASE(WRK-EMPRESA) TO WRK-EMPRESA.
           MOVE WRK-EMPRESA TO EMP-CODIGO.
           READ ARQUIVO-EMPRESAS
               INVALID KEY
                   DISPLAY 'EMPRESA NAO CADASTRADA (EMP0001A).'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-EMPRESA-VALIDA
                   DISPLAY 'EMPRESA: ' EMP-NOME
           END-READ.
       0002A-END.

      * INCLUSAO E ALTERACAO NA MESMA OPCAO: CPF JA AUTORIZADO NA
      * EMPRESA TEM NOME, LIMITE E VIGENCIA REGRAVADOS.
       0003-INCLUIR-COMPRADOR.
           PERFORM 0002A-OBTER-EMPRESA.
           IF NOT EMPRESA-VALIDA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CPF DO COMPRADOR: '.
           ACCEPT WRK-CPF.
           PERFORM 0900-VALIDAR-CPF.
           IF CPF-NAO-OK
               DISPLAY 'CPF INVALIDO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.
           READ ARQUIVO-COMPRADORES
               INVALID KEY
                   MOVE SPACES TO CPR-NOME CPR-VALIDO-ATE
                   MOVE ZEROS  TO CPR-LIMITE-MENSAL
                   MOVE WRK-DATA-HOJE TO CPR-VALIDO-DE
                   MOVE 'N' TO WRK-CONFIRMA
               NOT INVALID KEY
                   MOVE CPR-LIMITE-MENSAL TO WRK-LIMITE-EDITADO
                   DISPLAY 'JA AUTORIZADO: ' CPR-NOME
                           ' LIMITE: ' WRK-LIMITE-EDITADO
                           ' VIGENCIA: ' CPR-VALIDO-DE ' A '
                           CPR-VALIDO-ATE
                   MOVE 'S' TO WRK-CONFIRMA
           END-READ.
           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.

           PERFORM 0007-CONFERIR-CLIENTE.

           DISPLAY 'NOME (ENTER MANTEM): '.
           ACCEPT WRK-NOME.
           IF WRK-NOME NOT = SPACES
               MOVE WRK-NOME TO CPR-NOME
           END-IF.
           IF CPR-NOME = SPACES AND CLIENTES-EXISTE AND FS-CLI-OK
               MOVE CLI-NOME TO CPR-NOME
           END-IF.

           PERFORM 0003A-OBTER-LIMITE.

           DISPLAY 'VALIDO DESDE (AAAAMMDD, ENTER MANTEM '
                   CPR-VALIDO-DE '): '.
           ACCEPT WRK-DATA-TESTE.
           IF WRK-DATA-TESTE NOT = SPACES
               PERFORM 0009-CRITICAR-DATA
               IF DATA-NAO-OK
                   DISPLAY 'DATA INVALIDA. COMPRADOR NAO GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-DATA-TESTE TO CPR-VALIDO-DE
           END-IF.

           DISPLAY 'VALIDO ATE (AAAAMMDD, ENTER = SEM DATA DE FIM): '.
           ACCEPT WRK-DATA-TESTE.
           IF WRK-DATA-TESTE = SPACES
               MOVE SPACES TO CPR-VALIDO-ATE
           ELSE
               PERFORM 0009-CRITICAR-DATA
               IF DATA-NAO-OK OR WRK-DATA-TESTE < CPR-VALIDO-DE
                   DISPLAY 'DATA INVALIDA. COMPRADOR NAO GRAVADO.'
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-DATA-TESTE TO CPR-VALIDO-ATE
           END-IF.

           MOVE 'M' TO CPR-ORIGEM.
           MOVE WRK-DATA-HOJE TO CPR-DATA-CARGA.
           IF WRK-CONFIRMA = 'S'
               REWRITE REGISTRO-COMPRADOR
                   INVALID KEY
                       DISPLAY 'ERRO AO ALTERAR O COMPRADOR.'
                   NOT INVALID KEY
                       DISPLAY 'COMPRADOR ALTERADO COM SUCESSO.'
               END-REWRITE
           ELSE
               WRITE REGISTRO-COMPRADOR
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR O COMPRADOR.'
                   NOT INVALID KEY
                       DISPLAY 'COMPRADOR AUTORIZADO COM SUCESSO.'
               END-WRITE
           END-IF.
       0003-END.

      * LIMITE ZERO = SEM LIMITE INDIVIDUAL (SO O DA EMPRESA).
       0003A-OBTER-LIMITE.
           DISPLAY 'LIMITE MENSAL (EX: 800.00, ENTER MANTEM, 0 = SEM '
                   'LIMITE): '.
           ACCEPT WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA NOT = SPACES
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-OK
                   MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA)
                       TO CPR-LIMITE-MENSAL
               ELSE
                   DISPLAY 'VALOR INVALIDO.'
                   PERFORM 0003A-OBTER-LIMITE
               END-IF
           END-IF.
       0003A-END.

      * O DESLIGADO FICA NO ARQUIVO COM A VIGENCIA ENCERRADA ONTEM:
      * A PARTIR DE HOJE O BALCAO RECUSA A VENDA FATURADA.
       0004-ENCERRAR-VIGENCIA.
           PERFORM 0002A-OBTER-EMPRESA.
           IF NOT EMPRESA-VALIDA
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'CPF DO COMPRADOR: '.
           ACCEPT WRK-CPF.
           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.
           READ ARQUIVO-COMPRADORES
               INVALID KEY
                   DISPLAY 'CPF NAO CONSTA NA LISTA DA EMPRESA.'
               NOT INVALID KEY
                   PERFORM 0008-CALCULAR-ONTEM
                   MOVE WRK-DATA-ONTEM TO CPR-VALIDO-ATE
                   MOVE WRK-DATA-HOJE  TO CPR-DATA-CARGA
                   REWRITE REGISTRO-COMPRADOR
                       INVALID KEY
                           DISPLAY 'ERRO AO ENCERRAR A VIGENCIA.'
                       NOT INVALID KEY
                           DISPLAY 'VIGENCIA DE ' CPR-NOME
                                   ' ENCERRADA EM ' CPR-VALIDO-ATE
                   END-REWRITE
           END-READ.
       0004-END.

       0005-LISTAR-COMPRADORES.
           PERFORM 0002A-OBTER-EMPRESA.
           IF NOT EMPRESA-VALIDA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-TOTAL-LISTADOS.
           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE LOW-VALUES  TO CPR-CPF.
           START ARQUIVO-COMPRADORES KEY NOT < CPR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0005A-LER-COMPRADOR
                   PERFORM 0005B-EXIBIR-COMPRADOR
                       UNTIL FS-CPR-FIM-ARQUIVO
                          OR CPR-EMPRESA NOT = WRK-EMPRESA
           END-START.

           DISPLAY 'TOTAL DE COMPRADORES: ' WRK-TOTAL-LISTADOS.
       0005-END.

       0005A-LER-COMPRADOR.
           READ ARQUIVO-COMPRADORES NEXT RECORD.
       0005A-END.

       0005B-EXIBIR-COMPRADOR.
           IF CPR-LIMITE-MENSAL NOT NUMERIC
               MOVE ZEROS TO CPR-LIMITE-MENSAL
           END-IF.
           IF CPR-VALIDO-DE > WRK-DATA-HOJE
              OR (CPR-VALIDO-ATE NOT = SPACES
                  AND CPR-VALIDO-ATE < WRK-DATA-HOJE)
               MOVE 'INATIVO' TO WRK-SITUACAO-CPR
           ELSE
               MOVE 'ATIVO' TO WRK-SITUACAO-CPR
           END-IF.
           MOVE CPR-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           MOVE CPR-LIMITE-MENSAL TO WRK-LIMITE-EDITADO.
           DISPLAY ' ' WRK-MSK-SAIDA ' ' CPR-NOME
                   ' LIMITE: ' WRK-LIMITE-EDITADO
                   ' ' CPR-VALIDO-DE ' A ' CPR-VALIDO-ATE
                   ' ' CPR-ORIGEM ' ' WRK-SITUACAO-CPR.
           ADD 1 TO WRK-TOTAL-LISTADOS.
           PERFORM 0005A-LER-COMPRADOR.
       0005B-END.

      * CARGA DA LISTA DO RH: CADA LINHA VALIDA INCLUI OU REGRAVA O
      * COMPRADOR (ORIGEM 'L', CARGA DE HOJE). NO FIM, COM CONFIRMACAO,
      * QUEM DA EMPRESA NAO VEIO NA LISTA TEM A VIGENCIA ENCERRADA --
      * E ASSIM QUE O DESLIGADO DEIXA DE COMPRAR FATURADO.
       0006-CARREGAR-LISTA.
           PERFORM 0002A-OBTER-EMPRESA.
           IF NOT EMPRESA-VALIDA
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WRK-TOTAL-LIDO WRK-TOTAL-CARREGADO
                        WRK-TOTAL-REJEITADO WRK-TOTAL-AVISOS
                        WRK-TOTAL-ENCERRADO.

           OPEN INPUT ARQUIVO-LISTA.
           IF FS-LST-ARQUIVO-NOVO
               DISPLAY 'LISTA NAO ENCONTRADA: '
                       FUNCTION TRIM(WRK-LISTA-PATH)
               CLOSE ARQUIVO-LISTA
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0006A-LER-LINHA.
           PERFORM 0006B-PROCESSAR-LINHA UNTIL FS-LST-FIM-ARQUIVO.
           CLOSE ARQUIVO-LISTA.

           DISPLAY 'LINHAS LIDAS..........: ' WRK-TOTAL-LIDO.
           DISPLAY 'COMPRADORES CARREGADOS: ' WRK-TOTAL-CARREGADO.
           DISPLAY 'LINHAS REJEITADAS.....: ' WRK-TOTAL-REJEITADO.
           DISPLAY 'AVISOS DE CADASTRO....: ' WRK-TOTAL-AVISOS.

           IF WRK-TOTAL-CARREGADO = ZERO
               DISPLAY 'NENHUMA LINHA VALIDA: VIGENCIAS MANTIDAS.'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY 'ENCERRAR A VIGENCIA DE QUEM NAO VEIO NA LISTA? '
                   '(S/N)'.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S'
               PERFORM 0008-CALCULAR-ONTEM
               MOVE WRK-EMPRESA TO CPR-EMPRESA
               MOVE LOW-VALUES  TO CPR-CPF
               START ARQUIVO-COMPRADORES KEY NOT < CPR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0005A-LER-COMPRADOR
                       PERFORM 0006D-ENCERRAR-AUSENTE
                           UNTIL FS-CPR-FIM-ARQUIVO
                              OR CPR-EMPRESA NOT = WRK-EMPRESA
               END-START
               DISPLAY 'VIGENCIAS ENCERRADAS..: ' WRK-TOTAL-ENCERRADO
           END-IF.
       0006-END.

       0006A-LER-LINHA.
           READ ARQUIVO-LISTA.
       0006A-END.

       0006B-PROCESSAR-LINHA.
           ADD 1 TO WRK-TOTAL-LIDO.
           MOVE 'S' TO WRK-LINHA-VALIDA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CAMPO-CPF WRK-CAMPO-NOME
                          WRK-CAMPO-LIMITE WRK-CAMPO-DE WRK-CAMPO-ATE.

           UNSTRING LINHA-LISTA DELIMITED BY ','
               INTO WRK-CAMPO-CPF
                    WRK-CAMPO-NOME
                    WRK-CAMPO-LIMITE
                    WRK-CAMPO-DE
                    WRK-CAMPO-ATE
           END-UNSTRING.

           MOVE FUNCTION TRIM(WRK-CAMPO-CPF) TO WRK-CPF.
           PERFORM 0900-VALIDAR-CPF.
           IF CPF-NAO-OK
               MOVE 'N' TO WRK-LINHA-VALIDA
               MOVE 'CPF INVALIDO' TO WRK-MOTIVO
           END-IF.

           IF LINHA-VALIDA
               AND FUNCTION TRIM(WRK-CAMPO-LIMITE) NOT = SPACES
               MOVE FUNCTION TRIM(WRK-CAMPO-LIMITE) TO WRK-NUM-ENTRADA
               PERFORM 0910-VALIDAR-NUMERICO
               IF NUM-NAO-OK
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'LIMITE INVALIDO' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF LINHA-VALIDA
               IF WRK-CAMPO-DE = SPACES
                   MOVE WRK-DATA-HOJE TO WRK-CAMPO-DE
               END-IF
               MOVE WRK-CAMPO-DE TO WRK-DATA-TESTE
               PERFORM 0009-CRITICAR-DATA
               IF DATA-NAO-OK
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'VALIDO-DE INVALIDO' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF LINHA-VALIDA AND WRK-CAMPO-ATE NOT = SPACES
               MOVE WRK-CAMPO-ATE TO WRK-DATA-TESTE
               PERFORM 0009-CRITICAR-DATA
               IF DATA-NAO-OK OR WRK-CAMPO-ATE < WRK-CAMPO-DE
                   MOVE 'N' TO WRK-LINHA-VALIDA
                   MOVE 'VALIDO-ATE INVALIDO' TO WRK-MOTIVO
               END-IF
           END-IF.

           IF LINHA-VALIDA
               PERFORM 0006C-GRAVAR-COMPRADOR
           ELSE
               ADD 1 TO WRK-TOTAL-REJEITADO
               DISPLAY 'LINHA ' WRK-TOTAL-LIDO ' REJEITADA: '
                       WRK-MOTIVO
           END-IF.

           PERFORM 0006A-LER-LINHA.
       0006B-END.

       0006C-GRAVAR-COMPRADOR.
           PERFORM 0007-CONFERIR-CLIENTE.

           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.
           READ ARQUIVO-COMPRADORES
               INVALID KEY
                   MOVE 'N' TO WRK-CONFIRMA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CONFIRMA
           END-READ.

           MOVE WRK-EMPRESA TO CPR-EMPRESA.
           MOVE WRK-CPF     TO CPR-CPF.
           MOVE WRK-CAMPO-NOME TO CPR-NOME.
           IF CPR-NOME = SPACES AND CLIENTES-EXISTE AND FS-CLI-OK
               MOVE CLI-NOME TO CPR-NOME
           END-IF.
           IF FUNCTION TRIM(WRK-CAMPO-LIMITE) = SPACES
               MOVE ZEROS TO CPR-LIMITE-MENSAL
           ELSE
               MOVE FUNCTION NUMVAL(WRK-CAMPO-LIMITE)
                   TO CPR-LIMITE-MENSAL
           END-IF.
           MOVE WRK-CAMPO-DE  TO CPR-VALIDO-DE.
           MOVE WRK-CAMPO-ATE TO CPR-VALIDO-ATE.
           MOVE 'L'           TO CPR-ORIGEM.
           MOVE WRK-DATA-HOJE TO CPR-DATA-CARGA.

           IF WRK-CONFIRMA = 'S'
               REWRITE REGISTRO-COMPRADOR
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-REJEITADO
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-CARREGADO
               END-REWRITE
           ELSE
               WRITE REGISTRO-COMPRADOR
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-REJEITADO
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-CARREGADO
               END-WRITE
           END-IF.
       0006C-END.

      * COMPRADOR NAO TOCADO PELA CARGA DE HOJE E AINDA VIGENTE (SEM
      * DATA DE FIM OU COM FIM A PARTIR DE HOJE): VIGENCIA ENCERRADA
      * ONTEM.
       0006D-ENCERRAR-AUSENTE.
           IF CPR-DATA-CARGA NOT = WRK-DATA-HOJE
              AND (CPR-VALIDO-ATE = SPACES
                   OR CPR-VALIDO-ATE NOT < WRK-DATA-HOJE)
               MOVE WRK-DATA-ONTEM TO CPR-VALIDO-ATE
               MOVE WRK-DATA-HOJE  TO CPR-DATA-CARGA
               REWRITE REGISTRO-COMPRADOR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-ENCERRADO
                       MOVE CPR-CPF TO WRK-MSK-ENTRADA
                       PERFORM 0950-MASCARAR-CPF
                       DISPLAY '  ENCERRADO: ' WRK-MSK-SAIDA ' '
                               CPR-NOME
               END-REWRITE
           END-IF.
           PERFORM 0005A-LER-COMPRADOR.
       0006D-END.

      * SO AVISA: O BALCAO FATURA PELO CADASTRO DO CLIENTE, ENTAO O
      * CPF PRECISA ESTAR EM CLIENTES.DAT COM ESTA EMPRESA.
       0007-CONFERIR-CLIENTE.
           IF CLIENTES-EXISTE
               MOVE WRK-CPF TO CLI-CPF
               READ ARQUIVO-CLIENTES
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-AVISOS
                       DISPLAY 'AVISO: CPF ' FUNCTION TRIM(WRK-CPF)
                               ' SEM CADASTRO DE CLIENTE.'
                   NOT INVALID KEY
                       IF CLI-EMPRESA NOT = WRK-EMPRESA
                           ADD 1 TO WRK-TOTAL-AVISOS
                           DISPLAY 'AVISO: CPF '
                                   FUNCTION TRIM(WRK-CPF)
                                   ' CADASTRADO NA EMPRESA '
                                   CLI-EMPRESA '.'
                       END-IF
               END-READ
           END-IF.
       0007-END.

       0008-CALCULAR-ONTEM.
           MOVE WRK-DATA-HOJE TO WRK-DATA-NUM.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM) - 1.
           COMPUTE WRK-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT).
           MOVE WRK-DATA-NUM TO WRK-DATA-ONTEM.
       0008-END.

       0009-CRITICAR-DATA.
           MOVE 'S' TO WRK-DATA-SITUACAO.
           IF WRK-DATA-TESTE NOT NUMERIC
              OR WRK-DATA-TESTE(5:2) < '01'
              OR WRK-DATA-TESTE(5:2) > '12'
              OR WRK-DATA-TESTE(7:2) < '01'
              OR WRK-DATA-TESTE(7:2) > '31'
               MOVE 'N' TO WRK-DATA-SITUACAO
           END-IF.
       0009-END.

           COPY CPF-VALIDA-PD.CPY.
           COPY CPFMASK-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
