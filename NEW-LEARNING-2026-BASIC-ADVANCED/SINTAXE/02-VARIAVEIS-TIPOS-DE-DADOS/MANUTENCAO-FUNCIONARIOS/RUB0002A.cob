       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUB0002A.

      *> OBJETIVO: LANCAMENTO DAS RUBRICAS RECORRENTES DE CADA
      *> EMPREGADO (RUBRICAS-EMPREGADO.DAT, CHAVE CPF + RUBRICA +
      *> INICIO DA VIGENCIA). INCLUI OU ALTERA O LANCAMENTO DE UMA
      *> RUBRICA ATIVA DE RUBRICAS.DAT (RUB0001A) PARA EMPREGADO ATIVO
      *> DE FUNCIONARIOS.DAT -- VALOR FIXO, OU PERCENTUAL SOBRE O
      *> SALARIO-BASE COM O VALOR COMO TETO --, ENCERRA A VIGENCIA,
      *> LISTA OS LANCAMENTOS DE UM EMPREGADO E LANCA A COMISSAO DO
      *> MES APURADA PELO VEN0005A (RUBRICA COMI, VIGENCIA DE UMA
      *> COMPETENCIA). DUAS VIGENCIAS DA MESMA RUBRICA NAO PODEM SE
      *> SOBREPOR PARA O MESMO EMPREGADO. A FOLHA (FolhaPagamento)
      *> APLICA TODO LANCAMENTO VIGENTE NA COMPETENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RUBEMP ASSIGN TO DYNAMIC WS-RUBEMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WS-REM-STATUS.

           SELECT ARQUIVO-RUBRICAS ASSIGN TO DYNAMIC WS-RUBRICAS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO
               FILE STATUS IS WS-RUB-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.

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
       FD ARQUIVO-RUBEMP.
           COPY RUBEMP-FD.CPY.

       FD ARQUIVO-RUBRICAS.
           COPY RUBRICAS-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-REM-STATUS PIC XX.
           88 WS-REM-OK       VALUE '00'.
           88 WS-REM-EOF      VALUE '10'.
           88 WS-REM-ARQ-NOVO VALUE '35'.
       01 WS-RUBEMP-PATH PIC X(100).

       01 WS-RUB-STATUS PIC XX.
           88 WS-RUB-OK       VALUE '00'.
           88 WS-RUB-ARQ-NOVO VALUE '35'.
       01 WS-RUBRICAS-PATH PIC X(100).

       01 WS-FUN-STATUS PIC XX.
           88 WS-FUN-OK       VALUE '00'.
           88 WS-FUN-EOF      VALUE '10'.
           88 WS-FUN-ARQ-NOVO VALUE '35'.

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-CPF        PIC X(14).
       01 WS-NOME-EMPREGADO PIC X(50).
       01 WS-CODIGO     PIC X(04).
       01 WS-DATA-HOJE  PIC X(08).
       01 WS-COMPETENCIA-ATUAL PIC X(06).
       01 WS-QTD-LISTADOS PIC 9(03) VALUE ZERO.

       01 WS-EMPREGADO-ACHADO PIC X(01).
           88 EMPREGADO-ACHADO VALUE 'S'.
       01 WS-DADOS-OK PIC X(01).
           88 DADOS-OK VALUE 'S'.
       01 WS-FIM-LANCAMENTOS PIC X(01).
           88 FIM-DOS-LANCAMENTOS VALUE 'S'.
       01 WS-SOBREPOSTO PIC X(01).
           88 VIGENCIA-SOBREPOSTA VALUE 'S'.

      *> COMPETENCIA DIGITADA (AAAAMM) E CRITICADA.
       01 WS-COMP-ENTRADA.
           05 WS-COMP-ANO PIC 9(04).
           05 WS-COMP-MES PIC 9(02).
       01 WS-COMP-OK PIC X(01).
           88 COMPETENCIA-OK VALUE 'S'.

      *> LANCAMENTO EM EDICAO, GUARDADO DURANTE A VARREDURA DE
      *> SOBREPOSICAO (QUE REUSA A AREA DO REGISTRO).
       01 WS-LANCAMENTO-NOVO.
           05 WS-NOVO-CHAVE.
               10 WS-NOVO-CPF     PIC X(14).
               10 WS-NOVO-RUBRICA PIC X(04).
               10 WS-NOVO-INICIO  PIC X(06).
           05 WS-NOVO-FIM         PIC X(06).
           05 WS-NOVO-VALOR       PIC 9(07)V99.
           05 WS-NOVO-PERCENTUAL  PIC 9(03)V99.
           05 WS-NOVO-DATA        PIC X(08).
           05 WS-NOVO-OPERADOR    PIC X(08).

       01 WS-VALOR-ED   PIC ZZZ,ZZ9.99.
       01 WS-PCT-ED     PIC ZZ9.99.
       01 WS-FIM-ED     PIC X(06).
       01 WS-VIGENTE-ED PIC X(08).

           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '     RUB0002A - RUBRICAS DOS EMPREGADOS         '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'RUB0002A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-RUBRICAS-PATH
               FROM ENVIRONMENT 'RUBRICAS_PATH'.
           IF WS-RUBRICAS-PATH = SPACES
               MOVE 'RUBRICAS.DAT' TO WS-RUBRICAS-PATH
           END-IF.
           OPEN INPUT ARQUIVO-RUBRICAS.
           IF WS-RUB-ARQ-NOVO
               DISPLAY 'RUBRICAS.DAT AINDA NAO EXISTE. CADASTRE AS '
                       'RUBRICAS PELO RUB0001A PRIMEIRO.'
               CLOSE ARQUIVO-RUBRICAS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           ACCEPT WS-RUBEMP-PATH
               FROM ENVIRONMENT 'RUBRICAS_EMPREGADO_PATH'.
           IF WS-RUBEMP-PATH = SPACES
               MOVE 'RUBRICAS-EMPREGADO.DAT' TO WS-RUBEMP-PATH
           END-IF.
           OPEN I-O ARQUIVO-RUBEMP.
           IF WS-REM-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-RUBEMP
               CLOSE ARQUIVO-RUBEMP
               OPEN I-O ARQUIVO-RUBEMP
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:6) TO WS-COMPETENCIA-ATUAL.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-RUBEMP.
           CLOSE ARQUIVO-RUBRICAS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(I)NCLUIR/ALTERAR LANCAMENTO, (E)NCERRAR '
                   'VIGENCIA, (L)ISTAR POR EMPREGADO, (C)OMISSAO DO '
                   'MES OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM INCLUIR-LANCAMENTO
               WHEN 'E'
                   PERFORM ENCERRAR-VIGENCIA
               WHEN 'L'
                   PERFORM LISTAR-LANCAMENTOS
               WHEN 'C'
                   PERFORM LANCAR-COMISSAO
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> MESMA CHAVE (CPF + RUBRICA + INICIO) REGRAVA O LANCAMENTO;
      *> INICIO NOVO ABRE OUTRA VIGENCIA, QUE NAO PODE SOBREPOR AS
      *> EXISTENTES.
       INCLUIR-LANCAMENTO.
           PERFORM PEDIR-EMPREGADO.
           IF NOT EMPREGADO-ACHADO
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-RUBRICA.
           IF NOT WS-RUB-OK
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-LANCAMENTO-NOVO.
           MOVE WS-CPF     TO WS-NOVO-CPF.
           MOVE RUB-CODIGO TO WS-NOVO-RUBRICA.
           PERFORM PEDIR-VIGENCIA.
           IF NOT DADOS-OK
               DISPLAY 'LANCAMENTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM PEDIR-VALORES.
           IF NOT DADOS-OK
               DISPLAY 'LANCAMENTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRAVAR-LANCAMENTO.

      *> O EMPREGADO TEM DE ESTAR ATIVO EM FUNCIONARIOS.DAT.
       PEDIR-EMPREGADO.
           MOVE 'N' TO WS-EMPREGADO-ACHADO.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF WS-FUN-ARQ-NOVO
               DISPLAY 'FUNCIONARIOS.DAT AINDA NAO EXISTE.'
           ELSE
               PERFORM LER-FUNCIONARIO
               PERFORM PROCURAR-EMPREGADO
                   UNTIL WS-FUN-EOF OR EMPREGADO-ACHADO
               IF NOT EMPREGADO-ACHADO
                   DISPLAY 'CPF NAO E DE EMPREGADO ATIVO EM '
                           'FUNCIONARIOS.DAT.'
               ELSE
                   DISPLAY 'EMPREGADO: ' WS-NOME-EMPREGADO
               END-IF
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       PROCURAR-EMPREGADO.
           IF REG-CPF = WS-CPF AND NOT REG-DESLIGADO
               MOVE 'S' TO WS-EMPREGADO-ACHADO
               MOVE SPACES TO WS-NOME-EMPREGADO
               STRING FUNCTION TRIM(REG-NOME)      DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      FUNCTION TRIM(REG-SOBRENOME) DELIMITED BY SIZE
                   INTO WS-NOME-EMPREGADO
               END-STRING
           ELSE
               PERFORM LER-FUNCIONARIO
           END-IF.

      *> A RUBRICA TEM DE ESTAR CADASTRADA E ATIVA (RUB0001A).
       PEDIR-RUBRICA.
           DISPLAY 'CODIGO DA RUBRICA: '.
           ACCEPT WS-CODIGO.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO RUB-CODIGO.
           PERFORM LER-RUBRICA-CADASTRO.

       LER-RUBRICA-CADASTRO.
           READ ARQUIVO-RUBRICAS
               INVALID KEY
                   DISPLAY 'RUBRICA ' RUB-CODIGO ' NAO CADASTRADA '
                           '(RUB0001A).'
               NOT INVALID KEY
                   IF RUB-INATIVA
                       DISPLAY 'RUBRICA ' RUB-CODIGO ' INATIVA.'
                       MOVE '23' TO WS-RUB-STATUS
                   ELSE
                       DISPLAY 'RUBRICA: ' RUB-DESCRICAO
                   END-IF
           END-READ.

       PEDIR-VIGENCIA.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMM, ENTER PARA '
                   WS-COMPETENCIA-ATUAL '): '.
           ACCEPT WS-COMP-ENTRADA.
           IF WS-COMP-ENTRADA = SPACES
               MOVE WS-COMPETENCIA-ATUAL TO WS-COMP-ENTRADA
           END-IF.
           PERFORM CRITICAR-COMPETENCIA.
           IF NOT COMPETENCIA-OK
               DISPLAY 'COMPETENCIA INVALIDA.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-ENTRADA TO WS-NOVO-INICIO.

           DISPLAY 'FIM DA VIGENCIA (AAAAMM, ENTER SEM PRAZO): '.
           ACCEPT WS-COMP-ENTRADA.
           IF WS-COMP-ENTRADA = SPACES
               MOVE SPACES TO WS-NOVO-FIM
               EXIT PARAGRAPH
           END-IF.
           PERFORM CRITICAR-COMPETENCIA.
           IF NOT COMPETENCIA-OK
              OR WS-COMP-ENTRADA < WS-NOVO-INICIO
               DISPLAY 'FIM DA VIGENCIA INVALIDO.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-ENTRADA TO WS-NOVO-FIM.

       CRITICAR-COMPETENCIA.
           MOVE 'S' TO WS-COMP-OK.
           IF WS-COMP-ENTRADA IS NOT NUMERIC
               MOVE 'N' TO WS-COMP-OK
           ELSE
               IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                  OR WS-COMP-ANO < 2000
                   MOVE 'N' TO WS-COMP-OK
               END-IF
           END-IF.

      *> VALOR FIXO, OU PERCENTUAL DO SALARIO-BASE; COM OS DOIS, O
      *> VALOR LIMITA O PERCENTUAL.
       PEDIR-VALORES.
           MOVE 'S' TO WS-DADOS-OK.
           DISPLAY 'PERCENTUAL SOBRE O SALARIO-BASE (0 PARA VALOR '
                   'FIXO): '.
           ACCEPT WS-NOVO-PERCENTUAL.
           IF WS-NOVO-PERCENTUAL > 100
               DISPLAY 'PERCENTUAL ACIMA DE 100.'
               MOVE 'N' TO WS-DADOS-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOVO-PERCENTUAL > ZERO
               DISPLAY 'TETO EM VALOR (0 SEM TETO): '
           ELSE
               DISPLAY 'VALOR FIXO MENSAL: '
           END-IF.
           ACCEPT WS-NOVO-VALOR.
           IF WS-NOVO-PERCENTUAL = ZERO AND WS-NOVO-VALOR = ZERO
               DISPLAY 'INFORME O VALOR OU O PERCENTUAL.'
               MOVE 'N' TO WS-DADOS-OK
           END-IF.

      *> CONFERE A SOBREPOSICAO COM AS OUTRAS VIGENCIAS DA RUBRICA E
      *> GRAVA (OU REGRAVA A MESMA CHAVE).
       GRAVAR-LANCAMENTO.
           PERFORM VERIFICAR-SOBREPOSICAO.
           IF VIGENCIA-SOBREPOSTA
               DISPLAY 'VIGENCIA SOBREPOE OUTRO LANCAMENTO DA RUBRICA '
                       'PARA O EMPREGADO. ENCERRE O ANTERIOR PRIMEIRO.'
               DISPLAY 'LANCAMENTO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-HOJE     TO WS-NOVO-DATA.
           MOVE WRK-OPE-ID       TO WS-NOVO-OPERADOR.
           MOVE WS-LANCAMENTO-NOVO TO REGISTRO-RUBRICA-EMP.
           WRITE REGISTRO-RUBRICA-EMP
               INVALID KEY
                   REWRITE REGISTRO-RUBRICA-EMP
                   DISPLAY 'LANCAMENTO JA EXISTIA E FOI REGRAVADO.'
               NOT INVALID KEY
                   DISPLAY 'LANCAMENTO GRAVADO.'
           END-WRITE.

       VERIFICAR-SOBREPOSICAO.
           MOVE 'N' TO WS-SOBREPOSTO.
           MOVE 'N' TO WS-FIM-LANCAMENTOS.
           MOVE WS-NOVO-CPF     TO REM-CPF.
           MOVE WS-NOVO-RUBRICA TO REM-RUBRICA.
           MOVE LOW-VALUES      TO REM-INICIO.
           START ARQUIVO-RUBEMP KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LANCAMENTOS
               NOT INVALID KEY
                   PERFORM LER-LANCAMENTO-RUBRICA
                   PERFORM COMPARAR-VIGENCIA
                       UNTIL FIM-DOS-LANCAMENTOS
                          OR VIGENCIA-SOBREPOSTA
           END-START.

       LER-LANCAMENTO-RUBRICA.
           READ ARQUIVO-RUBEMP NEXT RECORD.
           IF NOT WS-REM-OK
              OR REM-CPF NOT = WS-NOVO-CPF
              OR REM-RUBRICA NOT = WS-NOVO-RUBRICA
               MOVE 'S' TO WS-FIM-LANCAMENTOS
           END-IF.

      *> DUAS VIGENCIAS SE SOBREPOEM QUANDO CADA UMA COMECA ANTES DO
      *> FIM DA OUTRA (FIM EM BRANCO = SEM PRAZO).
       COMPARAR-VIGENCIA.
           IF REM-INICIO NOT = WS-NOVO-INICIO
               IF (WS-NOVO-FIM = SPACES
                   OR REM-INICIO NOT > WS-NOVO-FIM)
                  AND (REM-FIM = SPACES
                   OR REM-FIM NOT < WS-NOVO-INICIO)
                   MOVE 'S' TO WS-SOBREPOSTO
                   DISPLAY 'VIGENCIA EXISTENTE: ' REM-INICIO ' A '
                           REM-FIM
               END-IF
           END-IF.
           PERFORM LER-LANCAMENTO-RUBRICA.

      *> ENCERRA A VIGENCIA SEM APAGAR: O LANCAMENTO FICA COMO
      *> HISTORICO DO QUE A FOLHA APLICOU.
       ENCERRAR-VIGENCIA.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           DISPLAY 'CODIGO DA RUBRICA: '.
           ACCEPT WS-CODIGO.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMM): '.
           ACCEPT WS-COMP-ENTRADA.
           MOVE WS-CPF TO REM-CPF.
           MOVE FUNCTION UPPER-CASE(WS-CODIGO) TO REM-RUBRICA.
           MOVE WS-COMP-ENTRADA TO REM-INICIO.
           READ ARQUIVO-RUBEMP
               INVALID KEY
                   DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
                   EXIT PARAGRAPH
           END-READ.
           PERFORM EXIBIR-LANCAMENTO.

           DISPLAY 'ULTIMA COMPETENCIA DA VIGENCIA (AAAAMM): '.
           ACCEPT WS-COMP-ENTRADA.
           PERFORM CRITICAR-COMPETENCIA.
           IF NOT COMPETENCIA-OK
              OR WS-COMP-ENTRADA < REM-INICIO
               DISPLAY 'COMPETENCIA INVALIDA. VIGENCIA MANTIDA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-ENTRADA TO REM-FIM.
           REWRITE REGISTRO-RUBRICA-EMP
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O LANCAMENTO.'
               NOT INVALID KEY
                   DISPLAY 'VIGENCIA ENCERRADA EM ' REM-FIM '.'
           END-REWRITE.

       LISTAR-LANCAMENTOS.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           MOVE ZERO TO WS-QTD-LISTADOS.
           MOVE 'N' TO WS-FIM-LANCAMENTOS.
           MOVE WS-CPF     TO REM-CPF.
           MOVE LOW-VALUES TO REM-RUBRICA REM-INICIO.
           START ARQUIVO-RUBEMP KEY NOT < REM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LANCAMENTOS
               NOT INVALID KEY
                   PERFORM LER-LANCAMENTO-CPF
                   PERFORM LISTAR-UM-LANCAMENTO
                       UNTIL FIM-DOS-LANCAMENTOS
           END-START.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUM LANCAMENTO PARA O CPF.'
           ELSE
               DISPLAY 'LANCAMENTOS LISTADOS: ' WS-QTD-LISTADOS
           END-IF.

       LER-LANCAMENTO-CPF.
           READ ARQUIVO-RUBEMP NEXT RECORD.
           IF NOT WS-REM-OK OR REM-CPF NOT = WS-CPF
               MOVE 'S' TO WS-FIM-LANCAMENTOS
           END-IF.

       LISTAR-UM-LANCAMENTO.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM EXIBIR-LANCAMENTO.
           PERFORM LER-LANCAMENTO-CPF.

      *> UMA LINHA POR LANCAMENTO, MARCANDO O QUE VALE NO MES CORRENTE.
       EXIBIR-LANCAMENTO.
           MOVE REM-VALOR      TO WS-VALOR-ED.
           MOVE REM-PERCENTUAL TO WS-PCT-ED.
           IF REM-FIM = SPACES
               MOVE 'ABERTO' TO WS-FIM-ED
           ELSE
               MOVE REM-FIM TO WS-FIM-ED
           END-IF.
           IF REM-INICIO NOT > WS-COMPETENCIA-ATUAL
              AND (REM-FIM = SPACES
               OR REM-FIM NOT < WS-COMPETENCIA-ATUAL)
               MOVE 'VIGENTE' TO WS-VIGENTE-ED
           ELSE
               MOVE SPACES TO WS-VIGENTE-ED
           END-IF.
           IF REM-PERCENTUAL > ZERO
               DISPLAY ' ' REM-RUBRICA ' ' REM-INICIO ' A ' WS-FIM-ED
                       ' ' WS-PCT-ED '% TETO ' WS-VALOR-ED
                       ' ' WS-VIGENTE-ED
           ELSE
               DISPLAY ' ' REM-RUBRICA ' ' REM-INICIO ' A ' WS-FIM-ED
                       ' VALOR ' WS-VALOR-ED
                       ' ' WS-VIGENTE-ED
           END-IF.

      *> COMISSAO DO MES: O VALOR DO OPERADOR NO RELATORIO DO
      *> VEN0005A VIRA UM LANCAMENTO DA RUBRICA COMI COM VIGENCIA DE
      *> UMA SO COMPETENCIA. RELANCAR O MES REGRAVA O VALOR.
       LANCAR-COMISSAO.
           PERFORM PEDIR-EMPREGADO.
           IF NOT EMPREGADO-ACHADO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'COMI' TO RUB-CODIGO.
           PERFORM LER-RUBRICA-CADASTRO.
           IF NOT WS-RUB-OK
               DISPLAY 'CADASTRE A RUBRICA COMI (CARGA PADRAO DO '
                       'RUB0001A).'
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-LANCAMENTO-NOVO.
           MOVE WS-CPF TO WS-NOVO-CPF.
           MOVE 'COMI' TO WS-NOVO-RUBRICA.
           DISPLAY 'COMPETENCIA DA COMISSAO (AAAAMM, ENTER PARA '
                   WS-COMPETENCIA-ATUAL '): '.
           ACCEPT WS-COMP-ENTRADA.
           IF WS-COMP-ENTRADA = SPACES
               MOVE WS-COMPETENCIA-ATUAL TO WS-COMP-ENTRADA
           END-IF.
           PERFORM CRITICAR-COMPETENCIA.
           IF NOT COMPETENCIA-OK
               DISPLAY 'COMPETENCIA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMP-ENTRADA TO WS-NOVO-INICIO WS-NOVO-FIM.

           DISPLAY 'VALOR DA COMISSAO (RELATORIO DO VEN0005A): '.
           ACCEPT WS-NOVO-VALOR.
           IF WS-NOVO-VALOR = ZERO
               DISPLAY 'COMISSAO ZERADA. NADA LANCADO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM GRAVAR-LANCAMENTO.

           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
