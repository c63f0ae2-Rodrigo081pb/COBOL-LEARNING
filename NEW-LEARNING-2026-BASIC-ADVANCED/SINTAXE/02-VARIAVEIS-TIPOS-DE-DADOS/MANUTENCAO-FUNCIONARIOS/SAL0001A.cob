       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL0001A.

      *> OBJETIVO: CONSULTAS DO HISTORICO DE SALARIOS
      *> (SALARIOS-HIST.DAT). A CARREIRA DE UM EMPREGADO MOSTRA, EM
      *> ORDEM DE VIGENCIA, CADA MUDANCA DE CARGO E SALARIO (ADMISSAO,
      *> ACORDO COLETIVO, PROMOCAO, MERITO, CORRECAO) COM O PERCENTUAL
      *> E QUEM A LANCOU, E A SITUACAO ATUAL DE FUNCIONARIOS.DAT. O
      *> RELATORIO SEM REAJUSTE LISTA NO SPOOL OS EMPREGADOS ATIVOS
      *> SEM AUMENTO DE SALARIO NOS ULTIMOS N MESES (ADMITIDO NO
      *> PERIODO NAO ENTRA; QUEM NAO TEM HISTORICO ENTRA MARCADO).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HISTSAL ASSIGN TO DYNAMIC WRK-HISTSAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSL-CHAVE
               FILE STATUS IS WRK-HSL-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

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
       FD ARQUIVO-HISTSAL.
           COPY HISTSAL-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FUN-STATUS PIC XX.
           88 WS-FUN-OK       VALUE '00'.
           88 WS-FUN-EOF      VALUE '10'.
           88 WS-FUN-ARQ-NOVO VALUE '35'.

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-CPF        PIC X(14).
       01 WS-NOME       PIC X(50).
       01 WS-QTD-LIDOS  PIC 9(03) VALUE ZERO.
       01 WS-QTD-LISTADOS PIC 9(05) VALUE ZERO.
       01 WS-EMPREGADO-ACHADO PIC X(01).
           88 EMPREGADO-ACHADO VALUE 'S'.
       01 WS-MOTIVO-ED  PIC X(16).
       01 WS-PERCENTUAL PIC S9(05)V99.
       01 WS-PERC-ED    PIC -ZZZ9.99.
       01 WS-SALARIO-ED  PIC ZZZ,ZZ9.99.
       01 WS-SALARIO-ED2 PIC ZZZ,ZZ9.99.

      *> DATA DE HOJE E DATA DE CORTE DO RELATORIO (HOJE MENOS N
      *> MESES, NO MESMO DIA).
       01 WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(04).
           05 WS-HOJE-MES PIC 9(02).
           05 WS-HOJE-DIA PIC 9(02).
       01 WS-DATA-CORTE.
           05 WS-CORTE-ANO PIC 9(04).
           05 WS-CORTE-MES PIC 9(02).
           05 WS-CORTE-DIA PIC 9(02).
       01 WS-MESES-ENTRADA PIC X(03).
       01 WS-MESES        PIC 9(03).
       01 WS-TOTAL-MESES  PIC 9(06).
       01 WS-MESES-SEM    PIC 9(04).
       01 WS-MESES-SEM-ED PIC ZZZ9.

      *> APURADO NO HISTORICO DO EMPREGADO CORRENTE.
       01 WS-DATA-AUMENTO  PIC X(08).
       01 WS-DATA-ADMISSAO PIC X(08).
       01 WS-DATA-BASE.
           05 WS-BASE-ANO PIC 9(04).
           05 WS-BASE-MES PIC 9(02).
           05 WS-BASE-DIA PIC 9(02).
       01 WS-BASE-ED PIC X(14).

           COPY HISTSAL-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '      SAL0001A - HISTORICO DE SALARIOS          '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'SAL0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0927-ABRIR-HISTORICO-SALARIO.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           PERFORM 0929-FECHAR-HISTORICO-SALARIO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(C)ARREIRA DE UM EMPREGADO, (R)ELATORIO SEM '
                   'REAJUSTE OU (S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'C'
                   PERFORM CONSULTAR-CARREIRA
               WHEN 'R'
                   PERFORM RELATORIO-SEM-REAJUSTE
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CARREIRA: TODAS AS MUDANCAS DO CPF, DA MAIS ANTIGA PARA A
      *> MAIS RECENTE, E O CADASTRO ATUAL.
      *> ---------------------------------------------------------
       CONSULTAR-CARREIRA.
           DISPLAY 'CPF DO EMPREGADO: '.
           ACCEPT WS-CPF.
           PERFORM PROCURAR-EMPREGADO.
           IF EMPREGADO-ACHADO
               DISPLAY 'EMPREGADO: ' WS-NOME
           ELSE
               DISPLAY 'CPF NAO ESTA EM FUNCIONARIOS.DAT.'
           END-IF.

           MOVE ZERO TO WS-QTD-LIDOS.
           MOVE WS-CPF TO WRK-HSL-CPF.
           PERFORM POSICIONAR-HISTORICO.
           PERFORM EXIBIR-MUDANCA UNTIL HSL-VARREDURA-FIM.
           IF WS-QTD-LIDOS = ZERO
               DISPLAY 'NENHUMA MUDANCA REGISTRADA PARA O CPF.'
           END-IF.

           IF EMPREGADO-ACHADO
               MOVE REG-SALARIO TO WS-SALARIO-ED
               DISPLAY 'ATUAL: ' REG-CARGO ' SALARIO ' WS-SALARIO-ED
               IF REG-DESLIGADO
                   DISPLAY 'DESLIGADO EM ' REG-DATA-DESLIGAMENTO
                           ' (RES0001A).'
               END-IF
           END-IF.

      *> LE FUNCIONARIOS.DAT ATE O CPF; O REGISTRO ACHADO FICA NA
      *> AREA DO FD PARA A SITUACAO ATUAL.
       PROCURAR-EMPREGADO.
           MOVE 'N' TO WS-EMPREGADO-ACHADO.
           MOVE SPACES TO WS-NOME.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF NOT WS-FUN-ARQ-NOVO
               PERFORM LER-FUNCIONARIO
               PERFORM COMPARAR-EMPREGADO
                   UNTIL WS-FUN-EOF OR EMPREGADO-ACHADO
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       COMPARAR-EMPREGADO.
           IF REG-CPF = WS-CPF
               MOVE 'S' TO WS-EMPREGADO-ACHADO
               PERFORM MONTAR-NOME
           ELSE
               PERFORM LER-FUNCIONARIO
           END-IF.

       MONTAR-NOME.
           MOVE SPACES TO WS-NOME.
           STRING FUNCTION TRIM(REG-NOME)      DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  FUNCTION TRIM(REG-SOBRENOME) DELIMITED BY SIZE
               INTO WS-NOME
           END-STRING.

      *> PRIMEIRO REGISTRO DO CPF EM WRK-HSL-CPF; SEM NENHUM, A
      *> VARREDURA JA COMECA NO FIM.
       POSICIONAR-HISTORICO.
           MOVE 'N' TO WRK-HSL-FIM.
           MOVE WRK-HSL-CPF TO HSL-CPF.
           MOVE LOW-VALUES  TO HSL-DATA-VIGENCIA.
           MOVE ZERO        TO HSL-SEQUENCIA.
           START ARQUIVO-HISTSAL KEY NOT < HSL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-HSL-FIM
               NOT INVALID KEY
                   PERFORM LER-HISTORICO-CPF
           END-START.

       LER-HISTORICO-CPF.
           READ ARQUIVO-HISTSAL NEXT RECORD.
           IF NOT FS-HSL-OK OR HSL-CPF NOT = WRK-HSL-CPF
               MOVE 'S' TO WRK-HSL-FIM
           END-IF.

       EXIBIR-MUDANCA.
           ADD 1 TO WS-QTD-LIDOS.
           EVALUATE TRUE
               WHEN HSL-ADMISSAO
                   MOVE 'ADMISSAO' TO WS-MOTIVO-ED
               WHEN HSL-ACORDO-COLETIVO
                   MOVE 'ACORDO COLETIVO' TO WS-MOTIVO-ED
               WHEN HSL-PROMOCAO
                   MOVE 'PROMOCAO' TO WS-MOTIVO-ED
               WHEN HSL-MERITO
                   MOVE 'MERITO' TO WS-MOTIVO-ED
               WHEN OTHER
                   MOVE 'CORRECAO' TO WS-MOTIVO-ED
           END-EVALUATE.
           MOVE HSL-SALARIO-ANTERIOR TO WS-SALARIO-ED.
           MOVE HSL-SALARIO-NOVO     TO WS-SALARIO-ED2.
           DISPLAY ' ' HSL-DATA-VIGENCIA ' ' WS-MOTIVO-ED
                   ' POR ' HSL-OPERADOR ' (' HSL-PROGRAMA ')'.
           IF HSL-ADMISSAO
               DISPLAY '     CARGO ' HSL-CARGO-NOVO
                       ' SALARIO ' WS-SALARIO-ED2
           ELSE
               IF HSL-CARGO-NOVO NOT = HSL-CARGO-ANTERIOR
                   DISPLAY '     CARGO ' HSL-CARGO-ANTERIOR
                           ' -> ' HSL-CARGO-NOVO
               END-IF
               IF HSL-SALARIO-ANTERIOR > ZERO
                   COMPUTE WS-PERCENTUAL ROUNDED =
                       (HSL-SALARIO-NOVO - HSL-SALARIO-ANTERIOR)
                       * 100 / HSL-SALARIO-ANTERIOR
               ELSE
                   MOVE ZERO TO WS-PERCENTUAL
               END-IF
               MOVE WS-PERCENTUAL TO WS-PERC-ED
               DISPLAY '     SALARIO ' WS-SALARIO-ED ' -> '
                       WS-SALARIO-ED2 ' (' WS-PERC-ED '%)'
           END-IF.
           PERFORM LER-HISTORICO-CPF.

      *> ---------------------------------------------------------
      *> RELATORIO SEM REAJUSTE: EMPREGADO ATIVO CUJO ULTIMO AUMENTO
      *> (OU, SEM AUMENTO, A ADMISSAO) E ANTERIOR A DATA DE CORTE.
      *> ---------------------------------------------------------
       RELATORIO-SEM-REAJUSTE.
           DISPLAY 'MESES SEM REAJUSTE (EM BRANCO = 12): '.
           ACCEPT WS-MESES-ENTRADA.
           IF WS-MESES-ENTRADA = SPACES
               MOVE 12 TO WS-MESES
           ELSE
               IF FUNCTION TRIM(WS-MESES-ENTRADA) IS NOT NUMERIC
                   DISPLAY 'QUANTIDADE DE MESES INVALIDA.'
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-MESES-ENTRADA) TO WS-MESES
           END-IF.
           IF WS-MESES = ZERO
               DISPLAY 'QUANTIDADE DE MESES INVALIDA.'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-TOTAL-MESES = WS-HOJE-ANO * 12
                                  + WS-HOJE-MES - 1 - WS-MESES.
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES.
           ADD 1 TO WS-CORTE-MES.
           MOVE WS-HOJE-DIA TO WS-CORTE-DIA.

           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF WS-FUN-ARQ-NOVO
               DISPLAY 'FUNCIONARIOS.DAT AINDA NAO EXISTE.'
               CLOSE ARQUIVO-FUNCIONARIOS
               EXIT PARAGRAPH
           END-IF.

           MOVE 'SEM-REAJUSTE' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'CPF            NOME' DELIMITED BY SIZE
                  '                           CARGO' DELIMITED BY SIZE
                  '                          SALARIO' DELIMITED BY SIZE
                  '  BASE           MESES' DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'SAL0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE WS-MESES TO WRK-REL-NUM-ED.
           STRING 'EMPREGADOS ATIVOS SEM AUMENTO DE SALARIO HA '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-REL-NUM-ED) DELIMITED BY SIZE
                  ' MESES OU MAIS (CORTE ' DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE ZERO TO WS-QTD-LISTADOS.
           PERFORM LER-FUNCIONARIO.
           PERFORM AVALIAR-EMPREGADO UNTIL WS-FUN-EOF.
           CLOSE ARQUIVO-FUNCIONARIOS.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-LISTADOS TO WRK-REL-NUM-ED.
           STRING 'EMPREGADOS LISTADOS....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.
           DISPLAY 'EMPREGADOS SEM REAJUSTE: ' WS-QTD-LISTADOS.

       AVALIAR-EMPREGADO.
           IF NOT REG-DESLIGADO
               PERFORM APURAR-ULTIMO-AUMENTO
               PERFORM CONFERIR-CORTE
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *> O HISTORICO VEM EM ORDEM DE VIGENCIA: O ULTIMO AUMENTO LIDO
      *> E O MAIS RECENTE. AUMENTO E SALARIO NOVO MAIOR QUE O
      *> ANTERIOR, EM QUALQUER MOTIVO MENOS A ADMISSAO.
       APURAR-ULTIMO-AUMENTO.
           MOVE SPACES TO WS-DATA-AUMENTO WS-DATA-ADMISSAO.
           MOVE REG-CPF TO WRK-HSL-CPF.
           PERFORM POSICIONAR-HISTORICO.
           PERFORM GUARDAR-DATAS UNTIL HSL-VARREDURA-FIM.

       GUARDAR-DATAS.
           IF HSL-ADMISSAO
               MOVE HSL-DATA-VIGENCIA TO WS-DATA-ADMISSAO
           ELSE
               IF HSL-SALARIO-NOVO > HSL-SALARIO-ANTERIOR
                   MOVE HSL-DATA-VIGENCIA TO WS-DATA-AUMENTO
               END-IF
           END-IF.
           PERFORM LER-HISTORICO-CPF.

       CONFERIR-CORTE.
           EVALUATE TRUE
               WHEN WS-DATA-AUMENTO NOT = SPACES
                   MOVE WS-DATA-AUMENTO TO WS-DATA-BASE
                   STRING 'AUMENTO ' DELIMITED BY SIZE
                          WS-DATA-AUMENTO DELIMITED BY SIZE
                       INTO WS-BASE-ED
                   END-STRING
               WHEN WS-DATA-ADMISSAO NOT = SPACES
                   MOVE WS-DATA-ADMISSAO TO WS-DATA-BASE
                   STRING 'ADMISS ' DELIMITED BY SIZE
                          WS-DATA-ADMISSAO DELIMITED BY SIZE
                       INTO WS-BASE-ED
                   END-STRING
               WHEN OTHER
                   MOVE LOW-VALUES TO WS-DATA-BASE
                   MOVE 'SEM HISTORICO' TO WS-BASE-ED
           END-EVALUATE.
           IF WS-DATA-BASE NOT < WS-DATA-CORTE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM MONTAR-NOME.
           MOVE REG-SALARIO TO WS-SALARIO-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           IF WS-DATA-BASE = LOW-VALUES
               STRING REG-CPF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOME(1:30) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-CARGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SALARIO-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BASE-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               COMPUTE WS-MESES-SEM = (WS-HOJE-ANO * 12 + WS-HOJE-MES)
                                    - (WS-BASE-ANO * 12 + WS-BASE-MES)
               MOVE WS-MESES-SEM TO WS-MESES-SEM-ED
               STRING REG-CPF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-NOME(1:30) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      REG-CARGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SALARIO-ED DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-BASE-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MESES-SEM-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY HISTSAL-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
