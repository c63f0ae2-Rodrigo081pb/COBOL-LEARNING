       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNT0001A.

      *> OBJETIVO: PONTO ELETRONICO. IMPORTA A EXPORTACAO DIARIA DO
      *> RELOGIO DE PONTO DA LOJA (CPF, DATA, HORA, ENTRADA/SAIDA)
      *> PARA MARCACOES-PONTO.DAT E CONCILIA UM DIA CONTRA O TURNO DA
      *> ESCALA (ESCALA-TURNOS.DAT, M 06-14, T 14-22, N 22-06 COM A
      *> SAIDA NO DIA SEGUINTE): ATRASO, SAIDA ANTECIPADA, MARCACAO
      *> FALTANTE, FALTA (ESCALADO SEM MARCACAO NENHUMA), HORA EXTRA
      *> REAL E TRABALHO FORA DA ESCALA, COM TOLERANCIA DE
      *> PONTO_TOLERANCIA_MIN MINUTOS (PADRAO 10). O RELATORIO SAI NO
      *> SPOOL (PONTO-CONCILIACAO). COM A CONFIRMACAO DO RH, CADA
      *> FALTA VAI PARA AUSENCIAS.DAT (ABS0001A, DESCONTO NA
      *> FolhaPagamento) E A HORA EXTRA REAL VAI PARA BANCO-HORAS.DAT
      *> COMO CREDITO DO DIA, PONDERADA COMO NO FOL0002A (20% NA
      *> NOITE, 50% NO SABADO/DOMINGO) -- NO LUGAR DA HORA EXTRA
      *> TEORICA QUE O FOL0002A DEDUZIA DA ESCALA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RELOGIO ASSIGN TO DYNAMIC WS-RELOGIO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

           SELECT ARQUIVO-PONTO ASSIGN TO DYNAMIC WS-PONTO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRC-CHAVE
               FILE STATUS IS WS-MRC-STATUS.

           SELECT ARQUIVO-ESCALA
               ASSIGN TO 'ESCALA-TURNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.

           SELECT ARQUIVO-FUNCIONARIOS
               ASSIGN TO 'FUNCIONARIOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUN-STATUS.

           SELECT ARQUIVO-AUSENCIAS
               ASSIGN TO DYNAMIC WS-AUSENCIAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUS-STATUS.

           SELECT ARQUIVO-BANCO-HORAS
               ASSIGN TO DYNAMIC WS-BANCO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNH-CHAVE
               FILE STATUS IS WS-BNH-STATUS.

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
      *> EXPORTACAO DO RELOGIO: UMA MARCACAO POR LINHA, CPF, DATA
      *> (AAAAMMDD), HORA (HHMM) E SENTIDO ('E' ENTRADA, 'S' SAIDA).
       FD ARQUIVO-RELOGIO.
       01 REGISTRO-RELOGIO.
           05 RLG-CPF     PIC X(14).
           05 RLG-DATA    PIC X(08).
           05 RLG-HORA.
               10 RLG-HH  PIC X(02).
               10 RLG-MM  PIC X(02).
           05 RLG-SENTIDO PIC X(01).

       FD ARQUIVO-PONTO.
           COPY PONTO-FD.CPY.

       FD ARQUIVO-ESCALA.
           COPY ESCALA-FD.CPY.

       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-AUSENCIAS.
       01 REGISTRO-AUSENCIA.
           05 AUS-EMPREGADO    PIC X(40).
           05 AUS-DATA         PIC X(08).
           05 AUS-JUSTIFICADA  PIC X(01).

       FD ARQUIVO-BANCO-HORAS.
           COPY BANCOHORAS-FD.CPY.

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
       01 WS-RLG-STATUS PIC XX.
           88 WS-RLG-OK       VALUE '00'.
           88 WS-RLG-EOF      VALUE '10'.
           88 WS-RLG-ARQ-NOVO VALUE '35'.

       01 WS-MRC-STATUS PIC XX.
           88 WS-MRC-OK       VALUE '00'.
           88 WS-MRC-EOF      VALUE '10'.
           88 WS-MRC-ARQ-NOVO VALUE '35'.

       01 WS-ESCALA-STATUS  PIC XX.
           88 WS-ESCALA-OK         VALUE '00'.
           88 WS-ESCALA-EOF        VALUE '10'.
           88 WS-ESCALA-ARQ-NOVO   VALUE '35'.

       01 WS-FUN-STATUS PIC XX.
           88 WS-FUN-OK       VALUE '00'.
           88 WS-FUN-EOF      VALUE '10'.
           88 WS-FUN-ARQ-NOVO VALUE '35'.

       01 WS-AUS-STATUS PIC XX.
           88 WS-AUS-OK       VALUE '00'.
           88 WS-AUS-EOF      VALUE '10'.
           88 WS-AUS-ARQ-NOVO VALUE '35'.

       01 WS-BNH-STATUS PIC XX.
           88 WS-BNH-OK       VALUE '00'.
           88 WS-BNH-ARQ-NOVO VALUE '35'.

      *> CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEL DE AMBIENTE (COM
      *> VALOR PADRAO CASO ELA NAO ESTEJA DEFINIDA).
       01 WS-RELOGIO-PATH   PIC X(100).
       01 WS-PONTO-PATH     PIC X(100).
       01 WS-AUSENCIAS-PATH PIC X(100).
       01 WS-BANCO-PATH     PIC X(100).

       01 WS-CONTINUAR  PIC X(01) VALUE 'S'.
       01 WS-OPCAO      PIC X(01).
       01 WS-RESPOSTA   PIC X(01).
       01 WS-DATA-HOJE  PIC X(08).
       01 WS-DATA-NUM   PIC 9(08).

      *> TOLERANCIA DE MARCACAO EM MINUTOS (PONTO_TOLERANCIA_MIN).
       01 WS-TOLERANCIA-ENT PIC X(03).
       01 WS-TOLERANCIA     PIC 9(03) VALUE 10.

      *> IMPORTACAO.
       01 WS-QTD-LINHAS     PIC 9(05) VALUE ZERO.
       01 WS-QTD-IMPORTADAS PIC 9(05) VALUE ZERO.
       01 WS-QTD-REPETIDAS  PIC 9(05) VALUE ZERO.
       01 WS-QTD-REJEITADAS PIC 9(05) VALUE ZERO.
       01 WS-MOTIVO-REJEICAO PIC X(30).

      *> DIA CONCILIADO: A DATA, O DIA SEGUINTE (SAIDA DO TURNO DA
      *> NOITE), O DIA DA SEMANA (1=SEG ... 7=DOM) E A SEGUNDA-FEIRA
      *> QUE IDENTIFICA A SEMANA NA ESCALA.
       01 WS-DATA-ALVO    PIC X(08).
       01 WS-DATA-SEGUINTE PIC X(08).
       01 WS-DATA-INT     PIC 9(08) COMP.
       01 WS-DIA-SEMANA   PIC 9(01).
       01 WS-SEMANA       PIC X(08).

      *> ESCALA EFETIVA DA SEMANA: EMPREGADO (PELO CPF) X DIA, COM O
      *> ULTIMO REGISTRO DO MESMO EMPREGADO/DIA PREVALECENDO -- A
      *> MESMA CONSOLIDACAO DO FOL0002A.
       01 WS-EFE-TABELA.
           05 WS-EFE-ITEM OCCURS 200 TIMES.
               10 WS-EFE-CPF  PIC X(14).
               10 WS-EFE-NOME PIC X(20).
               10 WS-EFE-DIAS.
                   15 WS-EFE-TURNO-DIA OCCURS 7 TIMES PIC X.
       01 WS-EFE-QTD PIC 9(03) COMP VALUE 0.
       01 WS-EFE-IDX PIC 9(03) COMP VALUE 0.
       01 WS-EFE-POS PIC 9(03) COMP VALUE 0.
       01 WS-CPF-BUSCA PIC X(14).

      *> NOMES DE FUNCIONARIOS.DAT PELO CPF: A AUSENCIA E GRAVADA
      *> COM O NOME DO CADASTRO, QUE E COMO A FOLHA A CASA.
       01 WS-FUNC-TABELA.
           05 WS-FUNC-ITEM OCCURS 200 TIMES.
               10 WS-FUNC-CPF  PIC X(14).
               10 WS-FUNC-NOME PIC X(40).
       01 WS-FUNC-QTD PIC 9(03) COMP VALUE 0.
       01 WS-FUNC-IDX PIC 9(03) COMP VALUE 0.
       01 WS-FUNC-POS PIC 9(03) COMP VALUE 0.

      *> EMPREGADOS COM ENTRADA NO DIA SEM TURNO NA ESCALA.
       01 WS-FORA-TABELA.
           05 WS-FORA-CPF OCCURS 200 TIMES PIC X(14).
       01 WS-FORA-QTD PIC 9(03) COMP VALUE 0.
       01 WS-FORA-IDX PIC 9(03) COMP VALUE 0.
       01 WS-FORA-ACHADO PIC X(01).
           88 JA-ESTA-FORA VALUE 'S'.

      *> MARCACOES DO EMPREGADO NO DIA, EM MINUTOS DESDE A
      *> MEIA-NOITE DO DIA CONCILIADO (SAIDA NO DIA SEGUINTE SOMA
      *> 1440).
       01 WS-TURNO        PIC X(01).
       01 WS-NOME-ATUAL   PIC X(20).
       01 WS-INICIO-MIN   PIC 9(04).
       01 WS-FIM-MIN      PIC 9(04).
       01 WS-ENTRADA-MIN  PIC 9(04).
       01 WS-SAIDA-MIN    PIC 9(04).
       01 WS-MARCACAO-MIN PIC 9(04).
       01 WS-HH-NUM       PIC 9(02).
       01 WS-MM-NUM       PIC 9(02).
       01 WS-TEM-ENTRADA  PIC X(01).
           88 TEM-ENTRADA VALUE 'S'.
       01 WS-TEM-SAIDA    PIC X(01).
           88 TEM-SAIDA VALUE 'S'.
       01 WS-FIM-MARCACOES PIC X(01).
           88 FIM-DAS-MARCACOES VALUE 'S'.
       01 WS-TRABALHADO-MIN PIC S9(05).
       01 WS-DIFERENCA-MIN  PIC S9(05).
       01 WS-EXTRA-MIN      PIC S9(05).
       01 WS-FATOR          PIC 9(01)V99.

       01 WS-OCORRENCIA   PIC X(30).
       01 WS-MIN-ED       PIC ZZZ9.
       01 WS-HORA-AUX     PIC 9(04).
       01 WS-HORA-ED.
           05 WS-HORA-ED-HH PIC 9(02).
           05 FILLER        PIC X(01) VALUE ':'.
           05 WS-HORA-ED-MM PIC 9(02).
       01 WS-ENTRADA-ED   PIC X(05).
       01 WS-SAIDA-ED     PIC X(05).

       01 WS-QTD-ATRASOS    PIC 9(04) VALUE ZERO.
       01 WS-QTD-ANTECIPADAS PIC 9(04) VALUE ZERO.
       01 WS-QTD-FALTANTES  PIC 9(04) VALUE ZERO.
       01 WS-QTD-FORA       PIC 9(04) VALUE ZERO.

      *> A LANCAR COM A CONFIRMACAO DO RH.
       01 WS-FLT-TABELA.
           05 WS-FLT-ITEM OCCURS 200 TIMES.
               10 WS-FLT-CPF  PIC X(14).
               10 WS-FLT-NOME PIC X(40).
       01 WS-FLT-QTD PIC 9(03) COMP VALUE 0.
       01 WS-FLT-IDX PIC 9(03) COMP VALUE 0.

       01 WS-EXT-TABELA.
           05 WS-EXT-ITEM OCCURS 200 TIMES.
               10 WS-EXT-CPF   PIC X(14).
               10 WS-EXT-NOME  PIC X(20).
               10 WS-EXT-MIN   PIC 9(04).
               10 WS-EXT-HORAS PIC 9(03)V99.
       01 WS-EXT-QTD PIC 9(03) COMP VALUE 0.
       01 WS-EXT-IDX PIC 9(03) COMP VALUE 0.
       01 WS-TOTAL-EXTRAS PIC 9(05)V99 VALUE ZERO.
       01 WS-HORAS-ED     PIC ZZ9.99.

       01 WS-JUSTIFICADA PIC X(01).
       01 WS-AUS-JA-LANCADA PIC X(01).
           88 AUSENCIA-JA-LANCADA VALUE 'S'.
       01 WS-QTD-AUS-LANCADAS PIC 9(04) VALUE ZERO.
       01 WS-QTD-BNH-LANCADOS PIC 9(04) VALUE ZERO.
       01 WS-CREDITO-GRAVADO PIC X(01).
           88 CREDITO-GRAVADO VALUE 'S'.

           COPY RELATORIO-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '    PNT0001A - PONTO ELETRONICO                 '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'PNT0001A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WS-RELOGIO-PATH FROM ENVIRONMENT 'PONTO_RELOGIO_PATH'.
           IF WS-RELOGIO-PATH = SPACES
               MOVE 'PONTO-RELOGIO.TXT' TO WS-RELOGIO-PATH
           END-IF.
           ACCEPT WS-PONTO-PATH
               FROM ENVIRONMENT 'MARCACOES_PONTO_PATH'.
           IF WS-PONTO-PATH = SPACES
               MOVE 'MARCACOES-PONTO.DAT' TO WS-PONTO-PATH
           END-IF.
           ACCEPT WS-AUSENCIAS-PATH
               FROM ENVIRONMENT 'AUSENCIAS_DAT_PATH'.
           IF WS-AUSENCIAS-PATH = SPACES
               MOVE 'AUSENCIAS.DAT' TO WS-AUSENCIAS-PATH
           END-IF.
           ACCEPT WS-BANCO-PATH FROM ENVIRONMENT 'BANCO_HORAS_PATH'.
           IF WS-BANCO-PATH = SPACES
               MOVE 'BANCO-HORAS.DAT' TO WS-BANCO-PATH
           END-IF.
           ACCEPT WS-TOLERANCIA-ENT
               FROM ENVIRONMENT 'PONTO_TOLERANCIA_MIN'.
           IF WS-TOLERANCIA-ENT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TOLERANCIA-ENT) TO WS-TOLERANCIA
           END-IF.

           OPEN I-O ARQUIVO-PONTO.
           IF WS-MRC-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-PONTO
               CLOSE ARQUIVO-PONTO
               OPEN I-O ARQUIVO-PONTO
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM MENU-PRINCIPAL UNTIL WS-CONTINUAR = 'N'.

           CLOSE ARQUIVO-PONTO.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY '(I)MPORTAR O RELOGIO, (C)ONCILIAR UM DIA OU '
                   '(S)AIR? '.
           ACCEPT WS-OPCAO.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN 'I'
                   PERFORM IMPORTAR-MARCACOES
               WHEN 'C'
                   PERFORM CONCILIAR-DIA
               WHEN 'S'
                   MOVE 'N' TO WS-CONTINUAR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> IMPORTACAO: LINHA INVALIDA E LISTADA E FICA DE FORA;
      *> MARCACAO JA IMPORTADA (MESMA CHAVE) E CONTADA E IGNORADA.
      *> ---------------------------------------------------------
       IMPORTAR-MARCACOES.
           MOVE ZERO TO WS-QTD-LINHAS WS-QTD-IMPORTADAS
                        WS-QTD-REPETIDAS WS-QTD-REJEITADAS.
           OPEN INPUT ARQUIVO-RELOGIO.
           IF WS-RLG-ARQ-NOVO
               DISPLAY 'EXPORTACAO DO RELOGIO NAO ENCONTRADA: '
                       FUNCTION TRIM(WS-RELOGIO-PATH)
               CLOSE ARQUIVO-RELOGIO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-RELOGIO.
           PERFORM IMPORTAR-LINHA UNTIL WS-RLG-EOF.
           CLOSE ARQUIVO-RELOGIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' LINHAS LIDAS.............: ' WS-QTD-LINHAS.
           DISPLAY ' MARCACOES IMPORTADAS.....: ' WS-QTD-IMPORTADAS.
           DISPLAY ' JA IMPORTADAS ANTES......: ' WS-QTD-REPETIDAS.
           DISPLAY ' LINHAS REJEITADAS........: ' WS-QTD-REJEITADAS.
           DISPLAY '------------------------------------------------'.

       LER-RELOGIO.
           READ ARQUIVO-RELOGIO.

       IMPORTAR-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE FUNCTION UPPER-CASE(RLG-SENTIDO) TO RLG-SENTIDO.
           PERFORM VALIDAR-LINHA-RELOGIO.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY 'LINHA ' WS-QTD-LINHAS ' REJEITADA: '
                       WS-MOTIVO-REJEICAO
           ELSE
               MOVE RLG-CPF      TO MRC-CPF
               MOVE RLG-DATA     TO MRC-DATA
               MOVE RLG-HORA     TO MRC-HORA
               MOVE RLG-SENTIDO  TO MRC-SENTIDO
               MOVE WS-DATA-HOJE TO MRC-DATA-IMPORTACAO
               MOVE WRK-OPE-ID   TO MRC-OPERADOR
               WRITE REGISTRO-MARCACAO
                   INVALID KEY
                       ADD 1 TO WS-QTD-REPETIDAS
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-IMPORTADAS
               END-WRITE
           END-IF.
           PERFORM LER-RELOGIO.

       VALIDAR-LINHA-RELOGIO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           EVALUATE TRUE
               WHEN RLG-CPF = SPACES
                   MOVE 'CPF EM BRANCO' TO WS-MOTIVO-REJEICAO
               WHEN RLG-DATA IS NOT NUMERIC
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEICAO
               WHEN RLG-HORA IS NOT NUMERIC
                   MOVE 'HORA INVALIDA' TO WS-MOTIVO-REJEICAO
               WHEN RLG-HH > '23' OR RLG-MM > '59'
                   MOVE 'HORA INVALIDA' TO WS-MOTIVO-REJEICAO
               WHEN RLG-SENTIDO NOT = 'E' AND RLG-SENTIDO NOT = 'S'
                   MOVE 'SENTIDO DIFERENTE DE E/S'
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE RLG-DATA TO WS-DATA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM)
                          NOT = ZERO
                       MOVE 'DATA INVALIDA' TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.

      *> ---------------------------------------------------------
      *> CONCILIACAO DE UM DIA CONTRA A ESCALA.
      *> ---------------------------------------------------------
       CONCILIAR-DIA.
           DISPLAY 'DATA A CONCILIAR (AAAAMMDD, ENTER = ONTEM): '.
           ACCEPT WS-DATA-ALVO.
           MOVE WS-DATA-HOJE TO WS-DATA-NUM.
           IF WS-DATA-ALVO = SPACES
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
                   TO WS-DATA-NUM
               MOVE WS-DATA-NUM TO WS-DATA-ALVO
           END-IF.
           IF WS-DATA-ALVO IS NOT NUMERIC
               DISPLAY 'DATA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATA-ALVO TO WS-DATA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) NOT = ZERO
               DISPLAY 'DATA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATA-ALVO NOT < WS-DATA-HOJE
               DISPLAY 'SO DIA JA ENCERRADO PODE SER CONCILIADO.'
               EXIT PARAGRAPH
           END-IF.

      *> 01/01/1601, DIA 1 DO CALENDARIO, FOI UMA SEGUNDA-FEIRA.
           COMPUTE WS-DATA-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DATA-INT, 7).
           IF WS-DIA-SEMANA = ZERO
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATA-INT + 1)
               TO WS-DATA-NUM.
           MOVE WS-DATA-NUM TO WS-DATA-SEGUINTE.
           MOVE FUNCTION DATE-OF-INTEGER
                    (WS-DATA-INT - WS-DIA-SEMANA + 1)
               TO WS-DATA-NUM.
           MOVE WS-DATA-NUM TO WS-SEMANA.

           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-SEMANA.
           IF WS-EFE-QTD = ZERO
               DISPLAY 'AVISO: NENHUM EMPREGADO COM CPF NA ESCALA DA '
                       'SEMANA ' WS-SEMANA '.'
           END-IF.

           MOVE ZERO TO WS-QTD-ATRASOS WS-QTD-ANTECIPADAS
                        WS-QTD-FALTANTES WS-QTD-FORA
                        WS-FLT-QTD WS-EXT-QTD WS-FORA-QTD
                        WS-TOTAL-EXTRAS.

           MOVE 'PONTO-CONCILIACAO' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           STRING 'CPF            EMPREGADO            T ENTR. '
                      DELIMITED BY SIZE
                  'SAIDA OCORRENCIA' DELIMITED BY SIZE
               INTO WRK-REL-CABECALHO
           END-STRING.
           MOVE 'PNT0001A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.
           STRING 'CONCILIACAO DO PONTO DE ' DELIMITED BY SIZE
                  WS-DATA-ALVO DELIMITED BY SIZE
                  ' CONTRA A ESCALA DA SEMANA ' DELIMITED BY SIZE
                  WS-SEMANA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM CONCILIAR-ESCALADO
               VARYING WS-EFE-IDX FROM 1 BY 1
               UNTIL WS-EFE-IDX > WS-EFE-QTD.

           PERFORM PROCURAR-FORA-DA-ESCALA.
           PERFORM CONCILIAR-FORA-DA-ESCALA
               VARYING WS-FORA-IDX FROM 1 BY 1
               UNTIL WS-FORA-IDX > WS-FORA-QTD.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-ATRASOS TO WRK-REL-NUM-ED.
           STRING 'ATRASOS..................: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-ANTECIPADAS TO WRK-REL-NUM-ED.
           STRING 'SAIDAS ANTECIPADAS.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-FALTANTES TO WRK-REL-NUM-ED.
           STRING 'MARCACOES FALTANTES......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-FLT-QTD TO WRK-REL-NUM-ED.
           STRING 'FALTAS (SEM MARCACAO)....: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-FORA TO WRK-REL-NUM-ED.
           STRING 'TRABALHO FORA DA ESCALA..: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-TOTAL-EXTRAS TO WS-HORAS-ED.
           STRING 'HORAS EXTRAS PONDERADAS..: ' DELIMITED BY SIZE
                  WS-HORAS-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' ATRASOS..................: ' WS-QTD-ATRASOS.
           DISPLAY ' SAIDAS ANTECIPADAS.......: ' WS-QTD-ANTECIPADAS.
           DISPLAY ' MARCACOES FALTANTES......: ' WS-QTD-FALTANTES.
           DISPLAY ' FALTAS (SEM MARCACAO)....: ' WS-FLT-QTD.
           DISPLAY ' TRABALHO FORA DA ESCALA..: ' WS-QTD-FORA.
           DISPLAY ' HORAS EXTRAS PONDERADAS..: ' WS-HORAS-ED.
           DISPLAY ' RELATORIO NO SPOOL (PONTO-CONCILIACAO).'.
           DISPLAY '------------------------------------------------'.

           PERFORM CONFIRMAR-FALTAS.
           PERFORM CONFIRMAR-HORAS-EXTRAS.

      *> UM ESCALADO NO DIA: TURNO, JANELA DO TURNO E MARCACOES.
       CONCILIAR-ESCALADO.
           MOVE WS-EFE-TURNO-DIA(WS-EFE-IDX WS-DIA-SEMANA) TO WS-TURNO.
           IF WS-TURNO = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFE-CPF(WS-EFE-IDX)  TO WS-CPF-BUSCA.
           MOVE WS-EFE-NOME(WS-EFE-IDX) TO WS-NOME-ATUAL.
           EVALUATE WS-TURNO
               WHEN 'M'
                   MOVE 0360 TO WS-INICIO-MIN
                   MOVE 0840 TO WS-FIM-MIN
               WHEN 'T'
                   MOVE 0840 TO WS-INICIO-MIN
                   MOVE 1320 TO WS-FIM-MIN
               WHEN 'N'
                   MOVE 1320 TO WS-INICIO-MIN
                   MOVE 1800 TO WS-FIM-MIN
               WHEN OTHER
                   DISPLAY 'AVISO: TURNO INVALIDO (' WS-TURNO ') PARA '
                           WS-NOME-ATUAL '. NAO CONCILIADO.'
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM COLETAR-MARCACOES.
           PERFORM FORMATAR-MARCACOES.

           IF NOT TEM-ENTRADA AND NOT TEM-SAIDA
               MOVE 'FALTA - SEM MARCACAO' TO WS-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
               PERFORM GUARDAR-FALTA
               EXIT PARAGRAPH
           END-IF.
           IF NOT TEM-ENTRADA
               ADD 1 TO WS-QTD-FALTANTES
               MOVE 'SEM MARCACAO DE ENTRADA' TO WS-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF.
           IF NOT TEM-SAIDA
               ADD 1 TO WS-QTD-FALTANTES
               MOVE 'SEM MARCACAO DE SAIDA' TO WS-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFERENCA-MIN = WS-ENTRADA-MIN - WS-INICIO-MIN.
           IF WS-DIFERENCA-MIN > WS-TOLERANCIA
               ADD 1 TO WS-QTD-ATRASOS
               MOVE WS-DIFERENCA-MIN TO WS-MIN-ED
               MOVE SPACES TO WS-OCORRENCIA
               STRING 'ATRASO DE ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-ED) DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                   INTO WS-OCORRENCIA
               END-STRING
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.
           COMPUTE WS-DIFERENCA-MIN = WS-FIM-MIN - WS-SAIDA-MIN.
           IF WS-DIFERENCA-MIN > WS-TOLERANCIA
               ADD 1 TO WS-QTD-ANTECIPADAS
               MOVE WS-DIFERENCA-MIN TO WS-MIN-ED
               MOVE SPACES TO WS-OCORRENCIA
               STRING 'SAIDA ANTECIPADA ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-ED) DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                   INTO WS-OCORRENCIA
               END-STRING
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.

      *> HORA EXTRA REAL: O QUE PASSOU DAS 8 HORAS DO TURNO ALEM DA
      *> TOLERANCIA.
           COMPUTE WS-TRABALHADO-MIN = WS-SAIDA-MIN - WS-ENTRADA-MIN.
           COMPUTE WS-EXTRA-MIN = WS-TRABALHADO-MIN - 480.
           IF WS-EXTRA-MIN > WS-TOLERANCIA
               PERFORM GUARDAR-HORA-EXTRA
               MOVE WS-EXTRA-MIN TO WS-MIN-ED
               MOVE SPACES TO WS-OCORRENCIA
               STRING 'HORA EXTRA ' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-ED) DELIMITED BY SIZE
                      ' MIN' DELIMITED BY SIZE
                   INTO WS-OCORRENCIA
               END-STRING
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.

      *> LE AS MARCACOES DO CPF A PARTIR DO DIA CONCILIADO. NO TURNO
      *> DA NOITE A ENTRADA E A PRIMEIRA DEPOIS DO MEIO-DIA E A SAIDA
      *> E A ULTIMA DA MANHA SEGUINTE; NOS DEMAIS, A PRIMEIRA ENTRADA
      *> E A ULTIMA SAIDA DO DIA (SAIDA DE MADRUGADA ANTES DE
      *> QUALQUER ENTRADA E O FIM DO TURNO DA NOITE ANTERIOR).
       COLETAR-MARCACOES.
           MOVE 'N' TO WS-TEM-ENTRADA WS-TEM-SAIDA WS-FIM-MARCACOES.
           MOVE ZERO TO WS-ENTRADA-MIN WS-SAIDA-MIN.
           MOVE WS-CPF-BUSCA TO MRC-CPF.
           MOVE WS-DATA-ALVO TO MRC-DATA.
           MOVE LOW-VALUES   TO MRC-HORA MRC-SENTIDO.
           START ARQUIVO-PONTO KEY NOT < MRC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MARCACOES
               NOT INVALID KEY
                   PERFORM LER-MARCACAO-CPF
           END-START.
           PERFORM ANALISAR-MARCACAO UNTIL FIM-DAS-MARCACOES.

       LER-MARCACAO-CPF.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-MARCACOES
           END-READ.
           IF NOT FIM-DAS-MARCACOES
               IF MRC-CPF NOT = WS-CPF-BUSCA
                  OR MRC-DATA > WS-DATA-SEGUINTE
                   MOVE 'S' TO WS-FIM-MARCACOES
               END-IF
           END-IF.

       ANALISAR-MARCACAO.
           MOVE MRC-HORA(1:2) TO WS-HH-NUM.
           MOVE MRC-HORA(3:2) TO WS-MM-NUM.
           COMPUTE WS-MARCACAO-MIN = WS-HH-NUM * 60 + WS-MM-NUM.
           IF MRC-DATA = WS-DATA-SEGUINTE
               ADD 1440 TO WS-MARCACAO-MIN
           END-IF.
           IF WS-TURNO = 'N'
               IF MRC-ENTRADA AND NOT TEM-ENTRADA
                  AND MRC-DATA = WS-DATA-ALVO
                  AND WS-MARCACAO-MIN NOT < 720
                   MOVE 'S' TO WS-TEM-ENTRADA
                   MOVE WS-MARCACAO-MIN TO WS-ENTRADA-MIN
               END-IF
               IF MRC-SAIDA AND MRC-DATA = WS-DATA-SEGUINTE
                  AND WS-MARCACAO-MIN < 2160
                   MOVE 'S' TO WS-TEM-SAIDA
                   MOVE WS-MARCACAO-MIN TO WS-SAIDA-MIN
               END-IF
           ELSE
               IF MRC-DATA = WS-DATA-ALVO
                   IF MRC-ENTRADA AND NOT TEM-ENTRADA
                       MOVE 'S' TO WS-TEM-ENTRADA
                       MOVE WS-MARCACAO-MIN TO WS-ENTRADA-MIN
                   END-IF
                   IF MRC-SAIDA
                      AND (TEM-ENTRADA OR WS-MARCACAO-MIN > 360)
                       MOVE 'S' TO WS-TEM-SAIDA
                       MOVE WS-MARCACAO-MIN TO WS-SAIDA-MIN
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-MARCACAO-CPF.

       FORMATAR-MARCACOES.
           MOVE '--:--' TO WS-ENTRADA-ED WS-SAIDA-ED.
           IF TEM-ENTRADA
               MOVE WS-ENTRADA-MIN TO WS-HORA-AUX
               PERFORM FORMATAR-HORA
               MOVE WS-HORA-ED TO WS-ENTRADA-ED
           END-IF.
           IF TEM-SAIDA
               MOVE WS-SAIDA-MIN TO WS-HORA-AUX
               PERFORM FORMATAR-HORA
               MOVE WS-HORA-ED TO WS-SAIDA-ED
           END-IF.

       FORMATAR-HORA.
           IF WS-HORA-AUX NOT < 1440
               SUBTRACT 1440 FROM WS-HORA-AUX
           END-IF.
           DIVIDE WS-HORA-AUX BY 60 GIVING WS-HORA-ED-HH
               REMAINDER WS-HORA-ED-MM.

       IMPRIMIR-OCORRENCIA.
           STRING WS-CPF-BUSCA  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-NOME-ATUAL DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-TURNO      DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-ENTRADA-ED DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-SAIDA-ED   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WS-OCORRENCIA DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

       GUARDAR-FALTA.
           IF WS-FLT-QTD < 200
               ADD 1 TO WS-FLT-QTD
               MOVE WS-CPF-BUSCA TO WS-FLT-CPF(WS-FLT-QTD)
               PERFORM LOCALIZAR-FUNCIONARIO
               IF WS-FUNC-POS = ZERO
                   MOVE WS-NOME-ATUAL TO WS-FLT-NOME(WS-FLT-QTD)
               ELSE
                   MOVE WS-FUNC-NOME(WS-FUNC-POS)
                       TO WS-FLT-NOME(WS-FLT-QTD)
               END-IF
           ELSE
               DISPLAY 'AVISO: TABELA DE FALTAS CHEIA (200).'
           END-IF.

      *> A HORA EXTRA VAI PONDERADA PELOS ADICIONAIS DO FOL0002A:
      *> 20% NO TURNO DA NOITE E 50% NO SABADO/DOMINGO, CUMULATIVOS.
       GUARDAR-HORA-EXTRA.
           MOVE 1 TO WS-FATOR.
           IF WS-TURNO = 'N'
               ADD 0.20 TO WS-FATOR
           END-IF.
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 7
               ADD 0.50 TO WS-FATOR
           END-IF.
           IF WS-EXT-QTD < 200
               ADD 1 TO WS-EXT-QTD
               MOVE WS-CPF-BUSCA  TO WS-EXT-CPF(WS-EXT-QTD)
               MOVE WS-NOME-ATUAL TO WS-EXT-NOME(WS-EXT-QTD)
               MOVE WS-EXTRA-MIN  TO WS-EXT-MIN(WS-EXT-QTD)
               COMPUTE WS-EXT-HORAS(WS-EXT-QTD) ROUNDED =
                   WS-EXTRA-MIN / 60 * WS-FATOR
               ADD WS-EXT-HORAS(WS-EXT-QTD) TO WS-TOTAL-EXTRAS
           ELSE
               DISPLAY 'AVISO: TABELA DE HORAS EXTRAS CHEIA (200).'
           END-IF.

      *> VARRE AS MARCACOES DO DIA ATRAS DE ENTRADA DE QUEM NAO TEM
      *> TURNO NA ESCALA (FOLGA OU FORA DA ESCALA DA SEMANA).
       PROCURAR-FORA-DA-ESCALA.
           MOVE 'N' TO WS-FIM-MARCACOES.
           MOVE LOW-VALUES TO MRC-CHAVE.
           START ARQUIVO-PONTO KEY NOT < MRC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-MARCACOES
           END-START.
           PERFORM LER-MARCACAO-TODAS.
           PERFORM CONFERIR-MARCACAO-FORA UNTIL FIM-DAS-MARCACOES.

       LER-MARCACAO-TODAS.
           IF NOT FIM-DAS-MARCACOES
               READ ARQUIVO-PONTO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-MARCACOES
               END-READ
           END-IF.

       CONFERIR-MARCACAO-FORA.
           IF MRC-DATA = WS-DATA-ALVO AND MRC-ENTRADA
               MOVE MRC-CPF TO WS-CPF-BUSCA
               PERFORM LOCALIZAR-EMPREGADO
               IF WS-EFE-POS = ZERO
                   PERFORM GUARDAR-FORA
               ELSE
                   IF WS-EFE-TURNO-DIA(WS-EFE-POS WS-DIA-SEMANA)
                      = SPACE
                       PERFORM GUARDAR-FORA
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-MARCACAO-TODAS.

       GUARDAR-FORA.
           MOVE 'N' TO WS-FORA-ACHADO.
           PERFORM COMPARAR-FORA
               VARYING WS-FORA-IDX FROM 1 BY 1
               UNTIL WS-FORA-IDX > WS-FORA-QTD OR JA-ESTA-FORA.
           IF NOT JA-ESTA-FORA
               IF WS-FORA-QTD < 200
                   ADD 1 TO WS-FORA-QTD
                   MOVE WS-CPF-BUSCA TO WS-FORA-CPF(WS-FORA-QTD)
               ELSE
                   DISPLAY 'AVISO: TABELA FORA DA ESCALA CHEIA (200).'
               END-IF
           END-IF.

       COMPARAR-FORA.
           IF WS-FORA-CPF(WS-FORA-IDX) = WS-CPF-BUSCA
               MOVE 'S' TO WS-FORA-ACHADO
           END-IF.

      *> TRABALHO FORA DA ESCALA: TODO O TEMPO ENTRE A ENTRADA E A
      *> SAIDA DO DIA E HORA EXTRA.
       CONCILIAR-FORA-DA-ESCALA.
           ADD 1 TO WS-QTD-FORA.
           MOVE WS-FORA-CPF(WS-FORA-IDX) TO WS-CPF-BUSCA.
           MOVE SPACE TO WS-TURNO.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-FUNC-POS = ZERO
               MOVE 'SEM CADASTRO' TO WS-NOME-ATUAL
           ELSE
               MOVE WS-FUNC-NOME(WS-FUNC-POS) TO WS-NOME-ATUAL
           END-IF.
           PERFORM COLETAR-MARCACOES.
           PERFORM FORMATAR-MARCACOES.
           IF NOT TEM-SAIDA OR WS-SAIDA-MIN NOT > WS-ENTRADA-MIN
               ADD 1 TO WS-QTD-FALTANTES
               MOVE 'FORA DA ESCALA - SEM SAIDA' TO WS-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EXTRA-MIN = WS-SAIDA-MIN - WS-ENTRADA-MIN.
           MOVE WS-EXTRA-MIN TO WS-MIN-ED.
           MOVE SPACES TO WS-OCORRENCIA.
           STRING 'FORA DA ESCALA ' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-ED) DELIMITED BY SIZE
                  ' MIN' DELIMITED BY SIZE
               INTO WS-OCORRENCIA
           END-STRING.
           PERFORM IMPRIMIR-OCORRENCIA.
           IF WS-EXTRA-MIN > WS-TOLERANCIA
               PERFORM GUARDAR-HORA-EXTRA
           END-IF.

      *> ---------------------------------------------------------
      *> CONFIRMACAO DO RH: CADA FALTA E DECIDIDA UMA A UMA (PODE
      *> HAVER ATESTADO); AS HORAS EXTRAS VAO EM BLOCO.
      *> ---------------------------------------------------------
       CONFIRMAR-FALTAS.
           IF WS-FLT-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-QTD-AUS-LANCADAS.
           PERFORM CONFIRMAR-FALTA
               VARYING WS-FLT-IDX FROM 1 BY 1
               UNTIL WS-FLT-IDX > WS-FLT-QTD.
           DISPLAY 'FALTAS LANCADAS EM AUSENCIAS.DAT: '
                   WS-QTD-AUS-LANCADAS.

       CONFIRMAR-FALTA.
           DISPLAY 'FALTA EM ' WS-DATA-ALVO ': '
                   WS-FLT-NOME(WS-FLT-IDX).
           PERFORM PEDIR-DECISAO-FALTA.
           IF WS-JUSTIFICADA = 'I'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-AUSENCIA-LANCADA.
           IF AUSENCIA-JA-LANCADA
               DISPLAY 'FALTA JA ESTAVA EM AUSENCIAS.DAT.'
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND ARQUIVO-AUSENCIAS.
           IF WS-AUS-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-AUSENCIAS
               CLOSE ARQUIVO-AUSENCIAS
               OPEN EXTEND ARQUIVO-AUSENCIAS
           END-IF.
           MOVE WS-FLT-NOME(WS-FLT-IDX) TO AUS-EMPREGADO.
           MOVE WS-DATA-ALVO            TO AUS-DATA.
           MOVE WS-JUSTIFICADA          TO AUS-JUSTIFICADA.
           WRITE REGISTRO-AUSENCIA.
           CLOSE ARQUIVO-AUSENCIAS.
           ADD 1 TO WS-QTD-AUS-LANCADAS.

       PEDIR-DECISAO-FALTA.
           DISPLAY 'LANCAR COMO (N)AO JUSTIFICADA, (S) JUSTIFICADA '
                   'OU (I)GNORAR? '.
           ACCEPT WS-JUSTIFICADA.
           MOVE FUNCTION UPPER-CASE(WS-JUSTIFICADA) TO WS-JUSTIFICADA.
           IF WS-JUSTIFICADA NOT = 'N' AND WS-JUSTIFICADA NOT = 'S'
              AND WS-JUSTIFICADA NOT = 'I'
               DISPLAY 'RESPONDA N, S OU I.'
               PERFORM PEDIR-DECISAO-FALTA
           END-IF.

      *> A MESMA FALTA (NOME + DATA) NAO ENTRA DUAS VEZES QUANDO O
      *> DIA E CONCILIADO DE NOVO.
       VERIFICAR-AUSENCIA-LANCADA.
           MOVE 'N' TO WS-AUS-JA-LANCADA.
           OPEN INPUT ARQUIVO-AUSENCIAS.
           IF NOT WS-AUS-ARQ-NOVO
               PERFORM LER-AUSENCIA
               PERFORM CONFERIR-AUSENCIA
                   UNTIL WS-AUS-EOF OR AUSENCIA-JA-LANCADA
           END-IF.
           CLOSE ARQUIVO-AUSENCIAS.

       LER-AUSENCIA.
           READ ARQUIVO-AUSENCIAS.

       CONFERIR-AUSENCIA.
           IF AUS-EMPREGADO = WS-FLT-NOME(WS-FLT-IDX)
              AND AUS-DATA = WS-DATA-ALVO
               MOVE 'S' TO WS-AUS-JA-LANCADA
           ELSE
               PERFORM LER-AUSENCIA
           END-IF.

       CONFIRMAR-HORAS-EXTRAS.
           IF WS-EXT-QTD = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOTAL-EXTRAS TO WS-HORAS-ED.
           DISPLAY 'LANCAR ' WS-HORAS-ED ' HORAS EXTRAS PONDERADAS ('
                   WS-EXT-QTD ' EMPREGADO(S)) EM BANCO-HORAS.DAT? '
                   '(S/N) '.
           ACCEPT WS-RESPOSTA.
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA.
           IF WS-RESPOSTA NOT = 'S'
               DISPLAY 'HORAS EXTRAS NAO LANCADAS.'
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O ARQUIVO-BANCO-HORAS.
           IF WS-BNH-ARQ-NOVO
               OPEN OUTPUT ARQUIVO-BANCO-HORAS
               CLOSE ARQUIVO-BANCO-HORAS
               OPEN I-O ARQUIVO-BANCO-HORAS
           END-IF.
           MOVE ZERO TO WS-QTD-BNH-LANCADOS.
           PERFORM GRAVAR-CREDITO-BANCO
               VARYING WS-EXT-IDX FROM 1 BY 1
               UNTIL WS-EXT-IDX > WS-EXT-QTD.
           CLOSE ARQUIVO-BANCO-HORAS.
           DISPLAY 'CREDITOS LANCADOS EM BANCO-HORAS.DAT: '
                   WS-QTD-BNH-LANCADOS.

      *> O CREDITO E CHAVEADO PELO DIA CONCILIADO: CONCILIAR O MESMO
      *> DIA DE NOVO SUBSTITUI O CREDITO EM VEZ DE BANCAR AS MESMAS
      *> HORAS DUAS VEZES. CHAVE OCUPADA POR OUTRO TIPO DE MOVIMENTO
      *> SO AVANCA A SEQUENCIA (A MESMA REGRA DO FOL0002A).
       GRAVAR-CREDITO-BANCO.
           MOVE WS-EXT-CPF(WS-EXT-IDX) TO BNH-CPF.
           MOVE WS-DATA-ALVO           TO BNH-DATA.
           MOVE ZERO TO BNH-SEQ.
           MOVE 'N' TO WS-CREDITO-GRAVADO.
           PERFORM TENTAR-GRAVAR-CREDITO
               UNTIL CREDITO-GRAVADO OR BNH-SEQ > 98.

       TENTAR-GRAVAR-CREDITO.
           ADD 1 TO BNH-SEQ.
           PERFORM PREENCHER-CREDITO.
           WRITE REGISTRO-BANCO-HORAS
               INVALID KEY
                   PERFORM SUBSTITUIR-CREDITO-DIA
               NOT INVALID KEY
                   MOVE 'S' TO WS-CREDITO-GRAVADO
                   ADD 1 TO WS-QTD-BNH-LANCADOS
           END-WRITE.

       PREENCHER-CREDITO.
           MOVE 'C' TO BNH-TIPO.
           MOVE WS-EXT-HORAS(WS-EXT-IDX) TO BNH-HORAS.
           MOVE SPACE TO BNH-SITUACAO.
           MOVE WS-EXT-NOME(WS-EXT-IDX) TO BNH-EMPREGADO.

       SUBSTITUIR-CREDITO-DIA.
           READ ARQUIVO-BANCO-HORAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BNH-CREDITO AND BNH-ABERTO
                       PERFORM PREENCHER-CREDITO
                       REWRITE REGISTRO-BANCO-HORAS
                       MOVE 'S' TO WS-CREDITO-GRAVADO
                       ADD 1 TO WS-QTD-BNH-LANCADOS
                   END-IF
           END-READ.

      *> ---------------------------------------------------------
      *> TABELAS DE APOIO.
      *> ---------------------------------------------------------
       CARREGAR-FUNCIONARIOS.
           MOVE ZERO TO WS-FUNC-QTD.
           OPEN INPUT ARQUIVO-FUNCIONARIOS.
           IF NOT WS-FUN-ARQ-NOVO
               PERFORM LER-FUNCIONARIO
               PERFORM GUARDAR-FUNCIONARIO UNTIL WS-FUN-EOF
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIOS.

       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

       GUARDAR-FUNCIONARIO.
           IF WS-FUNC-QTD < 200
               ADD 1 TO WS-FUNC-QTD
               MOVE REG-CPF  TO WS-FUNC-CPF(WS-FUNC-QTD)
               MOVE REG-NOME TO WS-FUNC-NOME(WS-FUNC-QTD)
           ELSE
               DISPLAY 'AVISO: TABELA DE FUNCIONARIOS CHEIA (200).'
           END-IF.
           PERFORM LER-FUNCIONARIO.

       LOCALIZAR-FUNCIONARIO.
           MOVE ZERO TO WS-FUNC-POS.
           PERFORM COMPARAR-FUNCIONARIO
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > WS-FUNC-QTD
                  OR WS-FUNC-POS NOT = ZERO.

       COMPARAR-FUNCIONARIO.
           IF WS-FUNC-CPF(WS-FUNC-IDX) = WS-CPF-BUSCA
               MOVE WS-FUNC-IDX TO WS-FUNC-POS
           END-IF.

       CARREGAR-SEMANA.
           MOVE ZERO TO WS-EFE-QTD.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-ESCALA-ARQ-NOVO
               DISPLAY 'ESCALA-TURNOS.DAT NAO ENCONTRADO.'
           ELSE
               PERFORM LER-ESCALA
               PERFORM GUARDAR-ESCALA UNTIL WS-ESCALA-EOF
           END-IF.
           CLOSE ARQUIVO-ESCALA.

       LER-ESCALA.
           READ ARQUIVO-ESCALA NEXT RECORD.

       GUARDAR-ESCALA.
           IF ESC-SEMANA = WS-SEMANA
              AND ESC-CPF NOT = SPACES
              AND ESC-DIA-SEMANA >= 1 AND ESC-DIA-SEMANA <= 7
               MOVE ESC-CPF TO WS-CPF-BUSCA
               PERFORM LOCALIZAR-EMPREGADO
               IF WS-EFE-POS = ZERO
                   IF WS-EFE-QTD < 200
                       ADD 1 TO WS-EFE-QTD
                       MOVE WS-EFE-QTD TO WS-EFE-POS
                       MOVE ESC-CPF TO WS-EFE-CPF(WS-EFE-POS)
                       MOVE SPACES  TO WS-EFE-DIAS(WS-EFE-POS)
                   ELSE
                       DISPLAY 'AVISO: TABELA DA ESCALA CHEIA (200).'
                   END-IF
               END-IF
               IF WS-EFE-POS NOT = ZERO
                   MOVE ESC-EMPREGADO TO WS-EFE-NOME(WS-EFE-POS)
                   MOVE ESC-TURNO
                       TO WS-EFE-TURNO-DIA(WS-EFE-POS ESC-DIA-SEMANA)
               END-IF
           END-IF.
           PERFORM LER-ESCALA.

      *> POSICAO DO CPF EM WS-CPF-BUSCA NA ESCALA EFETIVA (ZERO =
      *> FORA). NAO MEXE EM WS-EFE-IDX, QUE A CONCILIACAO USA COMO
      *> INDICE DO LACO PRINCIPAL.
       LOCALIZAR-EMPREGADO.
           MOVE ZERO TO WS-EFE-POS.
           PERFORM COMPARAR-EMPREGADO
               VARYING WS-FUNC-IDX FROM 1 BY 1
               UNTIL WS-FUNC-IDX > WS-EFE-QTD OR WS-EFE-POS NOT = ZERO.

       COMPARAR-EMPREGADO.
           IF WS-EFE-CPF(WS-FUNC-IDX) = WS-CPF-BUSCA
               MOVE WS-FUNC-IDX TO WS-EFE-POS
           END-IF.

           COPY RELATORIO-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY BANNER-PD.CPY.
