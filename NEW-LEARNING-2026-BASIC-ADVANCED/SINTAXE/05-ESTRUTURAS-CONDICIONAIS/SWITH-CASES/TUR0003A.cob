       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUR0003A.

      *> OBJETIVO: PRODUTIVIDADE DO BALCAO POR TURNO -- VENDA POR
      *> HORA-PESSOA. CRUZA A ESCALA DATADA DA SEMANA PEDIDA
      *> (ESCALA-TURNOS.DAT, TUR0002A) COM AS VENDAS DA MESMA SEMANA
      *> (VENDAS.DAT, PELO CARIMBO DE DATA E HORA DE CADA LINHA):
      *> PARA CADA DIA E TURNO (M/T/N) CONTA OS ESCALADOS, AS
      *> HORAS-PESSOA (TURNO = 8 HORAS, MESMA REGRA DO FOL0002A), O
      *> FATURAMENTO COM AS DEVOLUCOES ABATIDAS E OS CUPONS, E MOSTRA
      *> R$ E CUPONS POR HORA-PESSOA. O TURNO QUE FICA MUITO ABAIXO
      *> DA MEDIA DA SEMANA SAI MARCADO COMO POSSIVEL SOBRA DE GENTE;
      *> O QUE FICA MUITO ACIMA, COMO POSSIVEL FALTA (FAIXA EM
      *> TURNO_FAIXA_PCT, PADRAO 30%). PARA AJUSTAR A ESCALA COM
      *> NUMERO, E NAO NO ACHISMO DE QUE A TARDE PRECISA DE TRES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ESCALA
               ASSIGN TO 'ESCALA-TURNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.

           SELECT ARQUIVO-VENDAS ASSIGN TO DYNAMIC WS-VENDAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAS-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-ESCALA.
           COPY ESCALA-FD.CPY.

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WS-ESCALA-STATUS  PIC XX.
           88 WS-ESCALA-OK         VALUE '00'.
           88 WS-ESCALA-EOF        VALUE '10'.
           88 WS-ESCALA-ARQ-NOVO   VALUE '35'.

       01 WS-VENDAS-STATUS  PIC XX.
           88 WS-VENDAS-OK         VALUE '00'.
           88 WS-VENDAS-EOF        VALUE '10'.
           88 WS-VENDAS-ARQ-NOVO   VALUE '35'.
       01 WS-VENDAS-PATH PIC X(100).

      *> SEMANA A ANALISAR (DATA DA SEGUNDA-FEIRA): PEDIDA NO
      *> TERMINAL; VAZIA, VALE A SEMANA MAIS RECENTE DA ESCALA. A
      *> SEMANA LEGADA (SEM DATA) NAO TEM COMO CASAR COM AS VENDAS.
       01 WS-SEMANA-ALVO    PIC X(08).
       01 WS-SEMANA-ENTRADA PIC X(08).
       01 WS-SEMANA-NUM     PIC 9(08).
       01 WS-SEMANA-INT     PIC 9(08) COMP.

      *> LOJA DAS VENDAS (A ESCALA NAO TEM LOJA): VAZIA = TODAS.
      *> VENDA SEM LOJA (ANTERIOR AO CAMPO) VALE COMO MATRIZ (001).
       01 WS-LOJA-FILTRO PIC X(03).
       01 WS-LOJA-VENDA  PIC X(03).
       01 WS-LOJA-COL    PIC X(05).

       01 WS-FAIXA-ENTRADA PIC X(03).
       01 WS-FAIXA-PCT     PIC 9(03) VALUE 30.
       01 WS-FATOR-FAIXA   PIC 9(03) VALUE ZERO.

      *> TURNOS PELA HORA DA VENDA: M DAS 06:00 AS 13:59, T DAS 14:00
      *> AS 21:59, N DAS 22:00 AS 05:59 -- A MADRUGADA CONTA PARA O
      *> TURNO DA NOITE DO DIA ANTERIOR.
       01 WS-HORA-VENDA   PIC 9(02).
       01 WS-VENDA-NUM    PIC 9(08).
       01 WS-VENDA-INT    PIC 9(08) COMP.
       01 WS-DESLOCAMENTO PIC S9(08) COMP.

      *> MATRIZ DA SEMANA: DIA (1=SEG ... 7=DOM) X TURNO (1=M, 2=T,
      *> 3=N).
       01 WS-MATRIZ.
           05 WS-MTZ-DIA OCCURS 7 TIMES.
               10 WS-MTZ-TURNO OCCURS 3 TIMES.
                   15 WS-MTZ-PESSOAS PIC 9(03).
                   15 WS-MTZ-VALOR   PIC S9(09)V99.
                   15 WS-MTZ-CUPONS  PIC 9(05).

       01 WS-DIA-IDX   PIC 9(01).
       01 WS-TURNO-IDX PIC 9(01).

       01 WS-NOMES-DIA.
           05 FILLER PIC X(03) VALUE 'SEG'.
           05 FILLER PIC X(03) VALUE 'TER'.
           05 FILLER PIC X(03) VALUE 'QUA'.
           05 FILLER PIC X(03) VALUE 'QUI'.
           05 FILLER PIC X(03) VALUE 'SEX'.
           05 FILLER PIC X(03) VALUE 'SAB'.
           05 FILLER PIC X(03) VALUE 'DOM'.
       01 WS-NOMES-DIA-TAB REDEFINES WS-NOMES-DIA.
           05 WS-NOME-DIA OCCURS 7 TIMES PIC X(03).

       01 WS-NOMES-TURNO.
           05 FILLER PIC X(01) VALUE 'M'.
           05 FILLER PIC X(01) VALUE 'T'.
           05 FILLER PIC X(01) VALUE 'N'.
       01 WS-NOMES-TURNO-TAB REDEFINES WS-NOMES-TURNO.
           05 WS-NOME-TURNO OCCURS 3 TIMES PIC X(01).

      *> TOTAIS DA SEMANA E MEDIA DE R$ POR HORA-PESSOA (SO DOS
      *> TURNOS COM GENTE ESCALADA), BASE DA SINALIZACAO.
       01 WS-TOTAL-PESSOAS  PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-HORAS    PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-VALOR    PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CUPONS   PIC 9(07) VALUE ZERO.
       01 WS-VALOR-ESCALADO PIC S9(11)V99 VALUE ZERO.
       01 WS-VALOR-SEM-ESCALA PIC S9(11)V99 VALUE ZERO.
       01 WS-MEDIA-HORA     PIC S9(07)V99 VALUE ZERO.
       01 WS-LIMITE-BAIXO   PIC S9(07)V99 VALUE ZERO.
       01 WS-LIMITE-ALTO    PIC S9(07)V99 VALUE ZERO.

       01 WS-QTD-VENDAS-SEMANA PIC 9(07) VALUE ZERO.
       01 WS-QTD-SOBRA      PIC 9(03) VALUE ZERO.
       01 WS-QTD-FALTA      PIC 9(03) VALUE ZERO.
       01 WS-QTD-SEM-ESCALA PIC 9(03) VALUE ZERO.

      *> CALCULO DA LINHA.
       01 WS-HORAS-TURNO    PIC 9(05).
       01 WS-VALOR-HORA     PIC S9(07)V99.
       01 WS-CUPONS-HORA    PIC 9(03)V99.
       01 WS-SITUACAO       PIC X(14).
       01 WS-DATA-DIA-INT   PIC 9(08) COMP.
       01 WS-DATA-DIA       PIC 9(08).

       01 WS-PESSOAS-ED     PIC ZZ9.
       01 WS-HORAS-ED       PIC Z,ZZ9.
       01 WS-VALOR-ED       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CUPONS-ED      PIC ZZ,ZZ9.
       01 WS-VALOR-HORA-COL PIC X(12).
       01 WS-VALOR-HORA-ED  PIC -ZZZ,ZZ9.99.
       01 WS-CUPONS-HORA-COL PIC X(06).
       01 WS-CUPONS-HORA-ED PIC ZZ9.99.

           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '   TUR0003A - VENDA POR HORA-PESSOA NO TURNO    '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           ACCEPT WS-VENDAS-PATH FROM ENVIRONMENT 'VENDAS_DAT_PATH'.
           IF WS-VENDAS-PATH = SPACES
               MOVE 'VENDAS.DAT' TO WS-VENDAS-PATH
           END-IF.

           ACCEPT WS-FAIXA-ENTRADA FROM ENVIRONMENT 'TURNO_FAIXA_PCT'.
           IF WS-FAIXA-ENTRADA NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FAIXA-ENTRADA) TO WS-FAIXA-PCT
           END-IF.

           DISPLAY 'SEMANA A ANALISAR (AAAAMMDD DA SEGUNDA, ENTER '
                   'PARA A MAIS RECENTE): '.
           ACCEPT WS-SEMANA-ENTRADA.
           DISPLAY 'LOJA DAS VENDAS (ENTER PARA TODAS): '.
           ACCEPT WS-LOJA-FILTRO.

           MOVE SPACES TO WS-SEMANA-ALVO.
           IF WS-SEMANA-ENTRADA NOT = SPACES
               MOVE WS-SEMANA-ENTRADA TO WS-SEMANA-ALVO
           ELSE
               PERFORM DESCOBRIR-SEMANA-ALVO
           END-IF.
           IF WS-SEMANA-ALVO NOT NUMERIC
               DISPLAY 'SEMANA SEM DATA (ESCALA LEGADA) OU INVALIDA: '
                       'NAO HA COMO CASAR COM AS VENDAS. DATE A '
                       'ESCALA PELO TUR0002A.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.
           MOVE WS-SEMANA-ALVO TO WS-SEMANA-NUM.
           COMPUTE WS-SEMANA-INT =
               FUNCTION INTEGER-OF-DATE(WS-SEMANA-NUM).
           DISPLAY 'ANALISANDO A SEMANA ' WS-SEMANA-ALVO '.'.

           MOVE ZEROS TO WS-MATRIZ.
           PERFORM CONTAR-ESCALADOS.
           PERFORM APURAR-VENDAS.
           PERFORM CALCULAR-MEDIA.
           PERFORM IMPRIMIR-RELATORIO.

           DISPLAY '------------------------------------------------'.
           DISPLAY ' VENDAS DA SEMANA LIDAS..: ' WS-QTD-VENDAS-SEMANA.
           DISPLAY ' TURNOS COM SOBRA?.......: ' WS-QTD-SOBRA.
           DISPLAY ' TURNOS COM FALTA?.......: ' WS-QTD-FALTA.
           DISPLAY ' VENDA SEM ESCALADO......: ' WS-QTD-SEM-ESCALA.
           DISPLAY '------------------------------------------------'.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       LER-ESCALA.
           READ ARQUIVO-ESCALA NEXT RECORD.

      *> SEM SEMANA PEDIDA, VALE A MAIOR SEMANA GRAVADA (A CORRENTE).
       DESCOBRIR-SEMANA-ALVO.
           OPEN INPUT ARQUIVO-ESCALA.
           IF NOT WS-ESCALA-ARQ-NOVO
               PERFORM LER-ESCALA
               PERFORM GUARDAR-SEMANA-MAIOR UNTIL WS-ESCALA-EOF
           END-IF.
           CLOSE ARQUIVO-ESCALA.

       GUARDAR-SEMANA-MAIOR.
           IF ESC-SEMANA > WS-SEMANA-ALVO
               MOVE ESC-SEMANA TO WS-SEMANA-ALVO
           END-IF.
           PERFORM LER-ESCALA.

      *> QUANTOS ESCALADOS EM CADA DIA E TURNO DA SEMANA ALVO.
       CONTAR-ESCALADOS.
           OPEN INPUT ARQUIVO-ESCALA.
           IF WS-ESCALA-ARQ-NOVO
               DISPLAY 'ESCALA-TURNOS.DAT NAO ENCONTRADO.'
               CLOSE ARQUIVO-ESCALA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-ESCALA.
           PERFORM CONTAR-REGISTRO UNTIL WS-ESCALA-EOF.
           CLOSE ARQUIVO-ESCALA.

       CONTAR-REGISTRO.
           IF ESC-SEMANA = WS-SEMANA-ALVO
              AND ESC-DIA-SEMANA >= 1 AND ESC-DIA-SEMANA <= 7
               EVALUATE ESC-TURNO
                   WHEN 'M'
                       MOVE 1 TO WS-TURNO-IDX
                   WHEN 'T'
                       MOVE 2 TO WS-TURNO-IDX
                   WHEN 'N'
                       MOVE 3 TO WS-TURNO-IDX
                   WHEN OTHER
                       MOVE 0 TO WS-TURNO-IDX
               END-EVALUATE
               IF WS-TURNO-IDX NOT = 0
                   ADD 1 TO WS-MTZ-PESSOAS(ESC-DIA-SEMANA
                                           WS-TURNO-IDX)
               END-IF
           END-IF.
           PERFORM LER-ESCALA.

      *> VENDAS DA SEMANA NA CELULA DIA X TURNO PELO CARIMBO DE DATA
      *> E HORA (AAAAMMDD HHMMSS). DEVOLUCAO ABATE O FATURAMENTO; O
      *> CUPOM E CONTADO PELA PRIMEIRA LINHA (ITEM 01; VENDA ANTIGA
      *> SEM CUPOM CONTA CADA LINHA).
       APURAR-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           IF WS-VENDAS-ARQ-NOVO
               DISPLAY 'VENDAS.DAT NAO ENCONTRADO.'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LER-VENDA.
           PERFORM ACUMULAR-VENDA UNTIL NOT WS-VENDAS-OK.
           CLOSE ARQUIVO-VENDAS.

       LER-VENDA.
           READ ARQUIVO-VENDAS NEXT RECORD.

       ACUMULAR-VENDA.
           IF VEN-DATA NOT NUMERIC
              OR VEN-DATA-HORA(10:2) NOT NUMERIC
               PERFORM LER-VENDA
               EXIT PARAGRAPH
           END-IF.

           IF VEN-LOJA = SPACES
               MOVE '001' TO WS-LOJA-VENDA
           ELSE
               MOVE VEN-LOJA TO WS-LOJA-VENDA
           END-IF.
           IF WS-LOJA-FILTRO NOT = SPACES
              AND WS-LOJA-VENDA NOT = WS-LOJA-FILTRO
               PERFORM LER-VENDA
               EXIT PARAGRAPH
           END-IF.

           MOVE VEN-DATA TO WS-VENDA-NUM.
           COMPUTE WS-VENDA-INT =
               FUNCTION INTEGER-OF-DATE(WS-VENDA-NUM).
           COMPUTE WS-DESLOCAMENTO = WS-VENDA-INT - WS-SEMANA-INT.
           MOVE VEN-DATA-HORA(10:2) TO WS-HORA-VENDA.
           EVALUATE TRUE
               WHEN WS-HORA-VENDA < 06
                   MOVE 3 TO WS-TURNO-IDX
                   SUBTRACT 1 FROM WS-DESLOCAMENTO
               WHEN WS-HORA-VENDA < 14
                   MOVE 1 TO WS-TURNO-IDX
               WHEN WS-HORA-VENDA < 22
                   MOVE 2 TO WS-TURNO-IDX
               WHEN OTHER
                   MOVE 3 TO WS-TURNO-IDX
           END-EVALUATE.

           IF WS-DESLOCAMENTO >= 0 AND WS-DESLOCAMENTO <= 6
               COMPUTE WS-DIA-IDX = WS-DESLOCAMENTO + 1
               ADD 1 TO WS-QTD-VENDAS-SEMANA
               IF VEN-TIPO-DEVOLUCAO
                   SUBTRACT VEN-VALOR-TOTAL
                       FROM WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
               ELSE
                   ADD VEN-VALOR-TOTAL
                       TO WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
                   IF VEN-ITEM NOT NUMERIC OR VEN-ITEM <= 1
                       ADD 1
                         TO WS-MTZ-CUPONS(WS-DIA-IDX WS-TURNO-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-VENDA.

      *> MEDIA DA SEMANA: FATURAMENTO DOS TURNOS COM GENTE ESCALADA
      *> SOBRE O TOTAL DE HORAS-PESSOA, E A FAIXA DE TOLERANCIA EM
      *> VOLTA DELA.
       CALCULAR-MEDIA.
           PERFORM SOMAR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 7.
           IF WS-TOTAL-HORAS > ZERO
               COMPUTE WS-MEDIA-HORA ROUNDED =
                   WS-VALOR-ESCALADO / WS-TOTAL-HORAS
           END-IF.
           IF WS-FAIXA-PCT > 100
               MOVE 100 TO WS-FAIXA-PCT
           END-IF.
           COMPUTE WS-FATOR-FAIXA = 100 - WS-FAIXA-PCT.
           COMPUTE WS-LIMITE-BAIXO ROUNDED =
               WS-MEDIA-HORA * WS-FATOR-FAIXA / 100.
           COMPUTE WS-FATOR-FAIXA = 100 + WS-FAIXA-PCT.
           COMPUTE WS-LIMITE-ALTO ROUNDED =
               WS-MEDIA-HORA * WS-FATOR-FAIXA / 100.

       SOMAR-DIA.
           PERFORM SOMAR-TURNO
               VARYING WS-TURNO-IDX FROM 1 BY 1
               UNTIL WS-TURNO-IDX > 3.

       SOMAR-TURNO.
           ADD WS-MTZ-PESSOAS(WS-DIA-IDX WS-TURNO-IDX)
               TO WS-TOTAL-PESSOAS.
           ADD WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
               TO WS-TOTAL-VALOR.
           ADD WS-MTZ-CUPONS(WS-DIA-IDX WS-TURNO-IDX)
               TO WS-TOTAL-CUPONS.
           IF WS-MTZ-PESSOAS(WS-DIA-IDX WS-TURNO-IDX) > ZERO
               COMPUTE WS-TOTAL-HORAS = WS-TOTAL-HORAS
                   + WS-MTZ-PESSOAS(WS-DIA-IDX WS-TURNO-IDX) * 8
               ADD WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
                   TO WS-VALOR-ESCALADO
           ELSE
               ADD WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
                   TO WS-VALOR-SEM-ESCALA
           END-IF.

       IMPRIMIR-RELATORIO.
           MOVE 'TUR0003A-PRODUTIV' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'DIA DATA     T ESC H-PES'
               TO WRK-REL-CABECALHO(1:24).
           MOVE 'FATURAMENTO R$' TO WRK-REL-CABECALHO(27:14).
           MOVE 'CUPONS'         TO WRK-REL-CABECALHO(42:6).
           MOVE 'R$/H-PES'       TO WRK-REL-CABECALHO(53:8).
           MOVE 'CUP/HP'         TO WRK-REL-CABECALHO(62:6).
           MOVE 'SITUACAO'       TO WRK-REL-CABECALHO(69:8).
           MOVE 'TUR0003A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           MOVE SPACES TO WRK-REL-LINHA.
           MOVE WS-FAIXA-PCT TO WS-PESSOAS-ED.
           IF WS-LOJA-FILTRO = SPACES
               MOVE 'TODAS' TO WS-LOJA-COL
           ELSE
               MOVE WS-LOJA-FILTRO TO WS-LOJA-COL
           END-IF.
           STRING 'SEMANA DE ' DELIMITED BY SIZE
                  WS-SEMANA-ALVO DELIMITED BY SIZE
                  '  LOJA: ' DELIMITED BY SIZE
                  WS-LOJA-COL DELIMITED BY SIZE
                  '  FAIXA DE TOLERANCIA: ' DELIMITED BY SIZE
                  WS-PESSOAS-ED DELIMITED BY SIZE
                  '% EM VOLTA DA MEDIA' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           PERFORM IMPRIMIR-DIA
               VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 7.

           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-TOTAL-PESSOAS TO WRK-REL-NUM-ED.
           STRING 'TURNOS-PESSOA ESCALADOS: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-TOTAL-HORAS TO WRK-REL-NUM-ED.
           STRING 'HORAS-PESSOA...........: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-TOTAL-VALOR TO WS-VALOR-ED.
           STRING 'FATURAMENTO DA SEMANA..: ' DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-TOTAL-CUPONS TO WRK-REL-NUM-ED.
           STRING 'CUPONS DA SEMANA.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-MEDIA-HORA TO WS-VALOR-HORA-ED.
           STRING 'MEDIA R$/HORA-PESSOA...: ' DELIMITED BY SIZE
                  WS-VALOR-HORA-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF WS-VALOR-SEM-ESCALA NOT = ZERO
               MOVE WS-VALOR-SEM-ESCALA TO WS-VALOR-ED
               STRING 'VENDIDO SEM ESCALADO...: ' DELIMITED BY SIZE
                      WS-VALOR-ED DELIMITED BY SIZE
                      ' (FORA DA MEDIA)' DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0973-FECHAR-RELATORIO.

       IMPRIMIR-DIA.
           COMPUTE WS-DATA-DIA-INT = WS-SEMANA-INT + WS-DIA-IDX - 1.
           COMPUTE WS-DATA-DIA =
               FUNCTION DATE-OF-INTEGER(WS-DATA-DIA-INT).
           PERFORM IMPRIMIR-TURNO
               VARYING WS-TURNO-IDX FROM 1 BY 1
               UNTIL WS-TURNO-IDX > 3.

      *> UMA LINHA POR DIA E TURNO, COM A SINALIZACAO CONTRA A MEDIA
      *> DA SEMANA: ABAIXO DA FAIXA = GENTE DEMAIS PARA O MOVIMENTO;
      *> ACIMA = GENTE DE MENOS.
       IMPRIMIR-TURNO.
           COMPUTE WS-HORAS-TURNO =
               WS-MTZ-PESSOAS(WS-DIA-IDX WS-TURNO-IDX) * 8.
           MOVE SPACES TO WS-SITUACAO.
           MOVE '           -' TO WS-VALOR-HORA-COL.
           MOVE '     -' TO WS-CUPONS-HORA-COL.

           IF WS-HORAS-TURNO > ZERO
               COMPUTE WS-VALOR-HORA ROUNDED =
                   WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX)
                   / WS-HORAS-TURNO
               COMPUTE WS-CUPONS-HORA ROUNDED =
                   WS-MTZ-CUPONS(WS-DIA-IDX WS-TURNO-IDX)
                   / WS-HORAS-TURNO
               MOVE WS-VALOR-HORA TO WS-VALOR-HORA-ED
               MOVE WS-VALOR-HORA-ED TO WS-VALOR-HORA-COL
               MOVE WS-CUPONS-HORA TO WS-CUPONS-HORA-ED
               MOVE WS-CUPONS-HORA-ED TO WS-CUPONS-HORA-COL
               IF WS-MEDIA-HORA > ZERO
                   EVALUATE TRUE
                       WHEN WS-VALOR-HORA < WS-LIMITE-BAIXO
                           MOVE 'SOBRA GENTE?' TO WS-SITUACAO
                           ADD 1 TO WS-QTD-SOBRA
                       WHEN WS-VALOR-HORA > WS-LIMITE-ALTO
                           MOVE 'FALTA GENTE?' TO WS-SITUACAO
                           ADD 1 TO WS-QTD-FALTA
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX) NOT = ZERO
                   MOVE 'SEM ESCALADO' TO WS-SITUACAO
                   ADD 1 TO WS-QTD-SEM-ESCALA
               END-IF
           END-IF.

           MOVE WS-MTZ-PESSOAS(WS-DIA-IDX WS-TURNO-IDX)
               TO WS-PESSOAS-ED.
           MOVE WS-HORAS-TURNO TO WS-HORAS-ED.
           MOVE WS-MTZ-VALOR(WS-DIA-IDX WS-TURNO-IDX) TO WS-VALOR-ED.
           MOVE WS-MTZ-CUPONS(WS-DIA-IDX WS-TURNO-IDX)
               TO WS-CUPONS-ED.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING WS-NOME-DIA(WS-DIA-IDX)     DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-DATA-DIA                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-NOME-TURNO(WS-TURNO-IDX) DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-PESSOAS-ED               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-HORAS-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-ED                 DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CUPONS-ED                DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-VALOR-HORA-COL           DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-CUPONS-HORA-COL          DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-SITUACAO                 DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
