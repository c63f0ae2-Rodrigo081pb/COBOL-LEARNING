      *> HOLERITES.DAT (LOTE ANEXADO AO ARQUIVO) E NO FIM SAI A
      *> PAGINA DE TOTAIS PARA A CONTABILIDADE. RODA COMO PASSO DO
      *> FIM-DE-MES NO FIM DO ANO; FORA DE NOVEMBRO/DEZEMBRO (E SEM
      *> DEC_PARCELA) O PASSO E DISPENSADO. O DESLIGADO PELA
      *> RESCISAO (RES0001A), QUE JA ACERTOU O 13O PROPORCIONAL, FICA
      *> DE FORA. O FGTS DO 13O (8% DO VALOR CHEIO) E APURADO INTEIRO
      *> NA PARCELA 2 E VAI PARA A REMESSA DE DEZEMBRO (FOL0008A).
      *> O IRRF DA PARCELA 2 DEDUZ DA BASE OS DEPENDENTES DO
      *> EMPREGADO (DEPENDENTES.DAT, DEP0001A) PELO VALOR VIGENTE
      *> POR DEPENDENTE, COMO NA FOLHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TBI-CHAVE
               FILE STATUS IS WRK-TBI-STATUS.

           SELECT ARQUIVO-DEPENDENTES
               ASSIGN TO DYNAMIC WRK-DEPENDENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DPD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-FUNCIONARIOS.
       FD ARQUIVO-TABIMP.
           COPY TABIMP-FD.CPY.

       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS    PIC XX.
           88 WS-OK    VALUE '00'.
       01 WS-ADIANTAMENTO   PIC 9(07)V99.
       01 WS-VALOR-INSS     PIC 9(07)V99.
       01 WS-BASE-IRRF      PIC 9(07)V99.
       01 WS-DEDUCAO-DEP    PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR-IRRF     PIC S9(07)V99.
       01 WS-VALOR-LIQUIDO  PIC S9(07)V99.
       01 WS-ALIQ-FGTS      PIC V99 VALUE 0.08.
       01 WS-VALOR-FGTS     PIC 9(07)V99.
       01 WS-TOTAL-FGTS     PIC 9(9)V99 VALUE ZERO.

       01 WS-NOME-COMPLETO  PIC X(50).

       01 WS-CONTADOR       PIC 9(5) VALUE ZERO.
       01 WS-QTD-DESLIGADOS PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BRUTO    PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-LIQUIDO  PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DESCONTOS PIC 9(9)V99 VALUE ZERO.
       01 WS-FAIXA-FINAL     PIC X(01).
           88 WS-ULTIMA-FAIXA VALUE 'S'.

           COPY DEPEND-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
                           '(FOL0005A). USANDO AS FAIXAS INTERNAS '
                           'HISTORICAS.'
               END-IF
               PERFORM 0916-ABRIR-DEPENDENTES
           END-IF.

           MOVE SPACES TO LINHA-HOLERITE.
           CLOSE ARQUIVO-FUNCIONARIOS.
           CLOSE ARQUIVO-HOLERITES.
           CLOSE ARQUIVO-HOLHIST.
           IF DEPENDENTES-EXISTE
               CLOSE ARQUIVO-DEPENDENTES
           END-IF.

           IF WS-SEM-CPF-HIST > ZERO
               DISPLAY 'AVISO: ' WS-SEM-CPF-HIST ' EMPREGADO(S) SEM '
                       'A CONVERSAO (FOL0003A).'
           END-IF.

           IF WS-QTD-DESLIGADOS > ZERO
               DISPLAY 'DESLIGADOS FORA DO 13O: ' WS-QTD-DESLIGADOS
           END-IF.

           DISPLAY '13O PROCESSADO: ' WS-CONTADOR ' HOLERITE(S) EM '
                   'HOLERITES.DAT'.
           STOP RUN.
           READ ARQUIVO-FUNCIONARIOS.

       PROCESSAR-FUNCIONARIO.
           IF REG-DESLIGADO
               ADD 1 TO WS-QTD-DESLIGADOS
               PERFORM LER-FUNCIONARIO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONTADOR.

           MOVE SPACES TO WS-NOME-COMPLETO.

           IF WS-PARCELA = 1
               MOVE ZERO TO WS-VALOR-INSS WS-VALOR-IRRF
                            WS-VALOR-FGTS WS-DEDUCAO-DEP
                            WRK-DPD-QTD-IRRF
               MOVE WS-ADIANTAMENTO TO WS-VALOR-LIQUIDO
           ELSE
               PERFORM APURAR-DEPENDENTES
               PERFORM CALCULAR-INSS
               PERFORM CALCULAR-IRRF
               COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-13O
                   - WS-VALOR-INSS - WS-VALOR-IRRF
                   - WS-ADIANTAMENTO
               COMPUTE WS-VALOR-FGTS ROUNDED =
                   WS-VALOR-13O * WS-ALIQ-FGTS
           END-IF.
           ADD WS-VALOR-FGTS TO WS-TOTAL-FGTS.

           ADD WS-VALOR-13O TO WS-TOTAL-BRUTO.
           ADD WS-VALOR-LIQUIDO TO WS-TOTAL-LIQUIDO.
               ELSE
                   MOVE SPACES TO HST-VERSAO-INSS HST-VERSAO-IRRF
               END-IF
               MOVE 'F' TO HST-TIPO-HOLERITE
               MOVE ZERO TO HST-SALDO-SALARIO HST-VALOR-AVISO
                            HST-VALOR-BANCO HST-MULTA-FGTS
               IF WS-PARCELA = 2
                   MOVE WS-VALOR-13O TO HST-BASE-FGTS
               ELSE
                   MOVE ZERO TO HST-BASE-FGTS
               END-IF
               MOVE WS-VALOR-FGTS TO HST-VALOR-FGTS
               MOVE WRK-DPD-QTD-IRRF TO HST-QTD-DEP-IRRF
               MOVE WS-DEDUCAO-DEP   TO HST-DEDUCAO-DEP
               MOVE ZERO TO HST-QTD-SALFAM HST-SALARIO-FAMILIA
               MOVE ZERO TO HST-QTD-RUBRICAS HST-RUB-PROVENTOS
                            HST-RUB-DESCONTOS HST-RUB-ISENTOS-IRRF
               INITIALIZE HST-RUBRICAS-TABELA
               WRITE REGISTRO-HOLERITE-HIST
                   INVALID KEY
                       REWRITE REGISTRO-HOLERITE-HIST
                       + (7786.02 - 4000.03) * 0.14
           END-EVALUATE.

      *> DEPENDENTES QUE DEDUZEM NO IRRF NA DATA DO PROCESSAMENTO, AO
      *> VALOR VIGENTE POR DEPENDENTE (TABELA 'D' DO FOL0005A).
       APURAR-DEPENDENTES.
           MOVE REG-CPF      TO WRK-DPD-CPF-TITULAR.
           MOVE WS-DATA-HOJE TO WRK-DPD-DATA-REF.
           PERFORM 0917-CONTAR-DEPENDENTES.
           COMPUTE WS-DEDUCAO-DEP =
               WRK-DPD-QTD-IRRF * TBL-DEDUCAO-DEP.

      *> IRRF EXCLUSIVO SOBRE O 13O: BASE = 13O - INSS - DEPENDENTES;
      *> PELA TABELA VIGENTE (PRIMEIRA FAIXA CUJO LIMITE COMPORTA A
      *> BASE DA A ALIQUOTA E A PARCELA A DEDUZIR) OU, SEM CARGA,
      *> PELAS FAIXAS INTERNAS HISTORICAS DE 2024.
       CALCULAR-IRRF.
           COMPUTE WS-BASE-IRRF = WS-VALOR-13O - WS-VALOR-INSS.
           IF WS-DEDUCAO-DEP < WS-BASE-IRRF
               SUBTRACT WS-DEDUCAO-DEP FROM WS-BASE-IRRF
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF.
           IF TABELAS-CARREGADAS
               MOVE ZERO TO WS-VALOR-IRRF
               MOVE 'N' TO WS-FAIXA-FINAL
           END-STRING.
           WRITE LINHA-HOLERITE.

           IF WS-PARCELA = 2
               MOVE WS-TOTAL-FGTS TO WS-BRUTO-EDITADO
               MOVE SPACES TO LINHA-HOLERITE
               STRING 'TOTAL FGTS DO 13O.......: ' DELIMITED BY SIZE
                      WS-BRUTO-EDITADO             DELIMITED BY SIZE
                   INTO LINHA-HOLERITE
               END-STRING
               WRITE LINHA-HOLERITE
           END-IF.

           COPY TABIMP-PD.CPY.
           COPY DEPEND-PD.CPY.
