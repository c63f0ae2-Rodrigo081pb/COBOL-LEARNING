       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN0004A.

      *> OBJETIVO: LIQUIDACAO ANTECIPADA E ANTECIPACAO PARCIAL DOS
      *> CONTRATOS DE EMPRESTIMOS.DAT, NO LUGAR DO VALOR INVENTADO NO
      *> BALCAO. DADO O CONTRATO E A DATA DO PAGAMENTO, COTA O VALOR
      *> DE QUITACAO: O SALDO DEVEDOR CORRIGIDO PELA TAXA DO CONTRATO
      *> SO PELOS DIAS CORRIDOS DESDE O ULTIMO VENCIMENTO (ESTIMADO EM
      *> 30 DIAS POR PARCELA, COMO NO POSTING FIN0002A), COM O
      *> DESCONTO DOS JUROS FUTUROS CONTRA A SOMA DAS PARCELAS QUE
      *> FALTAM. NA QUITACAO O CONTRATO FICA QUITADO E A FOLHA PARA DE
      *> DESCONTAR A PARCELA NA COMPETENCIA SEGUINTE. NA ANTECIPACAO
      *> PARCIAL O VALOR PAGO, TRAZIDO AO ULTIMO VENCIMENTO, ABATE O
      *> SALDO E O TOMADOR ESCOLHE: PRAZO MENOR (MANTEM O NIVEL DA
      *> PARCELA) OU PARCELA MENOR (MANTEM O PRAZO), PELA TABELA PRICE
      *> OU PELO SAC DO CONTRATO. O CONTRATO E REGRAVADO COM O NOVO
      *> SALDO, PRAZO E PARCELA (O CRONOGRAMA DO FIN0001A E DA FOLHA
      *> SAI DELES), O PAGAMENTO E LANCADO EM
      *> ANTECIPACOES-EMPRESTIMOS.DAT E O EXTRATO DE LIQUIDACAO, COM O
      *> NOVO CRONOGRAMA, VAI PARA O SPOOL. CONTRATO COM DESCONTO DA
      *> FOLHA AINDA NAO POSTADO PELO FIN0002A NAO E LIQUIDADO: A
      *> PARCELA JA SAIU DO HOLERITE E SERIA COBRADA DUAS VEZES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EMPRESTIMOS
               ASSIGN TO DYNAMIC WRK-EMPRESTIMOS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIN-NUMERO
               FILE STATUS IS WRK-FIN-STATUS.

           SELECT ARQUIVO-PAGAMENTOS
               ASSIGN TO DYNAMIC WRK-PAGAMENTOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT ARQUIVO-ANTECIPACOES
               ASSIGN TO DYNAMIC WRK-ANTECIPACOES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANT-STATUS.

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

      *> MESMO LAYOUT DO FIN0002A: AS LINHAS QUE A FOLHA EMITE PARA O
      *> POSTING DO MES.
       FD ARQUIVO-PAGAMENTOS.
       01 REGISTRO-PAGAMENTO.
           05 PAG-NUMERO PIC 9(06).
           05 PAG-DATA   PIC X(08).
           05 PAG-COMPETENCIA PIC X(06).

      *> UM LANCAMENTO POR QUITACAO OU ANTECIPACAO EFETIVADA: TIPO 'Q'
      *> QUITACAO, 'P' PARCIAL COM PRAZO MENOR, 'V' PARCIAL COM
      *> PARCELA MENOR.
       FD ARQUIVO-ANTECIPACOES.
       01 REGISTRO-ANTECIPACAO.
           05 ANT-NUMERO          PIC 9(06).
           05 ANT-DATA            PIC X(08).
           05 ANT-TIPO            PIC X(01).
           05 ANT-VALOR-PAGO      PIC 9(09)V99.
           05 ANT-AMORTIZACAO     PIC 9(09)V99.
           05 ANT-DESCONTO        PIC 9(09)V99.
           05 ANT-SALDO-ANTERIOR  PIC 9(09)V99.
           05 ANT-SALDO-NOVO      PIC 9(09)V99.
           05 ANT-RESTANTES-ANTES PIC 9(03).
           05 ANT-RESTANTES-DEPOIS PIC 9(03).
           05 ANT-PARCELA-NOVA    PIC 9(09)V99.
           05 ANT-OPERADOR        PIC X(08).

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       FD SIGNON-LOG-ARQUIVO.
           COPY SIGNON-FD.CPY.

       FD ARQUIVO-PERFIS.
           COPY PERFIS-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-FIN-STATUS PIC X(02).
           88 FS-FIN-OK           VALUE '00'.
           88 FS-FIN-ARQUIVO-NOVO VALUE '35'.

       01 WRK-PAG-STATUS PIC X(02).
           88 FS-PAG-OK           VALUE '00'.
           88 FS-PAG-EOF          VALUE '10'.
           88 FS-PAG-ARQUIVO-NOVO VALUE '35'.

       01 WRK-ANT-STATUS PIC X(02).
           88 FS-ANT-OK           VALUE '00'.
           88 FS-ANT-ARQUIVO-NOVO VALUE '35'.

      *> CAMINHOS DOS ARQUIVOS, OBTIDOS DE VARIAVEIS DE AMBIENTE (COM
      *> VALOR PADRAO CASO ELAS NAO ESTEJAM DEFINIDAS).
       01 WRK-EMPRESTIMOS-PATH  PIC X(100).
       01 WRK-PAGAMENTOS-PATH   PIC X(100).
       01 WRK-ANTECIPACOES-PATH PIC X(100).

       01 WRK-CONTINUAR PIC X(01) VALUE 'S'.
       01 WRK-NUMERO    PIC 9(06).
       01 WRK-OPERACAO  PIC X(01).
       01 WRK-CONFIRMA  PIC X(01).
       01 WRK-MODALIDADE PIC X(01).
           88 REDUZ-PRAZO       VALUE 'P'.
           88 REDUZ-PARCELA     VALUE 'V'.
           88 MODALIDADE-VALIDA VALUES 'P' 'V'.

       01 WRK-PENDENTE PIC X(01).
           88 DESCONTO-PENDENTE VALUE 'S'.

      *> DATA DO PAGAMENTO E DIAS CORRIDOS DESDE O ULTIMO VENCIMENTO.
       01 WRK-DATA-HOJE    PIC X(08).
       01 WRK-DATA-PAGTO   PIC X(08).
       01 WRK-DATA-ENTRADA PIC X(08).
       01 WRK-DATA-NUM     PIC 9(08).
       01 WRK-DATA-VALIDA  PIC X(01).
           88 DATA-VALIDA  VALUE 'S'.
       01 WRK-BASE-INT     PIC 9(08) COMP.
       01 WRK-PAGTO-INT    PIC 9(08) COMP.
       01 WRK-DIAS         PIC S9(05) COMP.
       01 WRK-DIAS-ED      PIC ZZZZ9.

      *> (1 + TAXA) ** (DIAS / 30): CORRECAO PRO RATA DO SALDO ATE A
      *> DATA DO PAGAMENTO.
      *> BASE E EXPOENTE VAO PARA CAMPOS ANTES DA POTENCIA: COM O
      *> EXPOENTE FRACIONARIO A EXPRESSAO DIRETA PERDE AS DECIMAIS.
       01 WRK-BASE-POTENCIA PIC 9(03)V9(06).
       01 WRK-EXPOENTE     PIC 9(03)V9(06).
       01 WRK-FATOR        PIC 9(03)V9(08).

       01 WRK-VALOR-QUITACAO  PIC 9(09)V99.
       01 WRK-JUROS-PRORATA   PIC 9(09)V99.
       01 WRK-TOTAL-RESTANTE  PIC 9(09)V99.
       01 WRK-DESCONTO        PIC 9(09)V99.
       01 WRK-VALOR-PAGO      PIC 9(09)V99.
       01 WRK-AMORT-EXTRA     PIC 9(09)V99.
       01 WRK-SALDO-ANTERIOR  PIC 9(09)V99.
       01 WRK-SALDO-NOVO      PIC 9(09)V99.
       01 WRK-PARCELA-ANTERIOR PIC 9(09)V99.
       01 WRK-PARCELA-NOVA    PIC 9(09)V99.
       01 WRK-AMORT-SAC-ATUAL PIC 9(09)V99.
       01 WRK-AMORT-SAC-NOVA  PIC 9(09)V99.
       01 WRK-TOTAL-DEPOIS    PIC 9(09)V99.
       01 WRK-ECONOMIA        PIC 9(09)V99.
       01 WRK-RESTANTES       PIC 9(03).
       01 WRK-RESTANTES-NOVO  PIC 9(03).

      *> PARCELA PRICE PARA O NOVO SALDO E PRAZO, EM DUAS ETAPAS COMO
      *> NA CALCULADORA (LOOP-COBOL).
       01 WRK-FATOR-POTENCIA  PIC 9(04)V9(06).
       01 WRK-NUMERADOR-PMT   PIC 9(09)V9(07).
       01 WRK-DENOMINADOR-PMT PIC 9(04)V9(06).

      *> CRONOGRAMA SIMULADO: SOMA AS PARCELAS QUE FALTAM E, NO
      *> EXTRATO, IMPRIME UMA LINHA POR PARCELA.
       01 WRK-SIM-SALDO        PIC 9(09)V99.
       01 WRK-SIM-RESTANTES    PIC 9(03).
       01 WRK-SIM-PARCELA-FIXA PIC 9(09)V99.
       01 WRK-SIM-AMORT-FIXA   PIC 9(09)V99.
       01 WRK-SIM-TOTAL        PIC 9(09)V99.
       01 WRK-SIM-PARCELA      PIC 9(03).
       01 WRK-SIM-IMPRIMIR     PIC X(01) VALUE 'N'.
           88 SIM-IMPRIMIR     VALUE 'S'.

       01 WRK-TIPO-ANTECIPACAO PIC X(01).
       01 WRK-TITULO-EXTRATO   PIC X(50).

       01 WRK-REL-ABERTO PIC X(01) VALUE 'N'.
           88 RELATORIO-ABERTO VALUE 'S'.

       01 WRK-CONTADORES.
           05 WRK-QTD-QUITADOS    PIC 9(05) COMP VALUE 0.
           05 WRK-QTD-ANTECIPADOS PIC 9(05) COMP VALUE 0.

       01 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-JUROS-ED      PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-AMORT-ED      PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-SALDO-ED      PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-PARC-ED       PIC ZZ9.
       01 WRK-PARC2-ED      PIC ZZ9.

           COPY CPFMASK-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY AMORTIZA-WS.CPY.
           COPY SIGNON-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '  FIN0004A - LIQUIDACAO ANTECIPADA DE EMPRESTIMO '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           MOVE 'FIN0004A' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.

           PERFORM RESOLVER-CAMINHOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-EMPRESTIMOS.
           IF FS-FIN-ARQUIVO-NOVO
               DISPLAY 'EMPRESTIMOS.DAT AINDA NAO EXISTE. NENHUM '
                       'CONTRATO A LIQUIDAR.'
               CLOSE ARQUIVO-EMPRESTIMOS
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           PERFORM ATENDER-CONTRATO
               UNTIL WRK-CONTINUAR = 'N'.

           CLOSE ARQUIVO-EMPRESTIMOS.
           IF RELATORIO-ABERTO
               PERFORM 0973-FECHAR-RELATORIO
           END-IF.

           DISPLAY 'CONTRATOS QUITADOS......: ' WRK-QTD-QUITADOS.
           DISPLAY 'ANTECIPACOES PARCIAIS...: ' WRK-QTD-ANTECIPADOS.
           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

       RESOLVER-CAMINHOS.
           ACCEPT WRK-EMPRESTIMOS-PATH
               FROM ENVIRONMENT 'EMPRESTIMOS_DAT_PATH'.
           IF WRK-EMPRESTIMOS-PATH = SPACES
               MOVE 'EMPRESTIMOS.DAT' TO WRK-EMPRESTIMOS-PATH
           END-IF.

           ACCEPT WRK-PAGAMENTOS-PATH
               FROM ENVIRONMENT 'PAGAMENTOS_EMPRESTIMOS_PATH'.
           IF WRK-PAGAMENTOS-PATH = SPACES
               MOVE 'PAGAMENTOS-EMPRESTIMOS.DAT'
                   TO WRK-PAGAMENTOS-PATH
           END-IF.

           ACCEPT WRK-ANTECIPACOES-PATH
               FROM ENVIRONMENT 'ANTECIPACOES_EMPRESTIMOS_PATH'.
           IF WRK-ANTECIPACOES-PATH = SPACES
               MOVE 'ANTECIPACOES-EMPRESTIMOS.DAT'
                   TO WRK-ANTECIPACOES-PATH
           END-IF.

       ATENDER-CONTRATO.
           DISPLAY 'NUMERO DO CONTRATO: '.
           ACCEPT WRK-NUMERO.

           MOVE WRK-NUMERO TO FIN-NUMERO.
           READ ARQUIVO-EMPRESTIMOS
               INVALID KEY
                   DISPLAY 'CONTRATO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM TRATAR-CONTRATO
           END-READ.

           DISPLAY 'DESEJA ATENDER OUTRO CONTRATO? (S/N)'.
           ACCEPT WRK-CONTINUAR.
           MOVE FUNCTION UPPER-CASE(WRK-CONTINUAR) TO WRK-CONTINUAR.

       TRATAR-CONTRATO.
           IF NOT FIN-ATIVO
               DISPLAY 'CONTRATO ' FIN-NUMERO ' NAO ESTA ATIVO '
                       '(SITUACAO ' FIN-SITUACAO ').'
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-DESCONTO-PENDENTE.
           IF DESCONTO-PENDENTE
               DISPLAY 'A FOLHA JA DESCONTOU UMA PARCELA DESTE '
                       'CONTRATO QUE O POSTING (FIN0002A) AINDA NAO '
                       'APLICOU. RODE O POSTING ANTES DE LIQUIDAR.'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WRK-DATA-VALIDA.
           PERFORM PEDIR-DATA-PAGAMENTO UNTIL DATA-VALIDA.

           PERFORM COTAR-QUITACAO.
           PERFORM EXIBIR-COTACAO.

           DISPLAY '(Q)UITAR, ANTECIPAR (P)ARCIAL OU ENTER PARA '
                   'FICAR SO NA COTACAO: '.
           ACCEPT WRK-OPERACAO.
           MOVE FUNCTION UPPER-CASE(WRK-OPERACAO) TO WRK-OPERACAO.
           EVALUATE WRK-OPERACAO
               WHEN 'Q'
                   PERFORM EFETUAR-QUITACAO
               WHEN 'P'
                   PERFORM EFETUAR-ANTECIPACAO
               WHEN OTHER
                   DISPLAY 'SOMENTE COTACAO. CONTRATO INALTERADO.'
           END-EVALUATE.

      *> LINHA DA FOLHA PARA ESTE CONTRATO COM DATA POSTERIOR AO
      *> ULTIMO PAGAMENTO APLICADO: O DESCONTO JA SAIU DO HOLERITE E
      *> O POSTING AINDA VAI BAIXAR A PARCELA.
       VERIFICAR-DESCONTO-PENDENTE.
           MOVE 'N' TO WRK-PENDENTE.
           OPEN INPUT ARQUIVO-PAGAMENTOS.
           IF NOT FS-PAG-ARQUIVO-NOVO
               PERFORM LER-PAGAMENTO
               PERFORM CONFERIR-PAGAMENTO
                   UNTIL FS-PAG-EOF OR DESCONTO-PENDENTE
           END-IF.
           CLOSE ARQUIVO-PAGAMENTOS.

       LER-PAGAMENTO.
           READ ARQUIVO-PAGAMENTOS.

       CONFERIR-PAGAMENTO.
           IF PAG-NUMERO = FIN-NUMERO
               IF FIN-DATA-ULT-PAGTO = SPACES
                  OR PAG-DATA > FIN-DATA-ULT-PAGTO
                   MOVE 'S' TO WRK-PENDENTE
               END-IF
           END-IF.
           PERFORM LER-PAGAMENTO.

      *> A DATA NAO PODE SER ANTERIOR AO CONTRATO NEM AO ULTIMO
      *> PAGAMENTO APLICADO.
       PEDIR-DATA-PAGAMENTO.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, ENTER = HOJE): '.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-ENTRADA
           END-IF.

           IF WRK-DATA-ENTRADA NOT NUMERIC
               DISPLAY 'DATA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-DATA-ENTRADA TO WRK-DATA-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-NUM) NOT = 0
               DISPLAY 'DATA INVALIDA.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATA-ENTRADA < FIN-DATA-CONTRATO
               DISPLAY 'DATA ANTERIOR AO CONTRATO ('
                       FIN-DATA-CONTRATO ').'
               EXIT PARAGRAPH
           END-IF.
           IF FIN-DATA-ULT-PAGTO NOT = SPACES
              AND WRK-DATA-ENTRADA < FIN-DATA-ULT-PAGTO
               DISPLAY 'DATA ANTERIOR AO ULTIMO PAGAMENTO ('
                       FIN-DATA-ULT-PAGTO ').'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-DATA-ENTRADA TO WRK-DATA-PAGTO.
           MOVE 'S' TO WRK-DATA-VALIDA.

      *> VALOR DE QUITACAO NA DATA: O SALDO DEVEDOR E O PRINCIPAL EM
      *> ABERTO NO ULTIMO VENCIMENTO; ATE A DATA DO PAGAMENTO ELE
      *> CORRE JUROS SO PELOS DIAS CORRIDOS. O DESCONTO E O QUE O
      *> TOMADOR DEIXA DE PAGAR DE JUROS FUTUROS FRENTE A SOMA DAS
      *> PARCELAS QUE FALTAM.
       COTAR-QUITACAO.
           MOVE FIN-DATA-CONTRATO TO WRK-DATA-NUM.
           COMPUTE WRK-BASE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               + FIN-PARCELAS-PAGAS * 30.
           MOVE WRK-DATA-PAGTO TO WRK-DATA-NUM.
           COMPUTE WRK-PAGTO-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).
           COMPUTE WRK-DIAS = WRK-PAGTO-INT - WRK-BASE-INT.
           IF WRK-DIAS < 0
               MOVE ZERO TO WRK-DIAS
           END-IF.

           COMPUTE WRK-BASE-POTENCIA = 1 + FIN-TAXA-MES.
           COMPUTE WRK-EXPOENTE ROUNDED = WRK-DIAS / 30.
           COMPUTE WRK-FATOR ROUNDED =
               WRK-BASE-POTENCIA ** WRK-EXPOENTE.
           COMPUTE WRK-VALOR-QUITACAO ROUNDED =
               FIN-SALDO-DEVEDOR * WRK-FATOR.
           COMPUTE WRK-JUROS-PRORATA =
               WRK-VALOR-QUITACAO - FIN-SALDO-DEVEDOR.

           COMPUTE WRK-RESTANTES =
               FIN-QTD-PARCELAS - FIN-PARCELAS-PAGAS.
           IF FIN-AMORT-SAC NUMERIC
               MOVE FIN-AMORT-SAC TO WRK-AMORT-SAC-ATUAL
           ELSE
               MOVE ZERO TO WRK-AMORT-SAC-ATUAL
           END-IF.
           MOVE FIN-SALDO-DEVEDOR   TO WRK-SIM-SALDO.
           MOVE WRK-RESTANTES       TO WRK-SIM-RESTANTES.
           MOVE FIN-VALOR-PARCELA   TO WRK-SIM-PARCELA-FIXA.
           MOVE WRK-AMORT-SAC-ATUAL TO WRK-SIM-AMORT-FIXA.
           MOVE 'N' TO WRK-SIM-IMPRIMIR.
           PERFORM SIMULAR-CRONOGRAMA.
           MOVE WRK-SIM-TOTAL TO WRK-TOTAL-RESTANTE.

           IF WRK-TOTAL-RESTANTE > WRK-VALOR-QUITACAO
               COMPUTE WRK-DESCONTO =
                   WRK-TOTAL-RESTANTE - WRK-VALOR-QUITACAO
           ELSE
               MOVE ZERO TO WRK-DESCONTO
           END-IF.

       EXIBIR-COTACAO.
           DISPLAY '------------------------------------------------'.
           MOVE FIN-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           IF FIN-SAC
               DISPLAY ' CONTRATO ' FIN-NUMERO ' (SAC) CPF '
                       WRK-MSK-SAIDA
           ELSE
               DISPLAY ' CONTRATO ' FIN-NUMERO ' (PRICE) CPF '
                       WRK-MSK-SAIDA
           END-IF.
           DISPLAY ' PARCELAS RESTANTES......: ' WRK-RESTANTES.
           MOVE FIN-SALDO-DEVEDOR TO WRK-VALOR-EDITADO.
           DISPLAY ' SALDO DEVEDOR...........: ' WRK-VALOR-EDITADO.
           MOVE WRK-DIAS TO WRK-DIAS-ED.
           MOVE WRK-JUROS-PRORATA TO WRK-VALOR-EDITADO.
           DISPLAY ' JUROS PRO RATA (' WRK-DIAS-ED ' DIAS).: '
                   WRK-VALOR-EDITADO.
           MOVE WRK-TOTAL-RESTANTE TO WRK-VALOR-EDITADO.
           DISPLAY ' SOMA DAS PARCELAS.......: ' WRK-VALOR-EDITADO.
           MOVE WRK-DESCONTO TO WRK-VALOR-EDITADO.
           DISPLAY ' DESCONTO DE JUROS.......: ' WRK-VALOR-EDITADO.
           MOVE WRK-VALOR-QUITACAO TO WRK-VALOR-EDITADO.
           DISPLAY ' VALOR PARA QUITACAO EM ' WRK-DATA-PAGTO ': '
                   WRK-VALOR-EDITADO.
           DISPLAY '------------------------------------------------'.

       EFETUAR-QUITACAO.
           MOVE WRK-VALOR-QUITACAO TO WRK-VALOR-EDITADO.
           DISPLAY 'CONFIRMA A QUITACAO POR ' WRK-VALOR-EDITADO
                   '? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'QUITACAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE FIN-SALDO-DEVEDOR  TO WRK-SALDO-ANTERIOR
                                      WRK-AMORT-EXTRA.
           MOVE FIN-VALOR-PARCELA  TO WRK-PARCELA-ANTERIOR.
           MOVE WRK-VALOR-QUITACAO TO WRK-VALOR-PAGO.
           MOVE ZERO TO WRK-SALDO-NOVO WRK-RESTANTES-NOVO
                        WRK-PARCELA-NOVA.

           MOVE ZERO TO FIN-SALDO-DEVEDOR.
           MOVE FIN-QTD-PARCELAS TO FIN-PARCELAS-PAGAS.
           MOVE 'Q' TO FIN-SITUACAO.
           MOVE WRK-DATA-PAGTO TO FIN-DATA-ULT-PAGTO.

           REWRITE REGISTRO-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO ' FIN-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-QUITADOS
                   MOVE 'Q' TO WRK-TIPO-ANTECIPACAO
                   PERFORM GRAVAR-ANTECIPACAO
                   PERFORM IMPRIMIR-EXTRATO
                   DISPLAY 'CONTRATO ' FIN-NUMERO ' QUITADO. O '
                           'DESCONTO EM FOLHA PARA NA PROXIMA '
                           'COMPETENCIA.'
           END-REWRITE.

      *> O VALOR PAGO NA DATA, TRAZIDO AO ULTIMO VENCIMENTO PELO
      *> MESMO FATOR PRO RATA, E O QUE ABATE DO SALDO DEVEDOR.
       EFETUAR-ANTECIPACAO.
           DISPLAY 'VALOR ANTECIPADO: '.
           ACCEPT WRK-NUM-ENTRADA.
           PERFORM 0910-VALIDAR-NUMERICO.
           IF NOT NUM-OK
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-NUM-ENTRADA) TO WRK-VALOR-PAGO.
           IF WRK-VALOR-PAGO = ZERO
               DISPLAY 'VALOR INVALIDO.'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-VALOR-PAGO NOT < WRK-VALOR-QUITACAO
               DISPLAY 'VALOR COBRE A DIVIDA TODA: USE A QUITACAO.'
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WRK-AMORT-EXTRA ROUNDED =
               WRK-VALOR-PAGO / WRK-FATOR.
           IF WRK-AMORT-EXTRA NOT < FIN-SALDO-DEVEDOR
               DISPLAY 'VALOR COBRE A DIVIDA TODA: USE A QUITACAO.'
               EXIT PARAGRAPH
           END-IF.
           MOVE FIN-SALDO-DEVEDOR TO WRK-SALDO-ANTERIOR.
           MOVE FIN-VALOR-PARCELA TO WRK-PARCELA-ANTERIOR.
           COMPUTE WRK-SALDO-NOVO =
               FIN-SALDO-DEVEDOR - WRK-AMORT-EXTRA.

           MOVE SPACES TO WRK-MODALIDADE.
           PERFORM PEDIR-MODALIDADE UNTIL MODALIDADE-VALIDA.
           IF REDUZ-PRAZO
               PERFORM REFAZER-PRAZO
           ELSE
               PERFORM REFAZER-PARCELA
           END-IF.

      *> ECONOMIA: O QUE O TOMADOR PAGARIA SEM ANTECIPAR MENOS O QUE
      *> PAGA AGORA MAIS AS PARCELAS REFEITAS.
           MOVE WRK-SALDO-NOVO     TO WRK-SIM-SALDO.
           MOVE WRK-RESTANTES-NOVO TO WRK-SIM-RESTANTES.
           MOVE WRK-PARCELA-NOVA   TO WRK-SIM-PARCELA-FIXA.
           MOVE WRK-AMORT-SAC-NOVA TO WRK-SIM-AMORT-FIXA.
           MOVE 'N' TO WRK-SIM-IMPRIMIR.
           PERFORM SIMULAR-CRONOGRAMA.
           MOVE WRK-SIM-TOTAL TO WRK-TOTAL-DEPOIS.
           IF WRK-TOTAL-RESTANTE > WRK-VALOR-PAGO + WRK-TOTAL-DEPOIS
               COMPUTE WRK-ECONOMIA = WRK-TOTAL-RESTANTE
                   - WRK-VALOR-PAGO - WRK-TOTAL-DEPOIS
           ELSE
               MOVE ZERO TO WRK-ECONOMIA
           END-IF.

           MOVE WRK-SALDO-NOVO TO WRK-VALOR-EDITADO.
           DISPLAY ' NOVO SALDO DEVEDOR......: ' WRK-VALOR-EDITADO.
           DISPLAY ' PARCELAS RESTANTES......: ' WRK-RESTANTES
                   ' -> ' WRK-RESTANTES-NOVO.
           MOVE WRK-PARCELA-ANTERIOR TO WRK-VALOR-EDITADO.
           MOVE WRK-PARCELA-NOVA TO WRK-SALDO-ED.
           DISPLAY ' PROXIMA PARCELA.........: ' WRK-VALOR-EDITADO
                   ' -> ' WRK-SALDO-ED.
           MOVE WRK-ECONOMIA TO WRK-VALOR-EDITADO.
           DISPLAY ' ECONOMIA DE JUROS.......: ' WRK-VALOR-EDITADO.
           DISPLAY 'CONFIRMA A ANTECIPACAO? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'ANTECIPACAO CANCELADA.'
               EXIT PARAGRAPH
           END-IF.

           MOVE WRK-SALDO-NOVO TO FIN-SALDO-DEVEDOR.
           COMPUTE FIN-QTD-PARCELAS =
               FIN-PARCELAS-PAGAS + WRK-RESTANTES-NOVO.
           MOVE WRK-PARCELA-NOVA TO FIN-VALOR-PARCELA.
           MOVE WRK-AMORT-SAC-NOVA TO FIN-AMORT-SAC.
           MOVE WRK-DATA-PAGTO TO FIN-DATA-ULT-PAGTO.

           REWRITE REGISTRO-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O CONTRATO ' FIN-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ANTECIPADOS
                   MOVE WRK-MODALIDADE TO WRK-TIPO-ANTECIPACAO
                   PERFORM GRAVAR-ANTECIPACAO
                   PERFORM IMPRIMIR-EXTRATO
                   DISPLAY 'ANTECIPACAO LANCADA NO CONTRATO '
                           FIN-NUMERO '.'
           END-REWRITE.

       PEDIR-MODALIDADE.
           DISPLAY 'REDUZIR O (P)RAZO OU O (V)ALOR DA PARCELA? '.
           ACCEPT WRK-MODALIDADE.
           MOVE FUNCTION UPPER-CASE(WRK-MODALIDADE) TO WRK-MODALIDADE.
           IF NOT MODALIDADE-VALIDA
               DISPLAY 'OPCAO INVALIDA.'
           END-IF.

      *> PRAZO MENOR, MESMO NIVEL DE PARCELA. PRICE: CONTA QUANTAS
      *> PARCELAS DO VALOR ATUAL PAGAM O NOVO SALDO E REFAZ A PARCELA
      *> EXATA PARA ESSE PRAZO (FICA IGUAL OU UM POUCO MENOR, SEM
      *> SOBRA NA ULTIMA). SAC: MANTEM A AMORTIZACAO CONSTANTE E O
      *> PRAZO E O QUE ELA LEVA PARA ZERAR O NOVO SALDO.
       REFAZER-PRAZO.
           IF FIN-SAC
               IF WRK-AMORT-SAC-ATUAL > ZERO
                   MOVE WRK-AMORT-SAC-ATUAL TO WRK-AMORT-SAC-NOVA
               ELSE
                   COMPUTE WRK-AMORT-SAC-NOVA ROUNDED =
                       FIN-PRINCIPAL / FIN-QTD-PARCELAS
               END-IF
               COMPUTE WRK-RESTANTES-NOVO =
                   WRK-SALDO-NOVO / WRK-AMORT-SAC-NOVA
               IF WRK-RESTANTES-NOVO * WRK-AMORT-SAC-NOVA
                  < WRK-SALDO-NOVO
                   ADD 1 TO WRK-RESTANTES-NOVO
               END-IF
               IF WRK-RESTANTES-NOVO > WRK-RESTANTES
                   MOVE WRK-RESTANTES TO WRK-RESTANTES-NOVO
               END-IF
               PERFORM CALCULAR-PARCELA-SAC
           ELSE
               MOVE ZERO TO WRK-AMORT-SAC-NOVA
               MOVE WRK-SALDO-NOVO TO WRK-SIM-SALDO
               MOVE FIN-VALOR-PARCELA TO WRK-SIM-PARCELA-FIXA
               MOVE ZERO TO WRK-SIM-AMORT-FIXA WRK-RESTANTES-NOVO
               PERFORM CONTAR-PARCELA-PRICE
                   UNTIL WRK-SIM-SALDO = ZERO
                      OR WRK-RESTANTES-NOVO NOT < WRK-RESTANTES
               PERFORM CALCULAR-PARCELA-PRICE
           END-IF.

      *> PARCELA MENOR, MESMO PRAZO: PRICE REFAZ A PARCELA FIXA PARA
      *> O NOVO SALDO; SAC REPARTE O NOVO SALDO EM AMORTIZACOES
      *> IGUAIS PELAS PARCELAS QUE FALTAM.
       REFAZER-PARCELA.
           MOVE WRK-RESTANTES TO WRK-RESTANTES-NOVO.
           IF FIN-SAC
               COMPUTE WRK-AMORT-SAC-NOVA ROUNDED =
                   WRK-SALDO-NOVO / WRK-RESTANTES-NOVO
               IF WRK-AMORT-SAC-NOVA = ZERO
                   MOVE WRK-SALDO-NOVO TO WRK-AMORT-SAC-NOVA
               END-IF
               PERFORM CALCULAR-PARCELA-SAC
           ELSE
               MOVE ZERO TO WRK-AMORT-SAC-NOVA
               PERFORM CALCULAR-PARCELA-PRICE
           END-IF.

       CONTAR-PARCELA-PRICE.
           ADD 1 TO WRK-RESTANTES-NOVO.
           MOVE WRK-RESTANTES TO WRK-SIM-RESTANTES.
           MOVE 1 TO WRK-SIM-PARCELA.
           PERFORM PREPARAR-SIMULACAO.
           PERFORM 0911-CALCULAR-PARCELA.
           SUBTRACT WRK-AMZ-AMORT FROM WRK-SIM-SALDO.

      *> PMT = SALDO * I * (1+I)**N / ((1+I)**N - 1), COMO NA
      *> CALCULADORA; SEM JUROS, SALDO / N.
       CALCULAR-PARCELA-PRICE.
           IF FIN-TAXA-MES = ZERO
               COMPUTE WRK-PARCELA-NOVA ROUNDED =
                   WRK-SALDO-NOVO / WRK-RESTANTES-NOVO
           ELSE
               COMPUTE WRK-FATOR-POTENCIA ROUNDED =
                   (1 + FIN-TAXA-MES) ** WRK-RESTANTES-NOVO
               COMPUTE WRK-NUMERADOR-PMT ROUNDED =
                   WRK-SALDO-NOVO * FIN-TAXA-MES
                   * WRK-FATOR-POTENCIA
               COMPUTE WRK-DENOMINADOR-PMT ROUNDED =
                   WRK-FATOR-POTENCIA - 1
               COMPUTE WRK-PARCELA-NOVA ROUNDED =
                   WRK-NUMERADOR-PMT / WRK-DENOMINADOR-PMT
           END-IF.

      *> NO SAC A PARCELA GRAVADA E A DO PROXIMO VENCIMENTO.
       CALCULAR-PARCELA-SAC.
           MOVE WRK-SALDO-NOVO     TO WRK-SIM-SALDO.
           MOVE WRK-RESTANTES-NOVO TO WRK-SIM-RESTANTES.
           MOVE ZERO               TO WRK-SIM-PARCELA-FIXA.
           MOVE WRK-AMORT-SAC-NOVA TO WRK-SIM-AMORT-FIXA.
           MOVE 1 TO WRK-SIM-PARCELA.
           PERFORM PREPARAR-SIMULACAO.
           PERFORM 0911-CALCULAR-PARCELA.
           MOVE WRK-AMZ-PARCELA TO WRK-PARCELA-NOVA.

      *> PERCORRE AS WRK-SIM-RESTANTES PARCELAS A PARTIR DE
      *> WRK-SIM-SALDO, SOMANDO EM WRK-SIM-TOTAL (E IMPRIMINDO NO
      *> EXTRATO QUANDO SIM-IMPRIMIR).
       SIMULAR-CRONOGRAMA.
           MOVE ZERO TO WRK-SIM-TOTAL.
           PERFORM SIMULAR-PARCELA
               VARYING WRK-SIM-PARCELA FROM 1 BY 1
               UNTIL WRK-SIM-PARCELA > WRK-SIM-RESTANTES.

       SIMULAR-PARCELA.
           PERFORM PREPARAR-SIMULACAO.
           PERFORM 0911-CALCULAR-PARCELA.
           ADD WRK-AMZ-PARCELA TO WRK-SIM-TOTAL.
           SUBTRACT WRK-AMZ-AMORT FROM WRK-SIM-SALDO.
           IF SIM-IMPRIMIR
               MOVE WRK-SIM-PARCELA TO WRK-PARC-ED
               MOVE WRK-AMZ-PARCELA TO WRK-VALOR-EDITADO
               MOVE WRK-AMZ-JUROS   TO WRK-JUROS-ED
               MOVE WRK-AMZ-AMORT   TO WRK-AMORT-ED
               MOVE WRK-SIM-SALDO   TO WRK-SALDO-ED
               STRING '  PARCELA ' DELIMITED BY SIZE
                      WRK-PARC-ED DELIMITED BY SIZE
                      '  VALOR ' DELIMITED BY SIZE
                      WRK-VALOR-EDITADO DELIMITED BY SIZE
                      '  JUROS ' DELIMITED BY SIZE
                      WRK-JUROS-ED DELIMITED BY SIZE
                      '  AMORT ' DELIMITED BY SIZE
                      WRK-AMORT-ED DELIMITED BY SIZE
                      '  SALDO ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

       PREPARAR-SIMULACAO.
           MOVE FIN-SISTEMA          TO WRK-AMZ-SISTEMA.
           MOVE WRK-SIM-SALDO        TO WRK-AMZ-SALDO.
           MOVE FIN-TAXA-MES         TO WRK-AMZ-TAXA.
           MOVE FIN-PRINCIPAL        TO WRK-AMZ-PRINCIPAL.
           MOVE FIN-QTD-PARCELAS     TO WRK-AMZ-QTD.
           COMPUTE WRK-AMZ-RESTANTES =
               WRK-SIM-RESTANTES - WRK-SIM-PARCELA + 1.
           MOVE WRK-SIM-PARCELA-FIXA TO WRK-AMZ-PARCELA-FIXA.
           MOVE WRK-SIM-AMORT-FIXA   TO WRK-AMZ-AMORT-FIXA.

       GRAVAR-ANTECIPACAO.
           OPEN EXTEND ARQUIVO-ANTECIPACOES.
           IF FS-ANT-ARQUIVO-NOVO
               OPEN OUTPUT ARQUIVO-ANTECIPACOES
               CLOSE ARQUIVO-ANTECIPACOES
               OPEN EXTEND ARQUIVO-ANTECIPACOES
           END-IF.
           MOVE FIN-NUMERO           TO ANT-NUMERO.
           MOVE WRK-DATA-PAGTO       TO ANT-DATA.
           MOVE WRK-TIPO-ANTECIPACAO TO ANT-TIPO.
           MOVE WRK-VALOR-PAGO       TO ANT-VALOR-PAGO.
           MOVE WRK-AMORT-EXTRA      TO ANT-AMORTIZACAO.
           IF WRK-TIPO-ANTECIPACAO = 'Q'
               MOVE WRK-DESCONTO     TO ANT-DESCONTO
           ELSE
               MOVE WRK-ECONOMIA     TO ANT-DESCONTO
           END-IF.
           MOVE WRK-SALDO-ANTERIOR   TO ANT-SALDO-ANTERIOR.
           MOVE WRK-SALDO-NOVO       TO ANT-SALDO-NOVO.
           MOVE WRK-RESTANTES        TO ANT-RESTANTES-ANTES.
           MOVE WRK-RESTANTES-NOVO   TO ANT-RESTANTES-DEPOIS.
           MOVE WRK-PARCELA-NOVA     TO ANT-PARCELA-NOVA.
           MOVE WRK-OPE-ID           TO ANT-OPERADOR.
           WRITE REGISTRO-ANTECIPACAO.
           IF NOT FS-ANT-OK
               DISPLAY 'ERRO AO LANCAR A ANTECIPACAO (STATUS '
                       WRK-ANT-STATUS ').'
           END-IF.
           CLOSE ARQUIVO-ANTECIPACOES.

      *> EXTRATO DE LIQUIDACAO NO SPOOL: UM BLOCO POR OPERACAO, COM O
      *> CRONOGRAMA REFEITO NA ANTECIPACAO PARCIAL.
       IMPRIMIR-EXTRATO.
           IF NOT RELATORIO-ABERTO
               MOVE 'LIQUIDACAO-EMPREST' TO WRK-REL-NOME
               MOVE SPACES TO WRK-REL-CABECALHO
               MOVE 'FIN0004A' TO WRK-REL-PROGRAMA
               PERFORM 0970-ABRIR-RELATORIO
               MOVE 'S' TO WRK-REL-ABERTO
           END-IF.

           EVALUATE WRK-TIPO-ANTECIPACAO
               WHEN 'Q'
                   MOVE 'EXTRATO DE LIQUIDACAO ANTECIPADA'
                       TO WRK-TITULO-EXTRATO
               WHEN 'P'
                   MOVE 'EXTRATO DE ANTECIPACAO PARCIAL - PRAZO MENOR'
                       TO WRK-TITULO-EXTRATO
               WHEN OTHER
                   MOVE 'EXTRATO DE ANTECIPACAO PARCIAL - PARCELA '
                       TO WRK-TITULO-EXTRATO
                   MOVE 'MENOR' TO WRK-TITULO-EXTRATO(42:5)
           END-EVALUATE.
           MOVE WRK-TITULO-EXTRATO TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE FIN-CPF TO WRK-MSK-ENTRADA.
           PERFORM 0950-MASCARAR-CPF.
           IF FIN-SAC
               STRING 'CONTRATO ' DELIMITED BY SIZE
                      FIN-NUMERO DELIMITED BY SIZE
                      '  SISTEMA SAC    TOMADOR (CPF) '
                          DELIMITED BY SIZE
                      WRK-MSK-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           ELSE
               STRING 'CONTRATO ' DELIMITED BY SIZE
                      FIN-NUMERO DELIMITED BY SIZE
                      '  SISTEMA PRICE  TOMADOR (CPF) '
                          DELIMITED BY SIZE
                      WRK-MSK-SAIDA DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
           END-IF.
           PERFORM 0972-IMPRIMIR-LINHA.

           STRING 'DATA DO PAGAMENTO.......: ' DELIMITED BY SIZE
                  WRK-DATA-PAGTO DELIMITED BY SIZE
                  '  OPERADOR ' DELIMITED BY SIZE
                  WRK-OPE-ID DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-EDITADO.
           STRING 'SALDO DEVEDOR ANTERIOR..: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-DIAS TO WRK-DIAS-ED.
           MOVE WRK-JUROS-PRORATA TO WRK-VALOR-EDITADO.
           STRING 'JUROS PRO RATA..........: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIAS DESDE O ULTIMO VENCIMENTO)' DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-VALOR-PAGO TO WRK-VALOR-EDITADO.
           STRING 'VALOR PAGO..............: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-AMORT-EXTRA TO WRK-VALOR-EDITADO.
           STRING 'ABATIDO DO SALDO........: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WRK-TIPO-ANTECIPACAO = 'Q'
               MOVE WRK-DESCONTO TO WRK-VALOR-EDITADO
               STRING 'DESCONTO DE JUROS.......: ' DELIMITED BY SIZE
                      WRK-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
               MOVE 'CONTRATO QUITADO. O DESCONTO EM FOLHA PARA NA '
                   TO WRK-REL-LINHA
               MOVE 'PROXIMA COMPETENCIA.' TO WRK-REL-LINHA(47:20)
               PERFORM 0972-IMPRIMIR-LINHA
           ELSE
               PERFORM IMPRIMIR-CONDICOES-NOVAS
           END-IF.

           MOVE ALL '-' TO WRK-REL-LINHA(1:100).
           PERFORM 0972-IMPRIMIR-LINHA.

       IMPRIMIR-CONDICOES-NOVAS.
           MOVE WRK-ECONOMIA TO WRK-VALOR-EDITADO.
           STRING 'ECONOMIA DE JUROS.......: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-SALDO-NOVO TO WRK-VALOR-EDITADO.
           STRING 'NOVO SALDO DEVEDOR......: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-RESTANTES TO WRK-PARC-ED.
           MOVE WRK-RESTANTES-NOVO TO WRK-PARC2-ED.
           STRING 'PARCELAS RESTANTES......: ' DELIMITED BY SIZE
                  WRK-PARC-ED DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WRK-PARC2-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE WRK-PARCELA-ANTERIOR TO WRK-VALOR-EDITADO.
           MOVE WRK-PARCELA-NOVA TO WRK-SALDO-ED.
           STRING 'PROXIMA PARCELA.........: ' DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           MOVE 'NOVO CRONOGRAMA:' TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WRK-SALDO-NOVO     TO WRK-SIM-SALDO.
           MOVE WRK-RESTANTES-NOVO TO WRK-SIM-RESTANTES.
           MOVE WRK-PARCELA-NOVA   TO WRK-SIM-PARCELA-FIXA.
           MOVE WRK-AMORT-SAC-NOVA TO WRK-SIM-AMORT-FIXA.
           MOVE 'S' TO WRK-SIM-IMPRIMIR.
           PERFORM SIMULAR-CRONOGRAMA.
           MOVE 'N' TO WRK-SIM-IMPRIMIR.

           COPY CPFMASK-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY AMORTIZA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
