           *> DE JOGAR FORA A SIMULACAO: UMA SIMULACAO ACEITA PODE SER
           *> GRAVADA COMO CONTRATO EM EMPRESTIMOS.DAT (TOMADOR COM
           *> CPF VALIDADO EM CLIENTES.DAT), CONSULTAVEL DEPOIS PELO
           *> FIN0001A. A SIMULACAO MOSTRA LADO A LADO A TABELA PRICE
           *> E O SAC (AMORTIZACAO CONSTANTE, PARCELA DECRESCENTE), E
           *> O CONTRATO GRAVA O SISTEMA ESCOLHIDO PELO TOMADOR.
           *> TOMADOR COM CPF NAO REGULAR NA RECEITA (SITUACAO-CPF.DAT,
           *> CARREGADO PELO CAD0027A) SO TEM CONTRATO GRAVADO COM
           *> LIBERACAO DE SUPERVISOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUN-STATUS.

           SELECT ARQUIVO-SITUACAO-CPF
               ASSIGN TO DYNAMIC WRK-SITCPF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCF-CPF
               FILE STATUS IS WRK-SCF-STATUS.

           SELECT OPERADORES-ARQUIVO
               ASSIGN TO DYNAMIC WRK-OPERADORES-PATH
               ORGANIZATION IS INDEXED
       FD ARQUIVO-FUNCIONARIOS.
           COPY FUNCIONARIOS-FD.CPY.

       FD ARQUIVO-SITUACAO-CPF.
           COPY SITUACAO-CPF-FD.CPY.

       FD OPERADORES-ARQUIVO.
           COPY OPERADORES-FD.CPY.

       01 WRK-NUMERADOR-PMT  PIC 9(09)V9(07).
       01 WRK-DENOMINADOR-PMT PIC 9(04)V9(06).

      *> SIMULACAO PELO SAC AO LADO DA PRICE, COM OS TOTAIS DE CADA
      *> SISTEMA PARA O TOMADOR COMPARAR ANTES DO ACEITE.
       01 WRK-SALDO-SAC        PIC 9(09)V99.
       01 WRK-PRIMEIRA-SAC     PIC 9(09)V99.
       01 WRK-ULTIMA-SAC       PIC 9(09)V99.
       01 WRK-JUROS-PRICE-TOT  PIC 9(09)V99.
       01 WRK-JUROS-SAC-TOT    PIC 9(09)V99.
       01 WRK-PAGO-PRICE-TOT   PIC 9(09)V99.
       01 WRK-PAGO-SAC-TOT     PIC 9(09)V99.
       01 WRK-SISTEMA          PIC X(01).
           88 SISTEMA-VALIDO   VALUES 'P' 'S'.
       01 WRK-PRC-PARCELA-ED   PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-PRC-JUROS-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-PRC-SALDO-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-SAC-PARCELA-ED   PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-SAC-JUROS-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WRK-SAC-SALDO-ED     PIC ZZZ,ZZZ,ZZ9.99.

      *> GRAVACAO DO CONTRATO A PARTIR DA SIMULACAO ACEITA.
       01 WRK-EMPRESTIMOS-PATH PIC X(100).
       01 WRK-CLIENTES-PATH    PIC X(100).

           COPY SIGNON-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY AMORTIZA-WS.CPY.
           COPY SITCPF-WS.CPY.

       PROCEDURE DIVISION.
           

           DISPLAY 'VALOR DA PARCELA FIXA: ' VALOR-PARCELA.

           MOVE VALOR-EMPRESTIMO TO SALDO-DEVEDOR WRK-SALDO-SAC.
           MOVE ZERO TO WRK-JUROS-PRICE-TOT WRK-JUROS-SAC-TOT
                        WRK-PAGO-PRICE-TOT WRK-PAGO-SAC-TOT
                        WRK-PRIMEIRA-SAC WRK-ULTIMA-SAC.

           DISPLAY 'MES  |  PRICE: PARCELA         JUROS         '
                   'SALDO  |  SAC: PARCELA         JUROS         '
                   'SALDO'.
           PERFORM EXIBIR-MES-COMPARATIVO
               VARYING MES-ATUAL FROM 1 BY 1
               UNTIL MES-ATUAL > QTD-PARCELAS.
           PERFORM EXIBIR-RESUMO-COMPARATIVO.

           PERFORM SALVAR-CONTRATO.


           COPY NUMVALIDA-PD.CPY.
           COPY SIGNON-PD.CPY.
           COPY AMORTIZA-PD.CPY.
           COPY SITCPF-PD.CPY.

      *> UM MES DA SIMULACAO NOS DOIS SISTEMAS, COM A MESMA QUEBRA
      *> JUROS/AMORTIZACAO QUE O POSTING (FIN0002A) VAI APLICAR.
       EXIBIR-MES-COMPARATIVO.
           MOVE TAXA-JUROS-MES   TO WRK-AMZ-TAXA.
           MOVE VALOR-EMPRESTIMO TO WRK-AMZ-PRINCIPAL.
           MOVE QTD-PARCELAS     TO WRK-AMZ-QTD.
           COMPUTE WRK-AMZ-RESTANTES = QTD-PARCELAS - MES-ATUAL + 1.

           MOVE 'P'              TO WRK-AMZ-SISTEMA.
           MOVE SALDO-DEVEDOR    TO WRK-AMZ-SALDO.
           MOVE VALOR-PARCELA    TO WRK-AMZ-PARCELA-FIXA.
           PERFORM 0911-CALCULAR-PARCELA.
           MOVE WRK-AMZ-JUROS TO VALOR-JUROS-MES.
           MOVE WRK-AMZ-AMORT TO VALOR-AMORT-MES.
           SUBTRACT VALOR-AMORT-MES FROM SALDO-DEVEDOR.
           ADD VALOR-JUROS-MES TO WRK-JUROS-PRICE-TOT.
           ADD WRK-AMZ-PARCELA TO WRK-PAGO-PRICE-TOT.
           MOVE WRK-AMZ-PARCELA TO WRK-PRC-PARCELA-ED.
           MOVE WRK-AMZ-JUROS   TO WRK-PRC-JUROS-ED.
           MOVE SALDO-DEVEDOR   TO WRK-PRC-SALDO-ED.

           MOVE 'S'              TO WRK-AMZ-SISTEMA.
           MOVE WRK-SALDO-SAC    TO WRK-AMZ-SALDO.
           PERFORM 0911-CALCULAR-PARCELA.
           SUBTRACT WRK-AMZ-AMORT FROM WRK-SALDO-SAC.
           ADD WRK-AMZ-JUROS TO WRK-JUROS-SAC-TOT.
           ADD WRK-AMZ-PARCELA TO WRK-PAGO-SAC-TOT.
           IF MES-ATUAL = 1
               MOVE WRK-AMZ-PARCELA TO WRK-PRIMEIRA-SAC
           END-IF.
           MOVE WRK-AMZ-PARCELA TO WRK-ULTIMA-SAC.
           MOVE WRK-AMZ-PARCELA TO WRK-SAC-PARCELA-ED.
           MOVE WRK-AMZ-JUROS   TO WRK-SAC-JUROS-ED.
           MOVE WRK-SALDO-SAC   TO WRK-SAC-SALDO-ED.

           DISPLAY MES-ATUAL '  |' WRK-PRC-PARCELA-ED WRK-PRC-JUROS-ED
                   WRK-PRC-SALDO-ED '  |' WRK-SAC-PARCELA-ED
                   WRK-SAC-JUROS-ED WRK-SAC-SALDO-ED.

       EXIBIR-RESUMO-COMPARATIVO.
           DISPLAY '------------------------------------------------'.
           MOVE VALOR-PARCELA      TO WRK-PRC-PARCELA-ED.
           MOVE WRK-JUROS-PRICE-TOT TO WRK-PRC-JUROS-ED.
           MOVE WRK-PAGO-PRICE-TOT TO WRK-PRC-SALDO-ED.
           DISPLAY ' PRICE: PARCELA FIXA DE ' WRK-PRC-PARCELA-ED.
           DISPLAY '        JUROS TOTAIS....: ' WRK-PRC-JUROS-ED
                   '  TOTAL PAGO: ' WRK-PRC-SALDO-ED.
           MOVE WRK-PRIMEIRA-SAC   TO WRK-SAC-PARCELA-ED.
           MOVE WRK-ULTIMA-SAC     TO WRK-SAC-SALDO-ED.
           DISPLAY ' SAC..: PRIMEIRA PARCELA ' WRK-SAC-PARCELA-ED
                   ', ULTIMA ' WRK-SAC-SALDO-ED.
           MOVE WRK-JUROS-SAC-TOT  TO WRK-SAC-JUROS-ED.
           MOVE WRK-PAGO-SAC-TOT   TO WRK-SAC-SALDO-ED.
           DISPLAY '        JUROS TOTAIS....: ' WRK-SAC-JUROS-ED
                   '  TOTAL PAGO: ' WRK-SAC-SALDO-ED.
           DISPLAY '------------------------------------------------'.

      *> O TOMADOR ESCOLHE O SISTEMA DO CONTRATO. NO SAC A PARCELA
      *> QUE ENTRA NA MARGEM E GRAVADA NO CONTRATO E A PRIMEIRA (A
      *> MAIOR); DEPOIS O POSTING A ATUALIZA MES A MES.
       ESCOLHER-SISTEMA.
           MOVE SPACE TO WRK-SISTEMA.
           PERFORM PEDIR-SISTEMA UNTIL SISTEMA-VALIDO.
           IF WRK-SISTEMA = 'S'
               MOVE WRK-PRIMEIRA-SAC TO VALOR-PARCELA
           END-IF.

       PEDIR-SISTEMA.
           DISPLAY 'SISTEMA DE AMORTIZACAO DO CONTRATO: (P)RICE OU '
                   '(S)AC? '.
           ACCEPT WRK-SISTEMA.
           MOVE FUNCTION UPPER-CASE(WRK-SISTEMA) TO WRK-SISTEMA.
           IF NOT SISTEMA-VALIDO
               DISPLAY 'INFORME P OU S.'
           END-IF.

      *> OFERECE GRAVAR A SIMULACAO ACEITA COMO CONTRATO: VALIDA O
      *> CPF DO TOMADOR EM CLIENTES.DAT, DESCOBRE O PROXIMO NUMERO DE
           END-READ.
           CLOSE ARQUIVO-CLIENTES.

      *> CPF SUSPENSO, CANCELADO, NULO OU DE TITULAR FALECIDO NA
      *> RECEITA: SO SUPERVISOR LIBERA O CONTRATO.
           MOVE 'N' TO WRK-MARGEM-REPROVADA.
           PERFORM VERIFICAR-SITUACAO-TOMADOR.
           IF MARGEM-REPROVADA
               DISPLAY 'CONTRATO NAO GRAVADO.'
               EXIT PARAGRAPH
           END-IF.

           PERFORM ESCOLHER-SISTEMA.

           PERFORM ABRIR-EMPRESTIMOS.
           MOVE ZERO TO WRK-PARCELAS-ATIVAS.
           PERFORM DESCOBRIR-PROXIMO-CONTRATO.
           MOVE 'A'               TO FIN-SITUACAO.
           MOVE WRK-DATA-HOJE     TO FIN-DATA-CONTRATO.
           MOVE SPACES            TO FIN-DATA-ULT-PAGTO.
           MOVE WRK-SISTEMA       TO FIN-SISTEMA.
           MOVE ZERO              TO FIN-AMORT-SAC.

           WRITE REGISTRO-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTRATO.'
               NOT INVALID KEY
                   DISPLAY 'CONTRATO ' FIN-NUMERO ' GRAVADO EM '
                           'EMPRESTIMOS.DAT (SISTEMA ' FIN-SISTEMA
                           ').'
           END-WRITE.

           CLOSE ARQUIVO-EMPRESTIMOS.
       LER-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIOS.

      *> O DESLIGADO PELA RESCISAO (RES0001A) NAO CONTA COMO NA FOLHA.
       CASAR-TOMADOR.
           IF REG-CPF = WRK-CPF-TOMADOR AND NOT REG-DESLIGADO
               MOVE 'S' TO WRK-TOMADOR-NA-FOLHA
               MOVE REG-SALARIO TO WRK-SALARIO-TOMADOR
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *> CONSULTA A SITUACAO DO CPF DO TOMADOR NA BASE CARREGADA DO
      *> RETORNO DA RECEITA; SEM A BASE, SEGUE SEM A CRITICA.
       VERIFICAR-SITUACAO-TOMADOR.
           PERFORM 0952-ABRIR-SITUACAO-CPF.
           MOVE WRK-CPF-TOMADOR TO WRK-SIT-CPF-BUSCA.
           PERFORM 0953-VERIFICAR-SITUACAO-CPF.
           PERFORM 0954-FECHAR-SITUACAO-CPF.
           IF CPF-IRREGULAR
               DISPLAY 'CPF DO TOMADOR COM SITUACAO NA RECEITA: '
                       FUNCTION TRIM(WRK-SIT-DESCRICAO)
                       ' (DESDE ' WRK-SIT-DATA ').'
               PERFORM PEDIR-LIBERACAO-SUPERVISOR
           END-IF.

      *> ACIMA DA MARGEM (OU COM O CPF NAO REGULAR NA RECEITA) SO
      *> PASSA COM SUPERVISOR IDENTIFICADO NO SIGN-ON CONFIRMANDO A
      *> LIBERACAO.
       PEDIR-LIBERACAO-SUPERVISOR.
           MOVE 'LOOP-COBOL' TO WRK-OPE-PROGRAMA.
           PERFORM 0945-IDENTIFICAR-OPERADOR.
                   MOVE 'S' TO WRK-MARGEM-REPROVADA
               END-IF
           ELSE
               DISPLAY 'LIBERACAO DO CONTRATO EXIGE SUPERVISOR.'
               MOVE 'S' TO WRK-MARGEM-REPROVADA
           END-IF.
