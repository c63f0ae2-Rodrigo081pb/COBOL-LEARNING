      *> COMPETENCIA) NO ANO-BASE PEDIDO E CONSOLIDA POR EMPREGADO OS
      *> TOTAIS DE BRUTO, INSS RETIDO, IRRF RETIDO E LIQUIDO DAS DOZE
      *> COMPETENCIAS, MAIS O 13O SALARIO (PSEUDO-COMPETENCIA
      *> 'AAAA13', GRAVADA PELO DEC0001A) EM DESTAQUE PROPRIO. DO
      *> BRUTO, OS PROVENTOS DE RUBRICA ISENTOS DE IRRF SAEM EM LINHA
      *> PROPRIA (RENDIMENTOS ISENTOS).
      *> IMPRIME UM INFORME POR EMPREGADO (UMA PAGINA CADA) PELO
      *> GERADOR PADRAO DE RELATORIOS E, NO FIM, A GRADE-RESUMO COM
      *> UMA LINHA POR EMPREGADO PARA O CONTADOR.
       01 WS-INSS-ANO    PIC 9(09)V99 VALUE ZERO.
       01 WS-IRRF-ANO    PIC 9(09)V99 VALUE ZERO.
       01 WS-LIQUIDO-ANO PIC S9(09)V99 VALUE ZERO.
       01 WS-ISENTOS-ANO PIC 9(09)V99 VALUE ZERO.
       01 WS-BRUTO-13O   PIC 9(09)V99 VALUE ZERO.
       01 WS-INSS-13O    PIC 9(09)V99 VALUE ZERO.
       01 WS-IRRF-13O    PIC 9(09)V99 VALUE ZERO.
                   ADD HST-VALOR-INSS TO WS-INSS-ANO
                   ADD HST-VALOR-IRRF TO WS-IRRF-ANO
                   ADD HST-LIQUIDO    TO WS-LIQUIDO-ANO
                   IF HST-RUB-ISENTOS-IRRF IS NUMERIC
                       ADD HST-RUB-ISENTOS-IRRF TO WS-ISENTOS-ANO
                   END-IF
               END-IF
           END-IF.

           MOVE HST-CPF TO WS-CPF-ATUAL.
           MOVE SPACES TO WS-NOME-ATUAL.
           MOVE ZERO TO WS-MESES WS-BRUTO-ANO WS-INSS-ANO
                        WS-IRRF-ANO WS-LIQUIDO-ANO WS-ISENTOS-ANO
                        WS-BRUTO-13O WS-INSS-13O WS-IRRF-13O.

      *> EMPREGADO SEM MOVIMENTO NO ANO-BASE NAO GANHA INFORME.
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.

           IF WS-ISENTOS-ANO > ZERO
               MOVE WS-ISENTOS-ANO TO WS-VALOR-EDITADO
               STRING '  DOS QUAIS ISENTOS DE IRRF....: '
                      DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.

           MOVE WS-INSS-ANO TO WS-VALOR-EDITADO.
           STRING 'INSS RETIDO NO ANO.............: '
                  DELIMITED BY SIZE
