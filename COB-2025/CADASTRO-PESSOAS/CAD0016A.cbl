      *              REGISTRA O AVISO. OS ARQUIVOS SEQUENCIAIS SAO
      *              REGRAVADOS VIA ARQUIVO .NOVO, NO MESMO PADRAO DO
      *              PROGRAMA MANUTENCAO-FUNCIONARIOS.
      *              O AUDITLOG.DAT REGRAVADO SAI RESSELADO: AS LINHAS
      *              SELADAS TEM O SELO REFEITO EM CADEIA A PARTIR DA
      *              PRIMEIRA, MANTENDO A SEQUENCIA E O ELO COM O MES
      *              ANTERIOR, PARA A ANONIMIZACAO LEGITIMA NAO SER
      *              APONTADA COMO ADULTERACAO PELO AUD0003A.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05 AUN-OPERACAO    PIC X(15).
           05 AUN-DETALHE     PIC X(60).
           05 AUN-OPERADOR    PIC X(08).
           05 AUN-SEQUENCIA     PIC X(09).
           05 AUN-HASH-ANTERIOR PIC X(20).
           05 AUN-HASH          PIC X(20).

       FD ARQUIVO-VENDAS.
           COPY VENDAS-FD.CPY.
      * CTT-SEQ.
       01 WRK-SEQ-CONTATO PIC 9(03) COMP.

      * RESSELAGEM DO AUDITLOG.DAT: A PRIMEIRA LINHA SELADA GUARDA O
      * ELO COM O MES ANTERIOR; AS SEGUINTES ENCADEIAM NO SELO NOVO.
       01 WRK-RESSELO PIC X(01) VALUE 'N'.
           88 RESSELO-INICIADO VALUE 'S'.

      * RESUMO DO QUE FOI TRATADO EM CADA ARQUIVO, PARA O CERTIFICADO.
       01 WRK-RESULTADOS.
           05 WRK-QTD-CADASTRO  PIC 9(03) COMP VALUE 0.
           MOVE LOG-OPERADOR  TO AUN-OPERADOR.
           MOVE LOG-OPERACAO  TO AUN-OPERACAO.
           MOVE LOG-DETALHE   TO AUN-DETALHE.
           MOVE LOG-SEQUENCIA-X   TO AUN-SEQUENCIA.
           MOVE LOG-HASH-ANTERIOR TO AUN-HASH-ANTERIOR.
           MOVE LOG-HASH          TO AUN-HASH.

           IF LOG-DETALHE = WRK-CPF-ALVO
              OR LOG-DETALHE(1:14) = WRK-CPF-ALVO
           MOVE AUN-OPERADOR  TO LOG-OPERADOR.
           MOVE AUN-OPERACAO  TO LOG-OPERACAO.
           MOVE AUN-DETALHE   TO LOG-DETALHE.
           MOVE AUN-SEQUENCIA     TO LOG-SEQUENCIA-X.
           MOVE AUN-HASH-ANTERIOR TO LOG-HASH-ANTERIOR.
           MOVE AUN-HASH          TO LOG-HASH.
           IF LOG-SEQUENCIA-X NOT = SPACES
               PERFORM 0005F-RESSELAR-LINHA
           END-IF.
           WRITE REGISTRO-AUDITLOG.
           PERFORM 0005D-LER-AUDITLOG-NOVO.
       0005E-END.

       0005F-RESSELAR-LINHA.
           IF RESSELO-INICIADO
               MOVE WRK-SELO-HASH-ANTERIOR TO LOG-HASH-ANTERIOR
           END-IF.
           MOVE 'S' TO WRK-RESSELO.
           PERFORM 0938-CALCULAR-SELO-AUDITLOG.
           MOVE WRK-SELO-RESULTADO TO LOG-HASH.
           MOVE LOG-HASH           TO WRK-SELO-HASH-ANTERIOR.
       0005F-END.


      * ANONIMIZA O CPF DO COMPRADOR NAS VENDAS DO TITULAR; VALORES E
      * SABORES FICAM, PARA OS RESUMOS DE CAIXA NAO MUDAREM.
           DISPLAY '================================================'.
       0007-END.

           COPY AUDITLOG-PD.CPY.
           COPY BANNER-PD.CPY.
