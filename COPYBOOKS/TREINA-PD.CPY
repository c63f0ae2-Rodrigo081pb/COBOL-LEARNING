      ******************************************************************
      * COPYBOOK.....: TREINA-PD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: PARAGRAFOS DA ANONIMIZACAO DA COPIA DE
      *                TREINAMENTO, COPIADOS NO FIM DA PROCEDURE
      *                DIVISION JUNTO COM O CPF-VALIDA-PD.CPY (O
      *                PROGRAMA DEFINE WRK-CPF PIC X(14), COMO PEDE O
      *                CPF-VALIDA). 0912 CONFERE A TRAVA DO AMBIENTE E
      *                LE A CHAVE DA RODADA; OS DEMAIS RECEBEM O DADO
      *                REAL NO CAMPO -ENTRADA E DEVOLVEM O FICTICIO NO
      *                CAMPO -SAIDA: 0914 CPF, 0919 NOME, 0924 ENDERECO
      *                (0924A CEP), 0964 TELEFONE, 0967 E-MAIL E 0968
      *                DIGITOS DE AGENCIA/CONTA. CAMPO REAL EM BRANCO
      *                VOLTA EM BRANCO; CPF INCOMPLETO VOLTA COMO VEIO.
      ******************************************************************

       0912-PREPARAR-TREINAMENTO.
           MOVE 'N' TO WRK-TRN-SITUACAO.
           MOVE SPACES TO WRK-TRN-AMBIENTE.
           MOVE SPACES TO WRK-TRN-HASH-CHAVE.
           ACCEPT WRK-TRN-AMBIENTE FROM ENVIRONMENT 'AMBIENTE'.
           ACCEPT WRK-TRN-HASH-CHAVE
               FROM ENVIRONMENT 'TREINAMENTO_CHAVE'.

           IF WRK-TRN-AMBIENTE NOT = 'TREINAMENTO'
               DISPLAY 'AMBIENTE NAO E DE TREINAMENTO (AMBIENTE='
                       FUNCTION TRIM(WRK-TRN-AMBIENTE) '):'
               DISPLAY 'NENHUM ARQUIVO FOI ALTERADO. A ANONIMIZACAO '
                       'SO RODA PELO JCL/TREINAMENTO.sh.'
           ELSE
               IF WRK-TRN-HASH-CHAVE = SPACES
                   DISPLAY 'TREINAMENTO_CHAVE NAO DEFINIDA: NENHUM '
                           'ARQUIVO FOI ALTERADO.'
               ELSE
                   MOVE 'S' TO WRK-TRN-SITUACAO
               END-IF
           END-IF.
       0912-EXIT.
           EXIT.

      * SORTEIO SOBRE A CHAVE DA RODADA + WRK-TRN-HASH-ENTRADA (MESMA
      * CONTA DO SELO DO AUDITLOG): DEVOLVE WRK-TRN-H1 E WRK-TRN-H2.
       0913-SORTEAR.
           MOVE ZERO TO WRK-TRN-H1.
           MOVE ZERO TO WRK-TRN-H2.
           PERFORM 0913A-SOMAR-CARACTERE
               VARYING WRK-TRN-HASH-POS FROM 1 BY 1
               UNTIL WRK-TRN-HASH-POS > 92.
       0913-EXIT.
           EXIT.

       0913A-SOMAR-CARACTERE.
           COMPUTE WRK-TRN-H1 =
               FUNCTION MOD(WRK-TRN-H1 * 31
                 + FUNCTION ORD(WRK-TRN-HASH-AREA(WRK-TRN-HASH-POS:1)),
                   2147483647).
           COMPUTE WRK-TRN-H2 =
               FUNCTION MOD(WRK-TRN-H2 * 131
                 + FUNCTION ORD(WRK-TRN-HASH-AREA(WRK-TRN-HASH-POS:1))
                 * WRK-TRN-HASH-POS, 999999937).
       0913A-EXIT.
           EXIT.

      * CPF FICTICIO COM DIGITOS VERIFICADORES VALIDOS. NUNCA SAI COM
      * OS NOVE DIGITOS IGUAIS (QUE A VALIDACAO RECUSA).
       0914-ANONIMIZAR-CPF.
           MOVE WRK-TRN-CPF-ENTRADA TO WRK-TRN-CPF-SAIDA.
           MOVE WRK-TRN-CPF-ENTRADA TO WRK-CPF.
           MOVE 0 TO WRK-CPF-QTD-DIGITOS.
           PERFORM 0901-EXTRAIR-DIGITO-CPF
               VARYING WRK-CPF-POS FROM 1 BY 1
               UNTIL WRK-CPF-POS > 14.
           IF WRK-CPF-QTD-DIGITOS NOT = 11
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-TRN-HASH-ENTRADA.
           STRING 'C'             DELIMITED BY SIZE
                  WRK-CPF-DIGITOS DELIMITED BY SIZE
               INTO WRK-TRN-HASH-ENTRADA
           END-STRING.
           PERFORM 0913-SORTEAR.
           COMPUTE WRK-TRN-SORTEIO =
               FUNCTION MOD(WRK-TRN-H1, 1000000) * 1000
             + FUNCTION MOD(WRK-TRN-H2, 1000).
           IF FUNCTION MOD(WRK-TRN-SORTEIO, 111111111) = 0
               IF WRK-TRN-SORTEIO < 999999999
                   ADD 1 TO WRK-TRN-SORTEIO
               ELSE
                   SUBTRACT 1 FROM WRK-TRN-SORTEIO
               END-IF
           END-IF.

           MOVE SPACES          TO WRK-CPF.
           MOVE WRK-TRN-SORTEIO TO WRK-CPF(1:9).
           MOVE '00'            TO WRK-CPF(10:2).
           PERFORM 0900-VALIDAR-CPF.
           MOVE WRK-CPF-DV1     TO WRK-CPF(10:1).
           MOVE WRK-CPF-DV2     TO WRK-CPF(11:1).

           MOVE SPACES TO WRK-TRN-CPF-SAIDA.
           IF WRK-TRN-CPF-ENTRADA(4:1) = '.'
               STRING WRK-CPF(1:3)  DELIMITED BY SIZE
                      '.'           DELIMITED BY SIZE
                      WRK-CPF(4:3)  DELIMITED BY SIZE
                      '.'           DELIMITED BY SIZE
                      WRK-CPF(7:3)  DELIMITED BY SIZE
                      '-'           DELIMITED BY SIZE
                      WRK-CPF(10:2) DELIMITED BY SIZE
                   INTO WRK-TRN-CPF-SAIDA
               END-STRING
           ELSE
               MOVE WRK-CPF(1:11) TO WRK-TRN-CPF-SAIDA
           END-IF.
       0914-EXIT.
           EXIT.

      * NOME FICTICIO PALAVRA A PALAVRA: A MESMA PALAVRA REAL DA
      * SEMPRE A MESMA FICTICIA, ENTAO O NOME COMPLETO DE UM ARQUIVO
      * E O PRENOME/SOBRENOME SEPARADOS DE OUTRO CONTINUAM BATENDO.
       0919-ANONIMIZAR-NOME.
           MOVE SPACES TO WRK-TRN-NOME-SAIDA.
           MOVE 1 TO WRK-TRN-NOME-PONT.
           MOVE 1 TO WRK-TRN-SAIDA-PONT.
           MOVE WRK-TRN-NOME-MODO TO WRK-TRN-NOME-VEZ.
           PERFORM 0919A-TRATAR-PALAVRA
               UNTIL WRK-TRN-NOME-PONT > 60.
       0919-EXIT.
           EXIT.

       0919A-TRATAR-PALAVRA.
           MOVE SPACES TO WRK-TRN-PALAVRA.
           UNSTRING WRK-TRN-NOME-ENTRADA DELIMITED BY ALL SPACE
               INTO WRK-TRN-PALAVRA
               WITH POINTER WRK-TRN-NOME-PONT
           END-UNSTRING.
           IF WRK-TRN-PALAVRA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TRN-PALAVRA) TO WRK-TRN-PALAVRA.
           IF WRK-TRN-PALAVRA = 'DA' OR 'DE' OR 'DO' OR 'DAS' OR 'DOS'
                             OR 'E'
               MOVE WRK-TRN-PALAVRA TO WRK-TRN-PALAVRA-FALSA
           ELSE
               MOVE SPACES TO WRK-TRN-HASH-ENTRADA
               STRING WRK-TRN-NOME-VEZ DELIMITED BY SIZE
                      WRK-TRN-PALAVRA  DELIMITED BY SIZE
                   INTO WRK-TRN-HASH-ENTRADA
               END-STRING
               PERFORM 0913-SORTEAR
               COMPUTE WRK-TRN-INDICE = FUNCTION MOD(WRK-TRN-H1, 64) + 1
               IF WRK-TRN-NOME-VEZ = 'P'
                   MOVE WRK-TRN-PRENOME(WRK-TRN-INDICE)
                       TO WRK-TRN-PALAVRA-FALSA
                   MOVE 'S' TO WRK-TRN-NOME-VEZ
               ELSE
                   MOVE WRK-TRN-SOBRENOME(WRK-TRN-INDICE)
                       TO WRK-TRN-PALAVRA-FALSA
               END-IF
           END-IF.

           IF WRK-TRN-SAIDA-PONT > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WRK-TRN-NOME-SAIDA
                   WITH POINTER WRK-TRN-SAIDA-PONT
               END-STRING
           END-IF.
           STRING WRK-TRN-PALAVRA-FALSA DELIMITED BY SPACE
               INTO WRK-TRN-NOME-SAIDA
               WITH POINTER WRK-TRN-SAIDA-PONT
           END-STRING.
       0919A-EXIT.
           EXIT.

      * LOGRADOURO FICTICIO E NUMERO SORTEADO. CIDADE E UF FICAM.
       0924-ANONIMIZAR-ENDERECO.
           MOVE SPACES TO WRK-TRN-ENDERECO-SAIDA.
           IF WRK-TRN-ENDERECO-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-TRN-HASH-ENTRADA.
           STRING 'E'                      DELIMITED BY SIZE
                  WRK-TRN-ENDERECO-ENTRADA DELIMITED BY SIZE
               INTO WRK-TRN-HASH-ENTRADA
           END-STRING.
           PERFORM 0913-SORTEAR.
           COMPUTE WRK-TRN-INDICE = FUNCTION MOD(WRK-TRN-H1, 32) + 1.
           COMPUTE WRK-TRN-NUMERO = FUNCTION MOD(WRK-TRN-H2, 1990) + 10.
           MOVE WRK-TRN-NUMERO TO WRK-TRN-NUMERO-ED.
           STRING FUNCTION TRIM(WRK-TRN-LOGRADOURO(WRK-TRN-INDICE))
                      DELIMITED BY SIZE
                  ', '                              DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-TRN-NUMERO-ED)  DELIMITED BY SIZE
               INTO WRK-TRN-ENDERECO-SAIDA
           END-STRING.
       0924-EXIT.
           EXIT.

      * CEP GENERALIZADO PARA O DA REGIAO (SUFIXO 000): A CIDADE E A
      * FAIXA DO DIRETORIO DE CEP CONTINUAM VALENDO.
       0924A-GENERALIZAR-CEP.
           IF WRK-TRN-CEP(6:1) = '-'
               MOVE '000' TO WRK-TRN-CEP(7:3)
           ELSE
               IF WRK-TRN-CEP(6:3) IS NUMERIC
                   MOVE '000' TO WRK-TRN-CEP(6:3)
               END-IF
           END-IF.
       0924A-EXIT.
           EXIT.

      * TELEFONE FICTICIO (CELULAR) NO DDD DO REAL: (DD) 9NNNN-NNNN.
       0964-ANONIMIZAR-TELEFONE.
           MOVE SPACES TO WRK-TRN-FONE-SAIDA.
           MOVE SPACES TO WRK-TRN-FONE-DIGITOS.
           MOVE 0 TO WRK-TRN-FONE-QTD.
           PERFORM 0964A-EXTRAIR-DIGITO-FONE
               VARYING WRK-TRN-FONE-POS FROM 1 BY 1
               UNTIL WRK-TRN-FONE-POS > 60.
           IF WRK-TRN-FONE-QTD = 0
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WRK-TRN-FONE-QTD >= 12
                   MOVE WRK-TRN-FONE-DIGITOS(3:2) TO WRK-TRN-DDD
               WHEN WRK-TRN-FONE-QTD >= 10
                   MOVE WRK-TRN-FONE-DIGITOS(1:2) TO WRK-TRN-DDD
               WHEN OTHER
                   MOVE '11' TO WRK-TRN-DDD
           END-EVALUATE.

           MOVE SPACES TO WRK-TRN-HASH-ENTRADA.
           STRING 'T'                  DELIMITED BY SIZE
                  WRK-TRN-FONE-DIGITOS DELIMITED BY SIZE
               INTO WRK-TRN-HASH-ENTRADA
           END-STRING.
           PERFORM 0913-SORTEAR.
           COMPUTE WRK-TRN-FONE-NUMERO-N =
               FUNCTION MOD(WRK-TRN-H1, 100000000).
           STRING '('                   DELIMITED BY SIZE
                  WRK-TRN-DDD           DELIMITED BY SIZE
                  ') 9'                 DELIMITED BY SIZE
                  WRK-TRN-FONE-PREFIXO  DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  WRK-TRN-FONE-SUFIXO   DELIMITED BY SIZE
               INTO WRK-TRN-FONE-SAIDA
           END-STRING.
       0964-EXIT.
           EXIT.

       0964A-EXTRAIR-DIGITO-FONE.
           IF WRK-TRN-FONE-ENTRADA(WRK-TRN-FONE-POS:1) IS NUMERIC
              AND WRK-TRN-FONE-QTD < 20
               ADD 1 TO WRK-TRN-FONE-QTD
               MOVE WRK-TRN-FONE-ENTRADA(WRK-TRN-FONE-POS:1)
                   TO WRK-TRN-FONE-DIGITOS(WRK-TRN-FONE-QTD:1)
           END-IF.
       0964A-EXIT.
           EXIT.

      * E-MAIL FICTICIO NUM DOMINIO RESERVADO PARA EXEMPLOS.
       0967-ANONIMIZAR-EMAIL.
           MOVE SPACES TO WRK-TRN-EMAIL-SAIDA.
           IF WRK-TRN-EMAIL-ENTRADA = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-TRN-HASH-ENTRADA.
           STRING 'M'                   DELIMITED BY SIZE
                  WRK-TRN-EMAIL-ENTRADA DELIMITED BY SIZE
               INTO WRK-TRN-HASH-ENTRADA
           END-STRING.
           PERFORM 0913-SORTEAR.
           COMPUTE WRK-TRN-EMAIL-NUMERO =
               FUNCTION MOD(WRK-TRN-H1, 1000000).
           STRING 'usuario'            DELIMITED BY SIZE
                  WRK-TRN-EMAIL-NUMERO DELIMITED BY SIZE
                  '@exemplo.com.br'    DELIMITED BY SIZE
               INTO WRK-TRN-EMAIL-SAIDA
           END-STRING.
       0967-EXIT.
           EXIT.

      * TROCA CADA DIGITO DE WRK-TRN-DIGITOS-CAMPO POR UM SORTEADO,
      * MANTENDO TAMANHO, PONTUACAO E LETRAS (AGENCIA, CONTA, DV E
      * CHAVE PIX ALEATORIA).
       0968-EMBARALHAR-DIGITOS.
           IF WRK-TRN-DIGITOS-CAMPO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WRK-TRN-HASH-ENTRADA.
           STRING 'D'                   DELIMITED BY SIZE
                  WRK-TRN-DIGITOS-CAMPO DELIMITED BY SIZE
               INTO WRK-TRN-HASH-ENTRADA
           END-STRING.
           PERFORM 0913-SORTEAR.
           PERFORM 0968A-TROCAR-DIGITO
               VARYING WRK-TRN-DIGITOS-POS FROM 1 BY 1
               UNTIL WRK-TRN-DIGITOS-POS > 60.
       0968-EXIT.
           EXIT.

       0968A-TROCAR-DIGITO.
           IF WRK-TRN-DIGITOS-CAMPO(WRK-TRN-DIGITOS-POS:1) IS NUMERIC
               COMPUTE WRK-TRN-H1 =
                   FUNCTION MOD(WRK-TRN-H1 * 31 + WRK-TRN-DIGITOS-POS,
                                2147483647)
               COMPUTE WRK-TRN-DIGITO = FUNCTION MOD(WRK-TRN-H1, 10)
               MOVE WRK-TRN-DIGITO
                   TO WRK-TRN-DIGITOS-CAMPO(WRK-TRN-DIGITOS-POS:1)
           END-IF.
       0968A-EXIT.
           EXIT.
