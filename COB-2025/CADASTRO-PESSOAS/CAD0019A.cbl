      *              FOTOGRAFIA POR CIMA E TERMINA COM VEREDITO
      *              VERDE/VERMELHO (RETURN-CODE 4 QUANDO HA ALERTA),
      *              PARA RODAR COMO ULTIMO PASSO DO FIM-DE-DIA.
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - RODRIGO - IMAGEM DE NOTAS.DAT ALARGADA PARA 121
      *                        BYTES (PESOS DAS NOTAS): O ULTIMO BYTE
      *                        DO REGISTRO ENTRA NO TOTAL DE CONTROLE.
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY MODELO-DADOS.CPY.

       FD ARQUIVO-NOTAS
           RECORD CONTAINS 121 CHARACTERS.
       01 REGISTRO-NOTAS-IMG PIC X(121).

       FD AUDITLOG-ARQUIVO.
           COPY AUDITLOG-FD.CPY.
