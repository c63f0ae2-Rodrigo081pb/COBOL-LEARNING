       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP0002A.

      *> OBJETIVO: PASSO MENSAL DOS LIMITES DE IDADE DOS DEPENDENTES
      *> (DEPENDENTES.DAT, MANTIDO PELO DEP0001A). FILHO OU ENTEADO
      *> QUE JA COMPLETOU 14 ANOS PERDE O INDICADOR DE SALARIO-FAMILIA;
      *> O QUE JA COMPLETOU 21 E BAIXADO (SITUACAO 'B', MOTIVO 'I' DE
      *> IDADE, COM A DATA). CADA MUDANCA SAI NO RELATORIO DO SPOOL. EM
      *> JANEIRO (OU COM DEPENDENTES_RELATORIO_ANUAL=S) O RELATORIO
      *> TRAZ TAMBEM OS DEPENDENTES QUE VAO ATINGIR UM DOS LIMITES
      *> DURANTE O ANO, PARA O RH AVISAR OS EMPREGADOS. A DATA DE
      *> REFERENCIA E A DE HOJE, OU DEPENDENTES_DATA_REF (AAAAMMDD).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEPENDENTES
               ASSIGN TO DYNAMIC WRK-DEPENDENTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-DPD-STATUS.

           SELECT RELATORIO-ARQUIVO ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REL-STATUS.

           SELECT CATALOGO-ARQUIVO ASSIGN TO DYNAMIC WRK-CATALOGO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-DEPENDENTES.
           COPY DEPENDENTES-FD.CPY.

       FD RELATORIO-ARQUIVO.
           COPY RELATORIO-FD.CPY.

       FD CATALOGO-ARQUIVO.
           COPY CATALOGO-FD.CPY.

       WORKING-STORAGE SECTION.
       01 WS-DATA-HOJE     PIC X(08).
       01 WS-RELATORIO-ANUAL PIC X(01) VALUE 'N'.
           88 EMITIR-ANUAL VALUE 'S'.

      *> IDADE QUE O DEPENDENTE COMPLETA NO ANO DA REFERENCIA.
       01 WS-IDADE-NO-ANO  PIC 9(03).
       01 WS-MOTIVO-LINHA  PIC X(30).

       01 WS-QTD-LIDOS     PIC 9(05) VALUE ZERO.
       01 WS-QTD-SALFAM-OFF PIC 9(05) VALUE ZERO.
       01 WS-QTD-BAIXADOS  PIC 9(05) VALUE ZERO.
       01 WS-QTD-ANUAL     PIC 9(05) VALUE ZERO.

       01 WS-LINHA-DEP.
           05 WS-LD-CPF-TITULAR PIC X(14).
           05 FILLER            PIC X(01) VALUE '-'.
           05 WS-LD-SEQUENCIA   PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LD-NOME        PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LD-NASCIMENTO  PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LD-IDADE       PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LD-MOTIVO      PIC X(30).

           COPY DEPEND-WS.CPY.
           COPY RELATORIO-WS.CPY.
           COPY BANNER-WS.CPY.

       PROCEDURE DIVISION.

       INICIO.
           MOVE '  DEP0002A - LIMITES DE IDADE DOS DEPENDENTES   '
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-DPD-DATA-REF
               FROM ENVIRONMENT 'DEPENDENTES_DATA_REF'.
           IF WRK-DPD-DATA-REF IS NOT NUMERIC
               MOVE WS-DATA-HOJE TO WRK-DPD-DATA-REF
           END-IF.
           ACCEPT WS-RELATORIO-ANUAL
               FROM ENVIRONMENT 'DEPENDENTES_RELATORIO_ANUAL'.
           IF WRK-DPD-DATA-REF(5:2) = '01'
               MOVE 'S' TO WS-RELATORIO-ANUAL
           END-IF.

           ACCEPT WRK-DEPENDENTES-PATH
               FROM ENVIRONMENT 'DEPENDENTES_PATH'.
           IF WRK-DEPENDENTES-PATH = SPACES
               MOVE 'DEPENDENTES.DAT' TO WRK-DEPENDENTES-PATH
           END-IF.
           OPEN I-O ARQUIVO-DEPENDENTES.
           IF FS-DPD-ARQUIVO-NOVO
               DISPLAY 'SEM DEPENDENTES CADASTRADOS. NADA A FAZER.'
               PERFORM 0941-EXIBIR-BANNER-SAIDA
               STOP RUN
           END-IF.

           MOVE 'DEPENDENTES-IDADE' TO WRK-REL-NOME.
           MOVE SPACES TO WRK-REL-CABECALHO.
           MOVE 'DEP0002A' TO WRK-REL-PROGRAMA.
           PERFORM 0970-ABRIR-RELATORIO.

           PERFORM APLICAR-LIMITES.
           IF EMITIR-ANUAL
               PERFORM LISTAR-PREVISAO-ANUAL
           END-IF.
           CLOSE ARQUIVO-DEPENDENTES.

           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-LIDOS TO WRK-REL-NUM-ED.
           STRING 'DEPENDENTES LIDOS.......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-SALFAM-OFF TO WRK-REL-NUM-ED.
           STRING 'SAIRAM DO SAL.FAMILIA...: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           MOVE WS-QTD-BAIXADOS TO WRK-REL-NUM-ED.
           STRING 'BAIXADOS POR IDADE......: ' DELIMITED BY SIZE
                  WRK-REL-NUM-ED DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           IF EMITIR-ANUAL
               MOVE WS-QTD-ANUAL TO WRK-REL-NUM-ED
               STRING 'ATINGEM LIMITE NO ANO...: ' DELIMITED BY SIZE
                      WRK-REL-NUM-ED DELIMITED BY SIZE
                   INTO WRK-REL-LINHA
               END-STRING
               PERFORM 0972-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0973-FECHAR-RELATORIO.

           DISPLAY 'SAIRAM DO SALARIO-FAMILIA: ' WS-QTD-SALFAM-OFF
                   ' - BAIXADOS POR IDADE: ' WS-QTD-BAIXADOS.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           STOP RUN.

      *> PRIMEIRA VARREDURA: QUEM JA PASSOU DO LIMITE NA DATA.
       APLICAR-LIMITES.
           MOVE SPACES TO WRK-REL-LINHA.
           STRING 'LIMITES DE IDADE APLICADOS EM ' DELIMITED BY SIZE
                  WRK-DPD-DATA-REF DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM POSICIONAR-INICIO.
           PERFORM VERIFICAR-DEPENDENTE UNTIL DPD-VARREDURA-FIM.

       POSICIONAR-INICIO.
           MOVE 'N' TO WRK-DPD-FIM.
           MOVE LOW-VALUES TO DEP-CHAVE.
           START ARQUIVO-DEPENDENTES KEY NOT < DEP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-DPD-FIM
               NOT INVALID KEY
                   PERFORM LER-DEPENDENTE
           END-START.

       LER-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD.
           IF NOT FS-DPD-OK
               MOVE 'S' TO WRK-DPD-FIM
           END-IF.

      *> A BAIXA AOS 21 JA TIRA O SALARIO-FAMILIA; O CORTE AOS 14 SO
      *> MEXE NO INDICADOR E O DEPENDENTE CONTINUA DEDUZINDO NO IRRF.
       VERIFICAR-DEPENDENTE.
           ADD 1 TO WS-QTD-LIDOS.
           IF DEP-ATIVO AND DEP-SUJEITO-A-IDADE
               PERFORM 0918-AVALIAR-DEPENDENTE
               EVALUATE TRUE
                   WHEN WRK-DPD-IDADE >= WRK-DPD-LIMITE-IRRF
                       MOVE 'B'              TO DEP-SITUACAO
                       MOVE WRK-DPD-DATA-REF TO DEP-DATA-BAIXA
                       MOVE 'I'              TO DEP-MOTIVO-BAIXA
                       MOVE 'N'              TO DEP-SALARIO-FAMILIA
                       MOVE 'BAIXADO - LIMITE DO IRRF'
                           TO WS-MOTIVO-LINHA
                       PERFORM REGRAVAR-DEPENDENTE
                       ADD 1 TO WS-QTD-BAIXADOS
                   WHEN DEP-SALFAM-SIM
                    AND WRK-DPD-IDADE >= WRK-DPD-LIMITE-SALFAM
                       MOVE 'N' TO DEP-SALARIO-FAMILIA
                       MOVE 'FIM DO SALARIO-FAMILIA'
                           TO WS-MOTIVO-LINHA
                       PERFORM REGRAVAR-DEPENDENTE
                       ADD 1 TO WS-QTD-SALFAM-OFF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LER-DEPENDENTE.

       REGRAVAR-DEPENDENTE.
           REWRITE REGISTRO-DEPENDENTE
               INVALID KEY
                   MOVE 'ERRO NA REGRAVACAO' TO WS-MOTIVO-LINHA
           END-REWRITE.
           MOVE WRK-DPD-IDADE TO WS-LD-IDADE.
           PERFORM IMPRIMIR-DEPENDENTE.

       IMPRIMIR-DEPENDENTE.
           MOVE DEP-CPF-TITULAR     TO WS-LD-CPF-TITULAR.
           MOVE DEP-SEQUENCIA       TO WS-LD-SEQUENCIA.
           MOVE DEP-NOME            TO WS-LD-NOME.
           MOVE DEP-DATA-NASCIMENTO TO WS-LD-NASCIMENTO.
           MOVE WS-MOTIVO-LINHA     TO WS-LD-MOTIVO.
           MOVE WS-LINHA-DEP        TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.

      *> SEGUNDA VARREDURA, SO NO RELATORIO ANUAL: FILHO/ENTEADO ATIVO
      *> QUE COMPLETA 14 (COM SALARIO-FAMILIA) OU 21 (DEDUZINDO NO
      *> IRRF) DENTRO DO ANO DA REFERENCIA.
       LISTAR-PREVISAO-ANUAL.
           MOVE SPACES TO WRK-REL-LINHA.
           PERFORM 0972-IMPRIMIR-LINHA.
           STRING 'DEPENDENTES QUE ATINGEM O LIMITE DE IDADE EM '
                  DELIMITED BY SIZE
                  WRK-DPD-REF-ANO DELIMITED BY SIZE
               INTO WRK-REL-LINHA
           END-STRING.
           PERFORM 0972-IMPRIMIR-LINHA.
           PERFORM POSICIONAR-INICIO.
           PERFORM PREVER-DEPENDENTE UNTIL DPD-VARREDURA-FIM.

       PREVER-DEPENDENTE.
           IF DEP-ATIVO AND DEP-SUJEITO-A-IDADE
              AND DEP-DATA-NASCIMENTO IS NUMERIC
              AND DEP-DATA-NASCIMENTO NOT = ZERO
               MOVE DEP-DATA-NASCIMENTO TO WRK-DPD-NASC
               MOVE ZERO TO WS-IDADE-NO-ANO
               IF WRK-DPD-REF-ANO > WRK-DPD-NASC-ANO
                   COMPUTE WS-IDADE-NO-ANO =
                       WRK-DPD-REF-ANO - WRK-DPD-NASC-ANO
               END-IF
               MOVE SPACES TO WS-MOTIVO-LINHA
               IF WS-IDADE-NO-ANO = WRK-DPD-LIMITE-IRRF
                  AND DEP-IRRF-SIM
                   MOVE 'COMPLETA 21 - SAI DO IRRF'
                       TO WS-MOTIVO-LINHA
               END-IF
               IF WS-IDADE-NO-ANO = WRK-DPD-LIMITE-SALFAM
                  AND DEP-SALFAM-SIM
                   MOVE 'COMPLETA 14 - SAI DO SAL.FAMILIA'
                       TO WS-MOTIVO-LINHA
               END-IF
               IF WS-MOTIVO-LINHA NOT = SPACES
                   MOVE WS-IDADE-NO-ANO TO WS-LD-IDADE
                   PERFORM IMPRIMIR-DEPENDENTE
                   ADD 1 TO WS-QTD-ANUAL
               END-IF
           END-IF.
           PERFORM LER-DEPENDENTE.

           COPY DEPEND-PD.CPY.
           COPY RELATORIO-PD.CPY.
           COPY BANNER-PD.CPY.
