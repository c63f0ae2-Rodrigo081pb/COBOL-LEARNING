      *              VALOR RECEBIDO E DATA. PAGAMENTO PARCIAL DEIXA O
      *              TITULO ABERTO COM O PAGO ACUMULADO; PAGAMENTO
      *              TOTAL QUITA. MESMO DESENHO DA BAIXA DO CONTAS A
      *              RECEBER (REC0001A). O TITULO MOSTRA O PAGADOR
      *              (RESPONSAVEL FINANCEIRO); TITULO ANTIGO SEM
      *              PAGADOR RECEBE O RESPONSAVEL ATUAL DO ALUNO NA
      *              BAIXA. TITULO RENEGOCIADO EM ACORDO (ACO0001A)
      *              NAO RECEBE BAIXA: PAGAM-SE AS PARCELAS DO ACORDO,
      *              QUE SAO BAIXADAS AQUI COMO QUALQUER TITULO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MEN-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-MENSALIDADES.
           COPY MENSALIDADES-FD.CPY.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-MEN-STATUS PIC X(02).

       01 WRK-VALOR-EDITADO PIC $$$,$$9.99.

           COPY PAGADOR-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

       0002-BAIXAR-PAGAMENTO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA.
           DISPLAY 'COMPETENCIA (AAAAMM, OU ANNNPP PARA PARCELA DE '
                   'ACORDO): '.
           ACCEPT WRK-COMPETENCIA.

           MOVE WRK-MATRICULA   TO MEN-MATRICULA.
               DISPLAY 'MENSALIDADE JA QUITADA EM ' MEN-DATA-PAGTO
                       '.'
           ELSE
           IF MEN-RENEGOCIADA
               DISPLAY 'TITULO RENEGOCIADO NO ACORDO ' MEN-ACORDO
                       ': BAIXE AS PARCELAS DO ACORDO.'
           ELSE
               IF MEN-PARCELA-ACORDO
                   DISPLAY 'PARCELA ' MEN-PARCELA ' DO ACORDO '
                           MEN-ACORDO ' (00 = ENTRADA)'
               END-IF
               PERFORM 0005-EXIBIR-PAGADOR
               MOVE MEN-VALOR TO WRK-VALOR-EDITADO
               DISPLAY 'VALOR DA MENSALIDADE: ' WRK-VALOR-EDITADO
                       ' VENCIMENTO: ' MEN-VENCIMENTO
                           DISPLAY 'PAGAMENTO PARCIAL REGISTRADO.'
                       END-IF
               END-REWRITE
           END-IF
           END-IF.
       0003-END.

           END-IF.
       0004-END.

      * TITULO GERADO ANTES DO CADASTRO DE RESPONSAVEIS VEM SEM
      * PAGADOR: ASSUME O RESPONSAVEL FINANCEIRO ATUAL DO ALUNO, QUE
      * FICA GRAVADO NO TITULO JUNTO COM A BAIXA.
       0005-EXIBIR-PAGADOR.
           IF MEN-CPF-PAGADOR = SPACES
               MOVE MEN-MATRICULA TO WRK-PAG-MATRICULA
               PERFORM 0931-LOCALIZAR-PAGADOR
               MOVE WRK-PAG-CPF  TO MEN-CPF-PAGADOR
               MOVE WRK-PAG-NOME TO MEN-NOME-PAGADOR
           END-IF.
           IF MEN-CPF-PAGADOR = SPACES
               DISPLAY 'PAGADOR.............: O PROPRIO ALUNO'
           ELSE
               DISPLAY 'PAGADOR.............: ' MEN-NOME-PAGADOR
                       ' CPF ' MEN-CPF-PAGADOR
           END-IF.
       0005-END.

           COPY PAGADOR-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
