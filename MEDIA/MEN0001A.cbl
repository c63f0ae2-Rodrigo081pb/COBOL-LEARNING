      *              DIGITADO E COM O DESCONTO DE BOLSA DO RANKING DE
      *              MERITO (BOLSAS.DAT, ESC0004A) JA ABATIDO. TITULO
      *              JA EXISTENTE NAO E REGERADO. A MENSALIDADE SAI DA
      *              PLANILHA E ENTRA NO SISTEMA. CADA TITULO SAI EM
      *              NOME DO RESPONSAVEL FINANCEIRO DO ALUNO
      *              (RESPONSAVEIS.DAT, RSP0001A); ALUNO SEM
      *              RESPONSAVEL FINANCEIRO PAGA O PROPRIO TITULO.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOL-STATUS.

           SELECT ARQUIVO-RESPONSAVEIS
               ASSIGN TO DYNAMIC WRK-RESPONSAVEIS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-CHAVE
               FILE STATUS IS WRK-RSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQUIVO-MENSALIDADES.
           05 BOL-MATRICULA PIC 9(06).
           05 BOL-PCT       PIC 9(02)V99.

       FD ARQUIVO-RESPONSAVEIS.
           COPY RESPONSAVEIS-FD.CPY.

       WORKING-STORAGE SECTION.

       01 WRK-MEN-STATUS PIC X(02).

       01 WRK-TOTAL-GERADAS PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-BOLSAS  PIC 9(05) COMP VALUE 0.
       01 WRK-TOTAL-PROPRIO PIC 9(05) COMP VALUE 0.

           COPY PAGADOR-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

           DISPLAY ' ALUNOS NO PERIODO.....: ' WRK-ALUNO-QTD.
           DISPLAY ' MENSALIDADES GERADAS..: ' WRK-TOTAL-GERADAS.
           DISPLAY ' COM DESCONTO DE BOLSA.: ' WRK-TOTAL-BOLSAS.
           DISPLAY ' SEM RESP. FINANCEIRO..: ' WRK-TOTAL-PROPRIO.
           DISPLAY '------------------------------------------------'.

           PERFORM 0941-EXIBIR-BANNER-SAIDA.
           MOVE ZEROS  TO MEN-VALOR-PAGO.
           MOVE SPACES TO MEN-DATA-PAGTO.
           MOVE 'A'    TO MEN-SITUACAO.
           MOVE SPACE  TO MEN-TIPO-TITULO.
           MOVE ZEROS  TO MEN-ACORDO MEN-PARCELA.

           MOVE MEN-MATRICULA TO WRK-PAG-MATRICULA.
           PERFORM 0931-LOCALIZAR-PAGADOR.
           MOVE WRK-PAG-CPF  TO MEN-CPF-PAGADOR.
           MOVE WRK-PAG-NOME TO MEN-NOME-PAGADOR.

           WRITE REGISTRO-MENSALIDADE
               INVALID KEY
                   IF WRK-PCT-BOLSA > ZERO
                       ADD 1 TO WRK-TOTAL-BOLSAS
                   END-IF
                   IF NOT PAGADOR-ENCONTRADO
                       ADD 1 TO WRK-TOTAL-PROPRIO
                   END-IF
           END-WRITE.
       0005-END.

           END-IF.
       0008-END.

           COPY PAGADOR-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
