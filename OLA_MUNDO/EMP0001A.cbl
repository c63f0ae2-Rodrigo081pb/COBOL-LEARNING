      *              EMPRESAS COM CODIGO E RAZAO SOCIAL. O CODIGO E O
      *              VALOR CANONICO QUE O CADASTRO DE CLIENTES E A
      *              IMPORTACAO (CAD0007A) GRAVAM NO CAMPO EMPRESA DE
      *              CLIENTES.DAT, DEPOIS DE VALIDAR AQUI. O CPF DO
      *              CONTATO FINANCEIRO DA EMPRESA RECEBE O AVISO DE
      *              EXTRATO MENSAL DISPONIVEL (VEN0003A).
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-OPCAO     PIC X(01).
       01 WRK-CODIGO    PIC X(05).
       01 WRK-NOME      PIC X(30).
       01 WRK-CPF       PIC X(14).

       01 WRK-TOTAL-LISTADAS PIC 9(05) COMP VALUE 0.

       01 WRK-LIMITE-EDITADO PIC $$$,$$$,$$9.99.

           COPY CPF-VALIDA-WS.CPY.
           COPY NUMVALIDA-WS.CPY.
           COPY BANNER-WS.CPY.

               MOVE WRK-NOME   TO EMP-NOME
               PERFORM 0006-OBTER-LIMITE
               PERFORM 0007-OBTER-PRAZO
               MOVE SPACES TO EMP-CPF-CONTATO
               PERFORM 0008-OBTER-CONTATO
               WRITE REGISTRO-EMPRESA
                   INVALID KEY
                       DISPLAY 'CODIGO JA CADASTRADO.'
                   MOVE EMP-LIMITE-CREDITO TO WRK-LIMITE-EDITADO
                   DISPLAY 'LIMITE ATUAL: ' WRK-LIMITE-EDITADO
                           ' PRAZO: ' EMP-PRAZO-DIAS ' DIAS'
                   DISPLAY 'CONTATO FINANCEIRO ATUAL: '
                           EMP-CPF-CONTATO
                   PERFORM 0006-OBTER-LIMITE
                   PERFORM 0007-OBTER-PRAZO
                   PERFORM 0008-OBTER-CONTATO
                   REWRITE REGISTRO-EMPRESA
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR A EMPRESA.'
           END-IF.
       0007-END.

      * CPF DO CONTATO FINANCEIRO: O E-MAIL E O TELEFONE DELE EM
      * CONTATOS.DAT RECEBEM O AVISO DO EXTRATO. ENTER MANTEM O ATUAL;
      * '0' LIMPA (EMPRESA SEM AVISO).
       0008-OBTER-CONTATO.
           DISPLAY 'CPF DO CONTATO FINANCEIRO (ENTER MANTEM, 0 = SEM '
                   'AVISO): '.
           ACCEPT WRK-CPF.
           EVALUATE TRUE
               WHEN WRK-CPF = SPACES
                   CONTINUE
               WHEN WRK-CPF = '0'
                   MOVE SPACES TO EMP-CPF-CONTATO
               WHEN OTHER
                   PERFORM 0900-VALIDAR-CPF
                   IF CPF-OK
                       MOVE WRK-CPF TO EMP-CPF-CONTATO
                   ELSE
                       DISPLAY 'CPF INVALIDO.'
                       PERFORM 0008-OBTER-CONTATO
                   END-IF
           END-EVALUATE.
       0008-END.

       0005-LISTAR-EMPRESAS.
           MOVE ZERO TO WRK-TOTAL-LISTADAS.
           MOVE LOW-VALUES TO EMP-CODIGO.
           MOVE EMP-LIMITE-CREDITO TO WRK-LIMITE-EDITADO.
           DISPLAY ' ' EMP-CODIGO ' ' EMP-NOME
                   ' LIMITE: ' WRK-LIMITE-EDITADO
                   ' PRAZO: ' EMP-PRAZO-DIAS
                   ' CONTATO: ' EMP-CPF-CONTATO.
           ADD 1 TO WRK-TOTAL-LISTADAS.
           PERFORM 0005A-LER-EMPRESA.
       0005B-END.

           COPY CPF-VALIDA-PD.CPY.
           COPY NUMVALIDA-PD.CPY.
           COPY BANNER-PD.CPY.
