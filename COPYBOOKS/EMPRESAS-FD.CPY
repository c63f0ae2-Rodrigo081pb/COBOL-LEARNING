      * (= SEM LIMITE, PRAZO PADRAO DE 10 DIAS).
           05 EMP-LIMITE-CREDITO PIC 9(09)V99.
           05 EMP-PRAZO-DIAS     PIC 9(03).
      * CONTATO FINANCEIRO DA EMPRESA: CPF DE UMA PESSOA DE
      * CADASTRO.DAT CUJO E-MAIL/TELEFONE (CONTATOS.DAT) RECEBE O
      * AVISO DE EXTRATO DISPONIVEL (VEN0003A). ESPACOS = SEM AVISO.
           05 EMP-CPF-CONTATO    PIC X(14).
