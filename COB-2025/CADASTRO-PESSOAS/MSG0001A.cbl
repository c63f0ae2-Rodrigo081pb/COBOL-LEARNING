               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0006' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'TRANSFERENCIAS ATRASADAS (&1). COBRE A LOJA DESTINO.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0007' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'SABORES SEM CLASSIFICACAO FISCAL (&1). FIS0001A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0008' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'EXCURSAO DE FREEZER, LOTES BLOQUEADOS (&1). FRZ0001A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0009' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'CONTABIL COMERCIAL SEM CONTA NO PLANO (&1). CTB0001A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0010' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'REMESSA DO FGTS COM PENDENCIAS (&1). FOL0008A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0011' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'CREDITO DE SALARIO COM PENDENCIAS (&1). FOL0009A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0012' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'CREDITOS DE SALARIO REJEITADOS (&1). FOL0010A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0013' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'EMPRESTIMOS REBAIXADOS DE NIVEL (&1). FIN0005A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0014' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'CPF NAO REGULAR NA RECEITA EM &1 REGISTROS. CAD0027A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0015' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'CADEIA DO AUDITLOG ROMPIDA NA SEQUENCIA &1. AUD0003A.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'JOB-0016' TO MSG-CODIGO.
           MOVE 'A' TO MSG-SEVERIDADE.
           MOVE 'NOTIFICACOES NAO ENTREGUES (&1). CONFIRA CONTATOS.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

      * MODELOS DAS NOTIFICACOES AOS CLIENTES (FILA NOTIFICACOES.DAT,
      * NOTIFICA-PD.CPY): O TEXTO SAI NO E-MAIL E NO SMS COMO ESTA,
      * COM O &1 TROCADO PELO DOCUMENTO DO EVENTO.
           MOVE 'NTF-0001' TO MSG-CODIGO.
           MOVE 'I' TO MSG-SEVERIDADE.
           MOVE 'ENCOMENDA &1 PRONTA AMANHA PARA RETIRADA/ENTREGA.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'NTF-0002' TO MSG-CODIGO.
           MOVE 'I' TO MSG-SEVERIDADE.
           MOVE 'MENSALIDADE &1 VENCE EM 3 DIAS. EVITE JUROS.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'NTF-0003' TO MSG-CODIGO.
           MOVE 'I' TO MSG-SEVERIDADE.
           MOVE 'PARCELA &1 DO EMPRESTIMO EM ATRASO. PROCURE A LOJA.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'NTF-0004' TO MSG-CODIGO.
           MOVE 'I' TO MSG-SEVERIDADE.
           MOVE 'EXTRATO DE COMPRAS &1 DA EMPRESA DISPONIVEL.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           MOVE 'NTF-0005' TO MSG-CODIGO.
           MOVE 'I' TO MSG-SEVERIDADE.
           MOVE 'FELIZ ANIVERSARIO, &1! PASSE NA LOJA E COMEMORE.'
               TO MSG-TEXTO.
           WRITE REGISTRO-MENSAGEM.

           CLOSE MENSAGENS-ARQUIVO.
           DISPLAY 'CATALOGO PADRAO GERADO EM '
                   FUNCTION TRIM(WRK-MENSAGENS-PATH) '.'.
