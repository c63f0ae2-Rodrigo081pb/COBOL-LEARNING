      *                BAIXA OS PAGAMENTOS E O MEN0003A IMPRIME A
      *                INADIMPLENCIA. COPIAR DENTRO DO FD DO ARQUIVO
      *                NA FILE SECTION. A CHAVE E MATRICULA +
      *                COMPETENCIA (AAAAMM). O TITULO GUARDA O
      *                RESPONSAVEL FINANCEIRO (RESPONSAVEIS.DAT) DA
      *                DATA DA GERACAO, PELO QUAL A INADIMPLENCIA E O
      *                EXTRATO CONSOLIDADO (MEN0004A) AGRUPAM.
      *                TITULOS VENCIDOS RENEGOCIADOS PELO ACO0001A
      *                FICAM NA SITUACAO 'R' COM O NUMERO DO ACORDO; A
      *                ENTRADA E AS PARCELAS DO ACORDO SAO TITULOS
      *                PROPRIOS (MEN-TIPO-TITULO 'P'), CUJA
      *                COMPETENCIA E 'A' + 3 ULTIMOS DIGITOS DO ACORDO
      *                + PARCELA (00 = ENTRADA).
      ******************************************************************

       01 REGISTRO-MENSALIDADE.
           05 MEN-SITUACAO        PIC X(01).
               88 MEN-ABERTA      VALUE 'A'.
               88 MEN-PAGA        VALUE 'P'.
               88 MEN-RENEGOCIADA VALUE 'R'.
      * PAGADOR DO TITULO. EM BRANCO QUANDO O ALUNO NAO TEM
      * RESPONSAVEL FINANCEIRO (O PROPRIO ALUNO PAGA) E NOS TITULOS
      * GERADOS ANTES DO CAMPO EXISTIR -- NESTES, OS RELATORIOS
      * BUSCAM O RESPONSAVEL ATUAL DO ALUNO.
           05 MEN-CPF-PAGADOR     PIC X(14).
           05 MEN-NOME-PAGADOR    PIC X(30).
      * ACORDO DE RENEGOCIACAO: NO TITULO RENEGOCIADO, O ACORDO QUE
      * O ABSORVEU; NA PARCELA, O ACORDO E O NUMERO DA PARCELA.
           05 MEN-TIPO-TITULO     PIC X(01).
               88 MEN-PARCELA-ACORDO VALUE 'P'.
           05 MEN-ACORDO          PIC 9(06).
           05 MEN-PARCELA         PIC 9(02).
