      *                DE-PARA DA FOLHA PARA A CONTABILIDADE (FOL0006A)
      *                QUE ACABA COM A REDIGITACAO DA PAGINA DE TOTAIS:
      *                UMA LINHA POR EVENTO DE FOLHA (BRUTO, INSS,
      *                IRRF, EMPREST, PATRONAL, FGTS, MULTFGTS) COM A
      *                CONTA DE DEBITO E A DE CREDITO DO LANCAMENTO. O
      *                EXPORTADOR (FOL0007A) SOMA O HISTORICO DE
      *                HOLERITES DA COMPETENCIA E EMITE UM LANCAMENTO
      *                BALANCEADO POR EVENTO MAPEADO; EVENTO COM VALOR
      *                E SEM MAPEAMENTO SAI COMO AVISO. COPIAR DENTRO
      *                DO FD DO ARQUIVO NA FILE SECTION. A CHAVE E O
      *                EVENTO.
      ******************************************************************

       01 REGISTRO-PLANO-CONTA.
