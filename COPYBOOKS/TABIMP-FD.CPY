      *                CADA VIGENCIA DEVE SER 9999999,99 (PEGA-TUDO);
      *                NO INSS ESSA FAIXA FINAL LEVA ALIQUOTA ZERO,
      *                QUE E COMO A TABELA EXPRESSA O TETO DE
      *                CONTRIBUICAO. OS TIPOS 'D' (DEDUCAO POR
      *                DEPENDENTE NO IRRF, NO LIMITE) E 'F' (SALARIO-
      *                FAMILIA: REMUNERACAO MAXIMA NO LIMITE E A COTA
      *                POR FILHO NA PARCELA A DEDUZIR) TEM UMA FAIXA SO
      *                (01) POR VIGENCIA. COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-TABELA-IMPOSTO.
               10 TBI-TIPO     PIC X(01).
                   88 TBI-INSS VALUE 'I'.
                   88 TBI-IRRF VALUE 'R'.
                   88 TBI-DEPENDENTE VALUE 'D'.
                   88 TBI-SALARIO-FAMILIA VALUE 'F'.
               10 TBI-VIGENCIA PIC X(06).
               10 TBI-FAIXA    PIC 9(02).
           05 TBI-LIMITE       PIC 9(07)V99.
           05 TBI-ALIQUOTA     PIC 9V9999.
      * PARCELA A DEDUZIR (IRRF) OU COTA POR FILHO (SALARIO-FAMILIA);
      * ZERO NOS DEMAIS TIPOS.
           05 TBI-DEDUZIR      PIC 9(07)V99.
