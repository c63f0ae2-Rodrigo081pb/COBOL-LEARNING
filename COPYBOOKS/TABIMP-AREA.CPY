      *                HOLERITE COMO VERSAO DA TABELA QUE PRECIFICOU O
      *                CALCULO. QUANTIDADE ZERO SIGNIFICA TABELA NAO
      *                CARREGADA (A CLASSE CAI NAS FAIXAS INTERNAS
      *                HISTORICAS). NO FIM DA AREA VEM OS VALORES DOS
      *                DEPENDENTES (DEDUCAO POR DEPENDENTE NO IRRF E
      *                COTA/TETO DO SALARIO-FAMILIA), QUE SEM VIGENCIA
      *                NO ARQUIVO FICAM COM OS VALORES INTERNOS
      *                HISTORICOS. COPIAR NA WORKING-STORAGE DO
      *                PROGRAMA E NA LINKAGE DO METODO.
      ******************************************************************

               10 TBL-IRRF-LIMITE  PIC 9(07)V99.
               10 TBL-IRRF-ALIQ    PIC 9V9999.
               10 TBL-IRRF-DEDUZIR PIC 9(07)V99.
           05 TBL-VERSAO-DEP     PIC X(06).
           05 TBL-DEDUCAO-DEP    PIC 9(07)V99.
           05 TBL-VERSAO-SALFAM  PIC X(06).
           05 TBL-SALFAM-LIMITE  PIC 9(07)V99.
           05 TBL-SALFAM-COTA    PIC 9(07)V99.
