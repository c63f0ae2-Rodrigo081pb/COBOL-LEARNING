           05 FRQ-DISCIPLINA      PIC 9(03).
           05 FRQ-AULAS-DADAS     PIC 9(03).
           05 FRQ-AULAS-PRESENTES PIC 9(03).
      * DATA DAS AULAS DO LANCAMENTO (AAAAMMDD): O PRO0002A SOMA AS
      * AULAS DADAS NO MES PARA REMUNERAR O PROFESSOR. REGISTRO
      * ANTIGO SEM O CAMPO LE ESPACOS E NAO ENTRA EM NENHUM MES.
           05 FRQ-DATA            PIC X(08).
