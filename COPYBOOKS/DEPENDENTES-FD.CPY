      ******************************************************************
      * COPYBOOK.....: DEPENDENTES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE DEPENDENTES.DAT, OS
      *                DEPENDENTES DOS EMPREGADOS DA FOLHA: UM REGISTRO
      *                POR CPF DO TITULAR + SEQUENCIA, MANTIDO PELO
      *                DEP0001A. O INDICADOR DE IRRF FAZ O DEPENDENTE
      *                ENTRAR NA DEDUCAO DA BASE DO IMPOSTO E O DE
      *                SALARIO-FAMILIA NA COTA PAGA NA FOLHA, AMBOS
      *                PELOS VALORES VIGENTES DE TABELAS-IMPOSTO.DAT
      *                (TIPOS 'D' E 'F', FOL0005A). FILHO E ENTEADO
      *                TEM LIMITE DE IDADE (DEPEND-WS.CPY): A FOLHA
      *                DEIXA DE CONTA-LOS NA COMPETENCIA EM QUE O
      *                ATINGEM E O DEP0002A BAIXA O REGISTRO NO
      *                FECHAMENTO DO MES. DEPENDENTE NAO SE APAGA:
      *                FICA BAIXADO, COM A DATA E O MOTIVO. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION. A
      *                CHAVE E DEP-CHAVE.
      ******************************************************************

       01 REGISTRO-DEPENDENTE.
           05 DEP-CHAVE.
               10 DEP-CPF-TITULAR  PIC X(14).
               10 DEP-SEQUENCIA    PIC 9(02).
           05 DEP-NOME             PIC X(50).
           05 DEP-CPF              PIC X(14).
      * DATA DE NASCIMENTO AAAAMMDD.
           05 DEP-DATA-NASCIMENTO  PIC 9(08).
      * PARENTESCO: 'F' FILHO, 'E' ENTEADO, 'C' CONJUGE/COMPANHEIRO,
      * 'P' PAI/MAE, 'O' OUTRO. SO FILHO E ENTEADO TEM LIMITE DE
      * IDADE E SO ELES DAO DIREITO AO SALARIO-FAMILIA.
           05 DEP-PARENTESCO       PIC X(01).
               88 DEP-FILHO            VALUE 'F'.
               88 DEP-ENTEADO          VALUE 'E'.
               88 DEP-CONJUGE          VALUE 'C'.
               88 DEP-GENITOR          VALUE 'P'.
               88 DEP-OUTRO            VALUE 'O'.
               88 DEP-PARENTESCO-VALIDO VALUES 'F' 'E' 'C' 'P' 'O'.
               88 DEP-SUJEITO-A-IDADE  VALUES 'F' 'E'.
           05 DEP-DEDUZ-IRRF       PIC X(01).
               88 DEP-IRRF-SIM         VALUE 'S'.
           05 DEP-SALARIO-FAMILIA  PIC X(01).
               88 DEP-SALFAM-SIM       VALUE 'S'.
           05 DEP-SITUACAO         PIC X(01).
               88 DEP-ATIVO            VALUE 'A'.
               88 DEP-BAIXADO          VALUE 'B'.
           05 DEP-DATA-BAIXA       PIC X(08).
      * MOTIVO DA BAIXA: 'I' LIMITE DE IDADE (DEP0002A), 'M' MANUAL
      * (DEP0001A).
           05 DEP-MOTIVO-BAIXA     PIC X(01).
               88 DEP-BAIXA-IDADE      VALUE 'I'.
               88 DEP-BAIXA-MANUAL     VALUE 'M'.
