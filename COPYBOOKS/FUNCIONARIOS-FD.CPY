      *                CONTRATOS DE EMPRESTIMO (EMPRESTIMOS.DAT) QUE A
      *                FOLHA DESCONTA. REGISTROS GRAVADOS ANTES DO
      *                CAMPO LEEM ESPACOS; A CONVERSAO E FEITA PELO
      *                FOL0003A. O EMPREGADO DESLIGADO (RESCISAO,
      *                RES0001A) NAO SAI DO ARQUIVO: FICA MARCADO COM A
      *                SITUACAO, A DATA E O TIPO DO DESLIGAMENTO, PARA
      *                O HISTORICO E O INFORME DE RENDIMENTOS. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-FUNCIONARIO.
      * FOLHA INSTANCIA A CLASSE Gerente PARA A CATEGORIA 'G').
           05 REG-CATEGORIA  PIC X(01).
           05 REG-CPF        PIC X(14).
      * SITUACAO DO VINCULO: REGISTROS GRAVADOS ANTES DO CAMPO LEEM
      * ESPACOS (ATIVO). O DESLIGADO CONTINUA NO ARQUIVO E SAI DA
      * FOLHA, DO 13O E DO REAJUSTE.
           05 REG-SITUACAO   PIC X(01).
               88 REG-ATIVO      VALUES ' ' 'A'.
               88 REG-DESLIGADO  VALUE 'D'.
           05 REG-DATA-DESLIGAMENTO PIC X(08).
      * TIPO DO DESLIGAMENTO: 'P' PEDIDO DE DEMISSAO, 'S' DISPENSA
      * SEM JUSTA CAUSA, 'J' DISPENSA POR JUSTA CAUSA, 'T' TERMINO
      * DE CONTRATO.
           05 REG-TIPO-DESLIGAMENTO PIC X(01).
               88 REG-DESL-PEDIDO       VALUE 'P'.
               88 REG-DESL-SEM-JUSTA    VALUE 'S'.
               88 REG-DESL-JUSTA-CAUSA  VALUE 'J'.
               88 REG-DESL-TERMINO      VALUE 'T'.
