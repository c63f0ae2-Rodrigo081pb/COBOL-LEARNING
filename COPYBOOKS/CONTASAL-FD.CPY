      ******************************************************************
      * COPYBOOK.....: CONTASAL-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CONTAS-SALARIO.DAT, OS
      *                DADOS BANCARIOS DE CADA EMPREGADO PARA O CREDITO
      *                DO LIQUIDO DA FOLHA: CONTA (BANCO, AGENCIA,
      *                CONTA E DIGITOS, TIPO DA CONTA) OU CHAVE PIX.
      *                UM REGISTRO POR CPF, MANTIDO PELO BCO0001A. A
      *                REMESSA DE CREDITO DE SALARIO (FOL0009A) LE
      *                ESTE ARQUIVO; EMPREGADO SEM REGISTRO FICA FORA
      *                DA REMESSA, LISTADO PARA PAGAMENTO MANUAL.
      *                COPIAR DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      *                A CHAVE E O CPF.
      ******************************************************************

       01 REGISTRO-CONTA-SALARIO.
           05 CSL-CPF              PIC X(14).
      * FORMA DO CREDITO: 'C' DEPOSITO EM CONTA, 'P' PIX.
           05 CSL-FORMA            PIC X(01).
               88 CSL-CREDITO-CONTA    VALUE 'C'.
               88 CSL-CREDITO-PIX      VALUE 'P'.
               88 CSL-FORMA-VALIDA     VALUES 'C' 'P'.
      * CONTA: COMPENSACAO DO BANCO (3 DIGITOS), AGENCIA E CONTA COM
      * OS DIGITOS VERIFICADORES. NO PIX FICAM EM BRANCO.
           05 CSL-BANCO            PIC X(03).
           05 CSL-AGENCIA          PIC X(05).
           05 CSL-AGENCIA-DV       PIC X(01).
           05 CSL-CONTA            PIC X(12).
           05 CSL-CONTA-DV         PIC X(01).
           05 CSL-TIPO-CONTA       PIC X(01).
               88 CSL-CONTA-CORRENTE   VALUE 'C'.
               88 CSL-CONTA-POUPANCA   VALUE 'P'.
               88 CSL-CONTA-SALARIO    VALUE 'S'.
               88 CSL-TIPO-CONTA-VALIDO VALUES 'C' 'P' 'S'.
      * PIX: 'C' CPF, 'E' E-MAIL, 'T' TELEFONE, 'A' CHAVE ALEATORIA.
      * NA CONTA FICAM EM BRANCO.
           05 CSL-PIX-TIPO         PIC X(01).
               88 CSL-PIX-CPF          VALUE 'C'.
               88 CSL-PIX-EMAIL        VALUE 'E'.
               88 CSL-PIX-TELEFONE     VALUE 'T'.
               88 CSL-PIX-ALEATORIA    VALUE 'A'.
               88 CSL-PIX-TIPO-VALIDO  VALUES 'C' 'E' 'T' 'A'.
           05 CSL-PIX-CHAVE        PIC X(60).
           05 CSL-DATA-ATUALIZACAO PIC X(08).
           05 CSL-OPERADOR         PIC X(08).
