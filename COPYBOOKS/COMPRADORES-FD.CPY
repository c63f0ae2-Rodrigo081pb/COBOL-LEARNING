      ******************************************************************
      * COPYBOOK.....: COMPRADORES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE COMPRADORES.DAT, A LISTA
      *                DE COMPRADORES AUTORIZADOS DE CADA EMPRESA DE
      *                EMPRESAS.DAT PARA A VENDA FATURADA (FORMA DE
      *                PAGAMENTO 'E'): O BALCAO (VEN0001A) SO FATURA
      *                PARA CPF AUTORIZADO NA DATA E DENTRO DO LIMITE
      *                MENSAL DA PESSOA, E O EXTRATO MENSAL (VEN0003A)
      *                MOSTRA O USO DE CADA COMPRADOR CONTRA O LIMITE.
      *                MANTIDO PELO EMP0002A, DIGITADO OU CARREGADO DA
      *                LISTA QUE O RH DA EMPRESA MANDA. COPIAR DENTRO
      *                DO FD DO ARQUIVO NA FILE SECTION. A CHAVE E
      *                EMPRESA + CPF.
      ******************************************************************

       01 REGISTRO-COMPRADOR.
           05 CPR-CHAVE.
               10 CPR-EMPRESA     PIC X(05).
               10 CPR-CPF         PIC X(14).
           05 CPR-NOME            PIC X(30).
      * LIMITE MENSAL DA PESSOA (VENDAS FATURADAS MENOS ESTORNOS NO
      * MES); ZERO = SEM LIMITE INDIVIDUAL (O LIMITE DE CREDITO DA
      * EMPRESA CONTINUA VALENDO).
           05 CPR-LIMITE-MENSAL   PIC 9(07)V99.
      * VIGENCIA (AAAAMMDD): VALIDO-ATE EM ESPACOS = SEM DATA DE FIM.
      * O DESLIGADO FICA NO ARQUIVO COM A VIGENCIA ENCERRADA, PARA O
      * HISTORICO DAS COMPRAS CONTESTADAS.
           05 CPR-VALIDO-DE       PIC X(08).
           05 CPR-VALIDO-ATE      PIC X(08).
           05 CPR-ORIGEM          PIC X(01).
               88 CPR-DIGITADO    VALUE 'M'.
               88 CPR-DA-LISTA    VALUE 'L'.
      * DATA DA ULTIMA MANUTENCAO (DIGITACAO OU CARGA DA LISTA).
           05 CPR-DATA-CARGA      PIC X(08).
