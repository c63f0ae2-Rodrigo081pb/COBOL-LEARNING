      ******************************************************************
      * COPYBOOK.....: VALES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE VALES-PRESENTE.DAT, O
      *                LIVRO DOS CARTOES-PRESENTE VENDIDOS NO BALCAO
      *                (VAL0001A) E DOS VALES-TROCA EMITIDOS NA
      *                DEVOLUCAO (VEN0004A). O VALE E ACEITO COMO FORMA
      *                DE PAGAMENTO NO VEN0001A ('V'): O CUPOM E
      *                DEBITADO DO SALDO E O QUE SOBRA FICA NO CARTAO
      *                PARA A PROXIMA COMPRA. O VAL0002A LISTA O SALDO
      *                EM ABERTO (PASSIVO) E O FECHAMENTO DO MES
      *                (VAL0003A) BAIXA O SALDO DOS VENCIDOS. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION. A CHAVE
      *                E O NUMERO DO VALE: SETE DIGITOS DE SEQUENCIA E
      *                UM DIGITO VERIFICADOR (VALE-PD.CPY).
      ******************************************************************

       01 REGISTRO-VALE.
           05 VAL-NUMERO          PIC 9(08).
           05 VAL-NUMERO-R REDEFINES VAL-NUMERO.
               10 VAL-SEQUENCIA   PIC 9(07).
               10 VAL-DIGITO      PIC 9(01).
           05 VAL-TIPO            PIC X(01).
               88 VAL-CARTAO-PRESENTE VALUE 'P'.
               88 VAL-VALE-TROCA      VALUE 'T'.
           05 VAL-DATA-EMISSAO    PIC X(08).
           05 VAL-VALOR-ORIGINAL  PIC 9(07)V99.
           05 VAL-SALDO           PIC 9(07)V99.
      * VALIDADE (AAAAMM31, FIM DO MES, N MESES DEPOIS DA EMISSAO).
           05 VAL-VALIDADE        PIC X(08).
           05 VAL-SITUACAO        PIC X(01).
               88 VAL-ATIVO           VALUE 'A'.
               88 VAL-ESGOTADO        VALUE 'U'.
               88 VAL-EXPIRADO        VALUE 'E'.
               88 VAL-CANCELADO       VALUE 'C'.
           05 VAL-DATA-ULTIMO-USO PIC X(08).
      * BAIXA: O SALDO QUE VENCEU SEM USO (FECHAMENTO DO MES) OU QUE
      * FOI CANCELADO PELO SUPERVISOR, COM A DATA DA BAIXA.
           05 VAL-VALOR-BAIXADO   PIC 9(07)V99.
           05 VAL-DATA-BAIXA      PIC X(08).
      * ORIGEM: LOJA, OPERADOR E SESSAO DE CAIXA DA EMISSAO; NO
      * CARTAO VENDIDO, A FORMA COMO O CLIENTE O PAGOU (D/C/P); NO
      * VALE-TROCA, O CUPOM DEVOLVIDO. CPF E OPCIONAL.
           05 VAL-LOJA            PIC X(03).
           05 VAL-OPERADOR        PIC X(08).
           05 VAL-SESSAO          PIC 9(06).
           05 VAL-PAGAMENTO       PIC X(01).
               88 VAL-PAGO-DINHEIRO   VALUE 'D'.
               88 VAL-PAGO-CARTAO     VALUE 'C'.
               88 VAL-PAGO-PIX        VALUE 'P'.
           05 VAL-CUPOM           PIC 9(06).
           05 VAL-CPF             PIC X(14).
