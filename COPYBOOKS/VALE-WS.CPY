      ******************************************************************
      * COPYBOOK.....: VALE-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DO LIVRO DE VALES-PRESENTE E
      *                VALES-TROCA (COPIAR JUNTO COM O VALE-PD.CPY NA
      *                PROCEDURE DIVISION). O PROGRAMA DECLARA O SELECT
      *                ARQUIVO-VALES ASSIGN TO WRK-VALES-PATH (COPY
      *                VALES-FD.CPY NO FD, INDEXADO PELA VAL-NUMERO,
      *                COMPARTILHADO COM TRAVA AUTOMATICA), FAZ PERFORM
      *                0986-ABRIR-VALES UMA VEZ E, NO FIM, FECHA O
      *                ARQUIVO SE VALES-ABERTO. PARA ACEITAR UM VALE:
      *                WRK-VAL-NUMERO E WRK-VAL-VALOR E PERFORM
      *                0987-CONSULTAR-VALE (VALE-ACEITO OU O MOTIVO DA
      *                RECUSA EM WRK-VAL-MENSAGEM; SALDO EM
      *                WRK-VAL-SALDO). PARA DEBITAR OU CREDITAR:
      *                WRK-VAL-NUMERO, WRK-VAL-VALOR E WRK-VAL-OPERACAO
      *                ('D' OU 'C') E PERFORM 0988-MOVIMENTAR-VALE.
      *                PARA EMITIR: WRK-VAL-VALOR, WRK-VAL-TIPO ('P' OU
      *                'T'), WRK-VAL-LOJA, WRK-VAL-OPERADOR,
      *                WRK-VAL-SESSAO, WRK-VAL-PAGAMENTO, WRK-VAL-CUPOM
      *                E WRK-VAL-CPF E PERFORM 0989-EMITIR-VALE (O
      *                NUMERO NOVO VOLTA EM WRK-VAL-NUMERO). A VALIDADE
      *                EM MESES VEM DO AMBIENTE (VALES_VALIDADE_MESES,
      *                PADRAO 12).
      ******************************************************************

       01 WRK-VAL-STATUS PIC X(02).
           88 FS-VAL-OK             VALUE '00'.
           88 FS-VAL-FIM-ARQUIVO    VALUE '10'.
           88 FS-VAL-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-VALES-PATH PIC X(100).

       01 WRK-VAL-ABERTO PIC X(01) VALUE 'N'.
           88 VALES-ABERTO VALUE 'S'.

       01 WRK-VAL-PARAM-ENT       PIC X(10).
       01 WRK-VAL-VALIDADE-MESES  PIC 9(03) VALUE 12.

      * ENTRADA E SAIDA DAS ROTINAS.
       01 WRK-VAL-NUMERO    PIC 9(08) VALUE ZEROS.
       01 WRK-VAL-NUMERO-R REDEFINES WRK-VAL-NUMERO.
           05 WRK-VAL-SEQ-DIG PIC 9(01) OCCURS 7 TIMES.
           05 WRK-VAL-DIGITO  PIC 9(01).
       01 WRK-VAL-VALOR     PIC 9(07)V99 VALUE ZERO.
       01 WRK-VAL-OPERACAO  PIC X(01).
       01 WRK-VAL-TIPO      PIC X(01).
       01 WRK-VAL-LOJA      PIC X(03).
       01 WRK-VAL-OPERADOR  PIC X(08).
       01 WRK-VAL-SESSAO    PIC 9(06) VALUE ZEROS.
       01 WRK-VAL-PAGAMENTO PIC X(01).
       01 WRK-VAL-CUPOM     PIC 9(06) VALUE ZEROS.
       01 WRK-VAL-CPF       PIC X(14).
       01 WRK-VAL-SALDO     PIC 9(07)V99 VALUE ZERO.
       01 WRK-VAL-VALIDADE  PIC X(08).
       01 WRK-VAL-MENSAGEM  PIC X(50).
       01 WRK-VAL-RESULTADO PIC X(01) VALUE 'N'.
           88 VALE-ACEITO VALUE 'S'.

       01 WRK-VAL-ULTIMA-SEQ PIC 9(07) VALUE ZEROS.
       01 WRK-VAL-SOMA-DV    PIC 9(04) COMP VALUE 0.
       01 WRK-VAL-RESTO-DV   PIC 9(02) COMP VALUE 0.
       01 WRK-VAL-IDX        PIC 9(02) COMP VALUE 0.
       01 WRK-VAL-DV-CALC    PIC 9(01) VALUE ZERO.
       01 WRK-VAL-DATA-HOJE  PIC X(08).
       01 WRK-VAL-HOJE REDEFINES WRK-VAL-DATA-HOJE.
           05 WRK-VAL-HOJE-ANO PIC 9(04).
           05 WRK-VAL-HOJE-MES PIC 9(02).
           05 WRK-VAL-HOJE-DIA PIC 9(02).

       01 WRK-VAL-VENCE.
           05 WRK-VAL-VEN-ANO PIC 9(04).
           05 WRK-VAL-VEN-MES PIC 9(02).
           05 WRK-VAL-VEN-DIA PIC X(02).
       01 WRK-VAL-MESES     PIC 9(07) COMP VALUE 0.

       01 WRK-VAL-FIM PIC X(01) VALUE 'N'.
           88 VALES-VARRIDOS VALUE 'S'.
       01 WRK-VAL-GRAVADO PIC X(01) VALUE 'N'.
           88 VALE-GRAVADO VALUE 'S'.
       01 WRK-VAL-TENTATIVAS PIC 9(01) VALUE ZERO.
