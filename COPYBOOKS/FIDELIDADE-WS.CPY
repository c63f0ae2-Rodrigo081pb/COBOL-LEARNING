      ******************************************************************
      * COPYBOOK.....: FIDELIDADE-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DO LIVRO DE PONTOS DE
      *                FIDELIDADE (COPIAR JUNTO COM O FIDELIDADE-PD.CPY
      *                NA PROCEDURE DIVISION). O PROGRAMA DECLARA O
      *                SELECT ARQUIVO-FIDELIDADE ASSIGN TO
      *                WRK-FIDELIDADE-PATH (COPY FIDELIDADE-FD.CPY NO
      *                FD, INDEXADO PELA FID-CHAVE, COMPARTILHADO COM
      *                TRAVA AUTOMATICA), FAZ PERFORM
      *                0995-ABRIR-FIDELIDADE UMA VEZ E, NO FIM, FECHA O
      *                ARQUIVO SE FIDELIDADE-ABERTA. POR CLIENTE:
      *                WRK-FID-CPF E PERFORM 0996-APURAR-SALDO-PONTOS
      *                (SALDO VALIDO EM WRK-FID-SALDO); PARA CREDITAR,
      *                PREENCHE WRK-FID-PONTOS, WRK-FID-TIPO ('G' OU
      *                'C'), WRK-FID-LOJA, WRK-FID-CUPOM E
      *                WRK-FID-OPERADOR E FAZ PERFORM
      *                0997-CREDITAR-PONTOS; PARA DEBITAR, OS MESMOS
      *                CAMPOS COM TIPO 'R' OU 'E' E PERFORM
      *                0998-DEBITAR-PONTOS (O DEBITADO DE FATO, LIMITADO
      *                AO SALDO, VOLTA EM WRK-FID-DEBITADO). OS
      *                PARAMETROS VEM DO AMBIENTE: VALIDADE EM MESES
      *                (FIDELIDADE_VALIDADE_MESES, PADRAO 12), PONTOS
      *                POR REAL PAGO (FIDELIDADE_PONTOS_POR_REAL,
      *                PADRAO 1) E VALOR DO PONTO NO RESGATE EM
      *                CENTAVOS (FIDELIDADE_CENTAVOS_PONTO, PADRAO 5).
      ******************************************************************

       01 WRK-FID-STATUS PIC X(02).
           88 FS-FID-OK             VALUE '00'.
           88 FS-FID-FIM-ARQUIVO    VALUE '10'.
           88 FS-FID-ARQUIVO-NOVO   VALUE '35'.

       01 WRK-FIDELIDADE-PATH PIC X(100).

       01 WRK-FID-ABERTO PIC X(01) VALUE 'N'.
           88 FIDELIDADE-ABERTA VALUE 'S'.

       01 WRK-FID-PARAM-ENT       PIC X(10).
       01 WRK-FID-VALIDADE-MESES  PIC 9(03) VALUE 12.
       01 WRK-FID-PONTOS-POR-REAL PIC 9(03) VALUE 1.
       01 WRK-FID-CENTAVOS-PONTO  PIC 9(03) VALUE 5.

      * ENTRADA E SAIDA DAS ROTINAS.
       01 WRK-FID-CPF       PIC X(14).
       01 WRK-FID-PONTOS    PIC 9(07) VALUE ZERO.
       01 WRK-FID-TIPO      PIC X(01).
       01 WRK-FID-LOJA      PIC X(03).
       01 WRK-FID-CUPOM     PIC 9(06) VALUE ZEROS.
       01 WRK-FID-OPERADOR  PIC X(08).
       01 WRK-FID-SALDO     PIC 9(09) VALUE ZERO.
       01 WRK-FID-DEBITADO  PIC 9(07) VALUE ZERO.

       01 WRK-FID-ULTIMA-SEQ PIC 9(05) VALUE ZEROS.
       01 WRK-FID-A-DEBITAR  PIC 9(07) VALUE ZERO.
       01 WRK-FID-BAIXA      PIC 9(07) VALUE ZERO.
       01 WRK-FID-SALDO-NOVO PIC 9(07) VALUE ZERO.
       01 WRK-FID-DATA-HOJE  PIC X(08).
       01 WRK-FID-HOJE REDEFINES WRK-FID-DATA-HOJE.
           05 WRK-FID-HOJE-ANO PIC 9(04).
           05 WRK-FID-HOJE-MES PIC 9(02).
           05 WRK-FID-HOJE-DIA PIC 9(02).

      * VALIDADE DO LOTE: FIM DO MES, N MESES DEPOIS DO GANHO.
       01 WRK-FID-VALIDADE.
           05 WRK-FID-VAL-ANO PIC 9(04).
           05 WRK-FID-VAL-MES PIC 9(02).
           05 WRK-FID-VAL-DIA PIC X(02).
       01 WRK-FID-MESES     PIC 9(07) COMP VALUE 0.

       01 WRK-FID-FIM PIC X(01) VALUE 'N'.
           88 FIDELIDADE-VARRIDA VALUE 'S'.
       01 WRK-FID-GRAVADO PIC X(01) VALUE 'N'.
           88 FID-LANCAMENTO-GRAVADO VALUE 'S'.
       01 WRK-FID-TENTATIVAS PIC 9(01) VALUE ZERO.
