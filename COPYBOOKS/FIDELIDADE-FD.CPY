      ******************************************************************
      * COPYBOOK.....: FIDELIDADE-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE FIDELIDADE.DAT, O LIVRO DE
      *                PONTOS DO PROGRAMA DE FIDELIDADE POR CPF: CADA
      *                CUPOM DO BALCAO (VEN0001A) GANHA PONTOS PELO
      *                VALOR PAGO, O RESGATE VIRA DESCONTO NO CUPOM, A
      *                DEVOLUCAO (VEN0004A) TOMA OS PONTOS DE VOLTA E O
      *                FECHAMENTO DO MES (FID0001A) VENCE OS PONTOS
      *                FORA DA VALIDADE. OS LANCAMENTOS DE CREDITO
      *                (GANHO E RESGATE DEVOLVIDO) FORMAM LOTES COM
      *                SALDO E VALIDADE PROPRIOS; RESGATE E ESTORNO
      *                CONSOMEM O LOTE MAIS ANTIGO PRIMEIRO. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION. A
      *                CHAVE E CPF + SEQUENCIA DO LANCAMENTO.
      ******************************************************************

       01 REGISTRO-FIDELIDADE.
           05 FID-CHAVE.
               10 FID-CPF        PIC X(14).
               10 FID-SEQ        PIC 9(05).
           05 FID-DATA           PIC X(08).
           05 FID-TIPO           PIC X(01).
               88 FID-GANHO            VALUE 'G'.
               88 FID-RESGATE-DEVOLVIDO VALUE 'C'.
               88 FID-RESGATE          VALUE 'R'.
               88 FID-ESTORNO          VALUE 'E'.
               88 FID-LOTE-DE-PONTOS   VALUES 'G' 'C'.
           05 FID-PONTOS         PIC 9(07).
      * SO NOS LOTES (GANHO/RESGATE DEVOLVIDO): O QUE AINDA NAO FOI
      * CONSUMIDO, A VALIDADE (AAAAMM31, FIM DO MES) E O QUE VENCEU
      * SEM USO, COM A DATA EM QUE O FECHAMENTO O VENCEU.
           05 FID-SALDO-LOTE     PIC 9(07).
           05 FID-VALIDADE       PIC X(08).
           05 FID-EXPIRADOS      PIC 9(07).
           05 FID-DATA-EXPIRACAO PIC X(08).
      * ORIGEM DO LANCAMENTO: LOJA E CUPOM (CUPONS.DAT) E OPERADOR.
           05 FID-LOJA           PIC X(03).
           05 FID-CUPOM          PIC 9(06).
           05 FID-OPERADOR       PIC X(08).
