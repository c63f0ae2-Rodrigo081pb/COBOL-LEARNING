      ******************************************************************
      * COPYBOOK.....: CHAMADOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CHAMADOS.DAT, O REGISTRO
      *                DE RECLAMACOES E ATENDIMENTOS AO CLIENTE (SAC)
      *                QUE SAIU DO WHATSAPP: UM CHAMADO POR
      *                RECLAMACAO, COM O CLIENTE (CPF DE CLIENTES.DAT),
      *                O VINCULO OPCIONAL COM O CUPOM DA VENDA, A
      *                ENCOMENDA OU O TITULO DA EMPRESA NO CONTAS A
      *                RECEBER, A CATEGORIA, O SABOR E O LOTE QUANDO A
      *                QUEIXA E DE PRODUTO, O RESPONSAVEL E AS DATAS.
      *                AS NOTAS DO ACOMPANHAMENTO FICAM EM
      *                CHAMADOS-NOTAS.DAT (CHMNOTAS-FD.CPY). MANTIDO
      *                PELO SAC0001A; O SAC0002A LISTA OS ABERTOS POR
      *                IDADE E CATEGORIA E CONTA AS QUEIXAS POR SABOR
      *                E LOTE. COPIAR DENTRO DO FD DO ARQUIVO NA FILE
      *                SECTION. A CHAVE E O NUMERO DO CHAMADO.
      ******************************************************************

       01 REGISTRO-CHAMADO.
           05 CHM-NUMERO          PIC 9(06).
           05 CHM-CPF             PIC X(14).
      * LOJA EM OPERACAO QUANDO O CHAMADO FOI ABERTO (LOJA-PD.CPY).
           05 CHM-LOJA            PIC X(03).
           05 CHM-CATEGORIA       PIC X(01).
               88 CHM-CAT-DERRETIDO   VALUE 'D'.
               88 CHM-CAT-COBRANCA    VALUE 'C'.
               88 CHM-CAT-QUALIDADE   VALUE 'Q'.
               88 CHM-CAT-ATENDIMENTO VALUE 'A'.
               88 CHM-CAT-OUTROS      VALUE 'O'.
               88 CHM-CATEGORIA-VALIDA VALUES 'D' 'C' 'Q' 'A' 'O'.
      * VINCULO OPCIONAL: CUPOM DA VENDA (LOJA + NUMERO, CUPONS.DAT),
      * ENCOMENDA (ENCOMENDAS.DAT) OU TITULO DA EMPRESA (EMPRESA +
      * COMPETENCIA, CONTAS-RECEBER.DAT). SEM VINCULO LE ESPACOS.
           05 CHM-VINCULO-TIPO    PIC X(01).
               88 CHM-SEM-VINCULO      VALUE SPACE.
               88 CHM-VINC-CUPOM       VALUE 'V'.
               88 CHM-VINC-ENCOMENDA   VALUE 'P'.
               88 CHM-VINC-TITULO      VALUE 'R'.
           05 CHM-VINCULO         PIC X(16).
           05 CHM-VINC-CUPOM-R REDEFINES CHM-VINCULO.
               10 CHM-VCP-LOJA        PIC X(03).
               10 CHM-VCP-NUMERO      PIC 9(06).
               10 FILLER              PIC X(07).
           05 CHM-VINC-ENCOMENDA-R REDEFINES CHM-VINCULO.
               10 CHM-VEC-NUMERO      PIC 9(06).
               10 FILLER              PIC X(10).
           05 CHM-VINC-TITULO-R REDEFINES CHM-VINCULO.
               10 CHM-VTI-EMPRESA     PIC X(10).
               10 CHM-VTI-COMPETENCIA PIC X(06).
      * SABOR E LOTE (LOTES.DAT) RECLAMADOS; ESPACOS QUANDO A QUEIXA
      * NAO E DE PRODUTO. O LOTE PODE FICAR EM BRANCO QUANDO O
      * CLIENTE NAO TEM A EMBALAGEM.
           05 CHM-ID-MARCA        PIC 9(03).
           05 CHM-SABOR           PIC X(20).
           05 CHM-LOTE            PIC X(10).
           05 CHM-DESCRICAO       PIC X(60).
      * OPERADOR (SIGN-ON) RESPONSAVEL PELO CHAMADO E QUEM ABRIU.
           05 CHM-RESPONSAVEL     PIC X(08).
           05 CHM-ABERTO-POR      PIC X(08).
           05 CHM-SITUACAO        PIC X(01).
               88 CHM-ABERTO          VALUE 'A'.
               88 CHM-EM-ANDAMENTO    VALUE 'E'.
               88 CHM-ENCERRADO       VALUE 'F'.
               88 CHM-PENDENTE        VALUES 'A' 'E'.
           05 CHM-DATA-ABERTURA   PIC X(08).
           05 CHM-HORA-ABERTURA   PIC X(08).
           05 CHM-DATA-ATUALIZACAO PIC X(08).
           05 CHM-DATA-ENCERRAMENTO PIC X(08).
           05 CHM-QTD-NOTAS       PIC 9(03).
