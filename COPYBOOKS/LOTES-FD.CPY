      *                LOTE MAIS VELHO PRIMEIRO (FEFO, PARAGRAFO
      *                COMPARTILHADO 0965 DO LOTE-PD.CPY) E O EST0006A
      *                LISTA OS LOTES VENCENDO E BLOQUEIA OS VENCIDOS
      *                (SITUACAO 'B'), QUE A VENDA NAO TOCA; O
      *                REGISTRO DE TEMPERATURA (FRZ0001A) BLOQUEIA OS
      *                LOTES DO FREEZER QUE FICOU FORA DA FAIXA. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION. A
      *                CHAVE E ID-MARCA + SABOR + NUMERO DO LOTE.
      ******************************************************************
           05 LOT-SITUACAO     PIC X(01).
               88 LOT-ATIVO     VALUE 'A'.
               88 LOT-BLOQUEADO VALUE 'B'.
      * ORIGEM DO LOTE PARA O RASTREIO DE RECALL (RCL0001A):
      * FORNECEDOR DO PEDIDO DE COMPRA QUE O TROUXE (ESPACOS PARA
      * PRODUCAO PROPRIA E ENTRADA AVULSA) E DATA DA PRIMEIRA
      * ENTRADA. LOTES GRAVADOS ANTES DOS CAMPOS LEEM ESPACOS.
           05 LOT-FORNECEDOR   PIC X(05).
           05 LOT-DATA-ENTRADA PIC X(08).
      * ONDE O LOTE ESTA GUARDADO: LOJA E FREEZER (FREEZERS.DAT),
      * INFORMADOS NA ENTRADA DO LOTE. LOTES ANTERIORES AOS CAMPOS (OU
      * ENTRADOS SEM FREEZER) LEEM ESPACOS E NAO SAO ALCANCADOS PELO
      * BLOQUEIO POR TEMPERATURA.
           05 LOT-LOJA         PIC X(03).
           05 LOT-FREEZER      PIC X(04).
