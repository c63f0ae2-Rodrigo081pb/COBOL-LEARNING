      ******************************************************************
      * COPYBOOK.....: TROCATURNO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE TROCAS-TURNO.DAT, OS
      *                PEDIDOS DE TROCA DE TURNO ENTRE EMPREGADOS SOBRE
      *                A ESCALA DATADA (ESCALA-TURNOS.DAT). O CEDENTE
      *                OFERTA UM TURNO (SEMANA + DIA), O ACEITANTE
      *                ASSUME -- DANDO OU NAO UM TURNO SEU DA MESMA
      *                SEMANA EM TROCA -- E O SUPERVISOR APROVA OU
      *                RECUSA. SO A APROVACAO MEXE NA ESCALA, DEPOIS DE
      *                CONFERIR DE NOVO A COBERTURA MINIMA E O
      *                DESCANSO DO TUR0001A. MANTIDO PELO TUR0004A; O
      *                REGISTRO NUNCA E EXCLUIDO (E O HISTORICO DAS
      *                TROCAS). COPIAR DENTRO DO FD DO ARQUIVO NA FILE
      *                SECTION. A CHAVE E O NUMERO DO PEDIDO.
      ******************************************************************

       01 REGISTRO-TROCA-TURNO.
           05 TRC-ID               PIC 9(06).
      * SEMANA DA ESCALA (SEGUNDA-FEIRA, AAAAMMDD).
           05 TRC-SEMANA           PIC X(08).
      * 'O' OFERTADA, 'A' ACEITA (AGUARDA O SUPERVISOR), 'P' APROVADA
      * E APLICADA NA ESCALA, 'R' RECUSADA.
           05 TRC-SITUACAO         PIC X(01).
               88 TRC-OFERTADA         VALUE 'O'.
               88 TRC-ACEITA           VALUE 'A'.
               88 TRC-APROVADA         VALUE 'P'.
               88 TRC-RECUSADA         VALUE 'R'.
               88 TRC-PENDENTE         VALUES 'O' 'A'.
      * TURNO CEDIDO: O DIA (1=SEG ... 7=DOM) E O TURNO (M/T/N) DO
      * CEDENTE, COMO ESTAVA NA ESCALA NA HORA DA OFERTA.
           05 TRC-CEDENTE-CPF      PIC X(14).
           05 TRC-CEDENTE-NOME     PIC X(20).
           05 TRC-DIA-CEDIDO       PIC 9(01).
           05 TRC-TURNO-CEDIDO     PIC X(01).
      * TURNO DE RETORNO: O ACEITANTE DA UM TURNO SEU DA MESMA SEMANA
      * AO CEDENTE. DIA ZERO = SO COBERTURA, SEM RETORNO.
           05 TRC-ACEITANTE-CPF    PIC X(14).
           05 TRC-ACEITANTE-NOME   PIC X(20).
           05 TRC-DIA-RETORNO      PIC 9(01).
           05 TRC-TURNO-RETORNO    PIC X(01).
           05 TRC-DATA-OFERTA      PIC X(08).
           05 TRC-OPER-OFERTA      PIC X(08).
           05 TRC-DATA-ACEITE      PIC X(08).
           05 TRC-OPER-ACEITE      PIC X(08).
           05 TRC-DATA-DECISAO     PIC X(08).
           05 TRC-SUPERVISOR       PIC X(08).
           05 TRC-MOTIVO-RECUSA    PIC X(50).
