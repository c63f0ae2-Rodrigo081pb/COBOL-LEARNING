      ******************************************************************
      * COPYBOOK.....: RECERT-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE RECERTIFICACOES.DAT, A
      *                EVIDENCIA DA REVISAO PERIODICA DE ACESSOS
      *                (PRF0002A): UMA LINHA POR CONCESSAO DE PERFIS.DAT
      *                LEVADA A REVISAO, COM O SUPERVISOR QUE REVISOU,
      *                OS MOTIVOS QUE A PUSERAM NA LISTA (CONFLITO DE
      *                FUNCOES, OPERADOR SEM SIGN-ON NO PERIODO,
      *                CONCESSAO ANTIGA DE SUPERVISOR QUE SAIU), A
      *                DECISAO (MANTER OU REVOGAR) E SE A REVOGACAO FOI
      *                DE FATO APLICADA. ARQUIVO CUMULATIVO, LINE
      *                SEQUENTIAL. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION.
      ******************************************************************

       01 REGISTRO-RECERTIFICACAO.
           05 RCT-DATA            PIC X(08).
           05 RCT-HORA            PIC X(08).
           05 RCT-REVISOR         PIC X(08).
           05 RCT-OPERADOR        PIC X(08).
           05 RCT-PROGRAMA        PIC X(12).
           05 RCT-DATA-CONCESSAO  PIC X(08).
           05 RCT-CONCEDIDO-POR   PIC X(08).
           05 RCT-MOTIVO-CONFLITO PIC X(01).
               88 RCT-EM-CONFLITO      VALUE 'S'.
           05 RCT-MOTIVO-INATIVO  PIC X(01).
               88 RCT-OPERADOR-INATIVO VALUE 'S'.
           05 RCT-MOTIVO-ORFAO    PIC X(01).
               88 RCT-CONCEDENTE-SAIU  VALUE 'S'.
           05 RCT-DETALHE         PIC X(40).
           05 RCT-DECISAO         PIC X(01).
               88 RCT-MANTER           VALUE 'M'.
               88 RCT-REVOGAR          VALUE 'R'.
           05 RCT-APLICADA        PIC X(01).
               88 RCT-REVOGACAO-APLICADA VALUE 'S'.
