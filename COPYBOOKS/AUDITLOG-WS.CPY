
       01 WRK-AUDITLOG-STATUS PIC X(02).
           88 AUDITLOG-OK         VALUE '00'.
           88 AUDITLOG-FIM        VALUE '10'.
           88 AUDITLOG-ARQ-NOVO   VALUE '35'.

       01 WRK-AUDITLOG-PATH PIC X(100).
       01 WRK-LOG-OPERADOR PIC X(08).
       01 WRK-LOG-OPERACAO PIC X(15).
       01 WRK-LOG-DETALHE  PIC X(60).

      * CADEIA DE SELOS (0937/0938): SEQUENCIA E SELO DA ULTIMA LINHA
      * SELADA DO LOG, E A AREA DO CALCULO DO SELO -- A CHAVE DA
      * INSTALACAO (VARIAVEL DE AMBIENTE AUDITLOG_CHAVE) SEGUIDA DO
      * CONTEUDO DA LINHA. SEM A CHAVE, QUEM EDITA O ARQUIVO NAO
      * CONSEGUE REFAZER OS SELOS DEPOIS DA ALTERACAO.
       01 WRK-SELO-SEQUENCIA     PIC 9(09).
       01 WRK-SELO-HASH-ANTERIOR PIC X(20).
       01 WRK-SELO-AREA.
           05 WRK-SELO-AREA-CHAVE    PIC X(32).
           05 WRK-SELO-AREA-CONTEUDO PIC X(141).
       01 WRK-SELO-POS PIC 9(03) COMP.
       01 WRK-SELO-H1  PIC 9(12) COMP.
       01 WRK-SELO-H2  PIC 9(12) COMP.
       01 WRK-SELO-RESULTADO.
           05 WRK-SELO-RES-H1 PIC 9(10).
           05 WRK-SELO-RES-H2 PIC 9(10).
