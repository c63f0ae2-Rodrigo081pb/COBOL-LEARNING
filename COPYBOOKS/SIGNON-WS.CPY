           88 SLG-ARQ-NOVO VALUE '35'.
       01 WRK-SIGNON-LOG-PATH PIC X(100).
       01 WRK-SLG-OPERACAO PIC X(15).
      * CADEIA DE SELOS DO AUDITLOG.DAT, COM NOMES PROPRIOS (MESMA
      * CONTA DO 0938 DO AUDITLOG-PD, PARA AS DUAS ORIGENS DE LINHA
      * FORMAREM UMA SO CADEIA).
       01 WRK-SLG-SELO-SEQUENCIA     PIC 9(09).
       01 WRK-SLG-SELO-HASH-ANTERIOR PIC X(20).
       01 WRK-SLG-SELO-AREA.
           05 WRK-SLG-SELO-AREA-CHAVE    PIC X(32).
           05 WRK-SLG-SELO-AREA-CONTEUDO PIC X(141).
       01 WRK-SLG-SELO-POS PIC 9(03) COMP.
       01 WRK-SLG-SELO-H1  PIC 9(12) COMP.
       01 WRK-SLG-SELO-H2  PIC 9(12) COMP.
       01 WRK-SLG-SELO-RESULTADO.
           05 WRK-SLG-SELO-RES-H1 PIC 9(10).
           05 WRK-SLG-SELO-RES-H2 PIC 9(10).

       01 WRK-SEN-ENTRADA  PIC X(12).
       01 WRK-SEN-CONFIRMA PIC X(12).
