           05 SLG-OPERACAO  PIC X(15).
           05 SLG-DETALHE   PIC X(60).
           05 SLG-OPERADOR  PIC X(08).
           05 SLG-SEQUENCIA     PIC 9(09).
           05 SLG-HASH-ANTERIOR PIC X(20).
           05 SLG-HASH          PIC X(20).

       01 REGISTRO-SIGNON-LOG-SELO.
           05 SLG-SELO-CONTEUDO PIC X(141).
           05 FILLER REDEFINES SLG-SELO-CONTEUDO.
               10 FILLER          PIC X(112).
               10 SLG-SEQUENCIA-X PIC X(09).
               10 FILLER          PIC X(20).
           05 FILLER            PIC X(20).
