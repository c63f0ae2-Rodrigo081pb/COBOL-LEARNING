      *                PROGRAMAS DE CADASTRO (CAD0001A, CADASTRO-CLIENTES
      *                E ORQUESTRADOR). COPIAR DENTRO DO FD DO ARQUIVO
      *                NA FILE SECTION.
      *                CADA LINHA E SELADA EM CADEIA (SEQUENCIA, SELO DA
      *                LINHA ANTERIOR E SELO PROPRIO, VER AUDITLOG-PD):
      *                ALTERAR, INSERIR OU APAGAR UMA LINHA QUEBRA A
      *                CADEIA, E O AUD0003A APONTA ONDE.
      ******************************************************************

       01 REGISTRO-AUDITLOG.
      * CERTO NOS DEMAIS CAMPOS E ENTRAM COM O OPERADOR EM BRANCO,
      * SEM CONVERSAO DO AUDITLOG.DAT LEGADO.
           05 LOG-OPERADOR    PIC X(08).
      * CADEIA DE SELOS, TAMBEM NO FIM PELO MESMO MOTIVO: LINHA SEM
      * SEQUENCIA (EM BRANCO) E LINHA GRAVADA ANTES DA CADEIA EXISTIR.
      * O SELO DE CADA LINHA E CALCULADO SOBRE TUDO O QUE VEM ANTES
      * DELE (LOG-SELO-CONTEUDO), INCLUSIVE O SELO DA LINHA ANTERIOR.
           05 LOG-SEQUENCIA     PIC 9(09).
           05 LOG-HASH-ANTERIOR PIC X(20).
           05 LOG-HASH          PIC X(20).

       01 REGISTRO-AUDITLOG-SELO.
           05 LOG-SELO-CONTEUDO PIC X(141).
           05 FILLER REDEFINES LOG-SELO-CONTEUDO.
               10 FILLER          PIC X(112).
               10 LOG-SEQUENCIA-X PIC X(09).
               10 FILLER          PIC X(20).
           05 FILLER            PIC X(20).
