      ******************************************************************
      * COPYBOOK.....: PROVISAO-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE PROVISAO-EMPRESTIMOS.DAT,
      *                A PROVISAO PARA PERDAS DA CARTEIRA DE
      *                EMPRESTIMOS APURADA PELA CLASSIFICACAO DE RISCO
      *                (FIN0005A): UMA LINHA POR APURACAO, COM O SALDO
      *                DA CARTEIRA, A PROVISAO DO MES ANTERIOR, A DO
      *                MES E O AJUSTE A LANCAR -- COMPLEMENTO QUANDO A
      *                PROVISAO SOBE, REVERSAO QUANDO DESCE. O
      *                EXPORTADOR CONTABIL DA FOLHA (FOL0007A) LEVA O
      *                AJUSTE DA COMPETENCIA NOS EVENTOS PROVEMP E
      *                REVPROV; NUMA REAPURACAO VALE A ULTIMA LINHA DA
      *                COMPETENCIA. COPIAR DENTRO DO FD DO ARQUIVO NA
      *                FILE SECTION.
      ******************************************************************

       01 REGISTRO-PROVISAO.
           05 PRV-COMPETENCIA       PIC X(06).
           05 PRV-DATA-APURACAO     PIC X(08).
           05 PRV-QTD-CONTRATOS     PIC 9(05).
           05 PRV-SALDO-CARTEIRA    PIC 9(11)V99.
           05 PRV-PROVISAO-ANTERIOR PIC 9(11)V99.
           05 PRV-PROVISAO-ATUAL    PIC 9(11)V99.
           05 PRV-COMPLEMENTO       PIC 9(11)V99.
           05 PRV-REVERSAO          PIC 9(11)V99.
