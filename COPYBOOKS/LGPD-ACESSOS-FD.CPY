      ******************************************************************
      * COPYBOOK.....: LGPD-ACESSOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE LGPD-ACESSOS.DAT, O LIVRO
      *                DE ATENDIMENTO DAS SOLICITACOES DE ACESSO DO
      *                TITULAR AOS SEUS DADOS (CAD0025A): UMA LINHA POR
      *                RELATORIO ENTREGUE, COM A DATA EM QUE A PESSOA
      *                PEDIU, A DATA DA ENTREGA, OS DIAS CORRIDOS ENTRE
      *                AS DUAS E A SITUACAO FRENTE AO PRAZO LEGAL --
      *                E A PROVA DE QUE A RESPOSTA SAIU NO PRAZO.
      *                ARQUIVO CUMULATIVO, LINE SEQUENTIAL. COPIAR
      *                DENTRO DO FD DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-LGPD-ACESSO.
           05 LGA-CPF              PIC X(14).
           05 LGA-DATA-SOLICITACAO PIC X(08).
           05 LGA-DATA-ENTREGA     PIC X(08).
           05 LGA-HORA-ENTREGA     PIC X(08).
           05 LGA-DIAS-CORRIDOS    PIC 9(03).
           05 LGA-PRAZO-DIAS       PIC 9(03).
           05 LGA-SITUACAO-PRAZO   PIC X(01).
               88 LGA-NO-PRAZO      VALUE 'N'.
               88 LGA-FORA-DO-PRAZO VALUE 'F'.
           05 LGA-QTD-REGISTROS    PIC 9(05).
           05 LGA-OPERADOR         PIC X(08).
