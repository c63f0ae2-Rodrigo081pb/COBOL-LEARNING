      ******************************************************************
      * COPYBOOK.....: DOCUMENTOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE DOCUMENTOS-EMITIDOS.DAT,
      *                O LIVRO DE REGISTRO DOS DOCUMENTOS OFICIAIS DA
      *                SECRETARIA EMITIDOS PELO DOC0001A (DECLARACAO DE
      *                MATRICULA, HISTORICO ESCOLAR E CERTIFICADO DE
      *                CONCLUSAO). CADA DOCUMENTO TEM NUMERO DE
      *                REGISTRO SEQUENCIAL (CHAVE) E CODIGO DE
      *                VERIFICACAO UNICO (CHAVE ALTERNATIVA), IMPRESSO
      *                NO DOCUMENTO, PELO QUAL TERCEIROS CONFEREM SE
      *                ELE FOI REALMENTE EMITIDO. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-DOCUMENTO.
           05 DOC-NUMERO      PIC 9(08).
           05 DOC-CODIGO      PIC X(10).
           05 DOC-TIPO        PIC X(01).
               88 DOC-DECLARACAO  VALUE 'D'.
               88 DOC-HISTORICO   VALUE 'H'.
               88 DOC-CERTIFICADO VALUE 'C'.
           05 DOC-MATRICULA   PIC 9(06).
           05 DOC-NOME        PIC X(30).
      * PERIODO DECLARADO (SO NA DECLARACAO DE MATRICULA).
           05 DOC-PERIODO     PIC X(06).
      * O QUE O DOCUMENTO ATESTA, EM UMA LINHA, PARA A CONFERENCIA.
           05 DOC-RESUMO      PIC X(60).
           05 DOC-DATA        PIC X(08).
           05 DOC-HORA        PIC X(08).
           05 DOC-OPERADOR    PIC X(08).
      * NOME DO DOCUMENTO NO SPOOL (CATALOGO-RELATORIOS.DAT).
           05 DOC-RELATORIO   PIC X(20).
