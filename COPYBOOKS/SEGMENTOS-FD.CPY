      ******************************************************************
      * COPYBOOK.....: SEGMENTOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE SEGMENTOS-RFM.DAT, A
      *                SEGMENTACAO DOS CLIENTES POR RECENCIA,
      *                FREQUENCIA E VALOR (RFM) GRAVADA PELO FECHAMENTO
      *                MENSAL VEN0009A A PARTIR DE VENDAS.DAT E DOS
      *                ARQUIVOS MORTOS VENDAS-AAAA.DAT (UMA LINHA POR
      *                CPF, REGRAVADO POR INTEIRO A CADA RODADA). O
      *                EXTRATO DE RECONQUISTA (VEN0010A) LE OS
      *                CLIENTES AFASTADOS DAQUI. COPIAR DENTRO DO FD
      *                DO ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-SEGMENTO.
           05 SEG-CPF             PIC X(14).
      * DATA DE REFERENCIA DA RODADA (AAAAMMDD) E A ULTIMA COMPRA DO
      * CLIENTE NA JANELA; A RECENCIA E A DISTANCIA EM DIAS ENTRE AS
      * DUAS.
           05 SEG-DATA-REF        PIC X(08).
           05 SEG-ULTIMA-COMPRA   PIC X(08).
           05 SEG-RECENCIA-DIAS   PIC 9(05).
      * FREQUENCIA: DIAS DISTINTOS COM COMPRA NA JANELA. VALOR: O
      * FATURAMENTO DO CLIENTE NA JANELA, DEVOLUCOES ABATIDAS.
           05 SEG-FREQUENCIA      PIC 9(05).
           05 SEG-VALOR           PIC 9(09)V99.
      * NOTAS DE 1 (PIOR) A 5 (MELHOR) DE CADA EIXO.
           05 SEG-NOTA-R          PIC 9(01).
           05 SEG-NOTA-F          PIC 9(01).
           05 SEG-NOTA-M          PIC 9(01).
           05 SEG-CODIGO          PIC X(02).
               88 SEG-CAMPEAO     VALUE 'CA'.
               88 SEG-FIEL        VALUE 'FI'.
               88 SEG-NOVO        VALUE 'NO'.
               88 SEG-PROMISSOR   VALUE 'PR'.
               88 SEG-EM-RISCO    VALUE 'RI'.
               88 SEG-HIBERNANDO  VALUE 'HI'.
               88 SEG-PERDIDO     VALUE 'PE'.
      * CLIENTES AFASTADOS: O PUBLICO DO EXTRATO DE RECONQUISTA.
               88 SEG-AFASTADO    VALUES 'RI' 'HI' 'PE'.
           05 SEG-NOME-SEGMENTO   PIC X(12).
