      ******************************************************************
      * COPYBOOK.....: AVALIACOES-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE AVALIACOES.DAT, O PLANO
      *                DE AVALIACAO DE CADA DISCIPLINA DO MESTRE
      *                DISCIPLINAS.DAT EM CADA PERIODO LETIVO, MANTIDO
      *                PELO AVA0001A: ATE DEZ AVALIACOES COM NOME, PESO
      *                EM PERCENTUAL (A SOMA DOS PESOS E 100) E DATA
      *                PREVISTA OPCIONAL (AAAAMMDD, EM BRANCO QUANDO
      *                NAO HA). O ESCOLA PEDE UMA NOTA POR AVALIACAO E
      *                CALCULA A MEDIA PONDERADA; SEM PLANO, A MEDIA
      *                CONTINUA SIMPLES. COPIAR DENTRO DO FD DO ARQUIVO
      *                NA FILE SECTION. A CHAVE E DISCIPLINA + PERIODO.
      ******************************************************************

       01 REGISTRO-AVALIACAO.
           05 AVA-CHAVE.
               10 AVA-DISCIPLINA PIC 9(03).
               10 AVA-PERIODO    PIC X(06).
           05 AVA-PLANO.
               10 AVA-QTD        PIC 9(02).
               10 AVA-ITEM OCCURS 10 TIMES.
                   15 AVA-NOME   PIC X(20).
                   15 AVA-PESO   PIC 9(03).
                   15 AVA-DATA   PIC X(08).
           05 AVA-DATA-ALTERACAO PIC X(08).
