      ******************************************************************
      * COPYBOOK.....: CONFLITOS-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE CONFLITOS-ACESSO.DAT, A
      *                TABELA DE SEGREGACAO DE FUNCOES USADA NA
      *                RECERTIFICACAO DE ACESSOS (PRF0002A): CADA LINHA
      *                E UM PAR DE PROGRAMAS QUE O MESMO OPERADOR NAO
      *                DEVE TER CONCEDIDOS AO MESMO TEMPO EM PERFIS.DAT
      *                (QUEM ALTERA O CPF NAO APROVA A PROPRIA TROCA,
      *                QUEM ESTORNA VENDA NAO FECHA O CAIXA), COM A
      *                DESCRICAO QUE SAI NO RELATORIO. ARQUIVO TEXTO
      *                POSICIONAL, EDITADO PELA AUDITORIA. SEM O
      *                ARQUIVO, O PRF0002A GRAVA A TABELA PADRAO PARA
      *                AJUSTE. COPIAR DENTRO DO FD DO ARQUIVO NA FILE
      *                SECTION.
      ******************************************************************

       01 REGISTRO-CONFLITO.
           05 CNF-PROGRAMA-A PIC X(12).
           05 CNF-PROGRAMA-B PIC X(12).
           05 CNF-DESCRICAO  PIC X(40).
