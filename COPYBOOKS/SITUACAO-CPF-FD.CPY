      ******************************************************************
      * COPYBOOK.....: SITUACAO-CPF-FD.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: LAYOUT DO REGISTRO DE SITUACAO-CPF.DAT, A
      *                SITUACAO CADASTRAL DE CADA CPF NA RECEITA
      *                FEDERAL, CARREGADA PELO CAD0027A A PARTIR DO
      *                ARQUIVO DE RETORNO DA CONSULTA EM LOTE (PEDIDO
      *                GERADO PELO CAD0026A). A CHAVE E O CPF SO COM OS
      *                11 DIGITOS, PORQUE OS ARQUIVOS DO SISTEMA GUARDAM
      *                O CPF COM E SEM PONTUACAO. A CONSULTA NA
      *                INCLUSAO DE VENDA FATURADA, EMPRESTIMO E
      *                FUNCIONARIO E FEITA PELO PARAGRAFO COMPARTILHADO
      *                0953 (SITCPF-PD.CPY). COPIAR DENTRO DO FD DO
      *                ARQUIVO NA FILE SECTION.
      ******************************************************************

       01 REGISTRO-SITUACAO-CPF.
           05 SCF-CPF              PIC X(11).
      * CODIGO DA SITUACAO NA RECEITA: '0' REGULAR, '2' SUSPENSA,
      * '3' TITULAR FALECIDO, '4' PENDENTE DE REGULARIZACAO, '5'
      * CANCELADA POR MULTIPLICIDADE, '8' NULA, '9' CANCELADA DE
      * OFICIO. SO A REGULAR LIBERA O CPF SEM SUPERVISOR.
           05 SCF-CODIGO           PIC X(01).
               88 SCF-REGULAR      VALUE '0'.
           05 SCF-DESCRICAO        PIC X(30).
           05 SCF-DATA-SITUACAO    PIC X(08).
           05 SCF-DATA-IMPORTACAO  PIC X(08).
