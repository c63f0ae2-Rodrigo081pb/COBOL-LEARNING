      ******************************************************************
      * COPYBOOK.....: NOTIFICA-WS.CPY
      * PROGRAMADOR..: Rodrigo
      * DATA.........: 15/10/2026
      * OBJETIVO.....: CAMPOS DE TRABALHO DA FILA DE NOTIFICACOES
      *                (COPIAR JUNTO COM O NOTIFICA-PD.CPY NA PROCEDURE
      *                DIVISION, E COM O MENSAGEM-WS/MENSAGEM-PD, DE
      *                ONDE VEM O MODELO DO TEXTO). O PROGRAMA DEVE
      *                DECLARAR OS SELECTS ARQUIVO-NOTIFICACOES ASSIGN
      *                TO WRK-NOTIFICACOES-PATH (INDEXADO, ACESSO
      *                DINAMICO, CHAVE NTF-CHAVE, STATUS
      *                WRK-NTF-STATUS; COPY NOTIFICACOES-FD.CPY NO
      *                FD), ARQUIVO-CONTATOS ASSIGN TO
      *                WRK-CONTATOS-PATH (INDEXADO, ACESSO DINAMICO,
      *                CHAVE CTT-CHAVE, STATUS WRK-CTT-STATUS) E
      *                MENSAGENS-ARQUIVO ASSIGN TO WRK-MENSAGENS-PATH.
      *                FAZ PERFORM 0978-ABRIR-NOTIFICACOES UMA VEZ;
      *                POR EVENTO, PREENCHE WRK-NTF-EVENTO,
      *                WRK-NTF-REFERENCIA, WRK-NTF-CPF, WRK-NTF-MODELO
      *                (CODIGO DO MODELO EM MENSAGENS.DAT),
      *                WRK-NTF-SUBST (VALOR DO MARCADOR &1),
      *                WRK-NTF-FINALIDADE ('S' SERVICO OU 'M'
      *                MARKETING -- ESTE SO DEPOIS DE CONFERIDO O
      *                CONSENTIMENTO, 0976) E WRK-NTF-PROGRAMA, E FAZ
      *                PERFORM 0979-ENFILEIRAR-NOTIFICACAO. O DESTINO
      *                VEM DE CONTATOS.DAT (PRIMEIRO E-MAIL E PRIMEIRO
      *                TELEFONE DO CPF); WRK-NTF-EMAIL-ALT E
      *                WRK-NTF-FONE-ALT SUPREM QUEM NAO ESTA NO
      *                CADASTRO (RESPONSAVEL FINANCEIRO DO ALUNO).
      *                WRK-NTF-DATA-ENVIO EM BRANCO = SAI JA NA
      *                PROXIMA REMESSA. NO FIM,
      *                0984-FECHAR-NOTIFICACOES. OS CONTADORES SAO DO
      *                PROGRAMA, PARA O RESUMO DA RODADA.
      ******************************************************************

       01 WRK-NTF-STATUS PIC X(02).
           88 FS-NTF-OK           VALUE '00'.
           88 FS-NTF-FIM-ARQUIVO  VALUE '10'.
           88 FS-NTF-ARQUIVO-NOVO VALUE '35'.

       01 WRK-CTT-STATUS PIC X(02).
           88 FS-CTT-OK           VALUE '00'.
           88 FS-CTT-ARQUIVO-NOVO VALUE '35'.

       01 WRK-NOTIFICACOES-PATH PIC X(100).
       01 WRK-CONTATOS-PATH     PIC X(100).

       01 WRK-NTF-CONTATOS-BASE PIC X(01) VALUE 'N'.
           88 CONTATOS-NO-AR VALUE 'S'.

      * DADOS DO EVENTO, PREENCHIDOS PELO PROGRAMA A CADA CHAMADA.
       01 WRK-NTF-EVENTO     PIC X(03).
       01 WRK-NTF-REFERENCIA PIC X(20).
       01 WRK-NTF-CPF        PIC X(14).
       01 WRK-NTF-MODELO     PIC X(08).
       01 WRK-NTF-SUBST      PIC X(30).
       01 WRK-NTF-FINALIDADE PIC X(01) VALUE 'S'.
       01 WRK-NTF-DATA-ENVIO PIC X(08) VALUE SPACES.
       01 WRK-NTF-PROGRAMA   PIC X(08).
       01 WRK-NTF-EMAIL-ALT  PIC X(50) VALUE SPACES.
       01 WRK-NTF-FONE-ALT   PIC X(50) VALUE SPACES.

      * DESTINOS ACHADOS PARA O CPF E DATA DA RODADA.
       01 WRK-NTF-EMAIL PIC X(50).
       01 WRK-NTF-FONE  PIC X(50).
       01 WRK-NTF-HOJE  PIC X(08).
       01 WRK-NTF-CTT-FIM PIC X(01).
           88 NTF-CONTATOS-LIDOS VALUE 'S'.

      * CONTADORES DA RODADA (MENSAGENS, NAO EVENTOS: UM EVENTO COM
      * E-MAIL E TELEFONE GERA DUAS).
       01 WRK-NTF-GERADAS     PIC 9(07) COMP VALUE 0.
       01 WRK-NTF-DUPLICADAS  PIC 9(07) COMP VALUE 0.
       01 WRK-NTF-SEM-CONTATO PIC 9(07) COMP VALUE 0.
       01 WRK-NTF-SEM-MODELO  PIC 9(07) COMP VALUE 0.
