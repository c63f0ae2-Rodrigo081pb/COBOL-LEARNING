      *                        (SUPERVISOR VE TUDO); TENTATIVA DE
      *                        DISPARO SEM CONCESSAO E RECUSADA E
      *                        LOGADA NO AUDITLOG.
      * 15/10/2026 - RODRIGO - RELATORIOS: EXTRATO MENSAL DOS PONTOS
      *                        DE FIDELIDADE (FID0001A).
      * 15/10/2026 - RODRIGO - CADASTROS: TRANSFERENCIA ENTRE LOJAS
      *                        (TRF0001A); RELATORIOS: TRANSFERENCIAS
      *                        EM TRANSITO (TRF0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: INGREDIENTES (ING0001A),
      *                        FICHA TECNICA (FTC0001A) E APONTAMENTO
      *                        DE PRODUCAO PROPRIA (PRD0001A).
      * 15/10/2026 - RODRIGO - CADASTROS: RECALL DE PRODUTO POR LOTE
      *                        (RCL0001A).
      * 15/10/2026 - RODRIGO - CADASTROS: METAS MENSAIS DE VENDA
      *                        (MET0001A); RELATORIOS: ACOMPANHAMENTO
      *                        DE METAS (MET0002A).
      * 15/10/2026 - RODRIGO - RELATORIOS: VENDA POR HORA-PESSOA NO
      *                        TURNO (TUR0003A).
      * 15/10/2026 - RODRIGO - CADASTROS: CLASSIFICACAO FISCAL DOS
      *                        SABORES (FIS0001A); RELATORIOS:
      *                        EXPORTACAO FISCAL DIARIA (FIS0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: BAIXA DO CONTAS A PAGAR
      *                        (PAG0001A); RELATORIOS: CONTAS A PAGAR
      *                        DA SEMANA (PAG0002A).
      * 15/10/2026 - RODRIGO - RELATORIOS: SCORECARD TRIMESTRAL DE
      *                        FORNECEDORES (FOR0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: VALES-PRESENTE E VALES-
      *                        TROCA (VAL0001A); RELATORIOS: PASSIVO
      *                        DE VALES EM ABERTO (VAL0002A).
      * 15/10/2026 - RODRIGO - CONSULTAS: CONSULTA 360 DO CLIENTE
      *                        (CLI0007A).
      * 15/10/2026 - RODRIGO - RELATORIOS: ETIQUETAS DE GONDOLA E
      *                        LISTA DE PRECOS DA LOJA (SAB0003A).
      * 15/10/2026 - RODRIGO - RELATORIOS: MANIFESTO DE ENTREGAS DAS
      *                        ENCOMENDAS PELA VAN (PED0002A).
      * 15/10/2026 - RODRIGO - RELATORIOS: SEGMENTACAO RFM DE CLIENTES
      *                        (VEN0009A) E EXTRATO DE RECONQUISTA
      *                        (VEN0010A).
      * 15/10/2026 - RODRIGO - CADASTROS: TEMPERATURA DOS FREEZERS
      *                        (FRZ0001A); RELATORIOS: FOLHA MENSAL DE
      *                        CONFORMIDADE DE TEMPERATURA (FRZ0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: COMPRADORES AUTORIZADOS DAS
      *                        EMPRESAS PARA VENDA FATURADA (EMP0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: PLANO DE CONTAS COMERCIAL
      *                        (CTB0001A); RELATORIOS: EXPORTACAO
      *                        CONTABIL DO COMERCIO (CTB0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: FECHAMENTO COMERCIAL MENSAL
      *                        (FCH0001A).
      * 15/10/2026 - RODRIGO - CADASTROS: RECLAMACOES E ATENDIMENTO
      *                        (SAC0001A); RELATORIOS: RELATORIO
      *                        SEMANAL DO SAC (SAC0002A).
      * 15/10/2026 - RODRIGO - ESCOLA: QUADRO DE HORARIOS E SALAS
      *                        (HOR0001A).
      * 15/10/2026 - RODRIGO - ESCOLA: REMATRICULA DE FIM DE PERIODO
      *                        (MAT0002A).
      * 15/10/2026 - RODRIGO - ESCOLA: PRE-REQUISITOS DE DISCIPLINAS
      *                        (PRE0001A).
      * 15/10/2026 - RODRIGO - ESCOLA: RESPONSAVEIS DO ALUNO
      *                        (RSP0001A) E EXTRATO CONSOLIDADO DE
      *                        MENSALIDADES POR PAGADOR (MEN0004A).
      * 15/10/2026 - RODRIGO - ESCOLA: EMISSAO E VERIFICACAO DE
      *                        DOCUMENTOS OFICIAIS (DOC0001A).
      * 15/10/2026 - RODRIGO - ESCOLA: ACORDOS DE RENEGOCIACAO DE
      *                        MENSALIDADES (ACO0001A) E ACORDOS
      *                        QUEBRADOS (ACO0002A).
      * 15/10/2026 - RODRIGO - ESCOLA: PLANOS DE AVALIACAO COM PESOS
      *                        POR DISCIPLINA/PERIODO (AVA0001A).
      * 15/10/2026 - RODRIGO - ESCOLA: REMUNERACAO DOS PROFESSORES
      *                        POR HORA-AULA NA FOLHA (PRO0002A).
      * 15/10/2026 - RODRIGO - CADASTROS: LIQUIDACAO ANTECIPADA E
      *                        ANTECIPACAO PARCIAL DE EMPRESTIMOS
      *                        (FIN0004A).
      * 15/10/2026 - RODRIGO - FAIXA DE AMBIENTE DE TREINAMENTO NA
      *                        ENTRADA E EM CADA VOLTA AO MENU DE
      *                        AREAS (AMBIENTE=TREINAMENTO).
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WRK-PROGRAMA  PIC X(20).
       01 WRK-COMANDO   PIC X(120).

      * AMBIENTE DA SESSAO (VARIAVEL AMBIENTE, LIGADA PELO
      * JCL/AMBIENTE-TREINAMENTO.sh): NA COPIA DE TREINAMENTO O MENU
      * MOSTRA A FAIXA PARA NINGUEM CONFUNDIR COM A PRODUCAO.
       01 WRK-AMBIENTE  PIC X(20).
           88 AMBIENTE-TREINAMENTO VALUE 'TREINAMENTO'.

      * PERFIL DE PERMISSAO: O PERFIS.DAT FICA ABERTO DURANTE A
      * SESSAO DO MENU E CADA OPCAO SO E MOSTRADA (E DISPARADA) COM A
      * CONCESSAO DO OPERADOR -- SUPERVISOR VE TUDO; SEM O ARQUIVO NO
               TO WRK-BANNER-TITULO.
           PERFORM 0940-EXIBIR-BANNER-ENTRADA.

           ACCEPT WRK-AMBIENTE FROM ENVIRONMENT 'AMBIENTE'.
           MOVE FUNCTION UPPER-CASE(WRK-AMBIENTE) TO WRK-AMBIENTE.
           IF AMBIENTE-TREINAMENTO
               PERFORM 0008-AVISO-TREINAMENTO
           END-IF.

           PERFORM 0945-IDENTIFICAR-OPERADOR.

           ACCEPT WRK-BIN-DIR FROM ENVIRONMENT 'MENU_BIN_DIR'.

       0002-MENU-AREAS.
           DISPLAY ' '.
           IF AMBIENTE-TREINAMENTO
               PERFORM 0008-AVISO-TREINAMENTO
           END-IF.
           DISPLAY 'AREAS DO SISTEMA:'.
           DISPLAY ' (1) CADASTROS'.
           DISPLAY ' (2) CONSULTAS'.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (21) ARQUIVAMENTO ANUAL DE VENDAS (VEN0008A)'
           END-IF.
           MOVE 'TRF0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (22) TRANSFERENCIA ENTRE LOJAS (TRF0001A)'
           END-IF.
           MOVE 'ING0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (23) INGREDIENTES DA PRODUCAO (ING0001A)'
           END-IF.
           MOVE 'FTC0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (24) FICHA TECNICA DOS SABORES (FTC0001A)'
           END-IF.
           MOVE 'PRD0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (25) APONTAMENTO DE PRODUCAO (PRD0001A)'
           END-IF.
           MOVE 'RCL0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (26) RECALL DE PRODUTO POR LOTE (RCL0001A)'
           END-IF.
           MOVE 'MET0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (27) METAS MENSAIS DE VENDA (MET0001A)'
           END-IF.
           MOVE 'FIS0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (28) CLASSIFICACAO FISCAL DOS SABORES '
                       '(FIS0001A)'
           END-IF.
           MOVE 'PAG0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (29) BAIXA DO CONTAS A PAGAR (PAG0001A)'
           END-IF.
           MOVE 'VAL0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (30) VALES-PRESENTE E VALES-TROCA (VAL0001A)'
           END-IF.
           MOVE 'FRZ0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (31) TEMPERATURA DOS FREEZERS (FRZ0001A)'
           END-IF.
           MOVE 'EMP0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (32) COMPRADORES AUTORIZADOS DAS EMPRESAS '
                       '(EMP0002A)'
           END-IF.
           MOVE 'CTB0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (33) PLANO DE CONTAS COMERCIAL (CTB0001A)'
           END-IF.
           MOVE 'FCH0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (34) FECHAMENTO COMERCIAL MENSAL (FCH0001A)'
           END-IF.
           MOVE 'SAC0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (35) RECLAMACOES E ATENDIMENTO - SAC '
                       '(SAC0001A)'
           END-IF.
           MOVE 'FIN0004A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (36) LIQUIDACAO ANTECIPADA DE EMPRESTIMO '
                       '(FIN0004A)'
           END-IF.
           DISPLAY 'ESCOLHA (ENTER VOLTA): '.
           ACCEPT WRK-OPCAO.

                   MOVE 'PED0001A' TO WRK-PROGRAMA
               WHEN '21'
                   MOVE 'VEN0008A' TO WRK-PROGRAMA
               WHEN '22'
                   MOVE 'TRF0001A' TO WRK-PROGRAMA
               WHEN '23'
                   MOVE 'ING0001A' TO WRK-PROGRAMA
               WHEN '24'
                   MOVE 'FTC0001A' TO WRK-PROGRAMA
               WHEN '25'
                   MOVE 'PRD0001A' TO WRK-PROGRAMA
               WHEN '26'
                   MOVE 'RCL0001A' TO WRK-PROGRAMA
               WHEN '27'
                   MOVE 'MET0001A' TO WRK-PROGRAMA
               WHEN '28'
                   MOVE 'FIS0001A' TO WRK-PROGRAMA
               WHEN '29'
                   MOVE 'PAG0001A' TO WRK-PROGRAMA
               WHEN '30'
                   MOVE 'VAL0001A' TO WRK-PROGRAMA
               WHEN '31'
                   MOVE 'FRZ0001A' TO WRK-PROGRAMA
               WHEN '32'
                   MOVE 'EMP0002A' TO WRK-PROGRAMA
               WHEN '33'
                   MOVE 'CTB0001A' TO WRK-PROGRAMA
               WHEN '34'
                   MOVE 'FCH0001A' TO WRK-PROGRAMA
               WHEN '35'
                   MOVE 'SAC0001A' TO WRK-PROGRAMA
               WHEN '36'
                   MOVE 'FIN0004A' TO WRK-PROGRAMA
               WHEN OTHER
                   MOVE SPACES TO WRK-PROGRAMA
           END-EVALUATE.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (2) CONTRATOS DE EMPRESTIMO (FIN0001A)'
           END-IF.
           MOVE 'CLI0007A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (3) CONSULTA 360 DO CLIENTE (CLI0007A)'
           END-IF.
           DISPLAY 'ESCOLHA (ENTER VOLTA): '.
           ACCEPT WRK-OPCAO.

                   MOVE 'CAD0009A' TO WRK-PROGRAMA
               WHEN '2'
                   MOVE 'FIN0001A' TO WRK-PROGRAMA
               WHEN '3'
                   MOVE 'CLI0007A' TO WRK-PROGRAMA
               WHEN OTHER
                   MOVE SPACES TO WRK-PROGRAMA
           END-EVALUATE.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (15) VALIDADE DOS LOTES (EST0006A)'
           END-IF.
           MOVE 'FID0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (16) EXTRATO DE FIDELIDADE (FID0001A)'
           END-IF.
           MOVE 'TRF0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (17) TRANSFERENCIAS EM TRANSITO (TRF0002A)'
           END-IF.
           MOVE 'MET0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (18) ACOMPANHAMENTO DE METAS (MET0002A)'
           END-IF.
           MOVE 'TUR0003A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (19) VENDA POR HORA-PESSOA NO TURNO '
                       '(TUR0003A)'
           END-IF.
           MOVE 'FIS0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (20) EXPORTACAO FISCAL DIARIA (FIS0002A)'
           END-IF.
           MOVE 'PAG0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (21) CONTAS A PAGAR DA SEMANA (PAG0002A)'
           END-IF.
           MOVE 'FOR0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (22) SCORECARD DE FORNECEDORES (FOR0002A)'
           END-IF.
           MOVE 'VAL0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (23) PASSIVO DE VALES EM ABERTO (VAL0002A)'
           END-IF.
           MOVE 'SAB0003A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (24) ETIQUETAS E LISTA DE PRECOS (SAB0003A)'
           END-IF.
           MOVE 'PED0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (25) MANIFESTO DE ENTREGAS DA VAN (PED0002A)'
           END-IF.
           MOVE 'VEN0009A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (26) SEGMENTACAO RFM DE CLIENTES (VEN0009A)'
           END-IF.
           MOVE 'VEN0010A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (27) EXTRATO DE RECONQUISTA (VEN0010A)'
           END-IF.
           MOVE 'FRZ0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (28) CONFORMIDADE DE TEMPERATURA (FRZ0002A)'
           END-IF.
           MOVE 'CTB0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (29) EXPORTACAO CONTABIL DO COMERCIO '
                       '(CTB0002A)'
           END-IF.
           MOVE 'SAC0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (30) RELATORIO SEMANAL DO SAC (SAC0002A)'
           END-IF.
           DISPLAY 'ESCOLHA (ENTER VOLTA): '.
           ACCEPT WRK-OPCAO.

                   MOVE 'VEN0007A' TO WRK-PROGRAMA
               WHEN '15'
                   MOVE 'EST0006A' TO WRK-PROGRAMA
               WHEN '16'
                   MOVE 'FID0001A' TO WRK-PROGRAMA
               WHEN '17'
                   MOVE 'TRF0002A' TO WRK-PROGRAMA
               WHEN '18'
                   MOVE 'MET0002A' TO WRK-PROGRAMA
               WHEN '19'
                   MOVE 'TUR0003A' TO WRK-PROGRAMA
               WHEN '20'
                   MOVE 'FIS0002A' TO WRK-PROGRAMA
               WHEN '21'
                   MOVE 'PAG0002A' TO WRK-PROGRAMA
               WHEN '22'
                   MOVE 'FOR0002A' TO WRK-PROGRAMA
               WHEN '23'
                   MOVE 'VAL0002A' TO WRK-PROGRAMA
               WHEN '24'
                   MOVE 'SAB0003A' TO WRK-PROGRAMA
               WHEN '25'
                   MOVE 'PED0002A' TO WRK-PROGRAMA
               WHEN '26'
                   MOVE 'VEN0009A' TO WRK-PROGRAMA
               WHEN '27'
                   MOVE 'VEN0010A' TO WRK-PROGRAMA
               WHEN '28'
                   MOVE 'FRZ0002A' TO WRK-PROGRAMA
               WHEN '29'
                   MOVE 'CTB0002A' TO WRK-PROGRAMA
               WHEN '30'
                   MOVE 'SAC0002A' TO WRK-PROGRAMA
               WHEN OTHER
                   MOVE SPACES TO WRK-PROGRAMA
           END-EVALUATE.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (17) PERIODOS LETIVOS (PER0001A)'
           END-IF.
           MOVE 'HOR0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (18) QUADRO DE HORARIOS (HOR0001A)'
           END-IF.
           MOVE 'MAT0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (19) REMATRICULA (MAT0002A)'
           END-IF.
           MOVE 'PRE0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (20) PRE-REQUISITOS (PRE0001A)'
           END-IF.
           MOVE 'RSP0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (21) RESPONSAVEIS DO ALUNO (RSP0001A)'
           END-IF.
           MOVE 'MEN0004A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (22) EXTRATO POR PAGADOR (MEN0004A)'
           END-IF.
           MOVE 'DOC0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (23) DOCUMENTOS OFICIAIS (DOC0001A)'
           END-IF.
           MOVE 'ACO0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (24) ACORDO DE RENEGOCIACAO (ACO0001A)'
           END-IF.
           MOVE 'ACO0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (25) ACORDOS QUEBRADOS (ACO0002A)'
           END-IF.
           MOVE 'AVA0001A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (26) PLANOS DE AVALIACAO (AVA0001A)'
           END-IF.
           MOVE 'PRO0002A' TO WRK-ITEM-PROGRAMA.
           PERFORM 0009-CONSULTAR-PERMISSAO.
           IF FUNCAO-PERMITIDA
               DISPLAY ' (27) HORAS-AULA DOS PROFESSORES (PRO0002A)'
           END-IF.
           DISPLAY 'ESCOLHA (ENTER VOLTA): '.
           ACCEPT WRK-OPCAO.

                   MOVE 'ESC0006A' TO WRK-PROGRAMA
               WHEN '17'
                   MOVE 'PER0001A' TO WRK-PROGRAMA
               WHEN '18'
                   MOVE 'HOR0001A' TO WRK-PROGRAMA
               WHEN '19'
                   MOVE 'MAT0002A' TO WRK-PROGRAMA
               WHEN '20'
                   MOVE 'PRE0001A' TO WRK-PROGRAMA
               WHEN '21'
                   MOVE 'RSP0001A' TO WRK-PROGRAMA
               WHEN '22'
                   MOVE 'MEN0004A' TO WRK-PROGRAMA
               WHEN '23'
                   MOVE 'DOC0001A' TO WRK-PROGRAMA
               WHEN '24'
                   MOVE 'ACO0001A' TO WRK-PROGRAMA
               WHEN '25'
                   MOVE 'ACO0002A' TO WRK-PROGRAMA
               WHEN '26'
                   MOVE 'AVA0001A' TO WRK-PROGRAMA
               WHEN '27'
                   MOVE 'PRO0002A' TO WRK-PROGRAMA
               WHEN OTHER
                   MOVE SPACES TO WRK-PROGRAMA
           END-EVALUATE.
           PERFORM 0007-EXECUTAR-PROGRAMA.
       0006-END.

      * FAIXA DO AMBIENTE DE TREINAMENTO (COPIA ANONIMIZADA GERADA
      * PELO JCL/TREINAMENTO.sh).
       0008-AVISO-TREINAMENTO.
           DISPLAY '##################################################'.
           DISPLAY '##      AMBIENTE DE TREINAMENTO - DADOS         ##'.
           DISPLAY '##      FICTICIOS. NADA AQUI E PRODUCAO.        ##'.
           DISPLAY '##################################################'.
       0008-END.

      * DISPARA O BINARIO ESCOLHIDO E VOLTA AO MENU QUANDO ELE
      * TERMINA. O PROGRAMA PRECISA TER SIDO COMPILADO PELOS JOBS
      * (JCL/FIM-DE-DIA.sh OU COMPILACAO AVULSA PARA O MESMO BIN).
