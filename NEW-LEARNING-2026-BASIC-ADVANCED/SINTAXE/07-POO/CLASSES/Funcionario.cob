       01 valor-inss-apurado    PIC 9(07)V99 VALUE ZERO.
       01 valor-irrf-apurado    PIC 9(07)V99 VALUE ZERO.

       *> DEDUCAO DOS DEPENDENTES NA BASE DO IRRF (QUANTIDADE QUE
       *> DEDUZ X VALOR VIGENTE POR DEPENDENTE), INFORMADA PELA FOLHA
       *> A CADA EMPREGADO PELO METODO setDeducaoDependentes.
       01 deducao-dependentes-privada PIC 9(07)V99 VALUE ZERO.

       *> TABELAS DE INSS/IRRF VIGENTES, RECEBIDAS DA FOLHA PELO
       *> METODO setTabelaImpostos (CARREGADAS DE TABELAS-IMPOSTO.DAT,
       *> FOL0005A). SEM CARGA, O CALCULO CAI NAS FAIXAS INTERNAS

           *> FIM DO SET TABELA IMPOSTOS

           *> RECEBE O VALOR TOTAL A DEDUZIR DA BASE DO IRRF PELOS
           *> DEPENDENTES DO EMPREGADO (DEPENDENTES.DAT, DEP0001A).
           *> A FOLHA INFORMA ZERO PARA QUEM NAO TEM DEPENDENTE.
           METHOD-ID. setDeducaoDependentes.
           DATA DIVISION.
           LINKAGE SECTION.
           01 nova-deducao-dependentes PIC 9(07)V99.

           PROCEDURE DIVISION USING nova-deducao-dependentes.
               MOVE nova-deducao-dependentes
                   TO deducao-dependentes-privada.
           END METHOD setDeducaoDependentes.

           *> FIM DO SET DEDUCAO DEPENDENTES

           *> CALCULA O SALARIO LIQUIDO POR FAIXAS: INSS PROGRESSIVO
           *> (CADA FAIXA CONTRIBUI SO SOBRE A PARCELA DENTRO DELA,
           *> COM O TETO DE CONTRIBUICAO) E IRRF SOBRE A BASE (BRUTO
           *> - INSS - DEDUCAO DOS DEPENDENTES) COM PARCELA A
           *> DEDUZIR. AS FAIXAS VEM DA TABELA VIGENTE RECEBIDA POR
           *> setTabelaImpostos
           *> (TABELAS-IMPOSTO.DAT, FOL0005A); SEM TABELA CARREGADA,
           *> VALEM AS FAIXAS INTERNAS HISTORICAS DE 2024, QUE ERAM O
           *> CALCULO HARDCODED ORIGINAL.
                   PERFORM APURAR-INSS-HISTORICO
               END-IF.

               *> IRRF SOBRE A BASE (BRUTO - INSS - DEPENDENTES).
               COMPUTE base-irrf = salario-bruto-privado - valor-inss.
               IF deducao-dependentes-privada < base-irrf
                   SUBTRACT deducao-dependentes-privada FROM base-irrf
               ELSE
                   MOVE ZERO TO base-irrf
               END-IF.

               IF tabela-carregada = 'S'
                   PERFORM APURAR-IRRF-TABELA
