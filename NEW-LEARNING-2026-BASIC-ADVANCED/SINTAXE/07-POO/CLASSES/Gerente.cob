       01 valor-inss-gerente PIC 9(07)V99 VALUE ZERO.
       01 valor-irrf-gerente PIC 9(07)V99 VALUE ZERO.

       *> COPIA PROPRIA DA DEDUCAO DOS DEPENDENTES, RECEBIDA PELO
       *> setDeducaoDependentes SOBRESCRITO, PELO MESMO MOTIVO DO
       *> BRUTO.
       01 deducao-dependentes-ger PIC 9(07)V99 VALUE ZERO.

      *> COPIA PROPRIA DAS TABELAS VIGENTES (setTabelaImpostos
      *> SOBRESCRITO), PELO MESMO MOTIVO DO BRUTO: O CALCULO
      *> SOBRESCRITO NAO ENXERGA OS CAMPOS PRIVADOS DA SUPERCLASSE.
                   USING TABELA-IMPOSTOS.
           END METHOD setTabelaImpostos.

           *> GUARDA A DEDUCAO DOS DEPENDENTES LOCALMENTE ALEM DE
           *> REPASSAR A SUPERCLASSE: GERENTE TAMBEM DEDUZ OS
           *> DEPENDENTES DA BASE DO IRRF NA FAIXA MAXIMA.
           METHOD-ID. setDeducaoDependentes OVERRIDE.
           DATA DIVISION.
           LINKAGE SECTION.
           01 nova-deducao-dependentes PIC 9(07)V99.

           PROCEDURE DIVISION USING nova-deducao-dependentes.
               MOVE nova-deducao-dependentes
                   TO deducao-dependentes-ger.
               INVOKE SUPER "setDeducaoDependentes"
                   USING nova-deducao-dependentes.
           END METHOD setDeducaoDependentes.

           *> REGRAS DE GERENTE: BRUTO + GRATIFICACAO DE FUNCAO, INSS
           *> PELO TETO (CONTRIBUICAO MAXIMA DA TABELA PROGRESSIVA) E
           *> IRRF NA FAIXA MAXIMA COM A PARCELA A DEDUZIR. COM A
                       + (4000.03 - 2666.68) * 0.12
                       + (7786.02 - 4000.03) * 0.14
                   COMPUTE base-irrf = total-bruto - valor-inss
                   PERFORM DEDUZIR-DEPENDENTES
                   COMPUTE valor-irrf ROUNDED =
                       base-irrf * 0.275 - 896.00
               END-IF.

           APURAR-IRRF-FAIXA-MAXIMA.
               COMPUTE base-irrf = total-bruto - valor-inss.
               PERFORM DEDUZIR-DEPENDENTES.
               COMPUTE valor-irrf ROUNDED =
                   base-irrf * irrf-aliq-ger(irrf-qtd-ger)
                   - irrf-deduzir-ger(irrf-qtd-ger).

           DEDUZIR-DEPENDENTES.
               IF deducao-dependentes-ger < base-irrf
                   SUBTRACT deducao-dependentes-ger FROM base-irrf
               ELSE
                   MOVE ZERO TO base-irrf
               END-IF.
           END METHOD calcularSalarioLiquido.

           METHOD-ID. getValorINSS OVERRIDE.
