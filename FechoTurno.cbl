      *          na gaveta (fundo de caixa declarado + numerario do
      *          operador do turno) e fecha o turno com a hora do
      *          fecho, para a caixa ser contada contra uma pessoa e
      *          nao contra o dia inteiro. O Z mostra ainda a base
      *          e o IVA de cada taxa vendida no turno e, por
      *          operador, os vales de oferta vendidos e os
      *          resgatados (a parte das contas paga com vale, que
      *          nao entra na gaveta).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            10 OPE-TAB-FINAL          PIC S9(7)V99.
            10 OPE-TAB-DESCONTOS      PIC S9(7)V99.
            10 OPE-TAB-NUMERARIO      PIC S9(7)V99.
            10 OPE-TAB-VALES-VENDIDOS PIC S9(7)V99.
            10 OPE-TAB-VALES-RESGATADOS PIC S9(7)V99.

        77 WS-IDX                     PIC 9(2)   VALUE 0.
        77 WS-OPE-ATUAL               PIC 9(2)   VALUE 0.

        77 WS-ESPERADO-GAVETA         PIC S9(7)V99 VALUE 0.
        77 WS-VALE-LIDO               PIC 9(3)V99 VALUE 0.
        77 WS-RECEBIDO                PIC S9(4)V99 VALUE 0.
        77 SAIDA-VALOR                PIC -ZZZ,ZZ9.99.

      ******************************************************************
      * Resumo do IVA por taxa (base depois dos descontos e imposto),
      * a partir do quadro de IVA de cada cabecalho; os reembolsos
      * entram com sinal negativo.
      ******************************************************************
        77 WS-NUM-RESUMO-IVA          PIC 9      VALUE 0.
        77 WS-RIV-IDX                 PIC 9      VALUE 0.
        77 WS-RIV-ATUAL               PIC 9      VALUE 0.
        77 WS-QIV-IDX                 PIC 9      VALUE 0.
        77 WS-SINAL-IVA               PIC S9     VALUE +1.
        77 SAIDA-TAXA-IVA             PIC Z9.99.
       01  TABELA-RESUMO-IVA.
         05 RIV-ITEM OCCURS 8 TIMES.
            10 RIV-TAXA               PIC 9(2)V99.
            10 RIV-BASE               PIC S9(7)V99.
            10 RIV-VALOR              PIC S9(7)V99.
       01  QUADRO-IVA-LIDO.
         05 LID-ITEM OCCURS 4 TIMES.
            10 LID-TAXA               PIC 9(2)V99.
            10 LID-BASE               PIC 9(3)V99.
            10 LID-VALOR              PIC 9(3)V99.

        77 RESPOSTA                   PIC X      VALUE SPACE.
           88 VALIDAR-RESPOSTA                   VALUES "S","s","N","n".

                   NOT AT END
                       IF REG-TURNO-NUM = TRN-NUM
                           AND (REG-CABECALHO OR REG-ANULACAO
                                OR REG-REEMBOLSO OR REG-VALE-VENDIDO)
                           PERFORM TRATAR-REGISTO
                       END-IF
               END-READ
           END-IF.

       TRATAR-REGISTO.
           PERFORM OBTER-VALE-LIDO.
           EVALUATE TRUE
               WHEN REG-CABECALHO
                   PERFORM LOCALIZAR-OPERADOR
                   ADD REG-DESCONTO-VALOR
                       TO OPE-TAB-DESCONTOS(WS-OPE-ATUAL)
                   IF REG-FP-NUMERARIO
                       ADD WS-RECEBIDO
                           TO OPE-TAB-NUMERARIO(WS-OPE-ATUAL)
                   END-IF
                   ADD WS-VALE-LIDO
                       TO OPE-TAB-VALES-RESGATADOS(WS-OPE-ATUAL)
                   MOVE +1 TO WS-SINAL-IVA
                   PERFORM ACUMULAR-QUADRO-IVA
               WHEN REG-ANULACAO
                   PERFORM LOCALIZAR-OPERADOR
                   ADD 1 TO OPE-TAB-ANULACOES(WS-OPE-ATUAL)
                   SUBTRACT REG-DESCONTO-VALOR
                       FROM OPE-TAB-DESCONTOS(WS-OPE-ATUAL)
                   IF REG-FP-NUMERARIO
                       SUBTRACT WS-RECEBIDO
                           FROM OPE-TAB-NUMERARIO(WS-OPE-ATUAL)
                   END-IF
                   SUBTRACT WS-VALE-LIDO
                       FROM OPE-TAB-VALES-RESGATADOS(WS-OPE-ATUAL)
                   MOVE -1 TO WS-SINAL-IVA
                   PERFORM ACUMULAR-QUADRO-IVA
               WHEN REG-VALE-VENDIDO
                   PERFORM LOCALIZAR-OPERADOR
                   ADD REG-VALE-VALOR
                       TO OPE-TAB-VALES-VENDIDOS(WS-OPE-ATUAL)
                   IF REG-FP-NUMERARIO
                       ADD REG-VALE-VALOR
                           TO OPE-TAB-NUMERARIO(WS-OPE-ATUAL)
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Valor pago com vale de oferta no registo lido (zero num
      * registo antigo, sem o campo) e o resto, recebido pela forma
      * de pagamento do registo.
      ******************************************************************
       OBTER-VALE-LIDO.
           IF REG-VALE-VALOR IS NUMERIC AND NOT REG-VALE-VENDIDO
               MOVE REG-VALE-VALOR TO WS-VALE-LIDO
           ELSE
               MOVE 0 TO WS-VALE-LIDO
           END-IF.
           COMPUTE WS-RECEBIDO = REG-TOTAL-FINAL - WS-VALE-LIDO.

       LOCALIZAR-OPERADOR.
           MOVE 0 TO WS-OPE-ATUAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           END-IF.
           DISPLAY
           "______________________________________________________".
           DISPLAY "Op  Vales vendidos  Vales resgatados".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-OPERADORES
               MOVE OPE-TAB-VALES-VENDIDOS(WS-IDX) TO SAIDA-VALOR
               DISPLAY OPE-TAB-CODIGO(WS-IDX) "  "
                   SAIDA-VALOR "      " WITH NO ADVANCING
               MOVE OPE-TAB-VALES-RESGATADOS(WS-IDX) TO SAIDA-VALOR
               DISPLAY SAIDA-VALOR
           END-PERFORM.
           DISPLAY
           "______________________________________________________".
           IF WS-NUM-RESUMO-IVA > 0
               PERFORM IMPRIMIR-RESUMO-IVA
               DISPLAY
           "______________________________________________________"
           END-IF.

           MOVE 0 TO WS-ESPERADO-GAVETA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               " numerario do operador " TRN-OPERADOR "): "
               SAIDA-VALOR " EUR".

      ******************************************************************
      * Soma o quadro de IVA do registo lido ao resumo por taxa, com
      * o sinal de WS-SINAL-IVA. Um registo antigo, sem quadro, conta
      * todo a 23% sobre o total depois dos descontos.
      ******************************************************************
       ACUMULAR-QUADRO-IVA.
           IF REG-IVA-TAXA(1) IS NUMERIC
               MOVE REG-QUADRO-IVA TO QUADRO-IVA-LIDO
           ELSE
               INITIALIZE QUADRO-IVA-LIDO
               MOVE 23 TO LID-TAXA(1)
               COMPUTE LID-BASE(1) =
                   REG-TOTAL - REG-DESCONTO-VALOR - REG-PROMO-VALOR
               MOVE REG-IVA TO LID-VALOR(1)
           END-IF.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1 UNTIL WS-QIV-IDX > 4
               IF LID-BASE(WS-QIV-IDX) > 0
                   OR LID-VALOR(WS-QIV-IDX) > 0
                   MOVE 0 TO WS-RIV-ATUAL
                   PERFORM VARYING WS-RIV-IDX FROM 1 BY 1
                       UNTIL WS-RIV-IDX > WS-NUM-RESUMO-IVA
                           OR WS-RIV-ATUAL > 0
                       IF RIV-TAXA(WS-RIV-IDX) = LID-TAXA(WS-QIV-IDX)
                           MOVE WS-RIV-IDX TO WS-RIV-ATUAL
                       END-IF
                   END-PERFORM
                   IF WS-RIV-ATUAL = 0 AND WS-NUM-RESUMO-IVA < 8
                       ADD 1 TO WS-NUM-RESUMO-IVA
                       MOVE WS-NUM-RESUMO-IVA TO WS-RIV-ATUAL
                       MOVE LID-TAXA(WS-QIV-IDX)
                           TO RIV-TAXA(WS-RIV-ATUAL)
                   END-IF
                   IF WS-RIV-ATUAL > 0
                       COMPUTE RIV-BASE(WS-RIV-ATUAL) =
                           RIV-BASE(WS-RIV-ATUAL)
                           + LID-BASE(WS-QIV-IDX) * WS-SINAL-IVA
                       COMPUTE RIV-VALOR(WS-RIV-ATUAL) =
                           RIV-VALOR(WS-RIV-ATUAL)
                           + LID-VALOR(WS-QIV-IDX) * WS-SINAL-IVA
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-RESUMO-IVA.
           PERFORM VARYING WS-RIV-IDX FROM 1 BY 1
               UNTIL WS-RIV-IDX > WS-NUM-RESUMO-IVA
               MOVE RIV-TAXA(WS-RIV-IDX) TO SAIDA-TAXA-IVA
               MOVE RIV-BASE(WS-RIV-IDX) TO SAIDA-VALOR
               DISPLAY "Base IVA " SAIDA-TAXA-IVA "%....: "
                   SAIDA-VALOR " EUR"
               MOVE RIV-VALOR(WS-RIV-IDX) TO SAIDA-VALOR
               DISPLAY "IVA " SAIDA-TAXA-IVA "%.........: "
                   SAIDA-VALOR " EUR"
           END-PERFORM.

       END PROGRAM FechoTurno.
