      *          produz: vendas por dia, totais por tamanho de piza e
      *          por forma de pagamento, reparticao por tipo de pedido
      *          (takeaway / local / domicilio), ranking dos
      *          ingredientes mais usados, comparacao semana a
      *          semana dentro do periodo e o IVA por taxa. As
      *          vendas saem tambem por canal (balcao e cada
      *          plataforma de entregas), com a comissao da
      *          plataforma abatida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY PEDREG.

       FD  F-ARQUIVO.
        01 REG-ARQUIVO                PIC X(448).

       WORKING-STORAGE SECTION.

        77 WS-SOMA-NUMERARIO          PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-CARTAO             PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-MBWAY              PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-PLATAFORMAS        PIC S9(7)V99 VALUE 0.
      * Parte do total final paga com vale de oferta (o vale foi
      * recebido quando foi vendido, por isso nao entra nas formas de
      * pagamento); WS-RECEBIDO e o que entrou pela forma do pedido.
        77 WS-SOMA-VALES              PIC S9(7)V99 VALUE 0.
        77 WS-VALE-LIDO               PIC 9(3)V99 VALUE 0.
        77 WS-RECEBIDO                PIC S9(4)V99 VALUE 0.

        77 WS-SOMA-PIZAS              PIC 9(7)V99 VALUE 0.
        77 WS-SOMA-ARTIGOS            PIC 9(7)V99 VALUE 0.
        77 WS-SOMA-LOCAL              PIC 9(7)V99 VALUE 0.
        77 WS-SOMA-DOMICILIO          PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Vendas por canal, pela ordem da tabela de canais: pedidos,
      * total final e comissao da plataforma (os reembolsos abatem o
      * total e a comissao do canal do pedido devolvido).
      ******************************************************************
           COPY CANTAB.
        77 WS-CANAL-IDX               PIC 9      VALUE 0.
        77 WS-COMISSAO-LIDA           PIC 9(3)V99 VALUE 0.
        77 WS-SOMA-COMISSOES          PIC S9(7)V99 VALUE 0.
        77 WS-LIQUIDO                 PIC S9(7)V99 VALUE 0.
        77 WS-ROTULO                  PIC X(10)  VALUE SPACES.
       01  TABELA-VENDAS-CANAL.
         05 VCN-ITEM OCCURS 3 TIMES.
            10 VCN-PEDIDOS            PIC 9(5).
            10 VCN-FINAL              PIC S9(7)V99.
            10 VCN-COMISSAO           PIC S9(7)V99.

      ******************************************************************
      * Adesao por campanha: contagem e valor descontado por codigo
      * de promocao carimbado nos cabecalhos do periodo.

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

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " ".
           ADD REG-IVA            TO WS-SOMA-IVA.
           ADD REG-TOTAL-FINAL    TO WS-SOMA-FINAL.
           ADD REG-DESCONTO-VALOR TO WS-SOMA-DESCONTOS.
           MOVE +1 TO WS-SINAL-IVA.
           PERFORM ACUMULAR-QUADRO-IVA.
           PERFORM ACUMULAR-VENDAS-CANAL.

           PERFORM OBTER-VALE-LIDO.
           ADD WS-VALE-LIDO TO WS-SOMA-VALES.
           EVALUATE REG-FORMA-PAGAMENTO
               WHEN "N" ADD WS-RECEBIDO TO WS-SOMA-NUMERARIO
               WHEN "C" ADD WS-RECEBIDO TO WS-SOMA-CARTAO
               WHEN "M" ADD WS-RECEBIDO TO WS-SOMA-MBWAY
               WHEN "P" ADD WS-RECEBIDO TO WS-SOMA-PLATAFORMAS
           END-EVALUATE.

           EVALUATE TRUE
           SUBTRACT REG-IVA            FROM WS-SOMA-IVA.
           SUBTRACT REG-TOTAL-FINAL    FROM WS-SOMA-FINAL.
           SUBTRACT REG-DESCONTO-VALOR FROM WS-SOMA-DESCONTOS.
           MOVE -1 TO WS-SINAL-IVA.
           PERFORM ACUMULAR-QUADRO-IVA.
           PERFORM ACUMULAR-VENDAS-CANAL.
           PERFORM OBTER-VALE-LIDO.
           SUBTRACT WS-VALE-LIDO FROM WS-SOMA-VALES.
           EVALUATE REG-FORMA-PAGAMENTO
               WHEN "N" SUBTRACT WS-RECEBIDO
                   FROM WS-SOMA-NUMERARIO
               WHEN "C" SUBTRACT WS-RECEBIDO
                   FROM WS-SOMA-CARTAO
               WHEN "M" SUBTRACT WS-RECEBIDO
                   FROM WS-SOMA-MBWAY
               WHEN "P" SUBTRACT WS-RECEBIDO
                   FROM WS-SOMA-PLATAFORMAS
           END-EVALUATE.

      ******************************************************************
      * Soma o cabecalho (ou, com sinal negativo, o reembolso) ao
      * canal por onde entrou o pedido. Um registo antigo, sem canal
      * nem comissao, conta no balcao.
      ******************************************************************
       ACUMULAR-VENDAS-CANAL.
           PERFORM VARYING WS-CANAL-IDX FROM 3 BY -1
               UNTIL WS-CANAL-IDX = 1
                   OR CAN-CODIGO(WS-CANAL-IDX) = REG-CANAL
               CONTINUE
           END-PERFORM.
           IF REG-COMISSAO IS NUMERIC
               MOVE REG-COMISSAO TO WS-COMISSAO-LIDA
           ELSE
               MOVE 0 TO WS-COMISSAO-LIDA
           END-IF.
           IF WS-SINAL-IVA > 0
               ADD 1 TO VCN-PEDIDOS(WS-CANAL-IDX)
           END-IF.
           COMPUTE VCN-FINAL(WS-CANAL-IDX) = VCN-FINAL(WS-CANAL-IDX)
               + REG-TOTAL-FINAL * WS-SINAL-IVA.
           COMPUTE VCN-COMISSAO(WS-CANAL-IDX) =
               VCN-COMISSAO(WS-CANAL-IDX)
               + WS-COMISSAO-LIDA * WS-SINAL-IVA.

      ******************************************************************
      * Valor pago com vale de oferta no registo lido (zero num
      * registo antigo, sem o campo) e o que sobra para a forma de
      * pagamento.
      ******************************************************************
       OBTER-VALE-LIDO.
           IF REG-VALE-VALOR IS NUMERIC
               MOVE REG-VALE-VALOR TO WS-VALE-LIDO
           ELSE
               MOVE 0 TO WS-VALE-LIDO
           END-IF.
           COMPUTE WS-RECEBIDO = REG-TOTAL-FINAL - WS-VALE-LIDO.

       ACUMULAR-PROMO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           DISPLAY "  CARTAO...: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-MBWAY TO SAIDA-VALOR.
           DISPLAY "  MBWAY....: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-PLATAFORMAS TO SAIDA-VALOR.
           DISPLAY "  PLATAF...: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-VALES TO SAIDA-VALOR.
           DISPLAY "  VALES....: " SAIDA-VALOR " EUR".
           DISPLAY
           "______________________________________________________".

           DISPLAY
           "______________________________________________________".

           DISPLAY "POR CANAL (total final / comissao / liquido):".
           PERFORM IMPRIMIR-CANAIS.
           DISPLAY
           "______________________________________________________".

           DISPLAY "ADESAO POR PROMOCAO (pedidos / valor descontado):".
           PERFORM IMPRIMIR-PROMOS.
           DISPLAY
           DISPLAY "DESCONTOS..........: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-REEMBOLSOS TO SAIDA-VALOR.
           DISPLAY "REEMBOLSADO........: " SAIDA-VALOR " EUR".
           PERFORM IMPRIMIR-RESUMO-IVA.
           MOVE WS-SOMA-IVA TO SAIDA-VALOR.
           DISPLAY "IVA TOTAL..........: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-FINAL TO SAIDA-VALOR.
           DISPLAY "TOTAL FINAL........: " SAIDA-VALOR " EUR".

      ******************************************************************
      * Vendas por canal: total final, comissao da plataforma e o
      * liquido que fica para a casa, com o total das comissoes.
      ******************************************************************
       IMPRIMIR-CANAIS.
           MOVE 0 TO WS-SOMA-COMISSOES.
           PERFORM VARYING WS-CANAL-IDX FROM 1 BY 1
               UNTIL WS-CANAL-IDX > 3
               MOVE CAN-NOME(WS-CANAL-IDX) TO WS-ROTULO
               ADD VCN-COMISSAO(WS-CANAL-IDX) TO WS-SOMA-COMISSOES
               COMPUTE WS-LIQUIDO = VCN-FINAL(WS-CANAL-IDX)
                   - VCN-COMISSAO(WS-CANAL-IDX)
               MOVE VCN-FINAL(WS-CANAL-IDX) TO SAIDA-VALOR
               DISPLAY "  " WS-ROTULO "(" VCN-PEDIDOS(WS-CANAL-IDX)
                   "): " SAIDA-VALOR " EUR"
               MOVE VCN-COMISSAO(WS-CANAL-IDX) TO SAIDA-VALOR
               DISPLAY "      comissao.....: " SAIDA-VALOR " EUR"
               MOVE WS-LIQUIDO TO SAIDA-VALOR
               DISPLAY "      liquido......: " SAIDA-VALOR " EUR"
           END-PERFORM.
           MOVE WS-SOMA-COMISSOES TO SAIDA-VALOR.
           DISPLAY "  COMISSOES........: " SAIDA-VALOR " EUR".
           COMPUTE WS-LIQUIDO = WS-SOMA-FINAL - WS-SOMA-COMISSOES.
           MOVE WS-LIQUIDO TO SAIDA-VALOR.
           DISPLAY "  LIQUIDO..........: " SAIDA-VALOR " EUR".

      ******************************************************************
      * Vendas por dia, por ordem crescente de data (a tabela e
      * percorrida escolhendo de cada vez a menor data ainda nao
               END-IF
           END-PERFORM.

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

       END PROGRAM RelatorioVendas.
