      * Purpose: Reimpressao de recibos. Procura em RECIBOS.DAT o
      *          recibo com o numero pedido e regenera o talao
      *          completo (cabecalho da loja, data, linhas de piza,
      *          desconto, pontos, taxa de entrega, IVA por taxa
      *          com a respetiva base e total final, com NIF quando
      *          foi fatura com contribuinte, e o valor pago com
      *          vale de oferta), para segundas vias e notas de
      *          despesa de clientes. Reimprime tambem o recibo da
      *          venda de um vale de oferta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        77 WS-RECIBO-ALVO             PIC 9(6)   VALUE 0.
        77 WS-ACHOU                   PIC X      VALUE "N".
           88 ACHOU-RECIBO                       VALUE "S".
        77 WS-RECIBO-VALE             PIC X      VALUE "N".
           88 RECIBO-DE-VALE                     VALUE "S".

        77 WS-NOME-TAMANHO            PIC X(7)   VALUE SPACES.
        77 SAIDA-VALOR                PIC ZZ9.99.
        77 SAIDA-TAXA-IVA             PIC Z9.99.
        77 SAIDA-BASE-IVA             PIC ZZ9.99.
        77 WS-QIV-IDX                 PIC 9      VALUE 0.

      ******************************************************************
      * Totais do cabecalho, guardados durante o varrimento para
         05 WS-REC-IVA                PIC 9(3)V99 VALUE 0.
         05 WS-REC-FINAL              PIC 9(3)V99 VALUE 0.
         05 WS-REC-PAGAMENTO          PIC X       VALUE SPACE.
         05 WS-REC-VALE-NUM           PIC 9(6)    VALUE 0.
         05 WS-REC-VALE-VALOR         PIC 9(3)V99 VALUE 0.
         05 WS-REC-QUADRO-IVA.
            10 WS-REC-IVA-LINHA OCCURS 4 TIMES.
               15 WS-REC-IVA-TAXA     PIC 9(2)V99.
               15 WS-REC-IVA-BASE     PIC 9(3)V99.
               15 WS-REC-IVA-VALOR    PIC 9(3)V99.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE F-RECIBOS.

           IF ACHOU-RECIBO
               IF NOT RECIBO-DE-VALE
                   PERFORM IMPRIMIR-TOTAIS
               END-IF
               DISPLAY "--------------------------------------"
               DISPLAY "        (2a via - reimpressao)"
           ELSE
                   PERFORM IMPRIMIR-LINHA-ARTIGO
               WHEN REC-NOTA-CREDITO
                   PERFORM IMPRIMIR-NOTA-CREDITO
               WHEN REC-VALE-OFERTA
                   PERFORM IMPRIMIR-VENDA-VALE
           END-EVALUATE.

       IMPRIMIR-CABECALHO.
           MOVE REC-IVA             TO WS-REC-IVA.
           MOVE REC-TOTAL-FINAL     TO WS-REC-FINAL.
           MOVE REC-FORMA-PAGAMENTO TO WS-REC-PAGAMENTO.
           PERFORM GUARDAR-QUADRO-IVA.
           PERFORM GUARDAR-VALE.
           DISPLAY "--------------------------------------".
           DISPLAY "           Pizaria Ramalho".
           DISPLAY "        Pizas e Derivados, Lda.".
           MOVE REC-IVA             TO WS-REC-IVA.
           MOVE REC-TOTAL-FINAL     TO WS-REC-FINAL.
           MOVE REC-FORMA-PAGAMENTO TO WS-REC-PAGAMENTO.
           PERFORM GUARDAR-QUADRO-IVA.
           PERFORM GUARDAR-VALE.
           DISPLAY "--------------------------------------".
           DISPLAY "           Pizaria Ramalho".
           DISPLAY "        Pizas e Derivados, Lda.".
           DISPLAY "--------------------------------------".
           DISPLAY "       (VALORES A DEVOLVER)".

      ******************************************************************
      * Venda de um vale de oferta: registo "O" unico, sem IVA, com
      * o numero e o valor do vale.
      ******************************************************************
       IMPRIMIR-VENDA-VALE.
           MOVE "S" TO WS-ACHOU.
           MOVE "S" TO WS-RECIBO-VALE.
           DISPLAY "--------------------------------------".
           DISPLAY "           Pizaria Ramalho".
           DISPLAY "        Pizas e Derivados, Lda.".
           DISPLAY "--------------------------------------".
           DISPLAY "RECIBO Nr: " REC-NUM "      Data: "
               REC-DIA "/" REC-MES "/" REC-ANO.
           DISPLAY "Cliente..: " REC-NOME-CLIENTE.
           DISPLAY "--------------------------------------".
           MOVE REC-VALE-VALOR TO SAIDA-VALOR.
           DISPLAY "VALE DE OFERTA Nr " REC-VALE-NUM
               "    " SAIDA-VALOR " EUR".
           DISPLAY "(nao sujeito a IVA - o imposto e devido na".
           DISPLAY " venda paga com o vale)".
           DISPLAY "--------------------------------------".
           DISPLAY "FINAL..........: " SAIDA-VALOR " EUR".
           MOVE REC-FORMA-PAGAMENTO TO WS-REC-PAGAMENTO.
           PERFORM IMPRIMIR-FORMA-PAGAMENTO.

      ******************************************************************
      * Vale de oferta que pagou o recibo (parte ou todo); em branco
      * num recibo antigo.
      ******************************************************************
       GUARDAR-VALE.
           IF REC-VALE-VALOR IS NUMERIC
               MOVE REC-VALE-NUM   TO WS-REC-VALE-NUM
               MOVE REC-VALE-VALOR TO WS-REC-VALE-VALOR
           ELSE
               MOVE 0 TO WS-REC-VALE-NUM
               MOVE 0 TO WS-REC-VALE-VALOR
           END-IF.

      ******************************************************************
      * Quadro de IVA por taxa do cabecalho; um recibo antigo, sem
      * quadro, conta todo a 23% sobre o total depois do desconto.
      ******************************************************************
       GUARDAR-QUADRO-IVA.
           IF REC-IVA-TAXA(1) IS NUMERIC
               MOVE REC-QUADRO-IVA TO WS-REC-QUADRO-IVA
           ELSE
               INITIALIZE WS-REC-QUADRO-IVA
               MOVE 23 TO WS-REC-IVA-TAXA(1)
               COMPUTE WS-REC-IVA-BASE(1) =
                   REC-TOTAL - REC-DESCONTO-VALOR
               MOVE REC-IVA TO WS-REC-IVA-VALOR(1)
           END-IF.

       IMPRIMIR-TOTAIS.
           DISPLAY "--------------------------------------".
           MOVE WS-REC-TOTAL TO SAIDA-VALOR.
               MOVE WS-REC-TAXA TO SAIDA-VALOR
               DISPLAY "TAXA DE ENTREGA: " SAIDA-VALOR " EUR"
           END-IF.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > 4
               IF WS-REC-IVA-BASE(WS-QIV-IDX) > 0
                   MOVE WS-REC-IVA-TAXA(WS-QIV-IDX)  TO SAIDA-TAXA-IVA
                   MOVE WS-REC-IVA-BASE(WS-QIV-IDX)  TO SAIDA-BASE-IVA
                   MOVE WS-REC-IVA-VALOR(WS-QIV-IDX) TO SAIDA-VALOR
                   DISPLAY "IVA " SAIDA-TAXA-IVA "% s/ " SAIDA-BASE-IVA
                       ": " SAIDA-VALOR " EUR"
               END-IF
           END-PERFORM.
           MOVE WS-REC-IVA TO SAIDA-VALOR.
           DISPLAY "TOTAL IVA......: " SAIDA-VALOR " EUR".
           MOVE WS-REC-FINAL TO SAIDA-VALOR.
           DISPLAY "FINAL..........: " SAIDA-VALOR " EUR".
           IF WS-REC-VALE-VALOR > 0
               MOVE WS-REC-VALE-VALOR TO SAIDA-VALOR
               DISPLAY "VALE " WS-REC-VALE-NUM "....: -" SAIDA-VALOR
                   " EUR"
           END-IF.
           PERFORM IMPRIMIR-FORMA-PAGAMENTO.

       IMPRIMIR-FORMA-PAGAMENTO.
           EVALUATE WS-REC-PAGAMENTO
               WHEN "N" DISPLAY "Pagamento......: NUMERARIO"
               WHEN "C" DISPLAY "Pagamento......: CARTAO"
               WHEN "M" DISPLAY "Pagamento......: MBWAY"
               WHEN "V" DISPLAY "Pagamento......: VALE DE OFERTA"
               WHEN "P" DISPLAY "Pagamento......: PLATAFORMA"
           END-EVALUATE.

       END PROGRAM ReimprimirRecibo.
