      *          o numero do pedido e o motivo: cabecalho "C" cujo
      *          total nao bate com a soma das linhas "P", IVA ou
      *          total final que nao recalculam a partir do desconto,
      *          pontos e taxa de entrega gravados (IVA por taxa, com
      *          as taxas de TAXAS.DAT em vigor na data do pedido, e
      *          linhas gravadas com taxa diferente da da tabela),
      *          linhas "P" sem cabecalho, numeros de pedido
      *          duplicados, pedidos "D" (domicilio) sem morada,
      *          valor pago com vale de oferta acima do total final
      *          e vendas de vale ("O") sem numero ou valor do vale.
      *          Num segundo passo
      *          confere RECIBOS.DAT da mesma maneira - numeros de
      *          recibo duplicados e linhas fora do seu cabecalho -
      *          para provar que um dia com dois balcoes a vender ao
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT F-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-DATA-INICIO
               FILE STATUS IS WS-FS-TAXAS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIDOS.
       FD  F-RECIBOS.
           COPY RECREG.

       FD  F-TAXAS.
           COPY TAXREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-DIFERENCA               PIC S9(5)V99 VALUE 0.
        77 SAIDA-ESPERADO             PIC ZZZ9.99.

      ******************************************************************
      * Tabela de taxas de IVA (TAXAS.DAT) carregada no arranque, as
      * taxas em vigor na data do pedido em curso (uma por classe: 1
      * comida no local, 2 comida para levar/entrega, 3 bebidas, 4
      * taxa de entrega) e o quadro de IVA esperado, refeito a partir
      * das linhas como no fecho do pedido.
      ******************************************************************
        77 WS-FS-TAXAS                PIC XX     VALUE SPACES.
        77 WS-EOF-TAXAS               PIC X      VALUE "N".
           88 FIM-TAXAS                          VALUE "S".
        77 WS-NUM-TAXAS               PIC 9(2)   VALUE 0.
       01  TABELA-TAXAS.
         05 TXT-ITEM OCCURS 50 TIMES.
            10 TXT-DATA-INICIO        PIC 9(8).
            10 TXT-PCT OCCURS 4 TIMES PIC 9(2)V99.
       01  TAXAS-EM-VIGOR.
         05 VIG-PCT OCCURS 4 TIMES    PIC 9(2)V99.
        77 WS-DATA-TAXAS              PIC 9(8)   VALUE 0.
        77 WS-TXT-IDX                 PIC 9(2)   VALUE 0.
        77 WS-CLASSE-IVA              PIC 9      VALUE 0.
        77 WS-CLASSE-COMIDA           PIC 9      VALUE 0.
        77 WS-TAXA-LINHA              PIC 9(2)V99 VALUE 0.
        77 WS-VALOR-LINHA             PIC 9(3)V99 VALUE 0.
        77 NUM-TAXAS-IVA              PIC 9      VALUE 0.
        77 WS-QIV-IDX                 PIC 9      VALUE 0.
        77 WS-QIV-ATUAL               PIC 9      VALUE 0.
        77 WS-DESCONTO-IVA            PIC 9(3)V99 VALUE 0.
        77 WS-DESCONTO-RESTO          PIC 9(3)V99 VALUE 0.
        77 WS-DESCONTO-PARTE          PIC 9(3)V99 VALUE 0.
       01  QUADRO-IVA.
         05 QIV-ITEM OCCURS 4 TIMES.
            10 QIV-TAXA               PIC 9(2)V99.
            10 QIV-BASE               PIC 9(4)V99.
            10 QIV-VALOR              PIC 9(3)V99.

      ******************************************************************
      * Numeros de pedido ja vistos (cabecalhos e anulacoes), para
      * apanhar duplicados. O arquivo mensal mantem o ficheiro vivo
           DISPLAY
           "______________________________________________________".

           PERFORM CARREGAR-TAXAS-IVA.

           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
               DISPLAY "Ainda nao existem pedidos registados."
      *        numeros duplicados.
               WHEN REG-REEMBOLSO
                   PERFORM FECHAR-CABECALHO
               WHEN REG-VALE-VENDIDO
                   PERFORM FECHAR-CABECALHO
                   PERFORM VERIFICAR-DUPLICADO
                   PERFORM VERIFICAR-VENDA-VALE
               WHEN OTHER
                   ADD 1 TO WS-NUM-EXCECOES
                   DISPLAY "Pedido " REG-PEDIDO-NUM
           MOVE REG-IVA           TO CAB-IVA.
           MOVE REG-TOTAL-FINAL   TO CAB-FINAL.
           MOVE 0 TO WS-SOMA-PIZZAS.
           PERFORM INICIAR-QUADRO-IVA.

           PERFORM VERIFICAR-DUPLICADO.

                   ": pedido ao domicilio sem morada"
           END-IF.

           IF REG-VALE-VALOR IS NUMERIC
               IF REG-VALE-VALOR > REG-TOTAL-FINAL
                   ADD 1 TO WS-NUM-EXCECOES
                   DISPLAY "Pedido " REG-PEDIDO-NUM
                       ": valor pago com vale acima do total final"
               END-IF
               IF REG-FP-VALE AND REG-VALE-VALOR NOT = REG-TOTAL-FINAL
                   ADD 1 TO WS-NUM-EXCECOES
                   DISPLAY "Pedido " REG-PEDIDO-NUM
                       ": pago so com vale mas o vale nao cobre o total"
               END-IF
           END-IF.

           IF REG-TP-ENTREGA AND REG-ZONA = SPACES
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": linha de piza sem cabecalho"
           ELSE
               ADD REG-PIZZA-SUBTOTAL TO WS-SOMA-PIZZAS
               PERFORM SOMAR-LINHA-QUADRO-IVA
           END-IF.

      ******************************************************************
      * Confere o cabecalho em curso quando ja nao ha mais linhas
      * dele: soma das pizas contra REG-TOTAL, IVA recalculado taxa a
      * taxa com a tabela em vigor na data do pedido, e total final
      * recalculado com taxa de entrega e pontos resgatados.
      * Tolerancia de 0.01 para arredondamentos.
      ******************************************************************
       FECHAR-CABECALHO.
           IF TEM-CABECALHO
                   " difere da soma das pizas " WS-SOMA-PIZZAS
           END-IF.

           PERFORM CALCULAR-IVA-ESPERADO.
           COMPUTE WS-DIFERENCA = CAB-IVA - WS-IVA-ESPERADO.
           IF WS-DIFERENCA > 0.01 OR WS-DIFERENCA < -0.01
               ADD 1 TO WS-NUM-EXCECOES
                   " nao recalcula (esperado " SAIDA-ESPERADO ")"
           END-IF.

      ******************************************************************
      * Venda de um vale de oferta: registo unico, com o numero e o
      * valor do vale e sem totais de venda.
      ******************************************************************
       VERIFICAR-VENDA-VALE.
           IF REG-VALE-NUM IS NOT NUMERIC OR REG-VALE-NUM = 0
               OR REG-VALE-VALOR IS NOT NUMERIC OR REG-VALE-VALOR = 0
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": venda de vale sem numero ou valor do vale"
           END-IF.
           IF REG-TOTAL-FINAL NOT = 0
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": venda de vale com total de venda"
           END-IF.

       VERIFICAR-DUPLICADO.
           MOVE "N" TO WS-DUPLICADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           END-IF.

      ******************************************************************
      * Passo sobre os recibos: cada cabecalho "C", nota "N" ou
      * venda de vale "O" tem de ter numero unico, e cada linha
      * "P"/"A" tem de pertencer ao cabecalho imediatamente
      * anterior - uma linha com outro numero denuncia escrita
      * intercalada de dois balcoes.
      ******************************************************************
       VERIFICAR-RECIBOS.
           MOVE "N" TO WS-EOF-REC.
               WHEN REC-NOTA-CREDITO
                   PERFORM VERIFICAR-RECIBO-DUPLICADO
                   MOVE "N" TO WS-TEM-CAB-REC
               WHEN REC-VALE-OFERTA
                   PERFORM VERIFICAR-RECIBO-DUPLICADO
                   MOVE "N" TO WS-TEM-CAB-REC
               WHEN REC-LINHA
                   PERFORM VERIFICAR-LINHA-RECIBO
               WHEN REC-LINHA-ARTIGO
               END-IF
           END-IF.

      ******************************************************************
      * Carrega a tabela de taxas de IVA por ordem de data de inicio.
      * Sem tabela fica so o regime anterior a ela (23% em tudo e
      * taxa de entrega sem IVA).
      ******************************************************************
       CARREGAR-TAXAS-IVA.
           MOVE 0 TO WS-NUM-TAXAS.
           MOVE "N" TO WS-EOF-TAXAS.
           OPEN INPUT F-TAXAS.
           IF WS-FS-TAXAS NOT = "00"
               MOVE "S" TO WS-EOF-TAXAS
           ELSE
               MOVE LOW-VALUES TO TAX-DATA-INICIO
               START F-TAXAS KEY IS NOT LESS THAN TAX-DATA-INICIO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-TAXAS
               END-START
           END-IF.
           PERFORM UNTIL FIM-TAXAS
               READ F-TAXAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TAXAS
                   NOT AT END
                       IF WS-NUM-TAXAS < 50
                           ADD 1 TO WS-NUM-TAXAS
                           MOVE TAX-DATA-INICIO
                               TO TXT-DATA-INICIO(WS-NUM-TAXAS)
                           PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                               UNTIL WS-CLASSE-IVA > 4
                               MOVE TAX-PCT(WS-CLASSE-IVA)
                                   TO TXT-PCT(WS-NUM-TAXAS,
                                              WS-CLASSE-IVA)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-TAXAS NOT = "35"
               CLOSE F-TAXAS
           END-IF.

      ******************************************************************
      * Taxas em vigor em WS-DATA-TAXAS: o ultimo registo da tabela
      * com data de inicio que nao passe dela.
      ******************************************************************
       ESCOLHER-TAXAS-IVA.
           MOVE 23 TO VIG-PCT(1).
           MOVE 23 TO VIG-PCT(2).
           MOVE 23 TO VIG-PCT(3).
           MOVE 0  TO VIG-PCT(4).
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-NUM-TAXAS
               IF TXT-DATA-INICIO(WS-TXT-IDX) NOT > WS-DATA-TAXAS
                   PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                       UNTIL WS-CLASSE-IVA > 4
                       MOVE TXT-PCT(WS-TXT-IDX, WS-CLASSE-IVA)
                           TO VIG-PCT(WS-CLASSE-IVA)
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Abre o quadro de IVA esperado do cabecalho acabado de ler,
      * com as taxas em vigor na data do pedido, e confere a taxa
      * gravada para a taxa de entrega.
      ******************************************************************
       INICIAR-QUADRO-IVA.
           MOVE REG-DATA TO WS-DATA-TAXAS.
           PERFORM ESCOLHER-TAXAS-IVA.
           IF REG-TP-COMER-NO-LOCAL
               MOVE 1 TO WS-CLASSE-COMIDA
           ELSE
               MOVE 2 TO WS-CLASSE-COMIDA
           END-IF.
           INITIALIZE QUADRO-IVA.
           MOVE 0 TO NUM-TAXAS-IVA.
           IF REG-TAXA-IVA IS NUMERIC AND REG-TAXA-ENTREGA > 0
               AND REG-TAXA-IVA NOT = VIG-PCT(4)
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": taxa de entrega com IVA a " REG-TAXA-IVA
                   "% em vez de " VIG-PCT(4) "%"
           END-IF.

      ******************************************************************
      * Soma uma linha "P" ou "A" ao quadro esperado, na taxa da sua
      * classe (bebidas a parte), e confere a taxa gravada na linha
      * quando a ha (registos antigos nao a tem).
      ******************************************************************
       SOMAR-LINHA-QUADRO-IVA.
           IF REG-ARTIGO AND REG-ARTIGO-CATEGORIA = "B"
               MOVE 3 TO WS-CLASSE-IVA
           ELSE
               MOVE WS-CLASSE-COMIDA TO WS-CLASSE-IVA
           END-IF.
           MOVE VIG-PCT(WS-CLASSE-IVA) TO WS-TAXA-LINHA.
           IF REG-TAXA-IVA IS NUMERIC
               AND REG-TAXA-IVA NOT = WS-TAXA-LINHA
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": linha " REG-PIZZA-SEQ " com IVA a "
                   REG-TAXA-IVA "% em vez de " WS-TAXA-LINHA "%"
           END-IF.
           MOVE REG-PIZZA-SUBTOTAL TO WS-VALOR-LINHA.
           PERFORM SOMAR-QUADRO-IVA.

       SOMAR-QUADRO-IVA.
           MOVE 0 TO WS-QIV-ATUAL.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA OR WS-QIV-ATUAL > 0
               IF QIV-TAXA(WS-QIV-IDX) = WS-TAXA-LINHA
                   MOVE WS-QIV-IDX TO WS-QIV-ATUAL
               END-IF
           END-PERFORM.
           IF WS-QIV-ATUAL = 0
               ADD 1 TO NUM-TAXAS-IVA
               MOVE NUM-TAXAS-IVA TO WS-QIV-ATUAL
               MOVE WS-TAXA-LINHA TO QIV-TAXA(WS-QIV-ATUAL)
           END-IF.
           ADD WS-VALOR-LINHA TO QIV-BASE(WS-QIV-ATUAL).

      ******************************************************************
      * IVA esperado do cabecalho em curso, como no fecho do pedido:
      * desconto e promocao repartidos pelas taxas na proporcao das
      * bases (a ultima leva o resto), taxa de entrega na taxa da sua
      * classe, imposto arredondado taxa a taxa.
      ******************************************************************
       CALCULAR-IVA-ESPERADO.
           COMPUTE WS-DESCONTO-IVA = CAB-DESCONTO + CAB-PROMO-VALOR.
           MOVE WS-DESCONTO-IVA TO WS-DESCONTO-RESTO.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               IF WS-QIV-IDX = NUM-TAXAS-IVA OR CAB-TOTAL = 0
                   MOVE WS-DESCONTO-RESTO TO WS-DESCONTO-PARTE
               ELSE
                   COMPUTE WS-DESCONTO-PARTE ROUNDED =
                       WS-DESCONTO-IVA * QIV-BASE(WS-QIV-IDX)
                       / CAB-TOTAL
               END-IF
               IF WS-DESCONTO-PARTE > QIV-BASE(WS-QIV-IDX)
                   MOVE QIV-BASE(WS-QIV-IDX) TO WS-DESCONTO-PARTE
               END-IF
               SUBTRACT WS-DESCONTO-PARTE FROM QIV-BASE(WS-QIV-IDX)
               SUBTRACT WS-DESCONTO-PARTE FROM WS-DESCONTO-RESTO
           END-PERFORM.
           IF CAB-TAXA > 0
               MOVE VIG-PCT(4) TO WS-TAXA-LINHA
               MOVE CAB-TAXA   TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
           END-IF.
           MOVE 0 TO WS-IVA-ESPERADO.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               COMPUTE QIV-VALOR(WS-QIV-IDX) ROUNDED =
                   QIV-BASE(WS-QIV-IDX) * QIV-TAXA(WS-QIV-IDX) / 100
               ADD QIV-VALOR(WS-QIV-IDX) TO WS-IVA-ESPERADO
           END-PERFORM.

       END PROGRAM VerificaPedidos.
