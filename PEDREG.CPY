      * REG-PROMO-VALOR levam a promocao aplicada automaticamente no
      * fecho do pedido; REG-AUTORIZADO-POR leva o operador que
      * autorizou um desconto manual acima do limite.
      * REG-TAXA-IVA e REG-IVA-CODIGO levam, numa linha "P" ou "A",
      * a taxa de IVA da linha (tabela TAXAS.DAT do dia) e, no
      * cabecalho, a taxa da taxa de entrega. O cabecalho leva ainda
      * o quadro de IVA por taxa (base depois dos descontos e valor
      * do imposto, posicoes sem uso a zeros); num registo antigo,
      * anterior a tabela, estes campos vem em branco e o pedido
      * conta todo a 23%.
      * Numa linha "P", REG-MENU-CODIGO leva o codigo da piza do
      * menu ("00" numa piza personalizada) e REG-CUSTO-LINHA o custo
      * dos ingredientes e bases gastos, pelas porcoes e custos do
      * RECEITAS.DAT no momento do pedido; nos outros registos ficam
      * em branco e a zeros, e numa linha antiga vem em branco.
      * A venda de um vale de oferta gera apenas um registo ("O"),
      * com a forma de pagamento, o operador, o turno e, em
      * REG-VALE-NUM e REG-VALE-VALOR, o numero e o valor do vale;
      * os totais ficam a zeros porque o vale nao e venda de pizas.
      * Num cabecalho pago (em parte ou no todo) com um vale, os
      * mesmos campos levam o vale e o valor abatido ao saldo; o
      * resto do total final foi pago na forma de pagamento do
      * cabecalho ("V" quando o vale pagou tudo). Num reembolso
      * levam o valor devolvido ao saldo do vale.
      * REG-CANAL diz por onde entrou o pedido: balcao ("B"; em
      * branco num registo antigo) ou uma plataforma de entregas
      * ("G" Glovo, "U" Uber Eats), cujos pedidos sao importados
      * pelo ImportaPlataformas com forma de pagamento "P" (a
      * plataforma cobrou o cliente). No cabecalho (e no reembolso
      * que o devolve) REG-COMISSAO leva a comissao da plataforma e
      * REG-REF-PLATAFORMA a referencia do pedido na plataforma; num
      * registo antigo vem em branco.
      * REG-HORA-REGISTO leva a hora (HHMM) a que o registo foi
      * gravado, que num cabecalho, venda de vale ou reembolso e a
      * hora do pagamento (o ReconciliaTPA casa por ela os
      * pagamentos a cartao e MB Way com os do terminal); num
      * registo antigo vem em branco ou a zeros.
      ******************************************************************
       01 REG-PEDIDO.
          05 REG-TIPO-REG            PIC X.
             88 REG-ARTIGO                  VALUE "A".
             88 REG-ANULACAO                VALUE "V".
             88 REG-REEMBOLSO               VALUE "R".
             88 REG-VALE-VENDIDO            VALUE "O".
          05 REG-PEDIDO-NUM          PIC 9(6).
          05 REG-DATA.
             10 REG-ANO              PIC 9(4).
             88 REG-FP-NUMERARIO            VALUE "N".
             88 REG-FP-CARTAO               VALUE "C".
             88 REG-FP-MBWAY                VALUE "M".
             88 REG-FP-VALE                 VALUE "V".
             88 REG-FP-PLATAFORMA           VALUE "P".
          05 REG-DESCONTO-PCT        PIC 9(2).
          05 REG-DESCONTO-VALOR      PIC 9(3)V99.
          05 REG-PROMO-COD           PIC X(2).
          05 REG-TOTAL               PIC 9(3)V99.
          05 REG-IVA                 PIC 9(3)V99.
          05 REG-TOTAL-FINAL         PIC 9(3)V99.
          05 REG-TAXA-IVA            PIC 9(2)V99.
          05 REG-IVA-CODIGO          PIC X(3).
          05 REG-QUADRO-IVA.
             10 REG-IVA-LINHA OCCURS 4 TIMES.
                15 REG-IVA-TAXA      PIC 9(2)V99.
                15 REG-IVA-BASE      PIC 9(3)V99.
                15 REG-IVA-VALOR     PIC 9(3)V99.
          05 REG-MENU-CODIGO         PIC X(2).
          05 REG-CUSTO-LINHA         PIC 9(3)V99.
          05 REG-VALE-NUM            PIC 9(6).
          05 REG-VALE-VALOR          PIC 9(3)V99.
          05 REG-CANAL               PIC X.
             88 REG-CANAL-BALCAO            VALUES " " "B".
             88 REG-CANAL-GLOVO             VALUE "G".
             88 REG-CANAL-UBER              VALUE "U".
          05 REG-COMISSAO            PIC 9(3)V99.
          05 REG-REF-PLATAFORMA      PIC X(20).
          05 REG-HORA-REGISTO        PIC 9(4).
