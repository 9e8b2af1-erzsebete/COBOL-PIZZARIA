      * gera um registo "N" na mesma serie de numeracao, com os
      * valores do recibo anulado e REC-RECIBO-ORIGEM a apontar para
      * ele; REC-MOTIVO-COD leva o codigo do motivo da devolucao.
      * REC-TAXA-IVA e REC-IVA-CODIGO levam a taxa de IVA da linha
      * e, no cabecalho, a da taxa de entrega; o cabecalho (e a nota
      * de credito) leva o quadro de IVA por taxa, como o do
      * pedido. Num recibo antigo estes campos vem em branco e o
      * recibo conta todo a 23%.
      * A venda de um vale de oferta gera um registo "O" com o
      * numero e o valor do vale em REC-VALE-NUM e REC-VALE-VALOR e
      * os totais a zeros (o vale nao e venda sujeita a IVA; o
      * imposto e devido quando o vale paga uma venda). Num
      * cabecalho pago com um vale, os mesmos campos levam o vale
      * e o valor abatido ao saldo.
      * O recibo de um pedido importado de uma plataforma de entregas
      * leva a forma de pagamento "P" (cobrado pela plataforma).
      ******************************************************************
       01 REG-RECIBO.
          05 REC-TIPO-REG            PIC X.
             88 REC-LINHA                   VALUE "P".
             88 REC-LINHA-ARTIGO            VALUE "A".
             88 REC-NOTA-CREDITO            VALUE "N".
             88 REC-VALE-OFERTA             VALUE "O".
          05 REC-NUM                 PIC 9(6).
          05 REC-PEDIDO-NUM          PIC 9(6).
          05 REC-DATA.
          05 REC-ARTIGO-QT           PIC 9(2).
          05 REC-RECIBO-ORIGEM       PIC 9(6).
          05 REC-MOTIVO-COD          PIC X(2).
          05 REC-TAXA-IVA            PIC 9(2)V99.
          05 REC-IVA-CODIGO          PIC X(3).
          05 REC-QUADRO-IVA.
             10 REC-IVA-LINHA OCCURS 4 TIMES.
                15 REC-IVA-TAXA      PIC 9(2)V99.
                15 REC-IVA-BASE      PIC 9(3)V99.
                15 REC-IVA-VALOR     PIC 9(3)V99.
          05 REC-VALE-NUM            PIC 9(6).
          05 REC-VALE-VALOR          PIC 9(3)V99.
