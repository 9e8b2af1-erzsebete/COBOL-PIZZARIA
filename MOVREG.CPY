      * escreve aqui um movimento com data, hora, item, sentido,
      * quantidade, pedido (quando veio de uma venda), motivo
      * (quando e quebra) e operador, para a contagem da prateleira
      * poder ser conferida contra o livro. Numa entrada recebida
      * contra uma encomenda de compra, MOV-PEDIDO-NUM leva o numero
      * da encomenda (ENCOMENDAS.DAT).
      ******************************************************************
       01 REG-MOVIMENTO.
          05 MOV-DATA                PIC 9(8).
