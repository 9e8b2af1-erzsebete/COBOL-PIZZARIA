      ******************************************************************
      * Layout do registo da tabela de taxas de IVA (TAXAS.DAT). Cada
      * registo traz as taxas em vigor a partir de TAX-DATA-INICIO
      * (AAAAMMDD) ate a vespera do registo seguinte, uma por classe
      * de IVA, com o codigo da taxa para o SAF-T (NOR, INT, RED ou
      * ISE):
      *   1 - comida consumida no local (pedidos "E");
      *   2 - comida para levar ou entregue (pedidos "T" e "D");
      *   3 - bebidas (produtos da categoria "B"), qualquer que seja
      *       o tipo de pedido;
      *   4 - taxa de entrega ao domicilio.
      * Mantida no TaxasManut; o registo de 19000101 guarda o regime
      * anterior a tabela (23% em tudo e taxa de entrega sem IVA),
      * para os pedidos antigos continuarem a conferir.
      ******************************************************************
       01 REG-TAXAS-IVA.
          05 TAX-DATA-INICIO         PIC 9(8).
          05 TAX-CLASSE OCCURS 4 TIMES.
             10 TAX-PCT              PIC 9(2)V99.
             10 TAX-CODIGO           PIC X(3).
