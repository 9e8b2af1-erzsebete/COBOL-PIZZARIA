      ******************************************************************
      * Layout do registo do ficheiro de vales de oferta (VALES.DAT),
      * indexado por VAL-NUM, numerado pela serie "VAL" do
      * NUMEROS.DAT. O vale e vendido no ecra de pedidos (registo
      * "O" em PEDIDOS.DAT e em RECIBOS.DAT, fora da faturacao de
      * pizas) com o valor facial, que passa a saldo; cada pagamento
      * com o vale abate ao saldo e, quando este chega a zero, o
      * vale fica usado. Um vale ativo cuja VAL-DATA-VALIDADE ja
      * passou conta como expirado, sem ser preciso regrava-lo.
      * VAL-PEDIDO-NUM e VAL-RECIBO-NUM apontam para a venda do
      * vale; VAL-DATA-ULT-USO e a data do ultimo pagamento com ele.
      ******************************************************************
       01 REG-VALE.
          05 VAL-NUM                 PIC 9(6).
          05 VAL-VALOR-FACIAL        PIC 9(3)V99.
          05 VAL-SALDO               PIC 9(3)V99.
          05 VAL-DATA-EMISSAO        PIC 9(8).
          05 VAL-DATA-VALIDADE       PIC 9(8).
          05 VAL-ESTADO              PIC X.
             88 VAL-ATIVO                   VALUE "A".
             88 VAL-USADO                   VALUE "U".
             88 VAL-ANULADO                 VALUE "X".
          05 VAL-PEDIDO-NUM          PIC 9(6).
          05 VAL-RECIBO-NUM          PIC 9(6).
          05 VAL-OPERADOR            PIC X(2).
          05 VAL-DATA-ULT-USO        PIC 9(8).
