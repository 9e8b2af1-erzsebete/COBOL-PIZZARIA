      ******************************************************************
      * Layout do registo do ficheiro de reconciliacoes do terminal de
      * pagamento automatico (RECONTPA.DAT), indexado por CTP-CHAVE:
      * a data reconciliada e o numero da linha. O ReconciliaTPA
      * grava, por data, um registo de resumo (CTP-LINHA = 0000) com
      * os totais por meio (cartao e MB Way) do ficheiro de fecho do
      * TPA e dos pagamentos do dia em PEDIDOS.DAT, ja com os
      * reembolsos abatidos, e o estado da reconciliacao, seguido de
      * uma linha por excecao: movimento do TPA sem pedido ("T"),
      * pagamento sem movimento no TPA ("P") ou movimento e pagamento
      * da mesma hora com valores diferentes ("D"). Nas linhas de
      * excecao CTP-TIPO-PEDIDO leva o tipo do registo do pedido
      * ("C" venda, "O" venda de vale, "R" reembolso) e
      * CTP-DOCUMENTO o recibo ou a nota de credito. Uma nova
      * reconciliacao da mesma data substitui a anterior. Com
      * excecoes fica em aberto ate ser refeita sem elas ou ate o
      * gerente dar as diferencas por justificadas, com uma nota; o
      * FechoDia avisa de uma reconciliacao em aberto (ou por fazer)
      * antes de fechar o dia.
      ******************************************************************
       01 REG-RECONCILIACAO.
          05 CTP-CHAVE.
             10 CTP-DATA             PIC 9(8).
             10 CTP-LINHA            PIC 9(4).
                88 CTP-RESUMO                  VALUE 0.
          05 CTP-HORA                PIC 9(4).
          05 CTP-OPERADOR            PIC X(2).
          05 CTP-FICHEIRO            PIC X(30).
          05 CTP-ESTADO              PIC X.
             88 CTP-CONFERIDA               VALUE "F".
             88 CTP-EM-ABERTO               VALUE "A".
             88 CTP-JUSTIFICADA             VALUE "J".
          05 CTP-NUM-TPA             PIC 9(4).
          05 CTP-NUM-PAGAMENTOS      PIC 9(4).
          05 CTP-NUM-CASADOS         PIC 9(4).
          05 CTP-NUM-EXCECOES        PIC 9(4).
          05 CTP-TPA-CARTAO          PIC S9(6)V99.
          05 CTP-TPA-MBWAY           PIC S9(6)V99.
          05 CTP-PAG-CARTAO          PIC S9(6)V99.
          05 CTP-PAG-MBWAY           PIC S9(6)V99.
          05 CTP-DIFERENCA           PIC S9(6)V99.
          05 CTP-JUSTIFICADO-POR     PIC X(2).
          05 CTP-NOTA                PIC X(40).
          05 CTP-EXC-TIPO            PIC X.
             88 CTP-SO-NO-TPA               VALUE "T".
             88 CTP-SEM-TPA                 VALUE "P".
             88 CTP-VALOR-DIFERENTE         VALUE "D".
          05 CTP-MEIO                PIC X.
             88 CTP-MEIO-CARTAO             VALUE "C".
             88 CTP-MEIO-MBWAY              VALUE "M".
          05 CTP-HORA-TPA            PIC 9(4).
          05 CTP-VALOR-TPA           PIC S9(4)V99.
          05 CTP-REF-TPA             PIC X(12).
          05 CTP-TIPO-PEDIDO         PIC X.
          05 CTP-PEDIDO-NUM          PIC 9(6).
          05 CTP-DOCUMENTO           PIC 9(6).
          05 CTP-HORA-PEDIDO         PIC 9(4).
          05 CTP-VALOR-PEDIDO        PIC S9(4)V99.
