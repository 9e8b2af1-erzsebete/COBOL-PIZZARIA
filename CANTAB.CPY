      ******************************************************************
      * Tabela dos canais de venda, pela ordem em que saem as vendas
      * por canal no FechoCaixa e no RelatorioVendas: o balcao e as
      * plataformas de entregas. O codigo e o de REG-CANAL; um
      * registo antigo, com o canal em branco, conta como balcao.
      ******************************************************************
       01 TABELA-CANAIS.
          05 FILLER                  PIC X(11) VALUE "BBALCAO".
          05 FILLER                  PIC X(11) VALUE "GGLOVO".
          05 FILLER                  PIC X(11) VALUE "UUBER EATS".
       01 TABELA-CANAIS-R REDEFINES TABELA-CANAIS.
          05 CAN-ITEM                OCCURS 3 TIMES.
             10 CAN-CODIGO           PIC X.
             10 CAN-NOME             PIC X(10).
