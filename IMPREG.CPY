      ******************************************************************
      * Layout do registo do ficheiro de controlo das importacoes das
      * plataformas de entregas (IMPORTACOES.DAT), indexado por
      * IMP-CHAVE: o canal e a referencia do pedido na plataforma. O
      * ImportaPlataformas grava um registo por pedido importado, com
      * o pedido e o recibo que lhe deu, e recusa qualquer pedido que
      * ja la esteja, pelo que o mesmo ficheiro (ou um pedido repetido
      * em dois ficheiros) nunca entra duas vezes.
      ******************************************************************
       01 REG-IMPORTACAO.
          05 IMP-CHAVE.
             10 IMP-CANAL            PIC X.
             10 IMP-REF              PIC X(20).
          05 IMP-PEDIDO-NUM          PIC 9(6).
          05 IMP-RECIBO-NUM          PIC 9(6).
          05 IMP-DATA                PIC 9(8).
          05 IMP-HORA                PIC 9(4).
          05 IMP-FICHEIRO            PIC X(30).
          05 IMP-OPERADOR            PIC X(2).
          05 IMP-TOTAL-FINAL         PIC 9(3)V99.
          05 IMP-COMISSAO            PIC 9(3)V99.
