      ******************************************************************
      * Layout do registo do ficheiro de artigos por fornecedor
      * (FORNART.DAT), indexado por FAR-CHAVE: origem do artigo ("I"
      * ingrediente, "P" produto de venda, como em MOVSTOCK.DAT) e o
      * codigo dele no seu ficheiro mestre. Diz a que fornecedor se
      * encomenda o artigo e quantas unidades de stock traz cada
      * embalagem; as encomendas de compra sao sempre em embalagens
      * inteiras. Mantido no FornecedoresManut.
      ******************************************************************
       01 REG-FORNART.
          05 FAR-CHAVE.
             10 FAR-ORIGEM           PIC X.
                88 FAR-INGREDIENTE             VALUE "I".
                88 FAR-PRODUTO                 VALUE "P".
             10 FAR-ITEM-CODIGO      PIC X(2).
          05 FAR-FORNECEDOR          PIC X(2).
          05 FAR-EMBALAGEM           PIC 9(4).
