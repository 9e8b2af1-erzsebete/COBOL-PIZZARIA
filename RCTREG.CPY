      ******************************************************************
      * Layout do registo do ficheiro de receitas e custos
      * (RECEITAS.DAT), indexado por RCT-CODIGO, que e o codigo do
      * ingrediente no INGREDIENTES.DAT. Guarda o custo de compra de
      * uma unidade de stock e a porcao, em unidades de stock, gasta
      * numa piza de cada tamanho (1 pequena, 2 media, 3 grande).
      * Um registo com RCT-BASE "S" e uma base (massa, molho,
      * queijo) gasta em todas as pizas do tamanho sem ser escolhida
      * no ecra. Um ingrediente sem registo gasta uma unidade em
      * qualquer tamanho e entra sem custo, como antes do ficheiro.
      * Mantido no IngredientesManut.
      ******************************************************************
       01 REG-RECEITA.
          05 RCT-CODIGO              PIC X(2).
          05 RCT-BASE                PIC X.
             88 RCT-E-BASE                     VALUE "S".
          05 RCT-CUSTO               PIC 9(3)V9(4).
          05 RCT-PORCAO OCCURS 3 TIMES PIC 9(3).
