      * que nao sao pizas - bebidas, sobremesas e entradas - com
      * preco unitario fechado e stock proprio, abatido a unidade em
      * cada venda tal como o stock de ingredientes.
      * PRD-ALERGENOS tem uma posicao por alergenio, pela ordem da
      * tabela ALGTAB ("S" = contem).
      ******************************************************************
       01 REG-PRODUTO.
          05 PRD-CODIGO              PIC X(2).
          05 PRD-PRECO               PIC 99V99.
          05 PRD-STOCK               PIC 9(5).
          05 PRD-STOCK-MIN           PIC 9(5).
          05 PRD-ALERGENOS           PIC X(14).
          05 PRD-ALERGENOS-R REDEFINES PRD-ALERGENOS.
             10 PRD-ALERGENO         OCCURS 14 TIMES PIC X.
