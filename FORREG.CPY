      ******************************************************************
      * Layout do registo do ficheiro mestre de fornecedores
      * (FORNECEDORES.DAT), indexado por FOR-CODIGO. FOR-PRAZO-DIAS e
      * o prazo de entrega habitual, em dias, contado da data da
      * encomenda; da a data prevista de cada encomenda de compra.
      * Mantido no FornecedoresManut.
      ******************************************************************
       01 REG-FORNECEDOR.
          05 FOR-CODIGO              PIC X(2).
          05 FOR-NOME                PIC X(30).
          05 FOR-TELEFONE            PIC X(9).
          05 FOR-PRAZO-DIAS          PIC 9(2).
          05 FOR-ATIVO               PIC X.
             88 FOR-E-ATIVO                    VALUE "S".
