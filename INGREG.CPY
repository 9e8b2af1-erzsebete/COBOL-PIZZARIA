      * stock em armazem, abatido a cada piza vendida; ING-STOCK-MIN
      * e o nivel minimo abaixo do qual o ingrediente entra na
      * listagem de reposicao.
      * ING-ALERGENOS tem uma posicao por alergenio, pela ordem da
      * tabela ALGTAB ("S" = contem).
      ******************************************************************
       01 REG-INGREDIENTE.
          05 ING-CODIGO              PIC X(2).
          05 ING-PRECO               PIC 9V99.
          05 ING-STOCK               PIC 9(5).
          05 ING-STOCK-MIN           PIC 9(5).
          05 ING-ALERGENOS           PIC X(14).
          05 ING-ALERGENOS-R REDEFINES ING-ALERGENOS.
             10 ING-ALERGENO         OCCURS 14 TIMES PIC X.
