      * saldo de pontos de fidelidade: ganha-se 1 ponto por cada euro
      * do total final e cada ponto vale 0.05 EUR ao resgatar no
      * pagamento.
      * CLI-ALERGIAS tem uma posicao por alergenio, pela ordem da
      * tabela ALGTAB ("S" = o cliente e alergico), e
      * CLI-NOTA-ALERGIA uma nota livre (intolerancias, gravidade).
      ******************************************************************
       01 REG-CLIENTE.
          05 CLI-CONTATO             PIC X(9).
          05 CLI-NOME                PIC X(30).
          05 CLI-NUM-PEDIDOS         PIC 9(5).
          05 CLI-PONTOS              PIC 9(5).
          05 CLI-ALERGIAS            PIC X(14).
          05 CLI-ALERGIAS-R REDEFINES CLI-ALERGIAS.
             10 CLI-ALERGIA          OCCURS 14 TIMES PIC X.
          05 CLI-NOTA-ALERGIA        PIC X(40).
