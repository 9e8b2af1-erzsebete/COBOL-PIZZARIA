      ******************************************************************
      * Layout do registo do ficheiro de auditoria dos mestres
      * (AUDITORIA.DAT), sequencial de linhas e sempre acrescentado
      * em EXTEND. As manutencoes de ingredientes, pizas de menu,
      * produtos, promocoes, zonas, motoristas e operadores gravam
      * aqui cada adicao, alteracao e inativacao: quem a fez (o
      * operador assinado), quando, em que programa, o mestre e a
      * chave do registo e o valor antes e depois, uma linha por
      * campo alterado. Numa adicao vai uma linha por campo do
      * registo novo, com o valor antes em branco. O PIN de um
      * operador nunca e escrito, so o facto de ter sido trocado.
      ******************************************************************
       01 REG-AUDITORIA.
          05 AUD-DATA                PIC 9(8).
          05 AUD-HORA                PIC 9(4).
          05 AUD-OPERADOR            PIC X(2).
          05 AUD-PROGRAMA            PIC X(20).
          05 AUD-MESTRE              PIC X(12).
          05 AUD-CHAVE               PIC X(10).
          05 AUD-ACAO                PIC X.
             88 AUD-ADICAO                  VALUE "I".
             88 AUD-ALTERACAO               VALUE "A".
             88 AUD-INATIVACAO              VALUE "D".
          05 AUD-CAMPO               PIC X(12).
          05 AUD-VALOR-ANTES         PIC X(42).
          05 AUD-VALOR-DEPOIS        PIC X(42).
