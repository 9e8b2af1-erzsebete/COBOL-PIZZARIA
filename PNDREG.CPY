      * montadas, ate o LibertaPendentes o libertar PND-ANTECEDENCIA
      * minutos antes da hora prometida. Depois de libertado o
      * registo fica marcado "L" para nao sair duas vezes.
      * Cada linha do talao leva ao lado os alergenios da piza ou
      * do artigo e o registo as alergias do cliente, que o
      * LibertaPendentes imprime em destaque com o talao.
      ******************************************************************
       01 REG-PENDENTE.
          05 PND-PEDIDO-NUM          PIC 9(6).
          05 PND-QT-LINHAS           PIC 9(2).
          05 PND-LINHAS.
             10 PND-LINHA            OCCURS 22 TIMES PIC X(140).
          05 PND-ALERGIAS-CLIENTE    PIC X(14).
          05 PND-NOTA-ALERGIA        PIC X(40).
          05 PND-ALERGENOS-LINHAS.
             10 PND-ALERGENOS-LINHA  OCCURS 22 TIMES PIC X(14).
