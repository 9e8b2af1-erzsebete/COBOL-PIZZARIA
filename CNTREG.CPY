      ******************************************************************
      * Layout do registo do ficheiro de contas de mesa (CONTAS.DAT),
      * indexado por CNT-CHAVE. Uma conta aberta numa mesa tem um
      * registo de cabecalho (CNT-LINHA = 000) com o numero de pedido
      * reservado na abertura, o cliente, a hora de abertura, o
      * numero de rondas e linhas e o total corrente, seguido de uma
      * linha por piza ("P") ou artigo ("A") lancado, com a ronda em
      * que foi pedido. Cada ronda ja foi para a cozinha e ja abateu
      * o stock; no fecho a conta paga-se de uma vez, com um recibo,
      * e os registos da mesa sao apagados - o ficheiro so tem as
      * contas em aberto.
      ******************************************************************
       01 REG-CONTA.
          05 CNT-CHAVE.
             10 CNT-MESA             PIC 9(2).
             10 CNT-LINHA            PIC 9(3).
                88 CNT-CABECALHO               VALUE 0.
          05 CNT-PEDIDO-NUM          PIC 9(6).
          05 CNT-DATA-ABERTURA       PIC 9(8).
          05 CNT-HORA-ABERTURA       PIC 9(4).
          05 CNT-OPERADOR            PIC X(2).
          05 CNT-CONTATO-CLIENTE     PIC X(9).
          05 CNT-NOME-CLIENTE        PIC X(30).
          05 CNT-NUM-RONDAS          PIC 9(2).
          05 CNT-QT-LINHAS           PIC 9(3).
          05 CNT-QT-PIZAS            PIC 9(2).
          05 CNT-QT-ARTIGOS          PIC 9(2).
          05 CNT-TOTAL               PIC 9(3)V99.
          05 CNT-HORA-RONDA          PIC 9(4).
          05 CNT-RONDA               PIC 9(2).
          05 CNT-TIPO-LINHA          PIC X.
             88 CNT-LINHA-PIZA                 VALUE "P".
             88 CNT-LINHA-ARTIGO               VALUE "A".
          05 CNT-PIZA-TIPO           PIC X.
          05 CNT-PIZA-QT-INGR        PIC 9.
          05 CNT-MENU-CODIGO         PIC X(2).
          05 CNT-INGREDIENTES        PIC X(120).
          05 CNT-CUSTO-LINHA         PIC 9(3)V99.
          05 CNT-ARTIGO-CODIGO       PIC X(2).
          05 CNT-ARTIGO-NOME         PIC X(20).
          05 CNT-ARTIGO-CATEGORIA    PIC X.
          05 CNT-ARTIGO-QT           PIC 9(2).
          05 CNT-SUBTOTAL            PIC 9(3)V99.
