      ******************************************************************
      * Layout do registo do ficheiro de encomendas de compra
      * (ENCOMENDAS.DAT), indexado por ECM-CHAVE. Cada encomenda tem
      * um registo de cabecalho (ECM-LINHA = 00) com o fornecedor, a
      * data, a data prevista de entrega e o estado, seguido de uma
      * linha por artigo (ECM-LINHA 01, 02, ...) com a quantidade
      * encomendada e a quantidade ja recebida, em unidades de stock.
      * Estados: "A" aberta (nada recebido), "P" parcialmente
      * recebida, "F" fechada (recebida, ou fechada com faltas pelo
      * operador). Nas linhas o estado diz o mesmo da linha.
      ******************************************************************
       01 REG-ENCOMENDA.
          05 ECM-CHAVE.
             10 ECM-NUM              PIC 9(6).
             10 ECM-LINHA            PIC 9(2).
                88 ECM-CABECALHO               VALUE 0.
          05 ECM-FORNECEDOR          PIC X(2).
          05 ECM-DATA                PIC 9(8).
          05 ECM-DATA-PREVISTA       PIC 9(8).
          05 ECM-ESTADO              PIC X.
             88 ECM-ABERTA                     VALUE "A".
             88 ECM-PARCIAL                    VALUE "P".
             88 ECM-FECHADA                    VALUE "F".
          05 ECM-ORIGEM              PIC X.
          05 ECM-ITEM-CODIGO         PIC X(2).
          05 ECM-ITEM-NOME           PIC X(20).
          05 ECM-EMBALAGEM           PIC 9(4).
          05 ECM-QT-EMBALAGENS       PIC 9(4).
          05 ECM-QT-ENCOMENDADA      PIC 9(5).
          05 ECM-QT-RECEBIDA         PIC 9(5).
          05 ECM-OPERADOR            PIC X(2).
