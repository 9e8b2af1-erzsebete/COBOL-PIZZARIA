               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROXREC.

           SELECT F-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-DATA-INICIO
               FILE STATUS IS WS-FS-TAXAS.

           SELECT F-RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS WS-FS-RECEITAS.

           SELECT F-VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-VALES.

           SELECT F-CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CONTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIDOS.
       FD  F-PROXREC.
        01 REG-PROXREC                PIC 9(6).

       FD  F-TAXAS.
           COPY TAXREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       FD  F-VALES.
           COPY VALREG.

       FD  F-CONTAS.
           COPY CNTREG.

       WORKING-STORAGE SECTION.

       01  DATA-SISTEMA.
        77 RECIBO-NUM                 PIC 9(6)   VALUES 0.
        77 WS-ULTIMO-RECIBO           PIC 9(6)   VALUES 0.
        77 NIF-CLIENTE                PIC X(9)   VALUE SPACES.
        77 WS-NIF-VALIDO              PIC X      VALUE "N".
           88 NIF-VALIDO                         VALUE "S".
        77 WS-NIF-IDX                 PIC 99     VALUES 0.
        77 WS-NIF-DIGITO              PIC 9      VALUES 0.
        77 WS-NIF-SOMA                PIC 9(4)   VALUES 0.
        77 WS-NIF-RESTO               PIC 99     VALUES 0.
        77 WS-NIF-CONTROLO            PIC 9      VALUES 0.
        77 WS-LISTA-PRONTOS           PIC X(56)  VALUE SPACES.
        77 WS-LISTA-PRONTOS-TEMP      PIC X(56)  VALUE SPACES.
        77 WS-NUM-PRONTO              PIC 9(3)   VALUE 0.
              10 PIZZA-INGREDIENTES   PIC X(120).
              10 PIZZA-SUBTOTAL       PIC 999V99.

      ******************************************************************
      * Taxa de IVA de cada piza, a parte da tabela de pizas porque
      * esta segue inteira para o historico do cliente.
      ******************************************************************
        01 TABELA-IVA-PIZZAS.
           05 PIZZA-IVA-ITEM OCCURS 10 TIMES.
              10 PIZZA-TAXA-IVA       PIC 99V99.
              10 PIZZA-IVA-CODIGO     PIC X(3).

      ******************************************************************
      * Receitas: porcao gasta de cada ingrediente no tamanho da piza
      * e custo de compra (RECEITAS.DAT), bases gastas em todas as
      * pizas e custo de cada piza do pedido, a parte da tabela de
      * pizas pela mesma razao da taxa de IVA.
      ******************************************************************
        01 TABELA-CUSTO-PIZZAS.
           05 PIZZA-CUSTO OCCURS 10 TIMES PIC 999V99.
        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-EOF-RECEITAS            PIC X      VALUE "N".
           88 FIM-RECEITAS                       VALUE "S".
        77 WS-TAMANHO                 PIC 9      VALUE 1.
        77 WS-PORCAO                  PIC 9(3)   VALUE 1.
        77 WS-CUSTO-UNIDADE           PIC 9(3)V9(4) VALUE 0.
        77 WS-CUSTO-PIZA              PIC 9(5)V9(4) VALUE 0.
        77 LINHA-AVISO                PIC 99     VALUE 0.
        77 NUM-BASES                  PIC 99     VALUE 0.
        77 WS-MAX-BASES               PIC 99     VALUE 10.
        77 WS-BASE-IDX                PIC 99     VALUE 0.
        01 TABELA-BASES.
           05 BASE-ITEM OCCURS 10 TIMES.
              10 BASE-CODIGO          PIC X(2).
              10 BASE-CUSTO           PIC 9(3)V9(4).
              10 BASE-PORCAO OCCURS 3 TIMES PIC 9(3).

        77 NUM-ARTIGOS                PIC 99     VALUES 0.
        77 WS-MAX-ARTIGOS             PIC 99     VALUES 10.
        01 TABELA-ARTIGOS.
              10 ARTIGO-CATEGORIA     PIC X.
              10 ARTIGO-QT            PIC 9(2).
              10 ARTIGO-SUBTOTAL      PIC 999V99.
              10 ARTIGO-TAXA-IVA      PIC 99V99.
              10 ARTIGO-IVA-CODIGO    PIC X(3).

      ******************************************************************
      * Alergenios: os do cliente (lidos com ele), os de cada piza e
      * artigo do pedido (a parte das tabelas de pizas e artigos,
      * pela mesma razao da taxa de IVA) e as linhas de aviso do
      * talao de cozinha.
      ******************************************************************
           COPY ALGTAB.
        77 CLIENTE-ALERGIAS           PIC X(14)  VALUE SPACES.
        77 CLIENTE-NOTA-ALERGIA       PIC X(40)  VALUE SPACES.
        77 WS-ALERG-LINHA             PIC X(14)  VALUE SPACES.
        77 WS-ALERG-SEL               PIC X(14)  VALUE SPACES.
        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERGIA-CLIENTE         PIC X      VALUE "N".
           88 ALERGIA-CLIENTE-NA-LINHA           VALUE "S".
        77 WS-ALERG-NOMES             PIC X(120) VALUE SPACES.
        77 WS-ALERG-NOMES-TEMP        PIC X(120) VALUE SPACES.
        01 TABELA-ALERG-PIZZAS.
           05 PIZZA-ALERGENOS OCCURS 10 TIMES PIC X(14).
        01 TABELA-ALERG-ARTIGOS.
           05 ARTIGO-ALERGENOS OCCURS 10 TIMES PIC X(14).

        77 ARTIGO-ESCOLHA             PIC X(2)   VALUE SPACES.
        77 QT-ARTIGO                  PIC X      VALUE SPACE.
        77 SAIDA-IVA                  PIC ZZ9.99.

        77 TOTAL_FINAL                PIC 999V99 VALUES ZEROS.
        77 SAIDA-TAXA-IVA             PIC Z9.99.
        77 SAIDA-BASE-IVA             PIC ZZ9.99.

      ******************************************************************
      * Taxas de IVA em vigor no dia (uma por classe: 1 comida no
      * local, 2 comida para levar/entrega, 3 bebidas, 4 taxa de
      * entrega) e quadro de IVA do pedido, uma posicao por taxa
      * distinta, com a base ja deduzida dos descontos.
      ******************************************************************
        77 WS-FS-TAXAS                PIC XX     VALUE SPACES.
        77 WS-EOF-TAXAS               PIC X      VALUE "N".
           88 FIM-TAXAS                          VALUE "S".
       01  TAXAS-EM-VIGOR.
         05 VIG-CLASSE OCCURS 4 TIMES.
            10 VIG-PCT                PIC 99V99.
            10 VIG-CODIGO             PIC X(3).
        77 WS-CLASSE-IVA              PIC 9      VALUES 0.
        77 WS-CLASSE-COMIDA           PIC 9      VALUES 0.
        77 WS-TAXA-LINHA              PIC 99V99  VALUES 0.
        77 WS-VALOR-LINHA             PIC 999V99 VALUES 0.
        77 NUM-TAXAS-IVA              PIC 9      VALUES 0.
        77 WS-QIV-IDX                 PIC 9      VALUES 0.
        77 WS-QIV-ATUAL               PIC 9      VALUES 0.
        77 WS-DESCONTO-IVA            PIC 999V99 VALUES 0.
        77 WS-DESCONTO-RESTO          PIC 999V99 VALUES 0.
        77 WS-DESCONTO-PARTE          PIC 999V99 VALUES 0.
        77 TAXA-ENTREGA-IVA           PIC 99V99  VALUES 0.
        77 TAXA-ENTREGA-IVA-CODIGO    PIC X(3)   VALUE SPACES.
       01  QUADRO-IVA.
         05 QIV-ITEM OCCURS 4 TIMES.
            10 QIV-TAXA               PIC 99V99.
            10 QIV-BASE               PIC 999V99.
            10 QIV-VALOR              PIC 999V99.
        77 SAIDA-TOTAL_FINAL          PIC ZZ9.99.

        77 TIPO-ENTREGA               PIC X      VALUES SPACE.
        77 SAIDA-ZONA-MINIMO          PIC ZZ9.99.

        77 FORMA-PAGAMENTO            PIC X      VALUES SPACE.
           88 VALIDAR-FORMA-PAGAMENTO            VALUES "1" THRU "4".
           88 VALIDAR-FORMA-DINHEIRO             VALUES "1" THRU "3".
           88 PAGAMENTO-COM-VALE                 VALUE "4".

      ******************************************************************
      * Vales de oferta: venda no ecra de pedidos (valor facial ate
      * CONST-VALE-MAXIMO, valido CONST-VALIDADE-VALE dias) e
      * pagamento de um pedido, no todo ou em parte, com um vale.
      ******************************************************************
        77 WS-FS-VALES                PIC XX     VALUE SPACES.
        77 VALE-NUM                   PIC 9(6)   VALUES 0.
        77 VALE-NUM-ENTRADA           PIC X(6)   VALUE SPACES.
        77 VALE-VALOR-ENTRADA         PIC X(7)   VALUE SPACES.
        77 VALE-VALOR                 PIC 999V99 VALUES 0.
        77 VALE-SALDO                 PIC 999V99 VALUES 0.
        77 VALE-VALOR-USADO           PIC 999V99 VALUES 0.
        77 VALE-RESTANTE              PIC 999V99 VALUES 0.
        77 VALE-DATA-HOJE             PIC 9(8)   VALUES 0.
        77 VALE-DATA-VALIDADE         PIC 9(8)   VALUES 0.
        77 WS-VALE-VALIDO             PIC X      VALUE "N".
           88 VALE-VALIDO                        VALUE "S".
        77 SAIDA-VALE-VALOR           PIC ZZ9.99.
        77 SAIDA-VALE-RESTANTE        PIC ZZ9.99.
        77 CONST-VALE-MAXIMO          PIC 999V99 VALUE 200.00.
        77 CONST-VALIDADE-VALE        PIC 9(3)   VALUE 365.

      ******************************************************************
      * Contas de mesa (CONTAS.DAT): modo em que o ecra trabalha
      * sobre a conta ("R" ronda a lancar na conta, "F" fecho e
      * pagamento da conta, "A" anulacao da conta) e primeira piza e
      * primeiro artigo da ronda, para o talao de cozinha levar so o
      * que foi pedido nesta ronda (fora das contas ficam a 1).
      ******************************************************************
        77 WS-FS-CONTAS               PIC XX     VALUE SPACES.
        77 WS-EOF-CONTAS              PIC X      VALUE "N".
           88 FIM-CONTAS                         VALUE "S".
        77 WS-MODO-CONTA              PIC X      VALUE SPACE.
           88 RONDA-CONTA                        VALUE "R".
           88 FECHO-CONTA                        VALUE "F".
           88 ANULACAO-CONTA                     VALUE "A".
        77 WS-CONTA-EXISTE            PIC X      VALUE "N".
           88 CONTA-EXISTE                       VALUE "S".
        77 MESA-ENTRADA               PIC X(2)   VALUE SPACES.
        77 MESA-ATUAL                 PIC 9(2)   VALUES 0.
        77 RONDA-ATUAL                PIC 9(2)   VALUES 0.
        77 CONTA-OPCAO                PIC X      VALUE SPACE.
           88 VALIDAR-CONTA-OPCAO                VALUES "R","F","A","S".
        77 CONTA-PRIMEIRA-PIZA        PIC 99     VALUES 1.
        77 CONTA-PRIMEIRO-ARTIGO      PIC 99     VALUES 1.
        77 CONTA-LINHA-SEQ            PIC 9(3)   VALUES 0.
        77 WS-LINHA-CONTA-GRAVADA     PIC X      VALUE "N".
           88 LINHA-CONTA-GRAVADA                VALUE "S".
        77 CONTA-RONDA-PIZAS          PIC 99     VALUES 0.
        77 CONTA-RONDA-ARTIGOS        PIC 99     VALUES 0.
        77 CONTA-RONDA-TOTAL          PIC 999V99 VALUES 0.
        77 SAIDA-CONTA-TOTAL          PIC ZZ9.99.

        77 PONTOS-USADOS              PIC 9(5)   VALUES 0.
        77 PONTOS-GANHOS              PIC 9(5)   VALUES 0.
           MOVE 0 TO TAXA-ENTREGA.
           MOVE 0 TO PONTOS-USADOS.
           MOVE 0 TO PONTOS-VALOR.
           MOVE 0 TO VALE-NUM.
           MOVE 0 TO VALE-VALOR-USADO.
           MOVE SPACE TO WS-MODO-CONTA.
           MOVE 1 TO CONTA-PRIMEIRA-PIZA.
           MOVE 1 TO CONTA-PRIMEIRO-ARTIGO.


       CONTATO_CLIENTE.
                                                             AT 0750
               DISPLAY CLI-PONTOS                            AT 0758
               PERFORM MOSTRAR-HISTORICO-CLIENTE
               PERFORM MOSTRAR-ALERGIAS-CLIENTE
           ELSE
               PERFORM NOME_CLIENTE
           END-IF.
               MOVE 18 TO LINHATOTAL
               GO TO ANULAR_PEDIDO
           END-IF.
           IF RESPOSTA = "V" OR RESPOSTA = "v"
               MOVE 18 TO LINHATOTAL
               GO TO VENDER_VALE_OFERTA
           END-IF.
           IF RESPOSTA = "M" OR RESPOSTA = "m"
               MOVE 18 TO LINHATOTAL
               GO TO CONTA_MESA
           END-IF.

           MOVE 17 TO LINHATOTAL.
           PERFORM TIPO_ENTREGA.
           MOVE 0 TO WS-SUBTOTAL.
           MOVE 0 TO AUX-INGR.
           MOVE SPACES TO WS-ING-LISTA.
           MOVE 0 TO WS-CUSTO-PIZA.
           MOVE SPACES TO WS-ALERG-LINHA.

       TIPO_PIZZA.
           DISPLAY "Tipo de Piza Pretendido:"     AT LINE LINHA COL 01.
           ADD 5 TO WS-SUBTOTAL.

           ADD 2 TO LINHA.
           MOVE TIPO-PIZZA TO WS-TAMANHO.

      ******************************************************************
      * Escolha entre piza do menu (codigo do catalogo) e piza

           MOVE INGREDIENTE TO ING-CODIGO
           PERFORM PROCURAR_INGREDIENTE
           IF INGREDIENTE-VALIDO
               PERFORM OBTER-PORCAO
           END-IF

           IF INGREDIENTE-VALIDO AND ING-STOCK < WS-PORCAO
               MOVE SPACES TO WS-ING-NOME
               DISPLAY "Ingrediente esgotado."    AT LINE LINHA COL 30
           ELSE
               DISPLAY FUNCTION TRIM(ING-NOME)   AT LINE LINHA COL 30
               DISPLAY ING-PRECO                 AT LINE LINHA COL 56
               ADD ING-PRECO TO WS-SUBTOTAL
               SUBTRACT WS-PORCAO FROM ING-STOCK
               REWRITE REG-INGREDIENTE
               PERFORM SOMAR-ALERGENOS-INGREDIENTE
               COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                   + WS-PORCAO * WS-CUSTO-UNIDADE
               MOVE "I" TO MOV-WS-ORIGEM
               MOVE ING-CODIGO TO MOV-WS-CODIGO
               MOVE ING-NOME TO MOV-WS-NOME
               MOVE "V" TO MOV-WS-TIPO
               MOVE "-" TO MOV-WS-SINAL
               MOVE WS-PORCAO TO MOV-WS-QT
               PERFORM REGISTAR-MOVIMENTO-STOCK
           ELSE
               MOVE SPACES TO WS-ING-NOME
           END-PERFORM.

       GRAVAR_PIZZA.
           MOVE LINHA TO LINHA-AVISO.
           PERFORM ABATER-BASES-PIZA.
           MOVE LINHA-AVISO TO LINHA.
           COMPUTE PIZZA-CUSTO(NUM-PIZZAS) ROUNDED = WS-CUSTO-PIZA.
           MOVE WS-ALERG-LINHA TO PIZZA-ALERGENOS(NUM-PIZZAS).
           MOVE TIPO-PIZZA   TO PIZZA-TIPO(NUM-PIZZAS).
           MOVE MENU-ESCOLHA TO PIZZA-MENU-COD(NUM-PIZZAS).
           MOVE FUNCTION NUMVAL(QT-INGR)
           DISPLAY FUNCTION CONCATENATE
           ("                         SUBTOTAL DESTA PIZA: ",
           SAIDA-SUBTOTAL," EUR")             AT LINE LINHA COL 01.
           PERFORM VERIFICAR-ALERGIA-CLIENTE.
           IF ALERGIA-CLIENTE-NA-LINHA
               ADD 1 TO LINHA
               DISPLAY FUNCTION CONCATENATE
               ("ATENCAO - ALERGIA DO CLIENTE: ",
               FUNCTION TRIM(WS-ALERG-NOMES))
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHA COL 01
           END-IF.
           ADD 2 TO LINHA.
           MOVE LINHA TO LINHATOTAL.

               GO TO ENTRADA_ARTIGO
           END-IF.

      *    Produto com um alergenio do cliente: o operador confirma
      *    com o cliente antes de o stock ser abatido.
           MOVE PRD-ALERGENOS TO WS-ALERG-LINHA.
           PERFORM VERIFICAR-ALERGIA-CLIENTE.
           IF ALERGIA-CLIENTE-NA-LINHA
               COMPUTE LINHA-AVISO = LINHATOTAL + 1
               DISPLAY FUNCTION CONCATENATE
               ("ATENCAO - ALERGIA DO CLIENTE: ",
               WS-ALERG-NOMES(1:40))
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHA-AVISO COL 01
               ADD 1 TO LINHA-AVISO
               DISPLAY "Manter o artigo? (S/N)"
                   AT LINE LINHA-AVISO COL 01
               PERFORM WITH TEST AFTER UNTIL (VALIDAR-RESPOSTA)
                   ACCEPT RESPOSTA AT LINE LINHA-AVISO COL 24
               END-PERFORM
               IF FUNCTION UPPER-CASE(RESPOSTA) = "N"
                   MOVE SPACE TO RESPOSTA
                   COMPUTE LINHATOTAL = LINHA-AVISO + 1
                   GO TO ENTRADA_ARTIGO
               END-IF
               MOVE SPACE TO RESPOSTA
           END-IF.

           ADD 1 TO NUM-ARTIGOS.
           COMPUTE WS-ARTIGO-SUBTOTAL =
               PRD-PRECO * FUNCTION NUMVAL(QT-ARTIGO).
           MOVE FUNCTION NUMVAL(QT-ARTIGO)
                                  TO ARTIGO-QT(NUM-ARTIGOS).
           MOVE WS-ARTIGO-SUBTOTAL TO ARTIGO-SUBTOTAL(NUM-ARTIGOS).
           MOVE PRD-ALERGENOS     TO ARTIGO-ALERGENOS(NUM-ARTIGOS).
           SUBTRACT FUNCTION NUMVAL(QT-ARTIGO) FROM PRD-STOCK.
           REWRITE REG-PRODUTO.
           MOVE "P" TO MOV-WS-ORIGEM.
           MOVE WS-ARTIGO-SUBTOTAL TO SAIDA-SUBTOTAL.
           DISPLAY SAIDA-SUBTOTAL AT LINE LINHATOTAL COL 30.
           ADD 1 TO LINHATOTAL.
           IF ALERGIA-CLIENTE-NA-LINHA
               ADD 2 TO LINHATOTAL
           END-IF.

           DISPLAY "Mais algum artigo? (S/N)"
               AT LINE LINHATOTAL COL 01.
           END-IF.

       FINALIZAR_PEDIDO.
           IF RONDA-CONTA
               GO TO GRAVAR_RONDA_CONTA
           END-IF.
           IF ENTREGA-DOMICILIO AND TOTAL < ZONA-MINIMO
               MOVE ZONA-MINIMO TO SAIDA-ZONA-MINIMO
               DISPLAY FUNCTION CONCATENATE

           COMPUTE TOTAL-APOS-DESCONTO =
               TOTAL - DESCONTO-VALOR - DESCONTO-PROMO-VALOR.
           PERFORM APURAR-IVA.
           COMPUTE TOTAL-COM-IVA =
               TOTAL-APOS-DESCONTO + IVA + TAXA-ENTREGA.
           PERFORM RESGATAR_PONTOS THRU RESGATAR_PONTOS-FIM.
           COMPUTE TOTAL_FINAL = TOTAL-COM-IVA - PONTOS-VALOR.
           MOVE TOTAL_FINAL TO SAIDA-TOTAL_FINAL.
           PERFORM PAGAR_COM_VALE THRU PAGAR_COM_VALE-FIM.

           PERFORM EMITIR_RECIBO.
           PERFORM REGISTAR_PEDIDO.
           PERFORM ATUALIZAR_CLIENTE.
           PERFORM GRAVAR-HISTORICO-CLIENTE.
      *    Numa conta de mesa as rondas ja foram para a cozinha: o
      *    fecho so liberta a mesa.
           EVALUATE TRUE
               WHEN FECHO-CONTA
                   PERFORM APAGAR-CONTA-MESA
               WHEN PEDIDO-PROGRAMADO
                   PERFORM GUARDAR_PEDIDO_PENDENTE
               WHEN OTHER
                   PERFORM IMPRIMIR_TALAO_COZINHA
           END-EVALUATE.

           MOVE TOTAL TO SAIDA-TOTAL.
           MOVE DESCONTO-VALOR TO SAIDA-DESCONTO-VALOR.
               ADD 1 TO LINHATOTAL
           END-IF.

           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               MOVE QIV-TAXA(WS-QIV-IDX)  TO SAIDA-TAXA-IVA
               MOVE QIV-BASE(WS-QIV-IDX)  TO SAIDA-BASE-IVA
               MOVE QIV-VALOR(WS-QIV-IDX) TO SAIDA-IVA
               DISPLAY FUNCTION CONCATENATE
               ("                              I.V.A ",
               SAIDA-TAXA-IVA, "% s/ ", SAIDA-BASE-IVA, ":   ",
               SAIDA-IVA," EUR")              AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
           END-PERFORM.

           DISPLAY FUNCTION CONCATENATE
           ("                                              FINAL: ",
           SAIDA-TOTAL_FINAL," EUR") AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.

           IF VALE-VALOR-USADO > 0
               MOVE VALE-VALOR-USADO TO SAIDA-VALE-VALOR
               MOVE VALE-RESTANTE TO SAIDA-VALE-RESTANTE
               DISPLAY FUNCTION CONCATENATE
               ("                                 VALE ", VALE-NUM,
               ": -", SAIDA-VALE-VALOR," EUR")
                                         AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               DISPLAY FUNCTION CONCATENATE
               ("                                           RESTANTE: ",
               SAIDA-VALE-RESTANTE," EUR") AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
           END-IF.

           DISPLAY FUNCTION CONCATENATE
           ("                                       RECIBO Nr: ",
           RECIBO-NUM)               AT LINE LINHATOTAL COL 01.
           PERFORM FECHAR-FICHEIROS-MESTRE.
           STOP RUN.

      ******************************************************************
      * Apuramento do IVA por taxa: cada piza e cada artigo leva a
      * taxa da sua classe na tabela do dia (bebidas a taxa propria,
      * o resto conforme o pedido e para comer no local ou nao) e a
      * base de cada taxa soma as suas linhas. O desconto manual e o
      * da promocao repartem-se pelas taxas na proporcao das bases
      * (a ultima taxa leva o resto do arredondamento); a taxa de
      * entrega entra depois, sem desconto, com a taxa da sua
      * classe. O IVA do pedido e a soma do imposto de cada taxa.
      ******************************************************************
       APURAR-IVA.
           PERFORM ESCOLHER-TAXAS-IVA.
           IF ENTREGA-COMER-NO-LOCAL
               MOVE 1 TO WS-CLASSE-COMIDA
           ELSE
               MOVE 2 TO WS-CLASSE-COMIDA
           END-IF.
           INITIALIZE QUADRO-IVA.
           MOVE 0 TO NUM-TAXAS-IVA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE VIG-PCT(WS-CLASSE-COMIDA)
                                      TO PIZZA-TAXA-IVA(WS-IDX)
               MOVE VIG-CODIGO(WS-CLASSE-COMIDA)
                                      TO PIZZA-IVA-CODIGO(WS-IDX)
               MOVE PIZZA-TAXA-IVA(WS-IDX) TO WS-TAXA-LINHA
               MOVE PIZZA-SUBTOTAL(WS-IDX) TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               IF ARTIGO-CATEGORIA(WS-IDX) = "B"
                   MOVE 3 TO WS-CLASSE-IVA
               ELSE
                   MOVE WS-CLASSE-COMIDA TO WS-CLASSE-IVA
               END-IF
               MOVE VIG-PCT(WS-CLASSE-IVA)
                                      TO ARTIGO-TAXA-IVA(WS-IDX)
               MOVE VIG-CODIGO(WS-CLASSE-IVA)
                                      TO ARTIGO-IVA-CODIGO(WS-IDX)
               MOVE ARTIGO-TAXA-IVA(WS-IDX) TO WS-TAXA-LINHA
               MOVE ARTIGO-SUBTOTAL(WS-IDX) TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
           END-PERFORM.

           COMPUTE WS-DESCONTO-IVA =
               DESCONTO-VALOR + DESCONTO-PROMO-VALOR.
           MOVE WS-DESCONTO-IVA TO WS-DESCONTO-RESTO.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               IF WS-QIV-IDX = NUM-TAXAS-IVA OR TOTAL = 0
                   MOVE WS-DESCONTO-RESTO TO WS-DESCONTO-PARTE
               ELSE
                   COMPUTE WS-DESCONTO-PARTE ROUNDED =
                       WS-DESCONTO-IVA * QIV-BASE(WS-QIV-IDX) / TOTAL
               END-IF
               IF WS-DESCONTO-PARTE > QIV-BASE(WS-QIV-IDX)
                   MOVE QIV-BASE(WS-QIV-IDX) TO WS-DESCONTO-PARTE
               END-IF
               SUBTRACT WS-DESCONTO-PARTE FROM QIV-BASE(WS-QIV-IDX)
               SUBTRACT WS-DESCONTO-PARTE FROM WS-DESCONTO-RESTO
           END-PERFORM.

           MOVE VIG-PCT(4)    TO TAXA-ENTREGA-IVA.
           MOVE VIG-CODIGO(4) TO TAXA-ENTREGA-IVA-CODIGO.
           IF TAXA-ENTREGA > 0
               MOVE TAXA-ENTREGA-IVA TO WS-TAXA-LINHA
               MOVE TAXA-ENTREGA     TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
           END-IF.

           MOVE 0 TO IVA.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               COMPUTE QIV-VALOR(WS-QIV-IDX) ROUNDED =
                   QIV-BASE(WS-QIV-IDX) * QIV-TAXA(WS-QIV-IDX) / 100
               ADD QIV-VALOR(WS-QIV-IDX) TO IVA
           END-PERFORM.
           MOVE IVA TO SAIDA-IVA.

      ******************************************************************
      * Soma o valor de uma linha a posicao do quadro com a mesma
      * taxa, abrindo uma posicao nova se a taxa ainda nao existe.
      ******************************************************************
       SOMAR-QUADRO-IVA.
           MOVE 0 TO WS-QIV-ATUAL.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA OR WS-QIV-ATUAL > 0
               IF QIV-TAXA(WS-QIV-IDX) = WS-TAXA-LINHA
                   MOVE WS-QIV-IDX TO WS-QIV-ATUAL
               END-IF
           END-PERFORM.
           IF WS-QIV-ATUAL = 0
               ADD 1 TO NUM-TAXAS-IVA
               MOVE NUM-TAXAS-IVA TO WS-QIV-ATUAL
               MOVE WS-TAXA-LINHA TO QIV-TAXA(WS-QIV-ATUAL)
           END-IF.
           ADD WS-VALOR-LINHA TO QIV-BASE(WS-QIV-ATUAL).

      ******************************************************************
      * Taxas em vigor no dia do pedido: o registo de TAXAS.DAT com a
      * maior data de inicio que nao passe de hoje. Sem nenhum
      * registo aplicavel fica o regime anterior a tabela.
      ******************************************************************
       ESCOLHER-TAXAS-IVA.
           MOVE 23    TO VIG-PCT(1).
           MOVE "NOR" TO VIG-CODIGO(1).
           MOVE 23    TO VIG-PCT(2).
           MOVE "NOR" TO VIG-CODIGO(2).
           MOVE 23    TO VIG-PCT(3).
           MOVE "NOR" TO VIG-CODIGO(3).
           MOVE 0     TO VIG-PCT(4).
           MOVE "ISE" TO VIG-CODIGO(4).
           MOVE "N" TO WS-EOF-TAXAS.
           MOVE LOW-VALUES TO TAX-DATA-INICIO.
           START F-TAXAS KEY IS NOT LESS THAN TAX-DATA-INICIO
               INVALID KEY
                   MOVE "S" TO WS-EOF-TAXAS
           END-START.
           PERFORM UNTIL FIM-TAXAS
               READ F-TAXAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TAXAS
                   NOT AT END
                       IF TAX-DATA-INICIO > DATA-SISTEMA
                           MOVE "S" TO WS-EOF-TAXAS
                       ELSE
                           PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                               UNTIL WS-CLASSE-IVA > 4
                               MOVE TAX-PCT(WS-CLASSE-IVA)
                                   TO VIG-PCT(WS-CLASSE-IVA)
                               MOVE TAX-CODIGO(WS-CLASSE-IVA)
                                   TO VIG-CODIGO(WS-CLASSE-IVA)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Anulacao de pedido: grava um registo "V" no ficheiro de
      * pedidos com o motivo e a nota do operador, sem calcular
      * totais nem atualizar o ficheiro de clientes. Anular a meio de
      * uma ronda de mesa so deixa a ronda por lancar (a conta segue
      * aberta); anular a conta grava o "V" com o pedido da conta e
      * liberta a mesa.
      ******************************************************************
       ANULAR_PEDIDO.
           IF RONDA-CONTA
               DISPLAY "RONDA ANULADA - nada lancado na conta da mesa"
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               GO TO NOVO_PEDIDO
           END-IF.
           DISPLAY "Motivo da anulacao (codigo 2 posicoes): "
               AT LINE LINHATOTAL COL 01.
           ACCEPT MOTIVO-ANULACAO AT LINE LINHATOTAL COL 42.
           ADD 1 TO LINHATOTAL.

           PERFORM REGISTAR_ANULACAO.
           IF ANULACAO-CONTA
               PERFORM APAGAR-CONTA-MESA
           END-IF.

           DISPLAY "PEDIDO ANULADO" FOREGROUND-COLOR 4 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.

           GO TO NOVO_PEDIDO.

      ******************************************************************
      * Venda de um vale de oferta: o cliente paga o valor facial em
      * numerario, cartao ou MB Way e leva um vale numerado (serie
      * "VAL"), valido CONST-VALIDADE-VALE dias, que depois e aceite
      * como forma de pagamento. Grava o vale em VALES.DAT e um
      * registo "O" no ficheiro de pedidos e no de recibos, sem
      * linhas nem totais: o vale nao conta como venda de pizas e o
      * IVA so e devido quando ele pagar uma venda.
      ******************************************************************
       VENDER_VALE_OFERTA.
           MOVE CONST-VALE-MAXIMO TO SAIDA-VALE-VALOR.
           DISPLAY "Valor do vale (EUR): " AT LINE LINHATOTAL COL 01.
           MOVE 0 TO VALE-VALOR.
           PERFORM WITH TEST AFTER
               UNTIL VALE-VALOR > 0 AND VALE-VALOR <= CONST-VALE-MAXIMO
               ACCEPT VALE-VALOR-ENTRADA AT LINE LINHATOTAL COL 23
               COMPUTE VALE-VALOR = FUNCTION NUMVAL(VALE-VALOR-ENTRADA)
                   ON SIZE ERROR
                       MOVE 0 TO VALE-VALOR
               END-COMPUTE
               IF VALE-VALOR = 0 OR VALE-VALOR > CONST-VALE-MAXIMO
                   DISPLAY FUNCTION CONCATENATE
                   ("Valor entre 0.01 e ", SAIDA-VALE-VALOR, " EUR.")
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 45
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 45
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.
           PERFORM PEDIR-FORMA-DINHEIRO.

           MOVE "VAL" TO WS-SERIE-ALVO.
           PERFORM RESERVAR-NUMERO-SERIE.
           MOVE WS-NUMERO-RESERVADO TO VALE-NUM.
           PERFORM OBTER-PROXIMO-RECIBO.
           MOVE DATA-SISTEMA TO VALE-DATA-HOJE.
           COMPUTE VALE-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(VALE-DATA-HOJE)
               + CONST-VALIDADE-VALE).

           MOVE VALE-NUM          TO VAL-NUM.
           MOVE VALE-VALOR        TO VAL-VALOR-FACIAL.
           MOVE VALE-VALOR        TO VAL-SALDO.
           MOVE VALE-DATA-HOJE    TO VAL-DATA-EMISSAO.
           MOVE VALE-DATA-VALIDADE TO VAL-DATA-VALIDADE.
           MOVE "A"               TO VAL-ESTADO.
           MOVE PEDIDO            TO VAL-PEDIDO-NUM.
           MOVE RECIBO-NUM        TO VAL-RECIBO-NUM.
           MOVE OPERADOR-ATUAL    TO VAL-OPERADOR.
           MOVE 0                 TO VAL-DATA-ULT-USO.
           WRITE REG-VALE
               INVALID KEY
                   DISPLAY "Vale " VALE-NUM " ja existe em VALES.DAT"
                       " - verifique a serie VAL." FOREGROUND-COLOR 4
                       HIGHLIGHT AT LINE LINHATOTAL COL 01
                   ADD 1 TO LINHATOTAL
                   DISPLAY "VENDA DO VALE CANCELADA - nada a cobrar."
                       FOREGROUND-COLOR 4 HIGHLIGHT
                       AT LINE LINHATOTAL COL 01
                   ADD 2 TO LINHATOTAL
                   GO TO NOVO_PEDIDO
           END-WRITE.

           PERFORM REGISTAR_VENDA_VALE.
           PERFORM EMITIR_RECIBO_VALE.

           MOVE VALE-VALOR TO SAIDA-VALE-VALOR.
           DISPLAY FUNCTION CONCATENATE
           ("VALE DE OFERTA Nr: ", VALE-NUM, "   Valor: ",
           SAIDA-VALE-VALOR, " EUR   Valido ate: ",
           VALE-DATA-VALIDADE(7:2), "/", VALE-DATA-VALIDADE(5:2), "/",
           VALE-DATA-VALIDADE(1:4))
               FOREGROUND-COLOR 2 HIGHLIGHT AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.
           DISPLAY FUNCTION CONCATENATE
           ("RECIBO Nr: ", RECIBO-NUM) AT LINE LINHATOTAL COL 01.
           ADD 2 TO LINHATOTAL.

           GO TO NOVO_PEDIDO.

      ******************************************************************
      * Conta de mesa (tecla M): pede o numero da mesa. Numa mesa
      * livre abre uma conta nova, com o numero de pedido reservado
      * neste ecra e o cliente indicado, e segue para a primeira
      * ronda. Numa mesa com conta aberta retoma o pedido e o
      * cliente da conta, mostra o total corrente e deixa lancar
      * mais uma ronda, fechar e pagar a conta ou anula-la.
      ******************************************************************
       CONTA_MESA.
           DISPLAY "Mesa (01-99): " AT LINE LINHATOTAL COL 01.
           MOVE 0 TO MESA-ATUAL.
           PERFORM WITH TEST AFTER UNTIL MESA-ATUAL > 0
               ACCEPT MESA-ENTRADA AT LINE LINHATOTAL COL 16
               IF MESA-ENTRADA IS NUMERIC
                   MOVE MESA-ENTRADA TO MESA-ATUAL
               ELSE
                   MOVE 0 TO MESA-ATUAL
               END-IF
               IF MESA-ATUAL = 0
                   DISPLAY "Indique a mesa com 2 digitos."
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 30
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 30
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.

           PERFORM LER-CONTA-MESA.
           IF NOT CONTA-EXISTE
               DISPLAY "Mesa sem conta aberta - abrir conta? (S/N)"
                   AT LINE LINHATOTAL COL 01
               PERFORM WITH TEST AFTER UNTIL (VALIDAR-RESPOSTA)
                   ACCEPT RESPOSTA AT LINE LINHATOTAL COL 45
               END-PERFORM
               ADD 1 TO LINHATOTAL
               IF FUNCTION UPPER-CASE(RESPOSTA) = "N"
                   GO TO NOVO_PEDIDO
               END-IF
               PERFORM ABRIR-CONTA-MESA
               IF NOT CONTA-EXISTE
                   DISPLAY "A mesa acabou de ser aberta noutro balcao."
                       FOREGROUND-COLOR 4 HIGHLIGHT
                       AT LINE LINHATOTAL COL 01
                   ADD 1 TO LINHATOTAL
                   GO TO NOVO_PEDIDO
               END-IF
               GO TO RONDA_CONTA
           END-IF.

           MOVE CNT-PEDIDO-NUM      TO PEDIDO.
           MOVE CNT-NOME-CLIENTE    TO NOME-CLIENTE.
           MOVE CNT-CONTATO-CLIENTE TO CONTATO-CLIENTE.
           PERFORM PROCURAR_CLIENTE.
           PERFORM MOSTRAR-ALERGIAS-CLIENTE.
           DISPLAY PEDIDO                                    AT 0514.
           DISPLAY NOME-CLIENTE                              AT 0560.
           DISPLAY CONTATO-CLIENTE                           AT 0660.
           MOVE CNT-TOTAL TO SAIDA-CONTA-TOTAL.
           DISPLAY FUNCTION CONCATENATE
           ("Conta aberta as ", CNT-HORA-ABERTURA(1:2), ":",
           CNT-HORA-ABERTURA(3:2), " - ", CNT-NUM-RONDAS,
           " ronda(s), ", CNT-QT-PIZAS, " piza(s), ",
           CNT-QT-ARTIGOS, " artigo(s) - TOTAL ",
           SAIDA-CONTA-TOTAL, " EUR")
               FOREGROUND-COLOR 2 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.

           DISPLAY
           "(R)onda nova, (F)echar e pagar, (A)nular conta ou (S)air?"
               AT LINE LINHATOTAL COL 01.
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-CONTA-OPCAO)
               ACCEPT CONTA-OPCAO AT LINE LINHATOTAL COL 60
               MOVE FUNCTION UPPER-CASE(CONTA-OPCAO) TO CONTA-OPCAO
               IF (NOT VALIDAR-CONTA-OPCAO)
                   DISPLAY "Indique: R, F, A ou S" FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE LINHATOTAL COL 66
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 66
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.

           EVALUATE CONTA-OPCAO
               WHEN "R"
                   GO TO RONDA_CONTA
               WHEN "F"
                   GO TO FECHAR_CONTA
               WHEN "A"
                   MOVE "A" TO WS-MODO-CONTA
                   GO TO ANULAR_PEDIDO
           END-EVALUATE.
           GO TO NOVO_PEDIDO.

      ******************************************************************
      * Ronda de uma conta de mesa: as linhas ja lancadas entram na
      * tabela de pizas e na de artigos (contam para os limites do
      * pedido) e a ronda acrescenta a partir dai pelo caminho normal
      * de pizas e artigos, com o stock abatido a medida que se
      * lanca. No fim do caminho, em vez de pagar, a ronda e gravada
      * na conta e so as linhas novas vao para a cozinha.
      ******************************************************************
       RONDA_CONTA.
           MOVE "R" TO WS-MODO-CONTA.
           COMPUTE RONDA-ATUAL = CNT-NUM-RONDAS + 1.
           PERFORM PREPARAR-PEDIDO-MESA.
           PERFORM CARREGAR-LINHAS-CONTA.
           COMPUTE CONTA-PRIMEIRA-PIZA   = NUM-PIZZAS + 1.
           COMPUTE CONTA-PRIMEIRO-ARTIGO = NUM-ARTIGOS + 1.

           DISPLAY FUNCTION CONCATENATE
           ("MESA ", MESA-ATUAL, " - RONDA ", RONDA-ATUAL)
               FOREGROUND-COLOR 2 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.

           IF NUM-PIZZAS NOT < WS-MAX-PIZZAS
               DISPLAY "Limite de 10 pizas atingido."
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               GO TO VENDER_ARTIGOS
           END-IF.
           DISPLAY "Pizas nesta ronda? (S/N)"
               AT LINE LINHATOTAL COL 01.
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-MAIS-PIZZAS)
               ACCEPT MAIS-PIZZAS AT LINE LINHATOTAL COL 27
               IF (NOT VALIDAR-MAIS-PIZZAS) THEN
                   DISPLAY "Indique: S ou N" FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE LINHATOTAL COL 35
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 35
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.
           IF FUNCTION UPPER-CASE(MAIS-PIZZAS) = "N"
               GO TO VENDER_ARTIGOS
           END-IF.
           MOVE LINHATOTAL TO LINHA.
           GO TO ENTRADA_PIZZA.

      ******************************************************************
      * Fim de uma ronda: grava as linhas novas na conta, atualiza o
      * cabecalho e manda a ronda para a cozinha. Se entretanto o
      * outro balcao fechou ou anulou a conta (cabecalho apagado, ou
      * ja de outro pedido), nada e lancado e o stock da ronda volta
      * a prateleira: a conta nunca e recriada com um numero de
      * pedido ja faturado ou anulado.
      ******************************************************************
       GRAVAR_RONDA_CONTA.
           IF NUM-PIZZAS < CONTA-PRIMEIRA-PIZA
               AND NUM-ARTIGOS < CONTA-PRIMEIRO-ARTIGO
               DISPLAY "Ronda sem pizas nem artigos - nada lancado."
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               GO TO NOVO_PEDIDO
           END-IF.

           PERFORM LER-CONTA-MESA.
           IF NOT CONTA-EXISTE OR CNT-PEDIDO-NUM NOT = PEDIDO
               DISPLAY FUNCTION CONCATENATE
               ("Conta da mesa ", MESA-ATUAL,
               " fechada noutro balcao - ronda nao lancada.")
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               PERFORM DEVOLVER-STOCK-RONDA
               ADD 1 TO LINHATOTAL
               GO TO NOVO_PEDIDO
           END-IF.

           PERFORM GRAVAR-LINHAS-RONDA.
           PERFORM IMPRIMIR_TALAO_COZINHA.

           MOVE CNT-TOTAL TO SAIDA-CONTA-TOTAL.
           DISPLAY FUNCTION CONCATENATE
           ("RONDA ", RONDA-ATUAL, " LANCADA NA MESA ", MESA-ATUAL,
           " - TOTAL DA CONTA: ", SAIDA-CONTA-TOTAL, " EUR")
               FOREGROUND-COLOR 2 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.
           ADD 2 TO LINHATOTAL.

           GO TO NOVO_PEDIDO.

      ******************************************************************
      * Fecho da conta: todas as linhas da mesa entram no pedido e a
      * conta segue o fecho normal (promocoes e desconto sobre a
      * conta toda, pagamento, um recibo, registo do pedido e do
      * cliente), sem voltar a abater stock nem a mandar talao.
      ******************************************************************
       FECHAR_CONTA.
           MOVE "F" TO WS-MODO-CONTA.
           PERFORM PREPARAR-PEDIDO-MESA.
           PERFORM CARREGAR-LINHAS-CONTA.
           IF NUM-PIZZAS = 0 AND NUM-ARTIGOS = 0
               PERFORM APAGAR-CONTA-MESA
               DISPLAY "Conta sem linhas - mesa libertada."
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
               GO TO NOVO_PEDIDO
           END-IF.
           MOVE TOTAL TO SAIDA-CONTA-TOTAL.
           DISPLAY FUNCTION CONCATENATE
           ("FECHO DA MESA ", MESA-ATUAL, ": ", NUM-PIZZAS,
           " piza(s), ", NUM-ARTIGOS, " artigo(s) - ",
           SAIDA-CONTA-TOTAL, " EUR")
               FOREGROUND-COLOR 2 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.
           GO TO FINALIZAR_PEDIDO.

      ******************************************************************
      * Uma conta de mesa e sempre para comer no local, sem entrega
      * nem hora prometida.
      ******************************************************************
       PREPARAR-PEDIDO-MESA.
           MOVE "2" TO TIPO-ENTREGA.
           MOVE SPACES TO MORADA-CLIENTE.
           MOVE SPACES TO ZONA-ESCOLHIDA.
           MOVE 0 TO ZONA-MINIMO.
           MOVE 0 TO TAXA-ENTREGA.
           MOVE "N" TO ENCOMENDA-PROGRAMADA.
           MOVE 0 TO DATA-PROMETIDA.
           MOVE 0 TO HORA-PROMETIDA.
           MOVE 0 TO ANTECEDENCIA-MINUTOS.
           MOVE "N" TO WS-REPETIR-PEDIDO.

       LER-CONTA-MESA.
           MOVE MESA-ATUAL TO CNT-MESA.
           MOVE 0 TO CNT-LINHA.
           READ F-CONTAS KEY IS CNT-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTA-EXISTE
           END-READ.

       ABRIR-CONTA-MESA.
           ACCEPT HORA-SISTEMA FROM TIME.
           INITIALIZE REG-CONTA.
           MOVE MESA-ATUAL        TO CNT-MESA.
           MOVE 0                 TO CNT-LINHA.
           MOVE PEDIDO            TO CNT-PEDIDO-NUM.
           MOVE DATA-SISTEMA      TO CNT-DATA-ABERTURA.
           MOVE HORA-SISTEMA      TO CNT-HORA-ABERTURA.
           MOVE OPERADOR-ATUAL    TO CNT-OPERADOR.
           MOVE CONTATO-CLIENTE   TO CNT-CONTATO-CLIENTE.
           MOVE NOME-CLIENTE      TO CNT-NOME-CLIENTE.
           WRITE REG-CONTA
               INVALID KEY
                   MOVE "N" TO WS-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CONTA-EXISTE
           END-WRITE.

      ******************************************************************
      * Carrega as linhas ja lancadas na conta da mesa para a tabela
      * de pizas e a de artigos, com o total corrente.
      ******************************************************************
       CARREGAR-LINHAS-CONTA.
           MOVE 0 TO NUM-PIZZAS.
           MOVE 0 TO NUM-ARTIGOS.
           MOVE 0 TO TOTAL.
           MOVE MESA-ATUAL TO CNT-MESA.
           MOVE 1 TO CNT-LINHA.
           MOVE "N" TO WS-EOF-CONTAS.
           START F-CONTAS KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTAS
           END-START.
           PERFORM UNTIL FIM-CONTAS
               READ F-CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTAS
                   NOT AT END
                       IF CNT-MESA NOT = MESA-ATUAL
                           MOVE "S" TO WS-EOF-CONTAS
                       ELSE
                           PERFORM CARREGAR-LINHA-CONTA
                       END-IF
               END-READ
           END-PERFORM.

       CARREGAR-LINHA-CONTA.
           IF CNT-LINHA-PIZA AND NUM-PIZZAS < WS-MAX-PIZZAS
               ADD 1 TO NUM-PIZZAS
               MOVE CNT-PIZA-TIPO     TO PIZZA-TIPO(NUM-PIZZAS)
               MOVE CNT-PIZA-QT-INGR  TO PIZZA-QT-INGR(NUM-PIZZAS)
               MOVE CNT-MENU-CODIGO   TO PIZZA-MENU-COD(NUM-PIZZAS)
               MOVE CNT-INGREDIENTES  TO PIZZA-INGREDIENTES(NUM-PIZZAS)
               MOVE CNT-SUBTOTAL      TO PIZZA-SUBTOTAL(NUM-PIZZAS)
               MOVE CNT-CUSTO-LINHA   TO PIZZA-CUSTO(NUM-PIZZAS)
               MOVE SPACES            TO PIZZA-ALERGENOS(NUM-PIZZAS)
               ADD CNT-SUBTOTAL TO TOTAL
           END-IF.
           IF CNT-LINHA-ARTIGO AND NUM-ARTIGOS < WS-MAX-ARTIGOS
               ADD 1 TO NUM-ARTIGOS
               MOVE CNT-ARTIGO-CODIGO TO ARTIGO-CODIGO(NUM-ARTIGOS)
               MOVE CNT-ARTIGO-NOME   TO ARTIGO-NOME(NUM-ARTIGOS)
               MOVE CNT-ARTIGO-CATEGORIA
                                      TO ARTIGO-CATEGORIA(NUM-ARTIGOS)
               MOVE CNT-ARTIGO-QT     TO ARTIGO-QT(NUM-ARTIGOS)
               MOVE CNT-SUBTOTAL      TO ARTIGO-SUBTOTAL(NUM-ARTIGOS)
               MOVE SPACES            TO ARTIGO-ALERGENOS(NUM-ARTIGOS)
               ADD CNT-SUBTOTAL TO TOTAL
           END-IF.

      ******************************************************************
      * Grava as linhas da ronda a seguir as que a conta ja tem (o
      * cabecalho e relido na altura, porque o outro balcao pode ter
      * lancado entretanto uma ronda na mesma mesa) e soma a ronda
      * ao cabecalho. Se o outro balcao ja gravou uma linha com o
      * mesmo numero, a linha passa ao numero seguinte: nunca se
      * regrava uma linha, que ja foi para a cozinha.
      ******************************************************************
       GRAVAR-LINHAS-RONDA.
           ACCEPT HORA-SISTEMA FROM TIME.
           PERFORM LER-CONTA-MESA.
           MOVE CNT-QT-LINHAS TO CONTA-LINHA-SEQ.
           MOVE 0 TO CONTA-RONDA-PIZAS.
           MOVE 0 TO CONTA-RONDA-ARTIGOS.
           MOVE 0 TO CONTA-RONDA-TOTAL.

           PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRA-PIZA BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               INITIALIZE REG-CONTA
               ADD 1 TO CONTA-LINHA-SEQ
               MOVE MESA-ATUAL                 TO CNT-MESA
               MOVE CONTA-LINHA-SEQ            TO CNT-LINHA
               MOVE PEDIDO                     TO CNT-PEDIDO-NUM
               MOVE RONDA-ATUAL                TO CNT-RONDA
               MOVE HORA-SISTEMA               TO CNT-HORA-RONDA
               MOVE OPERADOR-ATUAL             TO CNT-OPERADOR
               MOVE "P"                        TO CNT-TIPO-LINHA
               MOVE PIZZA-TIPO(WS-IDX)         TO CNT-PIZA-TIPO
               MOVE PIZZA-QT-INGR(WS-IDX)      TO CNT-PIZA-QT-INGR
               MOVE PIZZA-MENU-COD(WS-IDX)     TO CNT-MENU-CODIGO
               MOVE PIZZA-INGREDIENTES(WS-IDX) TO CNT-INGREDIENTES
               MOVE PIZZA-CUSTO(WS-IDX)        TO CNT-CUSTO-LINHA
               MOVE PIZZA-SUBTOTAL(WS-IDX)     TO CNT-SUBTOTAL
               ADD 1 TO CONTA-RONDA-PIZAS
               ADD PIZZA-SUBTOTAL(WS-IDX) TO CONTA-RONDA-TOTAL
               PERFORM ESCREVER-LINHA-CONTA
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRO-ARTIGO BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               INITIALIZE REG-CONTA
               ADD 1 TO CONTA-LINHA-SEQ
               MOVE MESA-ATUAL                 TO CNT-MESA
               MOVE CONTA-LINHA-SEQ            TO CNT-LINHA
               MOVE PEDIDO                     TO CNT-PEDIDO-NUM
               MOVE RONDA-ATUAL                TO CNT-RONDA
               MOVE HORA-SISTEMA               TO CNT-HORA-RONDA
               MOVE OPERADOR-ATUAL             TO CNT-OPERADOR
               MOVE "A"                        TO CNT-TIPO-LINHA
               MOVE ARTIGO-CODIGO(WS-IDX)      TO CNT-ARTIGO-CODIGO
               MOVE ARTIGO-NOME(WS-IDX)        TO CNT-ARTIGO-NOME
               MOVE ARTIGO-CATEGORIA(WS-IDX)   TO CNT-ARTIGO-CATEGORIA
               MOVE ARTIGO-QT(WS-IDX)          TO CNT-ARTIGO-QT
               MOVE ARTIGO-SUBTOTAL(WS-IDX)    TO CNT-SUBTOTAL
               ADD 1 TO CONTA-RONDA-ARTIGOS
               ADD ARTIGO-SUBTOTAL(WS-IDX) TO CONTA-RONDA-TOTAL
               PERFORM ESCREVER-LINHA-CONTA
           END-PERFORM.

           PERFORM LER-CONTA-MESA.
           ADD 1                   TO CNT-NUM-RONDAS.
           IF CONTA-LINHA-SEQ > CNT-QT-LINHAS
               MOVE CONTA-LINHA-SEQ TO CNT-QT-LINHAS
           END-IF.
           ADD CONTA-RONDA-PIZAS   TO CNT-QT-PIZAS.
           ADD CONTA-RONDA-ARTIGOS TO CNT-QT-ARTIGOS.
           ADD CONTA-RONDA-TOTAL   TO CNT-TOTAL.
           MOVE HORA-SISTEMA       TO CNT-HORA-RONDA.
           REWRITE REG-CONTA.

       ESCREVER-LINHA-CONTA.
           MOVE "N" TO WS-LINHA-CONTA-GRAVADA.
           PERFORM UNTIL LINHA-CONTA-GRAVADA
               OR CONTA-LINHA-SEQ = 999
               WRITE REG-CONTA
                   INVALID KEY
                       ADD 1 TO CONTA-LINHA-SEQ
                       MOVE CONTA-LINHA-SEQ TO CNT-LINHA
                   NOT INVALID KEY
                       MOVE "S" TO WS-LINHA-CONTA-GRAVADA
               END-WRITE
           END-PERFORM.
           IF NOT LINHA-CONTA-GRAVADA
               DISPLAY "Conta da mesa " MESA-ATUAL " sem numeros de"
                   " linha livres - linha nao gravada."
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
           END-IF.

      ******************************************************************
      * Liberta a mesa: apaga o cabecalho e as linhas da conta.
      ******************************************************************
       APAGAR-CONTA-MESA.
           MOVE MESA-ATUAL TO CNT-MESA.
           MOVE 0 TO CNT-LINHA.
           MOVE "N" TO WS-EOF-CONTAS.
           START F-CONTAS KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF-CONTAS
           END-START.
           PERFORM UNTIL FIM-CONTAS
               READ F-CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTAS
                   NOT AT END
                       IF CNT-MESA NOT = MESA-ATUAL
                           MOVE "S" TO WS-EOF-CONTAS
                       ELSE
                           DELETE F-CONTAS RECORD
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Proximo numero de pedido: reservado na serie "PED" do
      * ficheiro de controlo NUMEROS.DAT, que com dois balcoes a
           CLOSE F-NUMEROS.

       SEMEAR-NUMERO-SERIE.
           EVALUATE WS-SERIE-ALVO
               WHEN "PED"
                   PERFORM OBTER-SEMENTE-PEDIDO
               WHEN "REC"
                   PERFORM OBTER-SEMENTE-RECIBO
      *        Serie nova, sem ficheiro de controlo antigo: comeca
      *        no numero 1.
               WHEN OTHER
                   MOVE 1 TO WS-PROXIMO-SEMENTE
           END-EVALUATE.
           MOVE WS-SERIE-ALVO TO NUM-SERIE.
           MOVE WS-PROXIMO-SEMENTE TO NUM-PROXIMO.
           WRITE REG-NUMERO-SERIE
      ******************************************************************
      * Alem de continuar ou anular, um cliente com historico pode
      * pedir "o costume": a tecla R recarrega as pizas do ultimo
      * pedido dele, prontas a confirmar. A tecla V vende um vale
      * de oferta em vez de um pedido e a tecla M abre ou retoma a
      * conta de uma mesa.
      ******************************************************************
       VERIFICAR_ANULACAO.
           MOVE "N" TO WS-REPETIR-PEDIDO.
           IF TEM-HISTORICO
               DISPLAY
               " (C)ontinuar,(A)nular,(R)epetir,(M)esa ou (V)ale?"
               AT LINE 17 COL 01
           ELSE
               DISPLAY
               " (C)ontinuar, (A)nular, (M)esa ou (V)ale de oferta?"
               AT LINE 17 COL 01
           END-IF.
           MOVE SPACE TO RESPOSTA.
           PERFORM WITH TEST AFTER UNTIL
               (RESPOSTA = "C" OR "c" OR "A" OR "a" OR "V" OR "v"
                   OR "M" OR "m")
               OR (TEM-HISTORICO AND (RESPOSTA = "R" OR "r"))
               ACCEPT RESPOSTA AT LINE 17 COL 60
               IF NOT ((RESPOSTA = "C" OR "c" OR "A" OR "a"
                   OR "V" OR "v" OR "M" OR "m")
                   OR (TEM-HISTORICO AND (RESPOSTA = "R" OR "r")))
                   DISPLAY "Indique: C, A, M ou V" FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE 17 COL 66
               ELSE
                   DISPLAY " " ERASE EOL AT LINE 17 COL 66
               END-IF
           END-PERFORM.

           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE "C"               TO REG-TIPO-REG.
           MOVE PEDIDO            TO REG-PEDIDO-NUM.
           MOVE ANO               TO REG-ANO.
               WHEN "1" MOVE "N" TO REG-FORMA-PAGAMENTO
               WHEN "2" MOVE "C" TO REG-FORMA-PAGAMENTO
               WHEN "3" MOVE "M" TO REG-FORMA-PAGAMENTO
               WHEN "4" MOVE "V" TO REG-FORMA-PAGAMENTO
           END-EVALUATE.
           MOVE DESCONTO-PCT      TO REG-DESCONTO-PCT.
           MOVE DESCONTO-VALOR    TO REG-DESCONTO-VALOR.
           MOVE TOTAL             TO REG-TOTAL.
           MOVE IVA               TO REG-IVA.
           MOVE TOTAL_FINAL       TO REG-TOTAL-FINAL.
           MOVE TAXA-ENTREGA-IVA  TO REG-TAXA-IVA.
           MOVE TAXA-ENTREGA-IVA-CODIGO TO REG-IVA-CODIGO.
           MOVE QUADRO-IVA        TO REG-QUADRO-IVA.
           MOVE SPACES            TO REG-MENU-CODIGO.
           MOVE 0                 TO REG-CUSTO-LINHA.
           MOVE VALE-NUM          TO REG-VALE-NUM.
           MOVE VALE-VALOR-USADO  TO REG-VALE-VALOR.
           MOVE "B"               TO REG-CANAL.
           MOVE 0                 TO REG-COMISSAO.
           MOVE SPACES            TO REG-REF-PLATAFORMA.
           MOVE HORA-SISTEMA      TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               MOVE 0                           TO REG-TOTAL
               MOVE 0                           TO REG-IVA
               MOVE 0                           TO REG-TOTAL-FINAL
               MOVE PIZZA-TAXA-IVA(WS-IDX)      TO REG-TAXA-IVA
               MOVE PIZZA-IVA-CODIGO(WS-IDX)    TO REG-IVA-CODIGO
               INITIALIZE REG-QUADRO-IVA
               MOVE PIZZA-MENU-COD(WS-IDX)      TO REG-MENU-CODIGO
               MOVE PIZZA-CUSTO(WS-IDX)         TO REG-CUSTO-LINHA
               MOVE 0                           TO REG-VALE-NUM
               MOVE 0                           TO REG-VALE-VALOR
               MOVE "B"                         TO REG-CANAL
               MOVE 0                           TO REG-COMISSAO
               MOVE SPACES                      TO REG-REF-PLATAFORMA
               WRITE REG-PEDIDO
           END-PERFORM.

               MOVE 0                           TO REG-TOTAL
               MOVE 0                           TO REG-IVA
               MOVE 0                           TO REG-TOTAL-FINAL
               MOVE ARTIGO-TAXA-IVA(WS-IDX)     TO REG-TAXA-IVA
               MOVE ARTIGO-IVA-CODIGO(WS-IDX)   TO REG-IVA-CODIGO
               INITIALIZE REG-QUADRO-IVA
               MOVE SPACES                      TO REG-MENU-CODIGO
               MOVE 0                           TO REG-CUSTO-LINHA
               MOVE 0                           TO REG-VALE-NUM
               MOVE 0                           TO REG-VALE-VALOR
               MOVE "B"                         TO REG-CANAL
               MOVE 0                           TO REG-COMISSAO
               MOVE SPACES                      TO REG-REF-PLATAFORMA
               WRITE REG-PEDIDO
           END-PERFORM.

               END-IF
           END-PERFORM.

           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE "V"               TO REG-TIPO-REG.
           MOVE PEDIDO            TO REG-PEDIDO-NUM.
           MOVE ANO               TO REG-ANO.
           MOVE 0                 TO REG-TOTAL.
           MOVE 0                 TO REG-IVA.
           MOVE 0                 TO REG-TOTAL-FINAL.
           MOVE 0                 TO REG-TAXA-IVA.
           MOVE SPACES            TO REG-IVA-CODIGO.
           INITIALIZE REG-QUADRO-IVA.
           MOVE SPACES            TO REG-MENU-CODIGO.
           MOVE 0                 TO REG-CUSTO-LINHA.
           MOVE 0                 TO REG-VALE-NUM.
           MOVE 0                 TO REG-VALE-VALOR.
           MOVE "B"               TO REG-CANAL.
           MOVE 0                 TO REG-COMISSAO.
           MOVE SPACES            TO REG-REF-PLATAFORMA.
           MOVE HORA-SISTEMA      TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.

           CLOSE F-PEDIDOS.

      ******************************************************************
      * Registo "O" da venda de um vale: so um registo, com a forma
      * de pagamento, o operador, o turno e o numero e valor do
      * vale; os totais ficam a zeros para o vale nao entrar nas
      * vendas de pizas.
      ******************************************************************
       REGISTAR_VENDA_VALE.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-PEDIDOS = "00"
               OPEN EXTEND F-PEDIDOS
               IF WS-FS-PEDIDOS = "35"
                   OPEN OUTPUT F-PEDIDOS
               END-IF
               IF WS-FS-PEDIDOS NOT = "00"
                   MOVE "PEDIDOS" TO WS-FICHEIRO-ERRO
                   MOVE WS-FS-PEDIDOS TO WS-ESTADO-ERRO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.

           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE "O"               TO REG-TIPO-REG.
           MOVE PEDIDO            TO REG-PEDIDO-NUM.
           MOVE ANO               TO REG-ANO.
           MOVE MES               TO REG-MES.
           MOVE DIA               TO REG-DIA.
           MOVE NOME-CLIENTE      TO REG-NOME-CLIENTE.
           MOVE CONTATO-CLIENTE   TO REG-CONTATO-CLIENTE.
           MOVE SPACE             TO REG-TIPO-PEDIDO.
           MOVE SPACES            TO REG-MORADA.
           MOVE SPACES            TO REG-ZONA.
           MOVE 0                 TO REG-TAXA-ENTREGA.
           MOVE 0                 TO REG-DATA-PROMETIDA.
           MOVE 0                 TO REG-HORA-PROMETIDA.
           EVALUATE FORMA-PAGAMENTO
               WHEN "1" MOVE "N" TO REG-FORMA-PAGAMENTO
               WHEN "2" MOVE "C" TO REG-FORMA-PAGAMENTO
               WHEN "3" MOVE "M" TO REG-FORMA-PAGAMENTO
           END-EVALUATE.
           MOVE 0                 TO REG-DESCONTO-PCT.
           MOVE 0                 TO REG-DESCONTO-VALOR.
           MOVE SPACES            TO REG-PROMO-COD.
           MOVE 0                 TO REG-PROMO-VALOR.
           MOVE SPACES            TO REG-AUTORIZADO-POR.
           MOVE 0                 TO REG-PONTOS-USADOS.
           MOVE 0                 TO REG-PONTOS-VALOR.
           MOVE 0                 TO REG-PIZZA-SEQ.
           MOVE SPACE             TO REG-PIZZA-TIPO.
           MOVE SPACES            TO REG-PIZZA-INGREDIENTES.
           MOVE 0                 TO REG-PIZZA-SUBTOTAL.
           MOVE SPACES            TO REG-ARTIGO-CODIGO.
           MOVE SPACE             TO REG-ARTIGO-CATEGORIA.
           MOVE 0                 TO REG-ARTIGO-QT.
           MOVE SPACES            TO REG-MOTIVO-COD.
           MOVE SPACES            TO REG-NOTA-OPERADOR.
           MOVE OPERADOR-ATUAL    TO REG-OPERADOR.
           MOVE TURNO-ATUAL       TO REG-TURNO-NUM.
           MOVE 0                 TO REG-TOTAL.
           MOVE 0                 TO REG-IVA.
           MOVE 0                 TO REG-TOTAL-FINAL.
           MOVE 0                 TO REG-TAXA-IVA.
           MOVE SPACES            TO REG-IVA-CODIGO.
           INITIALIZE REG-QUADRO-IVA.
           MOVE SPACES            TO REG-MENU-CODIGO.
           MOVE 0                 TO REG-CUSTO-LINHA.
           MOVE VALE-NUM          TO REG-VALE-NUM.
           MOVE VALE-VALOR        TO REG-VALE-VALOR.
           MOVE "B"               TO REG-CANAL.
           MOVE 0                 TO REG-COMISSAO.
           MOVE SPACES            TO REG-REF-PLATAFORMA.
           MOVE HORA-SISTEMA      TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.

           CLOSE F-PEDIDOS.
      * Emissao do recibo da venda: pergunta o NIF (vazio se o
      * cliente nao quer fatura com contribuinte), reserva o proximo
      * numero da serie de recibos e grava em RECIBOS.DAT um
      * cabecalho com os valores apurados (e o quadro de IVA por
      * taxa) mais uma linha por piza ou artigo com a sua taxa.
      * O recibo pode ser reimpresso pelo ReimprimirRecibo. O NIF so
      * e aceite com o digito de controlo certo, para que um numero
      * mal escrito nao chegue a fatura nem ao SAF-T do mes.
      ******************************************************************
       EMITIR_RECIBO.
           MOVE SPACES TO NIF-CLIENTE.
           DISPLAY "NIF p/ fatura (vazio se nao): "
               AT LINE LINHATOTAL COL 01.
           PERFORM WITH TEST AFTER UNTIL NIF-VALIDO
               ACCEPT NIF-CLIENTE AT LINE LINHATOTAL COL 32
               IF NIF-CLIENTE = SPACES
                   MOVE "S" TO WS-NIF-VALIDO
               ELSE
                   PERFORM VALIDAR-NIF
               END-IF
               IF NOT NIF-VALIDO
                   DISPLAY "NIF invalido." FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE LINHATOTAL COL 45
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 45
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.

           PERFORM OBTER-PROXIMO-RECIBO.
               WHEN "1" MOVE "N" TO REC-FORMA-PAGAMENTO
               WHEN "2" MOVE "C" TO REC-FORMA-PAGAMENTO
               WHEN "3" MOVE "M" TO REC-FORMA-PAGAMENTO
               WHEN "4" MOVE "V" TO REC-FORMA-PAGAMENTO
           END-EVALUATE.
           MOVE 0                 TO REC-PIZZA-SEQ.
           MOVE SPACE             TO REC-PIZZA-TIPO.
           MOVE 0                 TO REC-ARTIGO-QT.
           MOVE 0                 TO REC-RECIBO-ORIGEM.
           MOVE SPACES            TO REC-MOTIVO-COD.
           MOVE TAXA-ENTREGA-IVA  TO REC-TAXA-IVA.
           MOVE TAXA-ENTREGA-IVA-CODIGO TO REC-IVA-CODIGO.
           MOVE QUADRO-IVA        TO REC-QUADRO-IVA.
           MOVE VALE-NUM          TO REC-VALE-NUM.
           MOVE VALE-VALOR-USADO  TO REC-VALE-VALOR.
           WRITE REG-RECIBO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               MOVE 0                      TO REC-ARTIGO-QT
               MOVE 0                      TO REC-RECIBO-ORIGEM
               MOVE SPACES                 TO REC-MOTIVO-COD
               MOVE PIZZA-TAXA-IVA(WS-IDX) TO REC-TAXA-IVA
               MOVE PIZZA-IVA-CODIGO(WS-IDX) TO REC-IVA-CODIGO
               INITIALIZE REC-QUADRO-IVA
               MOVE 0                      TO REC-VALE-NUM
               MOVE 0                      TO REC-VALE-VALOR
               WRITE REG-RECIBO
           END-PERFORM.

               MOVE ARTIGO-QT(WS-IDX)      TO REC-ARTIGO-QT
               MOVE 0                      TO REC-RECIBO-ORIGEM
               MOVE SPACES                 TO REC-MOTIVO-COD
               MOVE ARTIGO-TAXA-IVA(WS-IDX) TO REC-TAXA-IVA
               MOVE ARTIGO-IVA-CODIGO(WS-IDX) TO REC-IVA-CODIGO
               INITIALIZE REC-QUADRO-IVA
               MOVE 0                      TO REC-VALE-NUM
               MOVE 0                      TO REC-VALE-VALOR
               WRITE REG-RECIBO
           END-PERFORM.

           CLOSE F-RECIBOS.

      ******************************************************************
      * Recibo da venda de um vale de oferta: um unico registo "O"
      * com o numero e o valor do vale e a forma de pagamento, sem
      * NIF nem IVA (o vale nao e uma venda sujeita a imposto; o IVA
      * sai no recibo da venda que o vale pagar).
      ******************************************************************
       EMITIR_RECIBO_VALE.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-RECIBOS = "00"
               OPEN EXTEND F-RECIBOS
               IF WS-FS-RECIBOS = "35"
                   OPEN OUTPUT F-RECIBOS
               END-IF
               IF WS-FS-RECIBOS NOT = "00"
                   MOVE "RECIBOS" TO WS-FICHEIRO-ERRO
                   MOVE WS-FS-RECIBOS TO WS-ESTADO-ERRO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.

           MOVE "O"               TO REC-TIPO-REG.
           MOVE RECIBO-NUM        TO REC-NUM.
           MOVE PEDIDO            TO REC-PEDIDO-NUM.
           MOVE ANO               TO REC-ANO.
           MOVE MES               TO REC-MES.
           MOVE DIA               TO REC-DIA.
           MOVE NOME-CLIENTE      TO REC-NOME-CLIENTE.
           MOVE SPACES            TO REC-NIF.
           MOVE 0                 TO REC-TOTAL.
           MOVE 0                 TO REC-DESCONTO-VALOR.
           MOVE 0                 TO REC-PONTOS-VALOR.
           MOVE 0                 TO REC-TAXA-ENTREGA.
           MOVE 0                 TO REC-IVA.
           MOVE 0                 TO REC-TOTAL-FINAL.
           EVALUATE FORMA-PAGAMENTO
               WHEN "1" MOVE "N" TO REC-FORMA-PAGAMENTO
               WHEN "2" MOVE "C" TO REC-FORMA-PAGAMENTO
               WHEN "3" MOVE "M" TO REC-FORMA-PAGAMENTO
           END-EVALUATE.
           MOVE 0                 TO REC-PIZZA-SEQ.
           MOVE SPACE             TO REC-PIZZA-TIPO.
           MOVE 0                 TO REC-PIZZA-SUBTOTAL.
           MOVE SPACES            TO REC-ARTIGO-CODIGO.
           MOVE "VALE DE OFERTA"  TO REC-ARTIGO-NOME.
           MOVE 1                 TO REC-ARTIGO-QT.
           MOVE 0                 TO REC-RECIBO-ORIGEM.
           MOVE SPACES            TO REC-MOTIVO-COD.
           MOVE 0                 TO REC-TAXA-IVA.
           MOVE SPACES            TO REC-IVA-CODIGO.
           INITIALIZE REC-QUADRO-IVA.
           MOVE VALE-NUM          TO REC-VALE-NUM.
           MOVE VALE-VALOR        TO REC-VALE-VALOR.
           WRITE REG-RECIBO.

           CLOSE F-RECIBOS.

      ******************************************************************
      * Validacao do NIF portugues: 9 digitos, o primeiro diferente de
      * zero, e o nono igual ao digito de controlo modulo 11 dos oito
      * primeiros (pesos 9 a 2; resto 0 ou 1 da controlo 0, senao
      * 11 menos o resto).
      ******************************************************************
       VALIDAR-NIF.
           MOVE "S" TO WS-NIF-VALIDO.
           IF NIF-CLIENTE IS NOT NUMERIC OR NIF-CLIENTE(1:1) = "0"
               MOVE "N" TO WS-NIF-VALIDO
           ELSE
               MOVE 0 TO WS-NIF-SOMA
               PERFORM VARYING WS-NIF-IDX FROM 1 BY 1
                   UNTIL WS-NIF-IDX > 8
                   MOVE NIF-CLIENTE(WS-NIF-IDX:1) TO WS-NIF-DIGITO
                   COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
                       + WS-NIF-DIGITO * (10 - WS-NIF-IDX)
               END-PERFORM
               COMPUTE WS-NIF-RESTO = FUNCTION REM(WS-NIF-SOMA, 11)
               IF WS-NIF-RESTO < 2
                   MOVE 0 TO WS-NIF-CONTROLO
               ELSE
                   COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
               END-IF
               MOVE NIF-CLIENTE(9:1) TO WS-NIF-DIGITO
               IF WS-NIF-DIGITO NOT = WS-NIF-CONTROLO
                   MOVE "N" TO WS-NIF-VALIDO
               END-IF
           END-IF.

      ******************************************************************
      * Proximo numero de recibo: serie "REC" do NUMEROS.DAT,
      * independente da numeracao de pedidos e partilhada com as

      ******************************************************************
      * Talao de cozinha: mesmos dados do pedido mas sem precos, IVA ou
      * total, escrito em COZINHA.DAT e mostrado no ecra. Numa ronda
      * de mesa leva a mesa e a ronda e so as linhas da ronda.
      ******************************************************************
       IMPRIMIR_TALAO_COZINHA.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           END-PERFORM.

           MOVE SPACES TO REG-COZINHA.
           IF RONDA-CONTA
               STRING "TALAO DE COZINHA - PEDIDO " DELIMITED BY SIZE
                   PEDIDO                          DELIMITED BY SIZE
                   " - MESA "                      DELIMITED BY SIZE
                   MESA-ATUAL                      DELIMITED BY SIZE
                   " - RONDA "                     DELIMITED BY SIZE
                   RONDA-ATUAL                     DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
           ELSE
               STRING "TALAO DE COZINHA - PEDIDO " DELIMITED BY SIZE
                   PEDIDO                          DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
           END-IF.
           WRITE REG-COZINHA.
           DISPLAY REG-COZINHA.
           PERFORM ESCREVER-ALERGIAS-CLIENTE-TALAO.

           PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRA-PIZA BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE SPACES TO REG-COZINHA
               STRING "PIZA " DELIMITED BY SIZE
                   WS-IDX DELIMITED BY SIZE
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               MOVE PIZZA-ALERGENOS(WS-IDX) TO WS-ALERG-LINHA
               PERFORM ESCREVER-ALERGENOS-TALAO
           END-PERFORM.

           IF NUM-ARTIGOS NOT < CONTA-PRIMEIRO-ARTIGO
               MOVE SPACES TO REG-COZINHA
               MOVE "--- OUTROS ARTIGOS ---" TO REG-COZINHA
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRO-ARTIGO BY 1
                   UNTIL WS-IDX > NUM-ARTIGOS
                   MOVE SPACES TO REG-COZINHA
                   STRING "ARTIGO " DELIMITED BY SIZE
                   END-STRING
                   WRITE REG-COZINHA
                   DISPLAY REG-COZINHA
                   MOVE ARTIGO-ALERGENOS(WS-IDX) TO WS-ALERG-LINHA
                   PERFORM ESCREVER-ALERGENOS-TALAO
               END-PERFORM
           END-IF.

           MOVE 0                 TO EST-HORA-PREPARACAO.
           MOVE 0                 TO EST-HORA-PRONTO.
           MOVE 0                 TO EST-HORA-ENTREGUE.
           COMPUTE EST-QT-PIZAS = NUM-PIZZAS - CONTA-PRIMEIRA-PIZA + 1.
           WRITE REG-ESTADO
               INVALID KEY
                   REWRITE REG-ESTADO
           END-WRITE.

      ******************************************************************
      * Alergias do cliente no ecra do pedido, logo que ele e
      * identificado (a vermelho, ao lado do historico).
      ******************************************************************
       MOSTRAR-ALERGIAS-CLIENTE.
           IF CLIENTE-ALERGIAS NOT = SPACES
               MOVE CLIENTE-ALERGIAS TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               DISPLAY "ALERGIAS:" FOREGROUND-COLOR 4 HIGHLIGHT
                                                             AT 1250
               DISPLAY WS-ALERG-NOMES(1:20)
                   FOREGROUND-COLOR 4 HIGHLIGHT              AT 1260
           END-IF.
           IF CLIENTE-NOTA-ALERGIA NOT = SPACES
               DISPLAY CLIENTE-NOTA-ALERGIA(1:30)
                   FOREGROUND-COLOR 4 HIGHLIGHT              AT 1350
           END-IF.

      ******************************************************************
      * Junta os alergenios do ingrediente acabado de ler aos da
      * linha em curso (a piza soma os dos ingredientes e das bases).
      ******************************************************************
       SOMAR-ALERGENOS-INGREDIENTE.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF ING-ALERGENO(WS-ALERG-IDX) = "S"
                   MOVE "S" TO WS-ALERG-LINHA(WS-ALERG-IDX:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Alergenios da linha em curso a que o cliente e alergico: ficam
      * em WS-ALERG-SEL e, por extenso, em WS-ALERG-NOMES.
      ******************************************************************
       VERIFICAR-ALERGIA-CLIENTE.
           MOVE "N" TO WS-ALERGIA-CLIENTE.
           MOVE SPACES TO WS-ALERG-SEL.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF WS-ALERG-LINHA(WS-ALERG-IDX:1) = "S"
                   AND CLIENTE-ALERGIAS(WS-ALERG-IDX:1) = "S"
                   MOVE "S" TO WS-ALERG-SEL(WS-ALERG-IDX:1)
                   MOVE "S" TO WS-ALERGIA-CLIENTE
               END-IF
           END-PERFORM.
           IF ALERGIA-CLIENTE-NA-LINHA
               PERFORM MONTAR-NOMES-ALERGENOS
           END-IF.

       MONTAR-NOMES-ALERGENOS.
           MOVE SPACES TO WS-ALERG-NOMES.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF WS-ALERG-SEL(WS-ALERG-IDX:1) = "S"
                   IF WS-ALERG-NOMES = SPACES
                       MOVE ALG-NOME(WS-ALERG-IDX) TO WS-ALERG-NOMES
                   ELSE
                       MOVE FUNCTION TRIM(WS-ALERG-NOMES)
                           TO WS-ALERG-NOMES-TEMP
                       STRING FUNCTION TRIM(WS-ALERG-NOMES-TEMP)
                                  DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              FUNCTION TRIM(ALG-NOME(WS-ALERG-IDX))
                                  DELIMITED BY SIZE
                              INTO WS-ALERG-NOMES
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Talao de cozinha: alergias do cliente a seguir ao cabecalho
      * e, por baixo de cada piza ou artigo, os alergenios dela, com
      * um alerta quando o cliente e alergico a algum.
      ******************************************************************
       ESCREVER-ALERGIAS-CLIENTE-TALAO.
           IF CLIENTE-ALERGIAS NOT = SPACES
               MOVE CLIENTE-ALERGIAS TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               MOVE SPACES TO REG-COZINHA
               STRING "*** CLIENTE COM ALERGIAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERG-NOMES) DELIMITED BY SIZE
                   " ***"                        DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
           END-IF.
           IF CLIENTE-NOTA-ALERGIA NOT = SPACES
               MOVE SPACES TO REG-COZINHA
               STRING "*** NOTA: "               DELIMITED BY SIZE
                   FUNCTION TRIM(CLIENTE-NOTA-ALERGIA)
                                                 DELIMITED BY SIZE
                   " ***"                        DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
           END-IF.

       ESCREVER-ALERGENOS-TALAO.
           IF WS-ALERG-LINHA NOT = SPACES
               MOVE WS-ALERG-LINHA TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               MOVE SPACES TO REG-COZINHA
               STRING "      >>> ALERGENOS: "    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERG-NOMES) DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               PERFORM VERIFICAR-ALERGIA-CLIENTE
               IF ALERGIA-CLIENTE-NA-LINHA
                   MOVE SPACES TO REG-COZINHA
                   STRING "      !!! ATENCAO: CLIENTE ALERGICO A "
                                                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ALERG-NOMES)
                                                 DELIMITED BY SIZE
                       " !!!"                    DELIMITED BY SIZE
                       INTO REG-COZINHA
                   END-STRING
                   WRITE REG-COZINHA
                   DISPLAY REG-COZINHA
               END-IF
           END-IF.

      ******************************************************************
      * Mostra, logo a seguir ao contato, os ultimos 3 pedidos do
      * cliente (data, pizas, total) lidos do historico por cliente,
           END-PERFORM.

      ******************************************************************
      * Abate o stock dos ingredientes e das bases de uma linha
      * repetida, pelas porcoes do tamanho dela; um ingrediente
      * entretanto esgotado fica assinalado mas a linha segue (o
      * operador decide com o cliente).
      ******************************************************************
       ABATER-STOCK-REPETICAO.
           MOVE 0 TO WS-CUSTO-PIZA.
           MOVE SPACES TO WS-ALERG-LINHA.
           MOVE PIZZA-TIPO(WS-IDX) TO WS-TAMANHO.
           MOVE SPACES TO NOMES-EXTRAIDOS.
           MOVE 0 TO WS-QT-EXTRAIDOS.
           UNSTRING PIZZA-INGREDIENTES(WS-IDX) DELIMITED BY ", "
                   PERFORM ABATER-INGREDIENTE-POR-NOME
               END-IF
           END-PERFORM.
           MOVE LINHATOTAL TO LINHA-AVISO.
           PERFORM ABATER-BASES-PIZA.
           MOVE LINHA-AVISO TO LINHATOTAL.
           COMPUTE PIZZA-CUSTO(WS-IDX) ROUNDED = WS-CUSTO-PIZA.
           MOVE WS-ALERG-LINHA TO PIZZA-ALERGENOS(WS-IDX).
           PERFORM VERIFICAR-ALERGIA-CLIENTE.
           IF ALERGIA-CLIENTE-NA-LINHA
               DISPLAY FUNCTION CONCATENATE
               ("ATENCAO - ALERGIA DO CLIENTE: ",
               FUNCTION TRIM(WS-ALERG-NOMES))
                   FOREGROUND-COLOR 4 HIGHLIGHT
                   AT LINE LINHATOTAL COL 01
               ADD 1 TO LINHATOTAL
           END-IF.

       ABATER-INGREDIENTE-POR-NOME.
           MOVE "N" TO WS-EOF-ING.
                       MOVE "S" TO WS-EOF-ING
                   NOT AT END
                       IF ING-NOME = WS-NOME-PROCURADO
                           PERFORM SOMAR-ALERGENOS-INGREDIENTE
                           PERFORM OBTER-PORCAO
                           COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                               + WS-PORCAO * WS-CUSTO-UNIDADE
                           IF ING-STOCK NOT < WS-PORCAO
                               SUBTRACT WS-PORCAO FROM ING-STOCK
                               REWRITE REG-INGREDIENTE
                               MOVE "I" TO MOV-WS-ORIGEM
                               MOVE ING-CODIGO TO MOV-WS-CODIGO
                               MOVE ING-NOME TO MOV-WS-NOME
                               MOVE "V" TO MOV-WS-TIPO
                               MOVE "-" TO MOV-WS-SINAL
                               MOVE WS-PORCAO TO MOV-WS-QT
                               PERFORM REGISTAR-MOVIMENTO-STOCK
                           ELSE
                               DISPLAY "ESGOTADO: "
           MOVE "P"                 TO PND-ESTADO.
           MOVE SPACES              TO PND-LINHAS.
           MOVE 0                   TO PND-QT-LINHAS.
           MOVE CLIENTE-ALERGIAS    TO PND-ALERGIAS-CLIENTE.
           MOVE CLIENTE-NOTA-ALERGIA TO PND-NOTA-ALERGIA.
           MOVE SPACES              TO PND-ALERGENOS-LINHAS.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > NUM-PIZZAS
               ADD 1 TO PND-QT-LINHAS
                       DELIMITED BY SIZE
                   INTO PND-LINHA(PND-QT-LINHAS)
               END-STRING
               MOVE PIZZA-ALERGENOS(WS-IDX)
                   TO PND-ALERGENOS-LINHA(PND-QT-LINHAS)
           END-PERFORM.

           IF NUM-ARTIGOS > 0
                           DELIMITED BY SIZE
                       INTO PND-LINHA(PND-QT-LINHAS)
                   END-STRING
                   MOVE ARTIGO-ALERGENOS(WS-IDX)
                       TO PND-ALERGENOS-LINHA(PND-QT-LINHAS)
               END-PERFORM
           END-IF.

       PEDIR_HORA_PROMETIDA-FIM.
           EXIT.

      ******************************************************************
      * Forma de pagamento do pedido. Com um vale de oferta [4] o
      * vale e pedido e conferido logo aqui (existe, esta ativo, nao
      * expirou e tem saldo); o valor a abater so se apura depois do
      * total final, em PAGAR_COM_VALE.
      ******************************************************************
       FORMA_DE_PAGAMENTO.
           MOVE 0 TO VALE-NUM.
           DISPLAY "[1] Numerario [2] Cartao [3] MBWay [4] Vale oferta"
           AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.
           DISPLAY "Forma de Pagamento: " AT LINE LINHATOTAL COL 01.
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-FORMA-PAGAMENTO)
               ACCEPT FORMA-PAGAMENTO AT LINE LINHATOTAL COL 22
               IF (NOT VALIDAR-FORMA-PAGAMENTO) THEN
                   DISPLAY "Escolha 1, 2, 3 ou 4." FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE LINHATOTAL COL 45
               ELSE
                   DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 45
               END-IF
               IF PAGAMENTO-COM-VALE
                   PERFORM PEDIR-VALE-PAGAMENTO
                   IF NOT VALE-VALIDO
                       MOVE SPACE TO FORMA-PAGAMENTO
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO LINHATOTAL.

       PEDIR-VALE-PAGAMENTO.
           MOVE "N" TO WS-VALE-VALIDO.
           DISPLAY "Vale Nr: " AT LINE LINHATOTAL COL 25.
           MOVE SPACES TO VALE-NUM-ENTRADA.
           ACCEPT VALE-NUM-ENTRADA AT LINE LINHATOTAL COL 34.
           IF VALE-NUM-ENTRADA = SPACES
               DISPLAY " " ERASE EOL AT LINE LINHATOTAL COL 25
           ELSE
               COMPUTE VALE-NUM = FUNCTION NUMVAL(VALE-NUM-ENTRADA)
               MOVE DATA-SISTEMA TO VALE-DATA-HOJE
               MOVE VALE-NUM TO VAL-NUM
               READ F-VALES KEY IS VAL-NUM
                   INVALID KEY
                       DISPLAY "Vale inexistente." FOREGROUND-COLOR 4
                       HIGHLIGHT AT LINE LINHATOTAL COL 45
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT VAL-ATIVO
                               DISPLAY "Vale usado ou anulado."
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               AT LINE LINHATOTAL COL 45
                           WHEN VAL-DATA-VALIDADE < VALE-DATA-HOJE
                               DISPLAY "Vale expirado."
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               AT LINE LINHATOTAL COL 45
                           WHEN VAL-SALDO = 0
                               DISPLAY "Vale sem saldo."
                               FOREGROUND-COLOR 4 HIGHLIGHT
                               AT LINE LINHATOTAL COL 45
                           WHEN OTHER
                               MOVE "S" TO WS-VALE-VALIDO
                               MOVE VAL-SALDO TO VALE-SALDO
                               MOVE VAL-SALDO TO SAIDA-VALE-VALOR
                               DISPLAY FUNCTION CONCATENATE
                               ("Saldo: ", SAIDA-VALE-VALOR, " EUR")
                               AT LINE LINHATOTAL COL 45
                       END-EVALUATE
               END-READ
           END-IF.
           IF NOT VALE-VALIDO
               MOVE 0 TO VALE-NUM
           END-IF.

      ******************************************************************
      * Forma de pagamento em dinheiro (numerario, cartao ou MB Way):
      * a da venda de um vale e a do resto de uma conta que o vale
      * nao cobre por inteiro.
      ******************************************************************
       PEDIR-FORMA-DINHEIRO.
           DISPLAY "[1] Numerario [2] Cartao [3] MBWay"
           AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.
           DISPLAY "Forma de Pagamento: " AT LINE LINHATOTAL COL 01.

           PERFORM WITH TEST AFTER UNTIL (VALIDAR-FORMA-DINHEIRO)
               ACCEPT FORMA-PAGAMENTO AT LINE LINHATOTAL COL 22
               IF (NOT VALIDAR-FORMA-DINHEIRO) THEN
                   DISPLAY "Escolha 1, 2 ou 3." FOREGROUND-COLOR 4
                   HIGHLIGHT AT LINE LINHATOTAL COL 45
               ELSE
           END-PERFORM.
           ADD 1 TO LINHATOTAL.

      ******************************************************************
      * Pagamento com vale de oferta: o vale paga ate ao seu saldo e
      * nunca mais do que o total final; o resto, se houver, paga-se
      * numa forma de pagamento em dinheiro, que fica no cabecalho.
      * Quando o vale paga tudo o cabecalho fica com a forma "V". O
      * saldo e abatido aqui, antes do recibo, para que o que o vale
      * ja nao cobrir (outro balcao pode te-lo usado entretanto) se
      * cobre e fique registado como dinheiro.
      ******************************************************************
       PAGAR_COM_VALE.
           MOVE 0 TO VALE-VALOR-USADO.
           MOVE 0 TO VALE-RESTANTE.
           IF NOT PAGAMENTO-COM-VALE
               GO TO PAGAR_COM_VALE-FIM
           END-IF.
           IF TOTAL_FINAL = 0
               MOVE 0 TO VALE-NUM
               MOVE "1" TO FORMA-PAGAMENTO
               GO TO PAGAR_COM_VALE-FIM
           END-IF.
           IF VALE-SALDO < TOTAL_FINAL
               MOVE VALE-SALDO TO VALE-VALOR-USADO
           ELSE
               MOVE TOTAL_FINAL TO VALE-VALOR-USADO
           END-IF.
           PERFORM ABATER-SALDO-VALE.
           IF VALE-VALOR-USADO = 0
               MOVE 0 TO VALE-NUM
           END-IF.
           COMPUTE VALE-RESTANTE = TOTAL_FINAL - VALE-VALOR-USADO.
           MOVE VALE-VALOR-USADO TO SAIDA-VALE-VALOR.
           MOVE VALE-RESTANTE TO SAIDA-VALE-RESTANTE.
           DISPLAY FUNCTION CONCATENATE
           ("Vale ", VALE-NUM, ": ", SAIDA-VALE-VALOR,
           " EUR   Resta pagar: ", SAIDA-VALE-RESTANTE, " EUR")
               AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.
           IF VALE-RESTANTE > 0
               PERFORM PEDIR-FORMA-DINHEIRO
           END-IF.

       PAGAR_COM_VALE-FIM.
           EXIT.

      ******************************************************************
      * Abate ao saldo do vale o valor que paga o pedido (relido no
      * momento, por o outro balcao poder ter usado o mesmo vale) e
      * da-o como usado quando o saldo chega a zero. Se o saldo
      * relido ja nao chega, avisa e o vale so paga o que tem; a
      * diferenca fica para a forma de pagamento em dinheiro.
      ******************************************************************
       ABATER-SALDO-VALE.
           MOVE VALE-NUM TO VAL-NUM.
           READ F-VALES KEY IS VAL-NUM
               INVALID KEY
                   DISPLAY "Vale " VALE-NUM " nao encontrado em"
                       " VALES.DAT - nada abatido." FOREGROUND-COLOR 4
                       HIGHLIGHT AT LINE LINHATOTAL COL 01
                   ADD 1 TO LINHATOTAL
                   MOVE 0 TO VALE-VALOR-USADO
               NOT INVALID KEY
                   IF NOT VAL-ATIVO
                       MOVE 0 TO VAL-SALDO
                   END-IF
                   IF VAL-SALDO < VALE-VALOR-USADO
                       MOVE VAL-SALDO TO SAIDA-VALE-VALOR
                       DISPLAY FUNCTION CONCATENATE
                       ("Atencao: o vale ", VALE-NUM, " ja so tem ",
                       SAIDA-VALE-VALOR, " EUR (usado noutro balcao).")
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           AT LINE LINHATOTAL COL 01
                       ADD 1 TO LINHATOTAL
                       MOVE VAL-SALDO TO VALE-VALOR-USADO
                   END-IF
                   IF VALE-VALOR-USADO > 0
                       PERFORM REGRAVAR-SALDO-VALE
                   END-IF
           END-READ.

       REGRAVAR-SALDO-VALE.
           SUBTRACT VALE-VALOR-USADO FROM VAL-SALDO.
           IF VAL-SALDO = 0
               MOVE "U" TO VAL-ESTADO
           END-IF.
           MOVE DATA-SISTEMA TO VAL-DATA-ULT-USO.
           REWRITE REG-VALE
               INVALID KEY
                   DISPLAY "Vale " VALE-NUM " nao regravado em"
                       " VALES.DAT - verifique o saldo."
                       FOREGROUND-COLOR 4 HIGHLIGHT
                       AT LINE LINHATOTAL COL 01
                   ADD 1 TO LINHATOTAL
           END-REWRITE.

      ******************************************************************
      * Avaliacao automatica das promocoes no fecho do pedido: para
      * cada linha de piza procura as regras ativas que batem com o
               UNTIL WS-MENU-IDX > MNU-QT-INGR
               MOVE MNU-ING-CODIGO(WS-MENU-IDX) TO ING-CODIGO
               PERFORM PROCURAR_INGREDIENTE
               IF NOT INGREDIENTE-VALIDO
                   MOVE "S" TO WS-MENU-ESGOTADO
               ELSE
                   PERFORM OBTER-PORCAO
                   IF ING-STOCK < WS-PORCAO
                       MOVE "S" TO WS-MENU-ESGOTADO
                   END-IF
               END-IF
           END-PERFORM.

               MOVE MNU-ING-CODIGO(WS-MENU-IDX) TO ING-CODIGO
               PERFORM PROCURAR_INGREDIENTE
               IF INGREDIENTE-VALIDO
                   PERFORM OBTER-PORCAO
                   SUBTRACT WS-PORCAO FROM ING-STOCK
                   REWRITE REG-INGREDIENTE
                   PERFORM SOMAR-ALERGENOS-INGREDIENTE
                   COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                       + WS-PORCAO * WS-CUSTO-UNIDADE
                   MOVE "I" TO MOV-WS-ORIGEM
                   MOVE ING-CODIGO TO MOV-WS-CODIGO
                   MOVE ING-NOME TO MOV-WS-NOME
                   MOVE "V" TO MOV-WS-TIPO
                   MOVE "-" TO MOV-WS-SINAL
                   MOVE WS-PORCAO TO MOV-WS-QT
                   PERFORM REGISTAR-MOVIMENTO-STOCK
                   MOVE ING-NOME TO WS-ING-NOME
                   DISPLAY FUNCTION TRIM(ING-NOME)
           WRITE REG-MOVIMENTO.
           CLOSE F-MOVSTOCK.

      ******************************************************************
      * Repoe o stock abatido pelas linhas novas de uma ronda que nao
      * chegou a ser lancada: ingredientes e bases de cada piza, pela
      * porcao do tamanho dela, e a quantidade de cada artigo, cada
      * um com o seu movimento de devolucao em MOVSTOCK.DAT.
      ******************************************************************
       DEVOLVER-STOCK-RONDA.
           PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRA-PIZA BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE PIZZA-TIPO(WS-IDX) TO WS-TAMANHO
               MOVE SPACES TO NOMES-EXTRAIDOS
               MOVE 0 TO WS-QT-EXTRAIDOS
               UNSTRING PIZZA-INGREDIENTES(WS-IDX) DELIMITED BY ", "
                   INTO NOME-EXTRAIDO(1) NOME-EXTRAIDO(2)
                        NOME-EXTRAIDO(3) NOME-EXTRAIDO(4)
                        NOME-EXTRAIDO(5)
                   TALLYING IN WS-QT-EXTRAIDOS
               END-UNSTRING
               PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                   UNTIL WS-MENU-IDX > WS-QT-EXTRAIDOS
                   MOVE FUNCTION TRIM(NOME-EXTRAIDO(WS-MENU-IDX))
                       TO WS-NOME-PROCURADO
                   IF WS-NOME-PROCURADO NOT = SPACES
                       PERFORM DEVOLVER-INGREDIENTE-POR-NOME
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > NUM-BASES
                   MOVE BASE-CODIGO(WS-BASE-IDX) TO ING-CODIGO
                   PERFORM PROCURAR_INGREDIENTE
                   IF INGREDIENTE-VALIDO
                       MOVE BASE-PORCAO(WS-BASE-IDX, WS-TAMANHO)
                           TO WS-PORCAO
                       PERFORM DEVOLVER-INGREDIENTE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM CONTA-PRIMEIRO-ARTIGO BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               MOVE ARTIGO-CODIGO(WS-IDX) TO PRD-CODIGO
               READ F-PRODUTOS KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD ARTIGO-QT(WS-IDX) TO PRD-STOCK
                       REWRITE REG-PRODUTO
                       MOVE "P" TO MOV-WS-ORIGEM
                       MOVE PRD-CODIGO TO MOV-WS-CODIGO
                       MOVE PRD-NOME TO MOV-WS-NOME
                       MOVE "D" TO MOV-WS-TIPO
                       MOVE "+" TO MOV-WS-SINAL
                       MOVE ARTIGO-QT(WS-IDX) TO MOV-WS-QT
                       PERFORM REGISTAR-MOVIMENTO-STOCK
               END-READ
           END-PERFORM.

           DISPLAY "Stock da ronda reposto."
               FOREGROUND-COLOR 2 HIGHLIGHT
               AT LINE LINHATOTAL COL 01.
           ADD 1 TO LINHATOTAL.

       DEVOLVER-INGREDIENTE-POR-NOME.
           MOVE "N" TO WS-EOF-ING.
           MOVE LOW-VALUES TO ING-CODIGO.
           START F-INGREDIENTES KEY IS NOT LESS THAN ING-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-ING
           END-START.
           PERFORM UNTIL FIM-INGREDIENTES
               READ F-INGREDIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-ING
                   NOT AT END
                       IF ING-NOME = WS-NOME-PROCURADO
                           PERFORM OBTER-PORCAO
                           PERFORM DEVOLVER-INGREDIENTE
                           MOVE "S" TO WS-EOF-ING
                       END-IF
               END-READ
           END-PERFORM.

      *    Repoe WS-PORCAO no ingrediente corrente (ja lido).
       DEVOLVER-INGREDIENTE.
           ADD WS-PORCAO TO ING-STOCK.
           REWRITE REG-INGREDIENTE.
           MOVE "I" TO MOV-WS-ORIGEM.
           MOVE ING-CODIGO TO MOV-WS-CODIGO.
           MOVE ING-NOME TO MOV-WS-NOME.
           MOVE "D" TO MOV-WS-TIPO.
           MOVE "+" TO MOV-WS-SINAL.
           MOVE WS-PORCAO TO MOV-WS-QT.
           PERFORM REGISTAR-MOVIMENTO-STOCK.

      ******************************************************************
      * Porcao do ingrediente corrente (ING-CODIGO) no tamanho da
      * piza e custo de compra de uma unidade de stock, da receita;
      * um ingrediente sem receita gasta uma unidade e entra sem
      * custo, como antes do ficheiro de receitas.
      ******************************************************************
       OBTER-PORCAO.
           MOVE 1 TO WS-PORCAO.
           MOVE 0 TO WS-CUSTO-UNIDADE.
           MOVE ING-CODIGO TO RCT-CODIGO.
           READ F-RECEITAS KEY IS RCT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RCT-PORCAO(WS-TAMANHO) TO WS-PORCAO
                   MOVE RCT-CUSTO TO WS-CUSTO-UNIDADE
           END-READ.
           IF WS-PORCAO = 0
               MOVE 1 TO WS-PORCAO
           END-IF.

      ******************************************************************
      * Abate as bases da receita (massa, molho...) gastas em todas
      * as pizas, pela porcao do tamanho, e soma o custo delas ao da
      * piza. Uma base esgotada fica assinalada em LINHA-AVISO mas a
      * piza segue, como na repeticao de um pedido.
      ******************************************************************
       ABATER-BASES-PIZA.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > NUM-BASES
               MOVE BASE-CODIGO(WS-BASE-IDX) TO ING-CODIGO
               PERFORM PROCURAR_INGREDIENTE
               IF INGREDIENTE-VALIDO
                   PERFORM SOMAR-ALERGENOS-INGREDIENTE
                   MOVE BASE-PORCAO(WS-BASE-IDX, WS-TAMANHO)
                       TO WS-PORCAO
                   COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                       + WS-PORCAO * BASE-CUSTO(WS-BASE-IDX)
                   IF ING-STOCK < WS-PORCAO
                       DISPLAY "ESGOTADO: " FUNCTION TRIM(ING-NOME)
                           FOREGROUND-COLOR 4 HIGHLIGHT
                           AT LINE LINHA-AVISO COL 01
                       ADD 1 TO LINHA-AVISO
                   ELSE
                       SUBTRACT WS-PORCAO FROM ING-STOCK
                       REWRITE REG-INGREDIENTE
                       MOVE "I" TO MOV-WS-ORIGEM
                       MOVE ING-CODIGO TO MOV-WS-CODIGO
                       MOVE ING-NOME TO MOV-WS-NOME
                       MOVE "V" TO MOV-WS-TIPO
                       MOVE "-" TO MOV-WS-SINAL
                       MOVE WS-PORCAO TO MOV-WS-QT
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Guarda em memoria as bases da receita (registos com RCT-BASE
      * "S"), que sao abatidas em todas as pizas do pedido.
      ******************************************************************
       CARREGAR-BASES-RECEITA.
           MOVE 0 TO NUM-BASES.
           MOVE "N" TO WS-EOF-RECEITAS.
           MOVE LOW-VALUES TO RCT-CODIGO.
           START F-RECEITAS KEY IS NOT LESS THAN RCT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-RECEITAS
           END-START.
           PERFORM UNTIL FIM-RECEITAS
               READ F-RECEITAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RECEITAS
                   NOT AT END
                       IF RCT-E-BASE AND NUM-BASES < WS-MAX-BASES
                           ADD 1 TO NUM-BASES
                           MOVE RCT-CODIGO TO BASE-CODIGO(NUM-BASES)
                           MOVE RCT-CUSTO  TO BASE-CUSTO(NUM-BASES)
                           MOVE RCT-PORCAO(1)
                               TO BASE-PORCAO(NUM-BASES, 1)
                           MOVE RCT-PORCAO(2)
                               TO BASE-PORCAO(NUM-BASES, 2)
                           MOVE RCT-PORCAO(3)
                               TO BASE-PORCAO(NUM-BASES, 3)
                       END-IF
               END-READ
           END-PERFORM.

       PROCURAR_INGREDIENTE.
           MOVE "N" TO WS-INGREDIENTE-VALIDO.
           READ F-INGREDIENTES KEY IS ING-CODIGO

       PROCURAR_CLIENTE.
           MOVE "N" TO WS-CLIENTE-EXISTE.
           MOVE SPACES TO CLIENTE-ALERGIAS.
           MOVE SPACES TO CLIENTE-NOTA-ALERGIA.
           MOVE CONTATO-CLIENTE TO CLI-CONTATO.
           READ F-CLIENTES KEY IS CLI-CONTATO
               INVALID KEY
                   MOVE "N" TO WS-CLIENTE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CLIENTE-EXISTE
                   MOVE CLI-ALERGIAS TO CLIENTE-ALERGIAS
                   MOVE CLI-NOTA-ALERGIA TO CLIENTE-NOTA-ALERGIA
           END-READ.

      ******************************************************************
               MOVE NOME-CLIENTE TO CLI-NOME
               MOVE 1 TO CLI-NUM-PEDIDOS
               MOVE PONTOS-GANHOS TO CLI-PONTOS
               MOVE SPACES TO CLI-ALERGIAS
               MOVE SPACES TO CLI-NOTA-ALERGIA
               WRITE REG-CLIENTE
                   INVALID KEY
                       CONTINUE
               PERFORM ERRO-ABERTURA-MESTRE
           END-IF.

           OPEN INPUT F-TAXAS.
           IF WS-FS-TAXAS = "35"
               PERFORM SEMEAR-TAXAS
           END-IF.
           IF WS-FS-TAXAS NOT = "00"
               MOVE "TAXAS" TO WS-FICHEIRO-ERRO
               MOVE WS-FS-TAXAS TO WS-ESTADO-ERRO
               PERFORM ERRO-ABERTURA-MESTRE
           END-IF.

           OPEN INPUT F-RECEITAS.
           IF WS-FS-RECEITAS = "35"
               OPEN OUTPUT F-RECEITAS
               CLOSE F-RECEITAS
               OPEN INPUT F-RECEITAS
           END-IF.
           IF WS-FS-RECEITAS NOT = "00"
               MOVE "RECEITAS" TO WS-FICHEIRO-ERRO
               MOVE WS-FS-RECEITAS TO WS-ESTADO-ERRO
               PERFORM ERRO-ABERTURA-MESTRE
           END-IF.

           OPEN I-O F-VALES.
           IF WS-FS-VALES = "35"
               OPEN OUTPUT F-VALES
               CLOSE F-VALES
               OPEN I-O F-VALES
           END-IF.
           IF WS-FS-VALES NOT = "00"
               MOVE "VALES" TO WS-FICHEIRO-ERRO
               MOVE WS-FS-VALES TO WS-ESTADO-ERRO
               PERFORM ERRO-ABERTURA-MESTRE
           END-IF.
           OPEN I-O F-CONTAS.
           IF WS-FS-CONTAS = "35"
               OPEN OUTPUT F-CONTAS
               CLOSE F-CONTAS
               OPEN I-O F-CONTAS
           END-IF.
           IF WS-FS-CONTAS NOT = "00"
               MOVE "CONTAS" TO WS-FICHEIRO-ERRO
               MOVE WS-FS-CONTAS TO WS-ESTADO-ERRO
               PERFORM ERRO-ABERTURA-MESTRE
           END-IF.
           PERFORM CARREGAR-BASES-RECEITA.

      ******************************************************************
      * Um ficheiro mestre que nao abra (por exemplo estado 39,
      * desenho de registo diferente do ficheiro em disco - correr o
           OPEN OUTPUT F-INGREDIENTES.
           MOVE 50 TO ING-STOCK.
           MOVE 10 TO ING-STOCK-MIN.
           MOVE SPACES TO ING-ALERGENOS.
           MOVE "01" TO ING-CODIGO. MOVE "FIAMBRE"   TO ING-NOME.
           MOVE 0.5  TO ING-PRECO.  WRITE REG-INGREDIENTE.
      *    Atum e anchovas levam peixe (4), o camarao crustaceos (2).
           MOVE "S"  TO ING-ALERGENO(4).
           MOVE "02" TO ING-CODIGO. MOVE "ATUM"      TO ING-NOME.
           MOVE 0.7  TO ING-PRECO.  WRITE REG-INGREDIENTE.
           MOVE "03" TO ING-CODIGO. MOVE "ANCHOVAS"  TO ING-NOME.
           MOVE 0.4  TO ING-PRECO.  WRITE REG-INGREDIENTE.
           MOVE SPACES TO ING-ALERGENOS.
           MOVE "S"  TO ING-ALERGENO(2).
           MOVE "04" TO ING-CODIGO. MOVE "CAMARAO"   TO ING-NOME.
           MOVE 0.8  TO ING-PRECO.  WRITE REG-INGREDIENTE.
           MOVE SPACES TO ING-ALERGENOS.
           MOVE "05" TO ING-CODIGO. MOVE "BACON"     TO ING-NOME.
           MOVE 0.9  TO ING-PRECO.  WRITE REG-INGREDIENTE.
           MOVE "06" TO ING-CODIGO. MOVE "BANANA"    TO ING-NOME.
           OPEN OUTPUT F-PRODUTOS.
           MOVE 50 TO PRD-STOCK.
           MOVE 10 TO PRD-STOCK-MIN.
           MOVE SPACES TO PRD-ALERGENOS.
           MOVE "01" TO PRD-CODIGO. MOVE "COLA 33CL"     TO PRD-NOME.
           MOVE "B"  TO PRD-CATEGORIA.
           MOVE 1.50 TO PRD-PRECO.  WRITE REG-PRODUTO.
           MOVE "03" TO PRD-CODIGO. MOVE "SUMO LARANJA"  TO PRD-NOME.
           MOVE "B"  TO PRD-CATEGORIA.
           MOVE 1.80 TO PRD-PRECO.  WRITE REG-PRODUTO.
      *    Alergenios: gluten (1), ovos (3), leite (7).
           MOVE "S"  TO PRD-ALERGENO(3).
           MOVE "S"  TO PRD-ALERGENO(7).
           MOVE "04" TO PRD-CODIGO. MOVE "MOUSSE CHOCOLATE"
               TO PRD-NOME.
           MOVE "S"  TO PRD-CATEGORIA.
           MOVE 2.50 TO PRD-PRECO.  WRITE REG-PRODUTO.
           MOVE "S"  TO PRD-ALERGENO(1).
           MOVE "05" TO PRD-CODIGO. MOVE "TARTE MACA"    TO PRD-NOME.
           MOVE "S"  TO PRD-CATEGORIA.
           MOVE 2.80 TO PRD-PRECO.  WRITE REG-PRODUTO.
           MOVE SPACE TO PRD-ALERGENO(3).
           MOVE "06" TO PRD-CODIGO. MOVE "PAO DE ALHO"   TO PRD-NOME.
           MOVE "E"  TO PRD-CATEGORIA.
           MOVE 2.00 TO PRD-PRECO.  WRITE REG-PRODUTO.
           CLOSE F-PRODUTOS.
           OPEN I-O F-PRODUTOS.

      ******************************************************************
      * Tabela de taxas de IVA inicial, criada na primeira execucao
      * com o regime anterior a tabela (23% em tudo e taxa de entrega
      * sem IVA); as taxas reais entram no TaxasManut com a data a
      * partir da qual vigoram.
      ******************************************************************
       SEMEAR-TAXAS.
           OPEN OUTPUT F-TAXAS.
           MOVE 19000101 TO TAX-DATA-INICIO.
           MOVE 23    TO TAX-PCT(1).
           MOVE "NOR" TO TAX-CODIGO(1).
           MOVE 23    TO TAX-PCT(2).
           MOVE "NOR" TO TAX-CODIGO(2).
           MOVE 23    TO TAX-PCT(3).
           MOVE "NOR" TO TAX-CODIGO(3).
           MOVE 0     TO TAX-PCT(4).
           MOVE "ISE" TO TAX-CODIGO(4).
           WRITE REG-TAXAS-IVA.
           CLOSE F-TAXAS.
           OPEN INPUT F-TAXAS.

       FECHAR-FICHEIROS-MESTRE.
           CLOSE F-INGREDIENTES.
           CLOSE F-CLIENTES.
           CLOSE F-HISTORICO.
           CLOSE F-OPERADORES.
           CLOSE F-TURNOS.
           CLOSE F-TAXAS.
           CLOSE F-RECEITAS.
           CLOSE F-VALES.
           CLOSE F-CONTAS.

      ******************************************************************
      * Entrada de operador: pede codigo e PIN e so deixa passar

      ******************************************************************
      * Operador inicial, criado na primeira execucao para ser
      * possivel entrar, com perfil de administrador; a gestao
      * corrente (novos operadores, troca de PIN, perfis) faz-se no
      * OperadoresManut.
      ******************************************************************
       SEMEAR-OPERADORES.
           OPEN OUTPUT F-OPERADORES.
           MOVE "01" TO OPE-CODIGO.
           MOVE "GERENTE" TO OPE-NOME.
           MOVE 1234 TO OPE-PIN.
           MOVE "A" TO OPE-PERFIL.
           WRITE REG-OPERADOR-MESTRE.
           CLOSE F-OPERADORES.
           OPEN INPUT F-OPERADORES.
