      *          origem, e grava em PEDIDOS.DAT um registo "R" com a
      *          data de hoje para o fecho de caixa e o fecho de
      *          turno abaterem o valor devolvido aos totais. No
      *          mesmo passo repoe o stock dos ingredientes (pelas
      *          porcoes da receita, com as bases da massa) e
      *          produtos do pedido devolvido e estorna os pontos de
      *          fidelidade creditados ao cliente na venda. Um pedido
      *          importado de uma plataforma de entregas e devolvido
      *          no canal dele, com a comissao da venda. A parte
      *          que foi paga com um vale de oferta volta ao saldo do
      *          vale em vez de ser devolvida em dinheiro. Um recibo
      *          so pode ser reembolsado uma vez. A nota exige a
      *          assinatura de um operador com perfil de gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TRN-NUM
               FILE STATUS IS WS-FS-TURNOS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  F-RECIBOS.
       FD  F-TURNOS.
           COPY TRNREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       FD  F-VALES.
           COPY VALREG.

       WORKING-STORAGE SECTION.

       01  DATA-HOJE.
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 WS-FS-TURNOS               PIC XX     VALUE SPACES.
        77 WS-FS-MOVSTOCK             PIC XX     VALUE SPACES.
        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-FS-VALES                PIC XX     VALUE SPACES.
       01  HORA-AGORA.
         05 HORA                      PIC 9(02)  VALUES ZEROS.
         05 MINUTO                    PIC 9(02)  VALUES ZEROS.
         05 WS-ORIG-IVA               PIC 9(3)V99 VALUE 0.
         05 WS-ORIG-FINAL             PIC 9(3)V99 VALUE 0.
         05 WS-ORIG-FORMA             PIC X       VALUE SPACE.
         05 WS-ORIG-TAXA-IVA          PIC 9(2)V99 VALUE 0.
         05 WS-ORIG-IVA-CODIGO        PIC X(3)    VALUE SPACES.
         05 WS-ORIG-VALE-NUM          PIC 9(6)    VALUE 0.
         05 WS-ORIG-VALE-VALOR        PIC 9(3)V99 VALUE 0.
         05 WS-ORIG-QUADRO-IVA.
            10 WS-ORIG-IVA-LINHA OCCURS 4 TIMES.
               15 WS-ORIG-IVA-TAXA    PIC 9(2)V99.
               15 WS-ORIG-IVA-BASE    PIC 9(3)V99.
               15 WS-ORIG-IVA-VALOR   PIC 9(3)V99.

      ******************************************************************
      * Dados do cabecalho do pedido devolvido, apanhados no mesmo
         05 WS-PED-DESCONTO-VALOR     PIC 9(3)V99 VALUE 0.
         05 WS-PED-PROMO-COD          PIC X(2)    VALUE SPACES.
         05 WS-PED-PROMO-VALOR        PIC 9(3)V99 VALUE 0.
         05 WS-PED-CANAL              PIC X       VALUE SPACE.
         05 WS-PED-COMISSAO           PIC 9(3)V99 VALUE 0.
         05 WS-PED-REF-PLATAFORMA     PIC X(20)   VALUE SPACES.

        77 MOTIVO-DEVOLUCAO           PIC X(2)   VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".
        77 TURNO-ATUAL                PIC 9(4)   VALUE 0.

        77 NOTA-NUM                   PIC 9(6)   VALUE 0.
        77 WS-IDX                     PIC 9(2)   VALUE 0.
        77 WS-REPOSTO-ING             PIC X      VALUE "N".
           88 INGREDIENTE-REPOSTO                VALUE "S".
        77 WS-NUM-REPOSTOS            PIC 9(5)   VALUE 0.
        77 WS-EOF-RECEITAS            PIC X      VALUE "N".
           88 FIM-RECEITAS                       VALUE "S".
        77 WS-TAMANHO                 PIC 9      VALUE 1.
        77 WS-PORCAO                  PIC 9(3)   VALUE 1.
        77 WS-LINHA-RECEITA           PIC X      VALUE "N".
           88 LINHA-COM-RECEITA                  VALUE "S".
        77 PONTOS-A-ESTORNAR          PIC 9(5)   VALUE 0.

        77 RESPOSTA                   PIC X      VALUE SPACE.
           DISPLAY "Recibo " WS-RECIBO-ALVO " - Pedido "
               WS-ORIG-PEDIDO-NUM " - " WS-ORIG-NOME.
           DISPLAY "Valor a devolver: " SAIDA-VALOR " EUR".
           IF WS-ORIG-VALE-VALOR > 0
               MOVE WS-ORIG-VALE-VALOR TO SAIDA-VALOR
               DISPLAY "  dos quais " SAIDA-VALOR " EUR voltam ao"
                   " saldo do vale " WS-ORIG-VALE-NUM
           END-IF.

           DISPLAY "Motivo da devolucao (codigo 2 posicoes): ".
           ACCEPT MOTIVO-DEVOLUCAO.
               DISPLAY "Operador nao validado - nada emitido."
               STOP RUN
           END-IF.
           IF NOT PERFIL-GERENCIA
               DISPLAY "Reembolsos reservados ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao. Nada emitido."
               STOP RUN
           END-IF.

           DISPLAY "Confirmar a emissao da nota? (S/N) ".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-RESPOSTA)
           PERFORM REGISTAR-REEMBOLSO.
           PERFORM ESTORNAR-PONTOS-CLIENTE
               THRU ESTORNAR-PONTOS-FIM.
           IF WS-ORIG-VALE-VALOR > 0
               PERFORM REPOR-SALDO-VALE
           END-IF.

           DISPLAY "NOTA DE CREDITO " NOTA-NUM " EMITIDA SOBRE O"
               " RECIBO " WS-RECIBO-ALVO ".".
               MOVE REC-IVA             TO WS-ORIG-IVA
               MOVE REC-TOTAL-FINAL     TO WS-ORIG-FINAL
               MOVE REC-FORMA-PAGAMENTO TO WS-ORIG-FORMA
               PERFORM GUARDAR-QUADRO-IVA
               IF REC-VALE-VALOR IS NUMERIC
                   MOVE REC-VALE-NUM    TO WS-ORIG-VALE-NUM
                   MOVE REC-VALE-VALOR  TO WS-ORIG-VALE-VALOR
               ELSE
                   MOVE 0 TO WS-ORIG-VALE-NUM
                   MOVE 0 TO WS-ORIG-VALE-VALOR
               END-IF
           END-IF.
           IF REC-NOTA-CREDITO
               AND REC-RECIBO-ORIGEM = WS-RECIBO-ALVO
               MOVE "S" TO WS-JA-REEMBOLSADO
           END-IF.

      ******************************************************************
      * Quadro de IVA por taxa do recibo de origem, para a nota de
      * credito e o reembolso devolverem o imposto taxa a taxa. Um
      * recibo antigo, sem quadro, conta todo a 23% sobre o total
      * depois do desconto, com a taxa de entrega sem IVA.
      ******************************************************************
       GUARDAR-QUADRO-IVA.
           IF REC-IVA-TAXA(1) IS NUMERIC
               MOVE REC-TAXA-IVA        TO WS-ORIG-TAXA-IVA
               MOVE REC-IVA-CODIGO      TO WS-ORIG-IVA-CODIGO
               MOVE REC-QUADRO-IVA      TO WS-ORIG-QUADRO-IVA
           ELSE
               MOVE 0                   TO WS-ORIG-TAXA-IVA
               MOVE "ISE"               TO WS-ORIG-IVA-CODIGO
               INITIALIZE WS-ORIG-QUADRO-IVA
               MOVE 23                  TO WS-ORIG-IVA-TAXA(1)
               COMPUTE WS-ORIG-IVA-BASE(1) =
                   REC-TOTAL - REC-DESCONTO-VALOR
               MOVE REC-IVA             TO WS-ORIG-IVA-VALOR(1)
           END-IF.

      ******************************************************************
      * Um reembolso sai dinheiro da gaveta, por isso exige codigo e
      * PIN validados contra o ficheiro mestre de operadores, como
      * na entrada do ecra de pedidos, e um perfil de gerente.
      ******************************************************************
       ASSINAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-VALIDO.
               NOT INVALID KEY
                   IF OPE-PIN = OPERADOR-PIN-ENTRADA
                       MOVE "S" TO WS-OPERADOR-VALIDO
                       MOVE OPE-PERFIL TO OPERADOR-PERFIL
                   ELSE
                       DISPLAY "Codigo ou PIN invalido."
                   END-IF
      ******************************************************************
      * Varre o pedido devolvido em PEDIDOS.DAT: do cabecalho "C"
      * guarda o contato e os pontos usados; de cada linha "P" repoe
      * a porcao do tamanho da piza de cada ingrediente (procurado
      * pelo nome gravado na lista) e das bases da receita, e de
      * cada linha "A" repoe a quantidade do produto. Uma linha
      * anterior as receitas (sem codigo de piza do menu) abateu
      * uma unidade por ingrediente e nenhuma base, e e reposta
      * assim. Linhas ja levadas para arquivo mensal nao sao
      * repostas.
      ******************************************************************
       REPOR-STOCK-DO-PEDIDO.
           MOVE 0 TO WS-NUM-REPOSTOS.
           OPEN I-O F-INGREDIENTES.
           OPEN I-O F-PRODUTOS.
           OPEN INPUT F-RECEITAS.
           IF WS-FS-RECEITAS = "35"
               OPEN OUTPUT F-RECEITAS
               CLOSE F-RECEITAS
               OPEN INPUT F-RECEITAS
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
           END-IF.
           CLOSE F-INGREDIENTES.
           CLOSE F-PRODUTOS.
           CLOSE F-RECEITAS.
           DISPLAY "Unidades de stock repostas: " WS-NUM-REPOSTOS.

       TRATAR-LINHA-DEVOLVIDA.
                   MOVE REG-DESCONTO-VALOR  TO WS-PED-DESCONTO-VALOR
                   MOVE REG-PROMO-COD       TO WS-PED-PROMO-COD
                   MOVE REG-PROMO-VALOR     TO WS-PED-PROMO-VALOR
                   IF REG-COMISSAO IS NUMERIC
                       MOVE REG-CANAL          TO WS-PED-CANAL
                       MOVE REG-COMISSAO       TO WS-PED-COMISSAO
                       MOVE REG-REF-PLATAFORMA TO WS-PED-REF-PLATAFORMA
                   ELSE
                       MOVE "B"                TO WS-PED-CANAL
                       MOVE 0                  TO WS-PED-COMISSAO
                       MOVE SPACES             TO WS-PED-REF-PLATAFORMA
                   END-IF
               WHEN REG-PIZZA
                   PERFORM REPOR-INGREDIENTES-DA-LINHA
               WHEN REG-ARTIGO
           END-EVALUATE.

       REPOR-INGREDIENTES-DA-LINHA.
           MOVE 1 TO WS-TAMANHO.
           IF REG-PIZZA-TIPO = "2" OR "3"
               MOVE REG-PIZZA-TIPO TO WS-TAMANHO
           END-IF.
           IF REG-MENU-CODIGO = SPACES
               MOVE "N" TO WS-LINHA-RECEITA
           ELSE
               MOVE "S" TO WS-LINHA-RECEITA
           END-IF.
           MOVE SPACES TO NOMES-EXTRAIDOS.
           MOVE 0 TO WS-QT-EXTRAIDOS.
           UNSTRING REG-PIZZA-INGREDIENTES DELIMITED BY ", "
                   PERFORM REPOR-INGREDIENTE-POR-NOME
               END-IF
           END-PERFORM.
           IF LINHA-COM-RECEITA
               PERFORM REPOR-BASES-DA-LINHA
           END-IF.

      ******************************************************************
      * As linhas "P" gravam o nome do ingrediente e nao o codigo,
                       MOVE "S" TO WS-EOF-MESTRE
                   NOT AT END
                       IF ING-NOME = WS-NOME-ING
                           PERFORM OBTER-PORCAO
                           ADD WS-PORCAO TO ING-STOCK
                           REWRITE REG-INGREDIENTE
                           ADD WS-PORCAO TO WS-NUM-REPOSTOS
                           MOVE "I" TO MOV-WS-ORIGEM
                           MOVE ING-CODIGO TO MOV-WS-CODIGO
                           MOVE ING-NOME TO MOV-WS-NOME
                           MOVE WS-PORCAO TO MOV-WS-QT
                           PERFORM REGISTAR-MOVIMENTO-STOCK
                           MOVE "S" TO WS-REPOSTO-ING
                           MOVE "S" TO WS-EOF-MESTRE
                   "' nao encontrado no mestre - stock nao reposto."
           END-IF.

      ******************************************************************
      * Porcao do ingrediente corrente no tamanho da linha, da
      * receita; sem receita, ou numa linha anterior as receitas,
      * repoe-se uma unidade.
      ******************************************************************
       OBTER-PORCAO.
           MOVE 1 TO WS-PORCAO.
           IF LINHA-COM-RECEITA
               MOVE ING-CODIGO TO RCT-CODIGO
               READ F-RECEITAS KEY IS RCT-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCT-PORCAO(WS-TAMANHO) TO WS-PORCAO
               END-READ
           END-IF.
           IF WS-PORCAO = 0
               MOVE 1 TO WS-PORCAO
           END-IF.

      ******************************************************************
      * Repoe as bases da receita (massa, molho...) abatidas em
      * todas as pizas, pela porcao do tamanho da linha.
      ******************************************************************
       REPOR-BASES-DA-LINHA.
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
                       IF RCT-E-BASE
                           PERFORM REPOR-UMA-BASE
                       END-IF
               END-READ
           END-PERFORM.

       REPOR-UMA-BASE.
           MOVE RCT-PORCAO(WS-TAMANHO) TO WS-PORCAO.
           IF WS-PORCAO = 0
               MOVE 1 TO WS-PORCAO
           END-IF.
           MOVE RCT-CODIGO TO ING-CODIGO.
           READ F-INGREDIENTES KEY IS ING-CODIGO
               INVALID KEY
                   DISPLAY "Base " RCT-CODIGO
                       " nao encontrada no mestre - stock nao reposto."
               NOT INVALID KEY
                   ADD WS-PORCAO TO ING-STOCK
                   REWRITE REG-INGREDIENTE
                   ADD WS-PORCAO TO WS-NUM-REPOSTOS
                   MOVE "I" TO MOV-WS-ORIGEM
                   MOVE ING-CODIGO TO MOV-WS-CODIGO
                   MOVE ING-NOME TO MOV-WS-NOME
                   MOVE WS-PORCAO TO MOV-WS-QT
                   PERFORM REGISTAR-MOVIMENTO-STOCK
           END-READ.

       REPOR-PRODUTO-DA-LINHA.
           MOVE REG-ARTIGO-CODIGO TO PRD-CODIGO.
           READ F-PRODUTOS KEY IS PRD-CODIGO
           MOVE 0                   TO REC-ARTIGO-QT.
           MOVE WS-RECIBO-ALVO      TO REC-RECIBO-ORIGEM.
           MOVE MOTIVO-DEVOLUCAO    TO REC-MOTIVO-COD.
           MOVE WS-ORIG-TAXA-IVA    TO REC-TAXA-IVA.
           MOVE WS-ORIG-IVA-CODIGO  TO REC-IVA-CODIGO.
           MOVE WS-ORIG-QUADRO-IVA  TO REC-QUADRO-IVA.
           MOVE WS-ORIG-VALE-NUM    TO REC-VALE-NUM.
           MOVE WS-ORIG-VALE-VALOR  TO REC-VALE-VALOR.
           WRITE REG-RECIBO.
           CLOSE F-RECIBOS.

           MOVE WS-ORIG-TOTAL       TO REG-TOTAL.
           MOVE WS-ORIG-IVA         TO REG-IVA.
           MOVE WS-ORIG-FINAL       TO REG-TOTAL-FINAL.
           MOVE WS-ORIG-TAXA-IVA    TO REG-TAXA-IVA.
           MOVE WS-ORIG-IVA-CODIGO  TO REG-IVA-CODIGO.
           MOVE WS-ORIG-QUADRO-IVA  TO REG-QUADRO-IVA.
           MOVE SPACES              TO REG-MENU-CODIGO.
           MOVE 0                   TO REG-CUSTO-LINHA.
           MOVE WS-ORIG-VALE-NUM    TO REG-VALE-NUM.
           MOVE WS-ORIG-VALE-VALOR  TO REG-VALE-VALOR.
      *    Um pedido de plataforma devolvido sai do canal dele, com a
      *    comissao que lhe foi contada na venda.
           MOVE WS-PED-CANAL        TO REG-CANAL.
           MOVE WS-PED-COMISSAO     TO REG-COMISSAO.
           MOVE WS-PED-REF-PLATAFORMA TO REG-REF-PLATAFORMA.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE HORA-AGORA          TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.
           CLOSE F-PEDIDOS.

      ******************************************************************
      * Devolve ao saldo do vale de oferta a parte do recibo que ele
      * pagou; um vale que tinha ficado usado volta a ativo.
      ******************************************************************
       REPOR-SALDO-VALE.
           OPEN I-O F-VALES.
           IF WS-FS-VALES NOT = "00"
               DISPLAY "VALES.DAT nao abre (estado " WS-FS-VALES
                   ") - saldo do vale " WS-ORIG-VALE-NUM
                   " nao reposto."
           ELSE
               MOVE WS-ORIG-VALE-NUM TO VAL-NUM
               READ F-VALES KEY IS VAL-NUM
                   INVALID KEY
                       DISPLAY "Vale " WS-ORIG-VALE-NUM
                           " nao encontrado - saldo nao reposto."
                   NOT INVALID KEY
                       ADD WS-ORIG-VALE-VALOR TO VAL-SALDO
                       IF VAL-USADO
                           MOVE "A" TO VAL-ESTADO
                       END-IF
                       REWRITE REG-VALE
                       MOVE VAL-SALDO TO SAIDA-VALOR
                       DISPLAY "Saldo do vale " VAL-NUM
                           " reposto (" SAIDA-VALOR " EUR)."
               END-READ
               CLOSE F-VALES
           END-IF.

      ******************************************************************
      * Estorna os pontos da venda devolvida: tira os ganhos (1 por
      * euro do total final, como o ecra de pedidos creditou) e
           IF WS-PED-CONTATO = SPACES
               GO TO ESTORNAR-PONTOS-FIM
           END-IF.
      *    Os pedidos das plataformas nao creditam pontos.
           IF WS-PED-CANAL NOT = "B" AND WS-PED-CANAL NOT = SPACE
               GO TO ESTORNAR-PONTOS-FIM
           END-IF.
           OPEN I-O F-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               GO TO ESTORNAR-PONTOS-FIM
