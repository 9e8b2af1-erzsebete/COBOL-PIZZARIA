      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de custo dos ingredientes e margem por
      *          periodo. Le o ficheiro de pedidos (PEDIDOS.DAT) e os
      *          arquivos mensais (PEDARQ-AAAAMM.DAT) dos meses
      *          abrangidos e, para cada piza vendida, compara a
      *          receita da linha (sem IVA, ja deduzida da parte do
      *          desconto e da promocao do pedido) com o custo dos
      *          ingredientes e bases gastos, tirado do RECEITAS.DAT.
      *          Produz a margem por piza do menu (MNU-CODIGO) e
      *          tamanho, por tamanho e por dia. Uma linha gravada
      *          antes das receitas, sem custo registado, e custeada
      *          pela receita atual a partir dos nomes dos
      *          ingredientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RelatorioMargens.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT F-MENUPIZAS ASSIGN TO "MENUPIZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNU-CODIGO
               FILE STATUS IS WS-FS-MENUPIZAS.

           SELECT F-INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WS-FS-INGREDIENTES.

           SELECT F-RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS WS-FS-RECEITAS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-ARQUIVO.
        01 REG-ARQUIVO                PIC X(448).

       FD  F-MENUPIZAS.
           COPY MNUREG.

       FD  F-INGREDIENTES.
           COPY INGREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-FS-MENUPIZAS            PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

      ******************************************************************
      * Leitura dos arquivos mensais (PEDARQ-AAAAMM.DAT) dos meses
      * abrangidos pelo periodo pedido, como no RelatorioVendas.
      ******************************************************************
        77 WS-FS-ARQUIVO              PIC XX     VALUE SPACES.
        77 WS-EOF-ARQ                 PIC X      VALUE "N".
           88 FIM-ARQUIVO                        VALUE "S".
        77 WS-NOME-ARQUIVO            PIC X(20)  VALUE SPACES.
        77 WS-ARQ-ANO                 PIC 9(4)   VALUE 0.
        77 WS-ARQ-MES                 PIC 9(2)   VALUE 0.
        77 WS-ARQ-IDX                 PIC 9(6)   VALUE 0.
        77 WS-FIM-IDX                 PIC 9(6)   VALUE 0.

       01  WS-DATA-INI.
         05 WS-INI-ANO                PIC 9(4)   VALUE ZEROS.
         05 WS-INI-MES                PIC 9(2)   VALUE ZEROS.
         05 WS-INI-DIA                PIC 9(2)   VALUE ZEROS.
       01  WS-DATA-FIM.
         05 WS-FIM-ANO                PIC 9(4)   VALUE ZEROS.
         05 WS-FIM-MES                PIC 9(2)   VALUE ZEROS.
         05 WS-FIM-DIA                PIC 9(2)   VALUE ZEROS.
        77 WS-DATA-ENTRADA            PIC X(8)   VALUE SPACES.
        77 WS-DATA-NUM                PIC 9(8)   VALUE 0.

      ******************************************************************
      * Cabecalho do pedido corrente: as linhas "P" seguem o seu
      * cabecalho "C" e repartem o desconto e a promocao dele na
      * proporcao do valor de cada linha.
      ******************************************************************
        77 CAB-PEDIDO-NUM             PIC 9(6)   VALUE 0.
        77 CAB-TOTAL                  PIC 9(3)V99 VALUE 0.
        77 CAB-DESCONTOS              PIC 9(4)V99 VALUE 0.

        77 WS-RECEITA-LINHA           PIC 9(3)V99 VALUE 0.
        77 WS-CUSTO-LINHA             PIC 9(3)V99 VALUE 0.
        77 WS-CUSTO-CALC              PIC 9(5)V9(4) VALUE 0.
        77 WS-TAMANHO                 PIC 9      VALUE 1.
        77 WS-NUM-RECALCULADAS        PIC 9(5)   VALUE 0.

        77 WS-NUM-REEMBOLSOS          PIC 9(5)   VALUE 0.
        77 WS-SOMA-REEMBOLSOS         PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Receitas em memoria, com o nome do ingrediente, para custear
      * as linhas antigas (que so trazem os nomes) e as bases.
      ******************************************************************
        77 WS-NUM-RCT                 PIC 9(3)   VALUE 0.
        77 WS-MAX-RCT                 PIC 9(3)   VALUE 100.
       01  TABELA-RECEITAS.
         05 TRC-ITEM OCCURS 100 TIMES.
            10 TRC-CODIGO             PIC X(2).
            10 TRC-NOME               PIC X(20).
            10 TRC-BASE               PIC X.
            10 TRC-CUSTO              PIC 9(3)V9(4).
            10 TRC-PORCAO OCCURS 3 TIMES PIC 9(3).
       01  NOMES-EXTRAIDOS.
         05 NOME-EXTRAIDO OCCURS 5 TIMES PIC X(30).
        77 WS-QT-EXTRAIDOS            PIC 9      VALUE 0.
        77 WS-NOME-ING                PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Acumuladores: por piza do menu e tamanho (codigo "00" para
      * as personalizadas, em branco para as linhas antigas), por
      * tamanho e por dia (ate 100 dias distintos).
      ******************************************************************
        77 WS-NUM-MENU                PIC 9(3)   VALUE 0.
        77 WS-MAX-MENU                PIC 9(3)   VALUE 100.
       01  TABELA-MARGENS-MENU.
         05 MRG-ITEM OCCURS 100 TIMES.
            10 MRG-CODIGO             PIC X(2).
            10 MRG-IMPRESSO           PIC X.
            10 MRG-TAM OCCURS 3 TIMES.
               15 MRG-QT              PIC 9(5).
               15 MRG-RECEITA         PIC 9(7)V99.
               15 MRG-CUSTO           PIC 9(7)V99.
       01  TABELA-MARGENS-TAMANHO.
         05 TAM-ITEM OCCURS 3 TIMES.
            10 TAM-QT                 PIC 9(5).
            10 TAM-RECEITA            PIC 9(7)V99.
            10 TAM-CUSTO              PIC 9(7)V99.
        77 WS-NUM-DIAS                PIC 9(3)   VALUE 0.
        77 WS-MAX-DIAS                PIC 9(3)   VALUE 100.
       01  TABELA-DIAS.
         05 DIA-ITEM OCCURS 100 TIMES.
            10 DIA-DATA               PIC 9(8).
            10 DIA-QT                 PIC 9(5).
            10 DIA-RECEITA            PIC 9(7)V99.
            10 DIA-CUSTO              PIC 9(7)V99.

       01  NOMES-TAMANHOS.
         05 FILLER                    PIC X(7)   VALUE "Pequena".
         05 FILLER                    PIC X(7)   VALUE "Media".
         05 FILLER                    PIC X(7)   VALUE "Grande".
       01  TABELA-NOMES-TAMANHOS REDEFINES NOMES-TAMANHOS.
         05 NOME-TAMANHO OCCURS 3 TIMES PIC X(7).

        77 WS-IDX                     PIC 9(3)   VALUE 0.
        77 WS-IDX2                    PIC 9(3)   VALUE 0.
        77 WS-IDX-MIN                 PIC 9(3)   VALUE 0.
        77 WS-TAM-IDX                 PIC 9      VALUE 0.
        77 WS-ACHOU                   PIC X      VALUE "N".
           88 ACHOU                              VALUE "S".

      ******************************************************************
      * Linha impressa: quem chama preenche o rotulo, a quantidade,
      * a receita e o custo; a margem e a percentagem sao calculadas
      * em IMPRIMIR-LINHA-MARGEM.
      ******************************************************************
        77 LIN-ROTULO                 PIC X(31)  VALUE SPACES.
        77 LIN-QT                     PIC 9(5)   VALUE 0.
        77 LIN-RECEITA                PIC 9(7)V99 VALUE 0.
        77 LIN-CUSTO                  PIC 9(7)V99 VALUE 0.
        77 LIN-MARGEM                 PIC S9(7)V99 VALUE 0.
        77 LIN-PCT                    PIC S9(3)V9 VALUE 0.
        77 SAIDA-QT                   PIC ZZZZ9.
        77 SAIDA-RECEITA              PIC ZZZ,ZZ9.99.
        77 SAIDA-CUSTO                PIC ZZZ,ZZ9.99.
        77 SAIDA-MARGEM               PIC -ZZZ,ZZ9.99.
        77 SAIDA-PCT                  PIC -ZZ9.9.
        77 SAIDA-VALOR                PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Custo e Margem por Periodo".
           INITIALIZE TABELA-MARGENS-MENU TABELA-MARGENS-TAMANHO
               TABELA-DIAS TABELA-RECEITAS.
           PERFORM PEDIR-DATAS.

           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
               DISPLAY "Ainda nao existem pedidos registados."
               STOP RUN
           END-IF.

           PERFORM CARREGAR-RECEITAS THRU CARREGAR-RECEITAS-FIM.

           PERFORM UNTIL FIM-FICHEIRO
               READ F-PEDIDOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-REGISTO
               END-READ
           END-PERFORM.

           CLOSE F-PEDIDOS.

           PERFORM LER-ARQUIVOS-DO-PERIODO.

           PERFORM IMPRIMIR-RELATORIO.

           STOP RUN.

       LER-ARQUIVOS-DO-PERIODO.
           MOVE WS-INI-ANO TO WS-ARQ-ANO.
           MOVE WS-INI-MES TO WS-ARQ-MES.
           COMPUTE WS-ARQ-IDX = WS-INI-ANO * 100 + WS-INI-MES.
           COMPUTE WS-FIM-IDX = WS-FIM-ANO * 100 + WS-FIM-MES.
           PERFORM UNTIL WS-ARQ-IDX > WS-FIM-IDX
               PERFORM LER-UM-ARQUIVO
               ADD 1 TO WS-ARQ-MES
               IF WS-ARQ-MES > 12
                   MOVE 1 TO WS-ARQ-MES
                   ADD 1 TO WS-ARQ-ANO
               END-IF
               COMPUTE WS-ARQ-IDX = WS-ARQ-ANO * 100 + WS-ARQ-MES
           END-PERFORM.

       LER-UM-ARQUIVO.
           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING "PEDARQ-" DELIMITED BY SIZE
               WS-ARQ-ANO   DELIMITED BY SIZE
               WS-ARQ-MES   DELIMITED BY SIZE
               ".DAT"       DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
           END-STRING.
           MOVE "N" TO WS-EOF-ARQ.
           OPEN INPUT F-ARQUIVO.
           IF WS-FS-ARQUIVO = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL FIM-ARQUIVO
                   READ F-ARQUIVO
                       AT END
                           MOVE "S" TO WS-EOF-ARQ
                       NOT AT END
                           MOVE REG-ARQUIVO TO REG-PEDIDO
                           PERFORM TRATAR-REGISTO
                   END-READ
               END-PERFORM
               CLOSE F-ARQUIVO
           END-IF.

       PEDIR-DATAS.
           DISPLAY "Data inicial (AAAAMMDD): ".
           ACCEPT WS-DATA-ENTRADA.
           COMPUTE WS-DATA-NUM = FUNCTION NUMVAL(WS-DATA-ENTRADA).
           MOVE WS-DATA-NUM TO WS-DATA-INI.
           DISPLAY "Data final   (AAAAMMDD): ".
           ACCEPT WS-DATA-ENTRADA.
           COMPUTE WS-DATA-NUM = FUNCTION NUMVAL(WS-DATA-ENTRADA).
           MOVE WS-DATA-NUM TO WS-DATA-FIM.

      ******************************************************************
      * Carrega as receitas com o nome do ingrediente do mestre. Sem
      * ficheiro de receitas todas as linhas antigas ficam a custo
      * zero e o relatorio mostra so o custo ja gravado.
      ******************************************************************
       CARREGAR-RECEITAS.
           MOVE 0 TO WS-NUM-RCT.
           OPEN INPUT F-RECEITAS.
           IF WS-FS-RECEITAS = "35"
               GO TO CARREGAR-RECEITAS-FIM
           END-IF.
           OPEN INPUT F-INGREDIENTES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RCT-CODIGO.
           START F-RECEITAS KEY IS NOT LESS THAN RCT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECEITAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF WS-NUM-RCT < WS-MAX-RCT
                           PERFORM GUARDAR-UMA-RECEITA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF.
           CLOSE F-RECEITAS.
           IF WS-FS-INGREDIENTES NOT = "35"
               CLOSE F-INGREDIENTES
           END-IF.
       CARREGAR-RECEITAS-FIM.
           EXIT.

       GUARDAR-UMA-RECEITA.
           ADD 1 TO WS-NUM-RCT.
           MOVE RCT-CODIGO    TO TRC-CODIGO(WS-NUM-RCT).
           MOVE RCT-BASE      TO TRC-BASE(WS-NUM-RCT).
           MOVE RCT-CUSTO     TO TRC-CUSTO(WS-NUM-RCT).
           PERFORM VARYING WS-TAM-IDX FROM 1 BY 1 UNTIL WS-TAM-IDX > 3
               MOVE RCT-PORCAO(WS-TAM-IDX)
                   TO TRC-PORCAO(WS-NUM-RCT, WS-TAM-IDX)
               IF TRC-PORCAO(WS-NUM-RCT, WS-TAM-IDX) = 0
                   MOVE 1 TO TRC-PORCAO(WS-NUM-RCT, WS-TAM-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO TRC-NOME(WS-NUM-RCT).
           IF WS-FS-INGREDIENTES NOT = "35"
               MOVE RCT-CODIGO TO ING-CODIGO
               READ F-INGREDIENTES KEY IS ING-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ING-NOME TO TRC-NOME(WS-NUM-RCT)
               END-READ
           END-IF.

       TRATAR-REGISTO.
           IF REG-DATA < WS-DATA-INI OR REG-DATA > WS-DATA-FIM
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN REG-CABECALHO
                       MOVE REG-PEDIDO-NUM TO CAB-PEDIDO-NUM
                       MOVE REG-TOTAL      TO CAB-TOTAL
                       COMPUTE CAB-DESCONTOS =
                           REG-DESCONTO-VALOR + REG-PROMO-VALOR
                   WHEN REG-PIZZA
                       PERFORM TRATAR-PIZZA
                   WHEN REG-REEMBOLSO
                       ADD 1 TO WS-NUM-REEMBOLSOS
                       COMPUTE WS-SOMA-REEMBOLSOS =
                           WS-SOMA-REEMBOLSOS + REG-TOTAL
                           - REG-DESCONTO-VALOR - REG-PROMO-VALOR
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Uma piza vendida: receita da linha sem IVA e liquida da sua
      * parte do desconto e da promocao; custo gravado na linha ou,
      * numa linha antiga, recalculado pela receita atual.
      ******************************************************************
       TRATAR-PIZZA.
           MOVE 1 TO WS-TAMANHO.
           IF REG-PIZZA-TIPO = "2" OR "3"
               MOVE REG-PIZZA-TIPO TO WS-TAMANHO
           END-IF.

           MOVE REG-PIZZA-SUBTOTAL TO WS-RECEITA-LINHA.
           IF REG-PEDIDO-NUM = CAB-PEDIDO-NUM AND CAB-TOTAL > 0
               AND CAB-DESCONTOS > 0
               IF CAB-DESCONTOS NOT < CAB-TOTAL
                   MOVE 0 TO WS-RECEITA-LINHA
               ELSE
                   COMPUTE WS-RECEITA-LINHA ROUNDED =
                       REG-PIZZA-SUBTOTAL * (CAB-TOTAL - CAB-DESCONTOS)
                       / CAB-TOTAL
               END-IF
           END-IF.

           IF REG-MENU-CODIGO NOT = SPACES
               AND REG-CUSTO-LINHA IS NUMERIC
               MOVE REG-CUSTO-LINHA TO WS-CUSTO-LINHA
           ELSE
               PERFORM CALCULAR-CUSTO-ANTIGO
               ADD 1 TO WS-NUM-RECALCULADAS
           END-IF.

           PERFORM ACUMULAR-MENU.
           ADD 1                TO TAM-QT(WS-TAMANHO).
           ADD WS-RECEITA-LINHA TO TAM-RECEITA(WS-TAMANHO).
           ADD WS-CUSTO-LINHA   TO TAM-CUSTO(WS-TAMANHO).
           PERFORM ACUMULAR-DIA.

      ******************************************************************
      * Custo de uma linha sem custo gravado: porcao do tamanho de
      * cada ingrediente da lista (procurado pelo nome) mais as
      * bases, aos custos atuais.
      ******************************************************************
       CALCULAR-CUSTO-ANTIGO.
           MOVE 0 TO WS-CUSTO-CALC.
           MOVE SPACES TO NOMES-EXTRAIDOS.
           MOVE 0 TO WS-QT-EXTRAIDOS.
           UNSTRING REG-PIZZA-INGREDIENTES DELIMITED BY ", "
               INTO NOME-EXTRAIDO(1) NOME-EXTRAIDO(2)
                    NOME-EXTRAIDO(3) NOME-EXTRAIDO(4)
                    NOME-EXTRAIDO(5)
               TALLYING IN WS-QT-EXTRAIDOS
           END-UNSTRING.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-QT-EXTRAIDOS
               MOVE FUNCTION TRIM(NOME-EXTRAIDO(WS-IDX2))
                   TO WS-NOME-ING
               IF WS-NOME-ING NOT = SPACES
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-RCT
                       IF TRC-NOME(WS-IDX) = WS-NOME-ING
                           COMPUTE WS-CUSTO-CALC = WS-CUSTO-CALC
                               + TRC-PORCAO(WS-IDX, WS-TAMANHO)
                               * TRC-CUSTO(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-RCT
               IF TRC-BASE(WS-IDX) = "S"
                   COMPUTE WS-CUSTO-CALC = WS-CUSTO-CALC
                       + TRC-PORCAO(WS-IDX, WS-TAMANHO)
                       * TRC-CUSTO(WS-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-CUSTO-LINHA ROUNDED = WS-CUSTO-CALC.

       ACUMULAR-MENU.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX-MIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MENU OR ACHOU
               IF MRG-CODIGO(WS-IDX) = REG-MENU-CODIGO
                   MOVE WS-IDX TO WS-IDX-MIN
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-MENU < WS-MAX-MENU
               ADD 1 TO WS-NUM-MENU
               MOVE REG-MENU-CODIGO TO MRG-CODIGO(WS-NUM-MENU)
               MOVE WS-NUM-MENU TO WS-IDX-MIN
           END-IF.
           IF WS-IDX-MIN > 0
               ADD 1 TO MRG-QT(WS-IDX-MIN, WS-TAMANHO)
               ADD WS-RECEITA-LINHA
                   TO MRG-RECEITA(WS-IDX-MIN, WS-TAMANHO)
               ADD WS-CUSTO-LINHA
                   TO MRG-CUSTO(WS-IDX-MIN, WS-TAMANHO)
           END-IF.

       ACUMULAR-DIA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-DIAS OR ACHOU
               IF DIA-DATA(WS-IDX) = FUNCTION NUMVAL(REG-DATA)
                   ADD 1 TO DIA-QT(WS-IDX)
                   ADD WS-RECEITA-LINHA TO DIA-RECEITA(WS-IDX)
                   ADD WS-CUSTO-LINHA TO DIA-CUSTO(WS-IDX)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-DIAS < WS-MAX-DIAS
               ADD 1 TO WS-NUM-DIAS
               COMPUTE DIA-DATA(WS-NUM-DIAS) =
                   FUNCTION NUMVAL(REG-DATA)
               MOVE 1 TO DIA-QT(WS-NUM-DIAS)
               MOVE WS-RECEITA-LINHA TO DIA-RECEITA(WS-NUM-DIAS)
               MOVE WS-CUSTO-LINHA TO DIA-CUSTO(WS-NUM-DIAS)
           END-IF.

       IMPRIMIR-RELATORIO.
           DISPLAY
           "______________________________________________________".
           DISPLAY "Periodo: " WS-INI-DIA "/" WS-INI-MES "/"
               WS-INI-ANO " a " WS-FIM-DIA "/" WS-FIM-MES "/"
               WS-FIM-ANO.
           DISPLAY "Receita sem IVA, liquida de descontos e promocoes.".
           DISPLAY " ".
           DISPLAY "MARGEM POR PIZA DO MENU E TAMANHO".
           PERFORM IMPRIMIR-CABECALHO-COLUNAS.
           PERFORM IMPRIMIR-MENUS.

           DISPLAY " ".
           DISPLAY "MARGEM POR TAMANHO".
           PERFORM IMPRIMIR-CABECALHO-COLUNAS.
           MOVE 0 TO LIN-QT.
           MOVE 0 TO LIN-RECEITA.
           MOVE 0 TO LIN-CUSTO.
           PERFORM VARYING WS-TAM-IDX FROM 1 BY 1 UNTIL WS-TAM-IDX > 3
               MOVE NOME-TAMANHO(WS-TAM-IDX) TO LIN-ROTULO
               MOVE TAM-QT(WS-TAM-IDX)       TO LIN-QT
               MOVE TAM-RECEITA(WS-TAM-IDX)  TO LIN-RECEITA
               MOVE TAM-CUSTO(WS-TAM-IDX)    TO LIN-CUSTO
               PERFORM IMPRIMIR-LINHA-MARGEM
           END-PERFORM.
           MOVE "TOTAL" TO LIN-ROTULO.
           COMPUTE LIN-QT = TAM-QT(1) + TAM-QT(2) + TAM-QT(3).
           COMPUTE LIN-RECEITA =
               TAM-RECEITA(1) + TAM-RECEITA(2) + TAM-RECEITA(3).
           COMPUTE LIN-CUSTO =
               TAM-CUSTO(1) + TAM-CUSTO(2) + TAM-CUSTO(3).
           PERFORM IMPRIMIR-LINHA-MARGEM.

           DISPLAY " ".
           DISPLAY "MARGEM POR DIA".
           PERFORM IMPRIMIR-CABECALHO-COLUNAS.
           PERFORM IMPRIMIR-DIAS.

           DISPLAY " ".
           IF WS-NUM-RECALCULADAS > 0
               DISPLAY "Linhas sem custo gravado (custeadas pela"
                   " receita atual): " WS-NUM-RECALCULADAS
           END-IF.
           IF WS-NUM-REEMBOLSOS > 0
               MOVE WS-SOMA-REEMBOLSOS TO SAIDA-VALOR
               DISPLAY "Reembolsos no periodo (nao abatidos acima): "
                   WS-NUM-REEMBOLSOS " - " SAIDA-VALOR " EUR"
           END-IF.
           DISPLAY
           "______________________________________________________".

       IMPRIMIR-CABECALHO-COLUNAS.
           DISPLAY "                                  Qt    Receita"
               "      Custo      Margem      %".

      ******************************************************************
      * Pizas do menu por ordem de codigo (escolhendo de cada vez o
      * menor codigo ainda nao impresso), com o total da piza e uma
      * linha por tamanho vendido.
      ******************************************************************
       IMPRIMIR-MENUS.
           IF WS-NUM-MENU = 0
               DISPLAY "  (sem pizas vendidas no periodo)"
           END-IF.
           OPEN INPUT F-MENUPIZAS.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-NUM-MENU
               MOVE 0 TO WS-IDX-MIN
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MENU
                   IF MRG-IMPRESSO(WS-IDX) NOT = "S"
                       AND (WS-IDX-MIN = 0 OR
                            MRG-CODIGO(WS-IDX) <
                            MRG-CODIGO(WS-IDX-MIN))
                       MOVE WS-IDX TO WS-IDX-MIN
                   END-IF
               END-PERFORM
               IF WS-IDX-MIN > 0
                   PERFORM IMPRIMIR-UM-MENU
                   MOVE "S" TO MRG-IMPRESSO(WS-IDX-MIN)
               END-IF
           END-PERFORM.
           IF WS-FS-MENUPIZAS NOT = "35"
               CLOSE F-MENUPIZAS
           END-IF.

       IMPRIMIR-UM-MENU.
           MOVE SPACES TO LIN-ROTULO.
           EVALUATE MRG-CODIGO(WS-IDX-MIN)
               WHEN SPACES
                   MOVE "   Sem codigo (antigas)" TO LIN-ROTULO
               WHEN "00"
                   MOVE "00 Personalizada" TO LIN-ROTULO
               WHEN OTHER
                   MOVE MRG-CODIGO(WS-IDX-MIN) TO MNU-CODIGO
                   MOVE SPACES TO MNU-NOME
                   IF WS-FS-MENUPIZAS NOT = "35"
                       READ F-MENUPIZAS KEY IS MNU-CODIGO
                           INVALID KEY
                               MOVE "(fora do menu)" TO MNU-NOME
                       END-READ
                   END-IF
                   STRING MRG-CODIGO(WS-IDX-MIN) DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       MNU-NOME                 DELIMITED BY SIZE
                       INTO LIN-ROTULO
                   END-STRING
           END-EVALUATE.
           COMPUTE LIN-QT = MRG-QT(WS-IDX-MIN, 1)
               + MRG-QT(WS-IDX-MIN, 2) + MRG-QT(WS-IDX-MIN, 3).
           COMPUTE LIN-RECEITA = MRG-RECEITA(WS-IDX-MIN, 1)
               + MRG-RECEITA(WS-IDX-MIN, 2)
               + MRG-RECEITA(WS-IDX-MIN, 3).
           COMPUTE LIN-CUSTO = MRG-CUSTO(WS-IDX-MIN, 1)
               + MRG-CUSTO(WS-IDX-MIN, 2) + MRG-CUSTO(WS-IDX-MIN, 3).
           PERFORM IMPRIMIR-LINHA-MARGEM.
           PERFORM VARYING WS-TAM-IDX FROM 1 BY 1 UNTIL WS-TAM-IDX > 3
               IF MRG-QT(WS-IDX-MIN, WS-TAM-IDX) > 0
                   MOVE SPACES TO LIN-ROTULO
                   MOVE NOME-TAMANHO(WS-TAM-IDX) TO LIN-ROTULO(6:7)
                   MOVE MRG-QT(WS-IDX-MIN, WS-TAM-IDX) TO LIN-QT
                   MOVE MRG-RECEITA(WS-IDX-MIN, WS-TAM-IDX)
                       TO LIN-RECEITA
                   MOVE MRG-CUSTO(WS-IDX-MIN, WS-TAM-IDX)
                       TO LIN-CUSTO
                   PERFORM IMPRIMIR-LINHA-MARGEM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Margem por dia, por ordem crescente de data (como no
      * RelatorioVendas: de cada vez a menor data ainda nao
      * impressa).
      ******************************************************************
       IMPRIMIR-DIAS.
           IF WS-NUM-DIAS = 0
               DISPLAY "  (sem vendas no periodo)"
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-NUM-DIAS
               MOVE 0 TO WS-IDX-MIN
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-DIAS
                   IF DIA-DATA(WS-IDX) NOT = 0
                       AND (WS-IDX-MIN = 0 OR
                            DIA-DATA(WS-IDX) <
                            DIA-DATA(WS-IDX-MIN))
                       MOVE WS-IDX TO WS-IDX-MIN
                   END-IF
               END-PERFORM
               IF WS-IDX-MIN > 0
                   MOVE SPACES TO LIN-ROTULO
                   MOVE DIA-DATA(WS-IDX-MIN) TO LIN-ROTULO(1:8)
                   MOVE DIA-QT(WS-IDX-MIN) TO LIN-QT
                   MOVE DIA-RECEITA(WS-IDX-MIN) TO LIN-RECEITA
                   MOVE DIA-CUSTO(WS-IDX-MIN) TO LIN-CUSTO
                   PERFORM IMPRIMIR-LINHA-MARGEM
                   MOVE 0 TO DIA-DATA(WS-IDX-MIN)
               END-IF
           END-PERFORM.

       IMPRIMIR-LINHA-MARGEM.
           COMPUTE LIN-MARGEM = LIN-RECEITA - LIN-CUSTO.
           IF LIN-RECEITA > 0
               COMPUTE LIN-PCT ROUNDED =
                   LIN-MARGEM * 100 / LIN-RECEITA
           ELSE
               MOVE 0 TO LIN-PCT
           END-IF.
           MOVE LIN-QT      TO SAIDA-QT.
           MOVE LIN-RECEITA TO SAIDA-RECEITA.
           MOVE LIN-CUSTO   TO SAIDA-CUSTO.
           MOVE LIN-MARGEM  TO SAIDA-MARGEM.
           MOVE LIN-PCT     TO SAIDA-PCT.
           DISPLAY LIN-ROTULO SAIDA-QT " " SAIDA-RECEITA " "
               SAIDA-CUSTO " " SAIDA-MARGEM " " SAIDA-PCT.

       END PROGRAM RelatorioMargens.
