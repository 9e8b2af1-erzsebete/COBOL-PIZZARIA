      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio de vales de oferta (VALES.DAT) vendidos no
      *          ecra de pedidos do Pizaria_Ramalho: responsabilidade
      *          em aberto (saldo dos vales ativos e dentro da
      *          validade, repartido pelo mes de emissao) com os vales
      *          vendidos, resgatados e expirados num mes, listagem dos
      *          vales que expiram nos proximos dias e consulta de um
      *          vale. Os resgatados do mes vem dos cabecalhos e
      *          reembolsos do PEDIDOS.DAT e do arquivo mensal
      *          (PEDARQ-AAAAMM.DAT) desse mes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValesRelatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-VALES ASSIGN TO "VALES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-NUM
               FILE STATUS IS WS-FS-VALES.

           SELECT F-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-VALES.
           COPY VALREG.

       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-ARQUIVO.
        01 REG-ARQUIVO                PIC X(448).

       WORKING-STORAGE SECTION.

        77 WS-FS-VALES                PIC XX     VALUE SPACES.
        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-FS-ARQUIVO              PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".
        77 WS-NOME-ARQUIVO            PIC X(20)  VALUE SPACES.

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1","2","3","4".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL           VALUE "S".

        77 DATA-SISTEMA               PIC 9(8)   VALUE 0.
        77 WS-DIAS-HOJE               PIC 9(7)   VALUE 0.
        77 WS-DATA-LIMITE             PIC 9(8)   VALUE 0.
        77 WS-DIAS-FALTA              PIC 9(5)   VALUE 0.
        77 WS-DIAS-ENTRADA            PIC X(3)   VALUE SPACES.
        77 WS-DIAS-AVISO              PIC 9(3)   VALUE 0.
        77 CONST-DIAS-AVISO           PIC 9(3)   VALUE 30.
        77 WS-NUM-ENTRADA             PIC X(6)   VALUE SPACES.

      ******************************************************************
      * Mes pedido para o relatorio de responsabilidade (AAAAMM); o
      * primeiro e o ultimo dia delimitam os vales vendidos, os
      * resgatados e os que expiraram nesse mes.
      ******************************************************************
        77 WS-MES-ENTRADA             PIC X(6)   VALUE SPACES.
       01  WS-MES-ALVO.
         05 WS-ALVO-ANO               PIC 9(4)   VALUE 0.
         05 WS-ALVO-MES               PIC 9(2)   VALUE 0.
        77 WS-MES-NUM                 PIC 9(6)   VALUE 0.
        77 WS-DATA-INI                PIC 9(8)   VALUE 0.
        77 WS-DATA-FIM                PIC 9(8)   VALUE 0.
        77 WS-MES-SEGUINTE            PIC 9(8)   VALUE 0.

        77 WS-NUM-VENDIDOS            PIC 9(5)   VALUE 0.
        77 WS-SOMA-VENDIDOS           PIC 9(7)V99 VALUE 0.
        77 WS-NUM-RESGATES            PIC S9(5)  VALUE 0.
        77 WS-SOMA-RESGATES           PIC S9(7)V99 VALUE 0.
        77 WS-NUM-EXPIRADOS-MES       PIC 9(5)   VALUE 0.
        77 WS-SOMA-EXPIRADOS-MES      PIC 9(7)V99 VALUE 0.
        77 WS-NUM-EM-ABERTO           PIC 9(5)   VALUE 0.
        77 WS-SOMA-EM-ABERTO          PIC 9(7)V99 VALUE 0.
        77 WS-NUM-EXPIRADOS           PIC 9(5)   VALUE 0.
        77 WS-SOMA-EXPIRADOS          PIC 9(7)V99 VALUE 0.
        77 WS-NUM-A-EXPIRAR           PIC 9(5)   VALUE 0.
        77 WS-SOMA-A-EXPIRAR          PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Saldo em aberto por mes de emissao (AAAAMM), pela ordem em
      * que os meses aparecem no ficheiro (os vales sao numerados
      * por ordem de venda, logo ficam por ordem cronologica).
      ******************************************************************
        77 WS-NUM-MESES               PIC 9(3)   VALUE 0.
        77 WS-MAX-MESES               PIC 9(3)   VALUE 60.
       01  TABELA-MESES.
         05 TAB-MES OCCURS 60 TIMES.
            10 TAB-MES-EMISSAO        PIC 9(6).
            10 TAB-MES-QT             PIC 9(5).
            10 TAB-MES-SALDO          PIC 9(7)V99.
        77 WS-IDX                     PIC 9(3)   VALUE 0.
        77 WS-ACHOU                   PIC X      VALUE "N".
           88 ACHOU                              VALUE "S".

        77 SAIDA-VALOR                PIC -ZZZ,ZZ9.99.
        77 SAIDA-VALOR-CURTO          PIC ZZ9.99.
        77 SAIDA-QT                   PIC -ZZZZ9.
        77 SAIDA-DATA                 PIC X(10)  VALUE SPACES.
        77 SAIDA-DATA-2               PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(DATA-SISTEMA).
           OPEN INPUT F-VALES.
           IF WS-FS-VALES = "35"
               DISPLAY "Ainda nao existem vales de oferta vendidos."
               STOP RUN
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Vales de Oferta".
           DISPLAY "[1] Responsabilidade em aberto e movimento do mes".
           DISPLAY "[2] Vales a expirar".
           DISPLAY "[3] Consultar um vale".
           DISPLAY "[4] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1, 2, 3 ou 4."
               END-IF
           END-PERFORM.

           EVALUATE OPCAO
               WHEN "1" PERFORM RELATORIO-MENSAL
               WHEN "2" PERFORM LISTAR-A-EXPIRAR
               WHEN "3" PERFORM CONSULTAR-VALE
               WHEN "4" MOVE "N" TO CONTINUAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           CLOSE F-VALES.
           STOP RUN.

      ******************************************************************
      * Relatorio mensal: percorre os vales (vendidos no mes,
      * expirados no mes com saldo por usar, saldo em aberto hoje
      * por mes de emissao) e depois os pedidos do mes para os
      * valores resgatados.
      ******************************************************************
       RELATORIO-MENSAL.
           PERFORM PEDIR-MES.
           MOVE 0 TO WS-NUM-VENDIDOS WS-SOMA-VENDIDOS
               WS-NUM-RESGATES WS-SOMA-RESGATES
               WS-NUM-EXPIRADOS-MES WS-SOMA-EXPIRADOS-MES
               WS-NUM-EM-ABERTO WS-SOMA-EM-ABERTO
               WS-NUM-EXPIRADOS WS-SOMA-EXPIRADOS
               WS-NUM-MESES.
           INITIALIZE TABELA-MESES.

           MOVE "N" TO WS-EOF.
           MOVE 0 TO VAL-NUM.
           START F-VALES KEY IS NOT LESS THAN VAL-NUM
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-VALES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM ACUMULAR-VALE
               END-READ
           END-PERFORM.

           PERFORM LER-PEDIDOS-DO-MES.
           PERFORM IMPRIMIR-RELATORIO-MENSAL.

       PEDIR-MES.
           PERFORM WITH TEST AFTER
               UNTIL WS-ALVO-MES >= 1 AND WS-ALVO-MES <= 12
               DISPLAY "Mes do relatorio (AAAAMM): "
               ACCEPT WS-MES-ENTRADA
               MOVE 0 TO WS-MES-NUM
               IF FUNCTION TRIM(WS-MES-ENTRADA) IS NUMERIC
                   COMPUTE WS-MES-NUM =
                       FUNCTION NUMVAL(WS-MES-ENTRADA)
               END-IF
               MOVE WS-MES-NUM TO WS-MES-ALVO
               IF WS-ALVO-MES < 1 OR WS-ALVO-MES > 12
                   OR WS-ALVO-ANO < 2000
                   DISPLAY "Mes invalido."
                   MOVE 0 TO WS-ALVO-MES
               END-IF
           END-PERFORM.
           COMPUTE WS-DATA-INI = WS-MES-NUM * 100 + 1.
           IF WS-ALVO-MES = 12
               COMPUTE WS-MES-SEGUINTE =
                   (WS-ALVO-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MES-SEGUINTE = WS-DATA-INI + 100
           END-IF.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1).

       ACUMULAR-VALE.
           IF VAL-DATA-EMISSAO >= WS-DATA-INI
               AND VAL-DATA-EMISSAO <= WS-DATA-FIM
               ADD 1                TO WS-NUM-VENDIDOS
               ADD VAL-VALOR-FACIAL TO WS-SOMA-VENDIDOS
           END-IF.

           IF VAL-ATIVO AND VAL-SALDO > 0
               IF VAL-DATA-VALIDADE < DATA-SISTEMA
                   ADD 1         TO WS-NUM-EXPIRADOS
                   ADD VAL-SALDO TO WS-SOMA-EXPIRADOS
                   IF VAL-DATA-VALIDADE >= WS-DATA-INI
                       AND VAL-DATA-VALIDADE <= WS-DATA-FIM
                       ADD 1         TO WS-NUM-EXPIRADOS-MES
                       ADD VAL-SALDO TO WS-SOMA-EXPIRADOS-MES
                   END-IF
               ELSE
                   ADD 1         TO WS-NUM-EM-ABERTO
                   ADD VAL-SALDO TO WS-SOMA-EM-ABERTO
                   PERFORM ACUMULAR-MES-EMISSAO
               END-IF
           END-IF.

       ACUMULAR-MES-EMISSAO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MESES OR ACHOU
               IF TAB-MES-EMISSAO(WS-IDX) = VAL-DATA-EMISSAO(1:6)
                   MOVE "S" TO WS-ACHOU
                   ADD 1         TO TAB-MES-QT(WS-IDX)
                   ADD VAL-SALDO TO TAB-MES-SALDO(WS-IDX)
               END-IF
           END-PERFORM.
           IF NOT ACHOU AND WS-NUM-MESES < WS-MAX-MESES
               ADD 1 TO WS-NUM-MESES
               MOVE VAL-DATA-EMISSAO(1:6)
                   TO TAB-MES-EMISSAO(WS-NUM-MESES)
               MOVE 1         TO TAB-MES-QT(WS-NUM-MESES)
               MOVE VAL-SALDO TO TAB-MES-SALDO(WS-NUM-MESES)
           END-IF.

      ******************************************************************
      * Valores resgatados no mes: a parte paga com vale de cada
      * cabecalho, menos o que os reembolsos devolveram ao vale. Le o
      * PEDIDOS.DAT e o arquivo do mes, se o ArquivoPedidos ja o levou.
      ******************************************************************
       LER-PEDIDOS-DO-MES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-PEDIDOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM TRATAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE F-PEDIDOS
           END-IF.

           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING "PEDARQ-"   DELIMITED BY SIZE
               WS-MES-ALVO    DELIMITED BY SIZE
               ".DAT"         DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
           END-STRING.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-ARQUIVO.
           IF WS-FS-ARQUIVO NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-ARQUIVO
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE REG-ARQUIVO TO REG-PEDIDO
                           PERFORM TRATAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE F-ARQUIVO
           END-IF.

       TRATAR-PEDIDO.
           IF REG-DATA >= WS-DATA-INI AND REG-DATA <= WS-DATA-FIM
               AND REG-VALE-VALOR IS NUMERIC
               IF REG-VALE-VALOR > 0
                   EVALUATE TRUE
                       WHEN REG-CABECALHO
                           ADD 1              TO WS-NUM-RESGATES
                           ADD REG-VALE-VALOR TO WS-SOMA-RESGATES
                       WHEN REG-REEMBOLSO
                           SUBTRACT 1         FROM WS-NUM-RESGATES
                           SUBTRACT REG-VALE-VALOR
                               FROM WS-SOMA-RESGATES
                   END-EVALUATE
               END-IF
           END-IF.

       IMPRIMIR-RELATORIO-MENSAL.
           DISPLAY " ".
           DISPLAY "VALES DE OFERTA - MES " WS-ALVO-MES "/" WS-ALVO-ANO.
           DISPLAY
           "______________________________________________________".
           DISPLAY "MOVIMENTO DO MES:".
           MOVE WS-NUM-VENDIDOS TO SAIDA-QT.
           MOVE WS-SOMA-VENDIDOS TO SAIDA-VALOR.
           DISPLAY "  Vendidos.............: " SAIDA-QT "  "
               SAIDA-VALOR " EUR".
           MOVE WS-NUM-RESGATES TO SAIDA-QT.
           MOVE WS-SOMA-RESGATES TO SAIDA-VALOR.
           DISPLAY "  Resgatados...........: " SAIDA-QT "  "
               SAIDA-VALOR " EUR".
           MOVE WS-NUM-EXPIRADOS-MES TO SAIDA-QT.
           MOVE WS-SOMA-EXPIRADOS-MES TO SAIDA-VALOR.
           DISPLAY "  Expirados com saldo..: " SAIDA-QT "  "
               SAIDA-VALOR " EUR".
           DISPLAY
           "______________________________________________________".
           DISPLAY "RESPONSABILIDADE EM ABERTO A "
               DATA-SISTEMA(7:2) "/" DATA-SISTEMA(5:2) "/"
               DATA-SISTEMA(1:4) ":".
           DISPLAY "  Emissao  Vales         Saldo".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-MESES
               MOVE TAB-MES-QT(WS-IDX) TO SAIDA-QT
               MOVE TAB-MES-SALDO(WS-IDX) TO SAIDA-VALOR
               DISPLAY "  " TAB-MES-EMISSAO(WS-IDX)(5:2) "/"
                   TAB-MES-EMISSAO(WS-IDX)(1:4) " " SAIDA-QT "  "
                   SAIDA-VALOR " EUR"
           END-PERFORM.
           MOVE WS-NUM-EM-ABERTO TO SAIDA-QT.
           MOVE WS-SOMA-EM-ABERTO TO SAIDA-VALOR.
           DISPLAY "  TOTAL   " SAIDA-QT "  " SAIDA-VALOR " EUR".
           MOVE WS-NUM-EXPIRADOS TO SAIDA-QT.
           MOVE WS-SOMA-EXPIRADOS TO SAIDA-VALOR.
           DISPLAY "  Saldo expirado por usar (todos os meses): "
               SAIDA-QT "  " SAIDA-VALOR " EUR".
           DISPLAY
           "______________________________________________________".

      ******************************************************************
      * Vales ativos, com saldo, cuja validade termina entre hoje e
      * daqui a N dias (por omissao CONST-DIAS-AVISO).
      ******************************************************************
       LISTAR-A-EXPIRAR.
           DISPLAY "Expiram nos proximos quantos dias? (Enter = "
               CONST-DIAS-AVISO "): ".
           ACCEPT WS-DIAS-ENTRADA.
           IF WS-DIAS-ENTRADA = SPACES
               OR FUNCTION TRIM(WS-DIAS-ENTRADA) IS NOT NUMERIC
               MOVE CONST-DIAS-AVISO TO WS-DIAS-AVISO
           ELSE
               COMPUTE WS-DIAS-AVISO = FUNCTION NUMVAL(WS-DIAS-ENTRADA)
           END-IF.
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-HOJE + WS-DIAS-AVISO).
           MOVE 0 TO WS-NUM-A-EXPIRAR WS-SOMA-A-EXPIRAR.

           DISPLAY " ".
           DISPLAY "Vale   Emissao    Validade   Dias  Saldo".
           MOVE "N" TO WS-EOF.
           MOVE 0 TO VAL-NUM.
           START F-VALES KEY IS NOT LESS THAN VAL-NUM
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-VALES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF VAL-ATIVO AND VAL-SALDO > 0
                           AND VAL-DATA-VALIDADE >= DATA-SISTEMA
                           AND VAL-DATA-VALIDADE <= WS-DATA-LIMITE
                           PERFORM MOSTRAR-A-EXPIRAR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-A-EXPIRAR = 0
               DISPLAY "Nenhum vale expira nesse prazo."
           ELSE
               MOVE WS-SOMA-A-EXPIRAR TO SAIDA-VALOR
               DISPLAY WS-NUM-A-EXPIRAR " vale(s), saldo "
                   SAIDA-VALOR " EUR"
           END-IF.

       MOSTRAR-A-EXPIRAR.
           ADD 1         TO WS-NUM-A-EXPIRAR.
           ADD VAL-SALDO TO WS-SOMA-A-EXPIRAR.
           COMPUTE WS-DIAS-FALTA =
               FUNCTION INTEGER-OF-DATE(VAL-DATA-VALIDADE)
               - WS-DIAS-HOJE.
           PERFORM FORMATAR-DATAS.
           MOVE VAL-SALDO TO SAIDA-VALOR-CURTO.
           DISPLAY VAL-NUM " " SAIDA-DATA " " SAIDA-DATA-2 " "
               WS-DIAS-FALTA " " SAIDA-VALOR-CURTO.

       FORMATAR-DATAS.
           MOVE SPACES TO SAIDA-DATA SAIDA-DATA-2.
           STRING VAL-DATA-EMISSAO(7:2) "/" VAL-DATA-EMISSAO(5:2) "/"
               VAL-DATA-EMISSAO(1:4) DELIMITED BY SIZE
               INTO SAIDA-DATA
           END-STRING.
           STRING VAL-DATA-VALIDADE(7:2) "/" VAL-DATA-VALIDADE(5:2) "/"
               VAL-DATA-VALIDADE(1:4) DELIMITED BY SIZE
               INTO SAIDA-DATA-2
           END-STRING.

       CONSULTAR-VALE.
           DISPLAY "Numero do vale: ".
           ACCEPT WS-NUM-ENTRADA.
           IF FUNCTION TRIM(WS-NUM-ENTRADA) IS NOT NUMERIC
               DISPLAY "Numero invalido."
           ELSE
               COMPUTE VAL-NUM = FUNCTION NUMVAL(WS-NUM-ENTRADA)
               READ F-VALES
                   INVALID KEY
                       DISPLAY "Vale " VAL-NUM " nao existe."
                   NOT INVALID KEY
                       PERFORM MOSTRAR-VALE
               END-READ
           END-IF.

       MOSTRAR-VALE.
           PERFORM FORMATAR-DATAS.
           DISPLAY "Vale " VAL-NUM.
           MOVE VAL-VALOR-FACIAL TO SAIDA-VALOR.
           DISPLAY "  Valor facial.: " SAIDA-VALOR " EUR".
           MOVE VAL-SALDO TO SAIDA-VALOR.
           DISPLAY "  Saldo........: " SAIDA-VALOR " EUR".
           DISPLAY "  Emitido......: " SAIDA-DATA
               " (pedido " VAL-PEDIDO-NUM ", recibo " VAL-RECIBO-NUM
               ", operador " VAL-OPERADOR ")".
           DISPLAY "  Validade.....: " SAIDA-DATA-2.
           EVALUATE TRUE
               WHEN VAL-ANULADO
                   DISPLAY "  Estado.......: ANULADO"
               WHEN VAL-USADO
                   DISPLAY "  Estado.......: USADO"
               WHEN VAL-DATA-VALIDADE < DATA-SISTEMA
                   DISPLAY "  Estado.......: EXPIRADO"
               WHEN OTHER
                   DISPLAY "  Estado.......: ATIVO"
           END-EVALUATE.
           IF VAL-DATA-ULT-USO > 0
               DISPLAY "  Ultimo uso...: " VAL-DATA-ULT-USO(7:2) "/"
                   VAL-DATA-ULT-USO(5:2) "/" VAL-DATA-ULT-USO(1:4)
           END-IF.

       END PROGRAM ValesRelatorio.
