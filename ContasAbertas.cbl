      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listagem das contas de mesa em aberto. Le o ficheiro
      *          de contas (CONTAS.DAT) e imprime, por mesa, o pedido
      *          da conta, a hora de abertura, o operador, o cliente,
      *          as rondas, pizas e artigos lancados e o total
      *          corrente (antes de promocoes, desconto e IVA, que so
      *          se apuram no fecho da conta), com o total geral em
      *          aberto. Opcionalmente lista tambem as linhas de cada
      *          conta, ronda a ronda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContasAbertas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WS-FS-CONTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CONTAS.
           COPY CNTREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-CONTAS               PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 WS-DETALHE                 PIC X      VALUE "N".
           88 COM-DETALHE                        VALUE "S" "s".

        77 WS-NUM-CONTAS              PIC 9(3)   VALUE 0.
        77 WS-SOMA-PIZAS              PIC 9(5)   VALUE 0.
        77 WS-SOMA-ARTIGOS            PIC 9(5)   VALUE 0.
        77 WS-SOMA-TOTAL              PIC 9(7)V99 VALUE 0.

        77 SAIDA-TOTAL                PIC ZZ9.99.
        77 SAIDA-SOMA-TOTAL           PIC Z,ZZZ,ZZ9.99.
        77 SAIDA-SUBTOTAL             PIC ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Contas de Mesa em Aberto".
           OPEN INPUT F-CONTAS.
           IF WS-FS-CONTAS = "35"
               DISPLAY "Nenhuma conta de mesa aberta."
               STOP RUN
           END-IF.
           DISPLAY "Listar as linhas de cada conta? (S/N): ".
           ACCEPT WS-DETALHE.

           DISPLAY "Mesa Pedido Aberta     Op Cliente"
               "                        Rd Pz Ar  Total".
           MOVE 0 TO CNT-MESA.
           MOVE 0 TO CNT-LINHA.
           START F-CONTAS KEY IS NOT LESS THAN CNT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CNT-CABECALHO
                           PERFORM IMPRIMIR-CONTA
                       ELSE
                           IF COM-DETALHE
                               PERFORM IMPRIMIR-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CONTAS.

           IF WS-NUM-CONTAS = 0
               DISPLAY "Nenhuma conta de mesa aberta."
           ELSE
               MOVE WS-SOMA-TOTAL TO SAIDA-SOMA-TOTAL
               DISPLAY "---------------------------------------------"
                   "-----------------------------"
               DISPLAY "Contas abertas: " WS-NUM-CONTAS
                   "  Pizas: " WS-SOMA-PIZAS
                   "  Artigos: " WS-SOMA-ARTIGOS
                   "  Total em aberto: " SAIDA-SOMA-TOTAL " EUR"
           END-IF.
           STOP RUN.

      ******************************************************************
      * Uma linha por conta, a partir do registo de cabecalho.
      ******************************************************************
       IMPRIMIR-CONTA.
           ADD 1 TO WS-NUM-CONTAS.
           ADD CNT-QT-PIZAS TO WS-SOMA-PIZAS.
           ADD CNT-QT-ARTIGOS TO WS-SOMA-ARTIGOS.
           ADD CNT-TOTAL TO WS-SOMA-TOTAL.
           MOVE CNT-TOTAL TO SAIDA-TOTAL.
           IF COM-DETALHE
               DISPLAY " "
           END-IF.
           DISPLAY " " CNT-MESA "  " CNT-PEDIDO-NUM " "
               CNT-DATA-ABERTURA(7:2) "/" CNT-DATA-ABERTURA(5:2) " "
               CNT-HORA-ABERTURA(1:2) ":" CNT-HORA-ABERTURA(3:2) " "
               CNT-OPERADOR " " CNT-NOME-CLIENTE " "
               CNT-NUM-RONDAS " " CNT-QT-PIZAS " " CNT-QT-ARTIGOS " "
               SAIDA-TOTAL.

      ******************************************************************
      * Detalhe: as linhas da conta com a ronda e a hora em que foram
      * lancadas.
      ******************************************************************
       IMPRIMIR-LINHA.
           MOVE CNT-SUBTOTAL TO SAIDA-SUBTOTAL.
           IF CNT-LINHA-PIZA
               DISPLAY "      R" CNT-RONDA " "
                   CNT-HORA-RONDA(1:2) ":" CNT-HORA-RONDA(3:2)
                   " Piza " CNT-PIZA-TIPO " " CNT-MENU-CODIGO " "
                   CNT-INGREDIENTES(1:40) " " SAIDA-SUBTOTAL
           ELSE
               DISPLAY "      R" CNT-RONDA " "
                   CNT-HORA-RONDA(1:2) ":" CNT-HORA-RONDA(3:2)
                   " " CNT-ARTIGO-QT " x " CNT-ARTIGO-CODIGO " "
                   CNT-ARTIGO-NOME "                     "
                   SAIDA-SUBTOTAL
           END-IF.

       END PROGRAM ContasAbertas.
