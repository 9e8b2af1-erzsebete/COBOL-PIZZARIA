      *            de um intervalo de meses (desenho de 309 posicoes,
      *            anterior as linhas de artigo, zona de entrega, hora
      *            prometida, promocoes e reembolsos) para o desenho
      *            atual de 448 posicoes, com os campos novos a
      *            zeros/brancos (linhas a 23%, quadro de IVA e piza
      *            do menu em branco, custo da linha, vale de oferta
      *            e comissao a zeros, canal balcao, hora do registo
      *            a zeros), em ficheiros .NOV;
      *          - ESTADOS.DAT (sem EST-QT-PIZAS) para ESTADOS.NOV;
      *          - VOLTAS.DAT (sem VLT-ZONA) para VOLTAS.NOV;
      *          - INGREDIENTES.DAT, PRODUTOS.DAT e CLIENTES.DAT (sem
      *            os alergenios e, no cliente, sem as alergias) e
      *            PENDENTES.DAT (sem os alergenios das linhas e do
      *            cliente) para os .NOV, com esses campos em branco
      *            (a preencher no IngredientesManut, ProdutosManut e
      *            ClientesAlergias);
      *          - OPERADORES.DAT (sem o perfil) para OPERADORES.NOV,
      *            com o operador indicado como administrador e os
      *            restantes como balcao (os perfis de gerente
      *            atribuem-se depois no OperadoresManut).
      *          RECIBOS.DAT nao precisa de conversao: os campos novos
      *          foram acrescentados no fim do registo.
      *          Correr UMA unica vez sobre ficheiros no desenho
               RECORD KEY IS VLT-CHAVE
               FILE STATUS IS WS-FS-VOLTAS-NOV.

           SELECT F-INGREDIENTES-ANT ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-ING-CODIGO
               FILE STATUS IS WS-FS-INGREDIENTES-ANT.

           SELECT F-INGREDIENTES-NOV ASSIGN TO "INGREDIENTES.NOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               FILE STATUS IS WS-FS-INGREDIENTES-NOV.

           SELECT F-PRODUTOS-ANT ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-PRD-CODIGO
               FILE STATUS IS WS-FS-PRODUTOS-ANT.

           SELECT F-PRODUTOS-NOV ASSIGN TO "PRODUTOS.NOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-FS-PRODUTOS-NOV.

           SELECT F-CLIENTES-ANT ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CLI-CONTATO
               FILE STATUS IS WS-FS-CLIENTES-ANT.

           SELECT F-CLIENTES-NOV ASSIGN TO "CLIENTES.NOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               FILE STATUS IS WS-FS-CLIENTES-NOV.

           SELECT F-PENDENTES-ANT ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-PND-PEDIDO-NUM
               FILE STATUS IS WS-FS-PENDENTES-ANT.

           SELECT F-PENDENTES-NOV ASSIGN TO "PENDENTES.NOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-PEDIDO-NUM
               FILE STATUS IS WS-FS-PENDENTES-NOV.

           SELECT F-OPERADORES-ANT ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES-ANT.

           SELECT F-OPERADORES-NOV ASSIGN TO "OPERADORES.NOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES-NOV.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIDOS-ANT.
       FD  F-VOLTAS-NOV.
           COPY VLTREG.

      ******************************************************************
      * Desenhos antigos dos mestres de ingredientes, produtos e
      * clientes, sem os alergenios.
      ******************************************************************
       FD  F-INGREDIENTES-ANT.
        01 REG-INGREDIENTE-ANT.
           05 ANT-ING-CODIGO          PIC X(2).
           05 ANT-ING-NOME            PIC X(20).
           05 ANT-ING-PRECO           PIC 9V99.
           05 ANT-ING-STOCK           PIC 9(5).
           05 ANT-ING-STOCK-MIN       PIC 9(5).

       FD  F-INGREDIENTES-NOV.
           COPY INGREG.

       FD  F-PRODUTOS-ANT.
        01 REG-PRODUTO-ANT.
           05 ANT-PRD-CODIGO          PIC X(2).
           05 ANT-PRD-NOME            PIC X(20).
           05 ANT-PRD-CATEGORIA       PIC X.
           05 ANT-PRD-PRECO           PIC 99V99.
           05 ANT-PRD-STOCK           PIC 9(5).
           05 ANT-PRD-STOCK-MIN       PIC 9(5).

       FD  F-PRODUTOS-NOV.
           COPY PRDREG.

       FD  F-CLIENTES-ANT.
        01 REG-CLIENTE-ANT.
           05 ANT-CLI-CONTATO         PIC X(9).
           05 ANT-CLI-NOME            PIC X(30).
           05 ANT-CLI-NUM-PEDIDOS     PIC 9(5).
           05 ANT-CLI-PONTOS          PIC 9(5).

       FD  F-CLIENTES-NOV.
           COPY CLIREG.

      ******************************************************************
      * Desenho antigo das encomendas programadas, sem os alergenios
      * das linhas do talao e sem as alergias do cliente.
      ******************************************************************
       FD  F-PENDENTES-ANT.
        01 REG-PENDENTE-ANT.
           05 ANT-PND-PEDIDO-NUM      PIC 9(6).
           05 ANT-PND-DATA-PROMETIDA  PIC 9(8).
           05 ANT-PND-HORA-PROMETIDA  PIC 9(4).
           05 ANT-PND-ANTECEDENCIA    PIC 9(3).
           05 ANT-PND-NOME-CLIENTE    PIC X(30).
           05 ANT-PND-QT-PIZAS        PIC 9(2).
           05 ANT-PND-ESTADO          PIC X.
           05 ANT-PND-QT-LINHAS       PIC 9(2).
           05 ANT-PND-LINHAS          PIC X(3080).

       FD  F-PENDENTES-NOV.
           COPY PNDREG.

      ******************************************************************
      * Desenho antigo do mestre de operadores, sem o perfil.
      ******************************************************************
       FD  F-OPERADORES-ANT.
        01 REG-OPERADOR-ANT.
           05 ANT-OPE-CODIGO          PIC X(2).
           05 ANT-OPE-NOME            PIC X(30).
           05 ANT-OPE-PIN             PIC 9(4).

       FD  F-OPERADORES-NOV.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

      ******************************************************************
        77 WS-FS-ESTADOS-NOV          PIC XX     VALUE SPACES.
        77 WS-FS-VOLTAS-ANT           PIC XX     VALUE SPACES.
        77 WS-FS-VOLTAS-NOV           PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES-ANT     PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES-NOV     PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS-ANT         PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS-NOV         PIC XX     VALUE SPACES.
        77 WS-FS-CLIENTES-ANT         PIC XX     VALUE SPACES.
        77 WS-FS-CLIENTES-NOV         PIC XX     VALUE SPACES.
        77 WS-FS-PENDENTES-ANT        PIC XX     VALUE SPACES.
        77 WS-FS-PENDENTES-NOV        PIC XX     VALUE SPACES.
        77 WS-FS-OPERADORES-ANT       PIC XX     VALUE SPACES.
        77 WS-FS-OPERADORES-NOV       PIC XX     VALUE SPACES.
        77 WS-OPERADOR-ADMIN          PIC X(2)   VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 WS-NUM-PEDIDOS             PIC 9(6)   VALUE 0.
        77 WS-NUM-ESTADOS             PIC 9(6)   VALUE 0.
        77 WS-NUM-VOLTAS              PIC 9(6)   VALUE 0.
        77 WS-NUM-INGREDIENTES        PIC 9(6)   VALUE 0.
        77 WS-NUM-PRODUTOS            PIC 9(6)   VALUE 0.
        77 WS-NUM-CLIENTES            PIC 9(6)   VALUE 0.
        77 WS-NUM-PENDENTES           PIC 9(6)   VALUE 0.
        77 WS-NUM-OPERADORES          PIC 9(6)   VALUE 0.

       PROCEDURE DIVISION.
       INICIO.
               THRU CONVERTER-ARQUIVOS-FIM.
           PERFORM CONVERTER-ESTADOS.
           PERFORM CONVERTER-VOLTAS.
           PERFORM CONVERTER-INGREDIENTES.
           PERFORM CONVERTER-PRODUTOS.
           PERFORM CONVERTER-CLIENTES.
           PERFORM CONVERTER-PENDENTES.
           PERFORM CONVERTER-OPERADORES.

           DISPLAY
           "______________________________________________________".
           DISPLAY "Registos de pedidos convertidos: " WS-NUM-PEDIDOS.
           DISPLAY "Estados convertidos............: " WS-NUM-ESTADOS.
           DISPLAY "Voltas convertidas.............: " WS-NUM-VOLTAS.
           DISPLAY "Ingredientes convertidos.......: "
               WS-NUM-INGREDIENTES.
           DISPLAY "Produtos convertidos...........: " WS-NUM-PRODUTOS.
           DISPLAY "Clientes convertidos...........: " WS-NUM-CLIENTES.
           DISPLAY "Encomendas pendentes convertidas: "
               WS-NUM-PENDENTES.
           DISPLAY "Operadores convertidos.........: "
               WS-NUM-OPERADORES.
           DISPLAY "Confira os ficheiros .NOV e substitua os"
               " antigos por eles.".
           STOP RUN.
           MOVE ANT-TOTAL              TO REG-TOTAL.
           MOVE ANT-IVA                TO REG-IVA.
           MOVE ANT-TOTAL-FINAL        TO REG-TOTAL-FINAL.
      *    Desenho antigo: tudo a 23% e taxa de entrega sem IVA; o
      *    quadro de IVA fica em branco e conta como pedido antigo.
           IF ANT-TIPO-REG = "P"
               MOVE 23                 TO REG-TAXA-IVA
               MOVE "NOR"              TO REG-IVA-CODIGO
           ELSE
               MOVE 0                  TO REG-TAXA-IVA
               MOVE "ISE"              TO REG-IVA-CODIGO
           END-IF.
           MOVE SPACES                 TO REG-QUADRO-IVA.
           MOVE SPACES                 TO REG-MENU-CODIGO.
           MOVE 0                      TO REG-CUSTO-LINHA.
           MOVE 0                      TO REG-VALE-NUM.
           MOVE 0                      TO REG-VALE-VALOR.
           MOVE "B"                    TO REG-CANAL.
           MOVE 0                      TO REG-COMISSAO.
           MOVE SPACES                 TO REG-REF-PLATAFORMA.
           MOVE 0                      TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.
           ADD 1 TO WS-NUM-PEDIDOS.

           END-IF
           END-IF.

      ******************************************************************
      * Os mestres de ingredientes, produtos e clientes e as
      * encomendas pendentes passam ao desenho novo com os
      * alergenios (e as alergias do cliente) em branco.
      ******************************************************************
       CONVERTER-INGREDIENTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-INGREDIENTES-ANT.
           IF WS-FS-INGREDIENTES-ANT = "35"
               DISPLAY "INGREDIENTES.DAT nao existe - nada a"
                   " converter."
           ELSE
           IF WS-FS-INGREDIENTES-ANT NOT = "00"
               DISPLAY "INGREDIENTES.DAT nao abriu (estado "
                   WS-FS-INGREDIENTES-ANT ") - nao convertido."
           ELSE
               OPEN OUTPUT F-INGREDIENTES-NOV
               MOVE LOW-VALUES TO ANT-ING-CODIGO
               START F-INGREDIENTES-ANT KEY IS NOT LESS THAN
                   ANT-ING-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-INGREDIENTES-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ANT-ING-CODIGO     TO ING-CODIGO
                           MOVE ANT-ING-NOME       TO ING-NOME
                           MOVE ANT-ING-PRECO      TO ING-PRECO
                           MOVE ANT-ING-STOCK      TO ING-STOCK
                           MOVE ANT-ING-STOCK-MIN  TO ING-STOCK-MIN
                           MOVE SPACES             TO ING-ALERGENOS
                           WRITE REG-INGREDIENTE
                           ADD 1 TO WS-NUM-INGREDIENTES
                   END-READ
               END-PERFORM
               CLOSE F-INGREDIENTES-NOV
               CLOSE F-INGREDIENTES-ANT
               DISPLAY "INGREDIENTES.DAT convertido para"
                   " INGREDIENTES.NOV."
           END-IF
           END-IF.

       CONVERTER-PRODUTOS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PRODUTOS-ANT.
           IF WS-FS-PRODUTOS-ANT = "35"
               DISPLAY "PRODUTOS.DAT nao existe - nada a converter."
           ELSE
           IF WS-FS-PRODUTOS-ANT NOT = "00"
               DISPLAY "PRODUTOS.DAT nao abriu (estado "
                   WS-FS-PRODUTOS-ANT ") - nao convertido."
           ELSE
               OPEN OUTPUT F-PRODUTOS-NOV
               MOVE LOW-VALUES TO ANT-PRD-CODIGO
               START F-PRODUTOS-ANT KEY IS NOT LESS THAN
                   ANT-PRD-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-PRODUTOS-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ANT-PRD-CODIGO     TO PRD-CODIGO
                           MOVE ANT-PRD-NOME       TO PRD-NOME
                           MOVE ANT-PRD-CATEGORIA  TO PRD-CATEGORIA
                           MOVE ANT-PRD-PRECO      TO PRD-PRECO
                           MOVE ANT-PRD-STOCK      TO PRD-STOCK
                           MOVE ANT-PRD-STOCK-MIN  TO PRD-STOCK-MIN
                           MOVE SPACES             TO PRD-ALERGENOS
                           WRITE REG-PRODUTO
                           ADD 1 TO WS-NUM-PRODUTOS
                   END-READ
               END-PERFORM
               CLOSE F-PRODUTOS-NOV
               CLOSE F-PRODUTOS-ANT
               DISPLAY "PRODUTOS.DAT convertido para PRODUTOS.NOV."
           END-IF
           END-IF.

       CONVERTER-CLIENTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-CLIENTES-ANT.
           IF WS-FS-CLIENTES-ANT = "35"
               DISPLAY "CLIENTES.DAT nao existe - nada a converter."
           ELSE
           IF WS-FS-CLIENTES-ANT NOT = "00"
               DISPLAY "CLIENTES.DAT nao abriu (estado "
                   WS-FS-CLIENTES-ANT ") - nao convertido."
           ELSE
               OPEN OUTPUT F-CLIENTES-NOV
               MOVE LOW-VALUES TO ANT-CLI-CONTATO
               START F-CLIENTES-ANT KEY IS NOT LESS THAN
                   ANT-CLI-CONTATO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-CLIENTES-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ANT-CLI-CONTATO    TO CLI-CONTATO
                           MOVE ANT-CLI-NOME       TO CLI-NOME
                           MOVE ANT-CLI-NUM-PEDIDOS TO CLI-NUM-PEDIDOS
                           MOVE ANT-CLI-PONTOS     TO CLI-PONTOS
                           MOVE SPACES             TO CLI-ALERGIAS
                           MOVE SPACES             TO CLI-NOTA-ALERGIA
                           WRITE REG-CLIENTE
                           ADD 1 TO WS-NUM-CLIENTES
                   END-READ
               END-PERFORM
               CLOSE F-CLIENTES-NOV
               CLOSE F-CLIENTES-ANT
               DISPLAY "CLIENTES.DAT convertido para CLIENTES.NOV."
           END-IF
           END-IF.

       CONVERTER-PENDENTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PENDENTES-ANT.
           IF WS-FS-PENDENTES-ANT = "35"
               DISPLAY "PENDENTES.DAT nao existe - nada a converter."
           ELSE
           IF WS-FS-PENDENTES-ANT NOT = "00"
               DISPLAY "PENDENTES.DAT nao abriu (estado "
                   WS-FS-PENDENTES-ANT ") - nao convertido."
           ELSE
               OPEN OUTPUT F-PENDENTES-NOV
               MOVE 0 TO ANT-PND-PEDIDO-NUM
               START F-PENDENTES-ANT KEY IS NOT LESS THAN
                   ANT-PND-PEDIDO-NUM
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-PENDENTES-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ANT-PND-PEDIDO-NUM TO PND-PEDIDO-NUM
                           MOVE ANT-PND-DATA-PROMETIDA
                                                   TO PND-DATA-PROMETIDA
                           MOVE ANT-PND-HORA-PROMETIDA
                                                   TO PND-HORA-PROMETIDA
                           MOVE ANT-PND-ANTECEDENCIA TO PND-ANTECEDENCIA
                           MOVE ANT-PND-NOME-CLIENTE TO PND-NOME-CLIENTE
                           MOVE ANT-PND-QT-PIZAS   TO PND-QT-PIZAS
                           MOVE ANT-PND-ESTADO     TO PND-ESTADO
                           MOVE ANT-PND-QT-LINHAS  TO PND-QT-LINHAS
                           MOVE ANT-PND-LINHAS     TO PND-LINHAS
                           MOVE SPACES         TO PND-ALERGIAS-CLIENTE
                           MOVE SPACES             TO PND-NOTA-ALERGIA
                           MOVE SPACES         TO PND-ALERGENOS-LINHAS
                           WRITE REG-PENDENTE
                           ADD 1 TO WS-NUM-PENDENTES
                   END-READ
               END-PERFORM
               CLOSE F-PENDENTES-NOV
               CLOSE F-PENDENTES-ANT
               DISPLAY "PENDENTES.DAT convertido para PENDENTES.NOV."
           END-IF
           END-IF.

      ******************************************************************
      * O mestre de operadores passa ao desenho com o perfil: o
      * operador indicado fica administrador (para poder atribuir os
      * perfis no OperadoresManut) e os restantes ficam balcao.
      ******************************************************************
       CONVERTER-OPERADORES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-OPERADORES-ANT.
           IF WS-FS-OPERADORES-ANT = "35"
               DISPLAY "OPERADORES.DAT nao existe - nada a"
                   " converter."
           ELSE
           IF WS-FS-OPERADORES-ANT NOT = "00"
               DISPLAY "OPERADORES.DAT nao abriu (estado "
                   WS-FS-OPERADORES-ANT ") - nao convertido."
           ELSE
               DISPLAY "Codigo do operador administrador"
                   " (vazio = 01): "
               ACCEPT WS-OPERADOR-ADMIN
               IF WS-OPERADOR-ADMIN = SPACES
                   MOVE "01" TO WS-OPERADOR-ADMIN
               END-IF
               OPEN OUTPUT F-OPERADORES-NOV
               MOVE LOW-VALUES TO ANT-OPE-CODIGO
               START F-OPERADORES-ANT KEY IS NOT LESS THAN
                   ANT-OPE-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EOF
               END-START
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-OPERADORES-ANT NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE ANT-OPE-CODIGO     TO OPE-CODIGO
                           MOVE ANT-OPE-NOME       TO OPE-NOME
                           MOVE ANT-OPE-PIN        TO OPE-PIN
                           IF ANT-OPE-CODIGO = WS-OPERADOR-ADMIN
                               MOVE "A" TO OPE-PERFIL
                           ELSE
                               MOVE "B" TO OPE-PERFIL
                           END-IF
                           WRITE REG-OPERADOR-MESTRE
                           ADD 1 TO WS-NUM-OPERADORES
                   END-READ
               END-PERFORM
               CLOSE F-OPERADORES-NOV
               CLOSE F-OPERADORES-ANT
               DISPLAY "OPERADORES.DAT convertido para"
                   " OPERADORES.NOV."
           END-IF
           END-IF.

       END PROGRAM ConverteFicheiros.
