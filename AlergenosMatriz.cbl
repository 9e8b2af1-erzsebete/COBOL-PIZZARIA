      ******************************************************************
      * Author:
      * Date:
      * Purpose: Matriz de alergenios para afixar na loja e mostrar a
      *          quem pergunte. Uma linha por piza do menu (os
      *          alergenios dos ingredientes dela e das bases da
      *          receita, RCT-BASE "S", gastas em todas as pizas), por
      *          produto de venda e por ingrediente (para as pizas
      *          personalizadas, que levam as bases mais os
      *          ingredientes escolhidos), e uma coluna por cada um
      *          dos 14 alergenios da tabela ALGTAB, com "X" onde o
      *          alergenio esta presente. Sai no ecra e em
      *          MATRIZ-ALERGENOS.TXT, para imprimir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlergenosMatriz.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-FS-PRODUTOS.

           SELECT F-RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS WS-FS-RECEITAS.

           SELECT F-IMPRESSAO ASSIGN TO "MATRIZ-ALERGENOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MENUPIZAS.
           COPY MNUREG.

       FD  F-INGREDIENTES.
           COPY INGREG.

       FD  F-PRODUTOS.
           COPY PRDREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       FD  F-IMPRESSAO.
        01 LINHA-IMPRESSAO            PIC X(70).

       WORKING-STORAGE SECTION.

        77 WS-FS-MENUPIZAS            PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-FS-IMPRESSAO            PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

           COPY ALGTAB.

      ******************************************************************
      * Alergenios das bases da receita (comuns a todas as pizas) e
      * os da linha a imprimir, uma posicao por alergenio.
      ******************************************************************
        77 WS-ALERG-BASES             PIC X(14)  VALUE SPACES.
        77 WS-ALERG-LINHA             PIC X(14)  VALUE SPACES.
        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERG-COL               PIC 99     VALUE 0.
        77 WS-MENU-IDX                PIC 9      VALUE 0.
        77 WS-NUM-BASES               PIC 9(3)   VALUE 0.
        77 WS-NUM-LINHAS              PIC 9(3)   VALUE 0.

        77 WS-CODIGO-LINHA            PIC X(2)   VALUE SPACES.
        77 WS-NOME-LINHA              PIC X(20)  VALUE SPACES.

       01  WS-LINHA                   PIC X(70)  VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Matriz de Alergenios".
           OPEN INPUT F-INGREDIENTES.
           IF WS-FS-INGREDIENTES = "35"
               DISPLAY "Ainda nao existem ingredientes."
               STOP RUN
           END-IF.
           OPEN OUTPUT F-IMPRESSAO.

           PERFORM SOMAR-ALERGENOS-BASES
               THRU SOMAR-ALERGENOS-BASES-FIM.

           MOVE "PIZARIA RAMALHO - MATRIZ DE ALERGENIOS" TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-CABECALHO.

           PERFORM LISTAR-PIZAS-MENU THRU LISTAR-PIZAS-MENU-FIM.
           PERFORM LISTAR-PRODUTOS THRU LISTAR-PRODUTOS-FIM.
           PERFORM LISTAR-INGREDIENTES.

           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           PERFORM ESCREVER-LEGENDA.
           MOVE SPACES TO WS-LINHA.
           STRING "Bases incluidas em todas as pizas: "
                                              DELIMITED BY SIZE
               WS-NUM-BASES                   DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.

           CLOSE F-IMPRESSAO.
           CLOSE F-INGREDIENTES.
           DISPLAY "Matriz impressa em MATRIZ-ALERGENOS.TXT".
           STOP RUN.

      ******************************************************************
      * As bases da receita entram em todas as pizas, de menu ou
      * personalizadas: os alergenios delas somam-se a cada piza.
      ******************************************************************
       SOMAR-ALERGENOS-BASES.
           MOVE SPACES TO WS-ALERG-BASES.
           MOVE 0 TO WS-NUM-BASES.
           OPEN INPUT F-RECEITAS.
           IF WS-FS-RECEITAS = "35"
               GO TO SOMAR-ALERGENOS-BASES-FIM
           END-IF.
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
                       IF RCT-E-BASE
                           MOVE RCT-CODIGO TO ING-CODIGO
                           READ F-INGREDIENTES KEY IS ING-CODIGO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-NUM-BASES
                                   MOVE WS-ALERG-BASES
                                       TO WS-ALERG-LINHA
                                   PERFORM SOMAR-ALERGENOS-INGREDIENTE
                                   MOVE WS-ALERG-LINHA
                                       TO WS-ALERG-BASES
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECEITAS.
       SOMAR-ALERGENOS-BASES-FIM.
           EXIT.

       SOMAR-ALERGENOS-INGREDIENTE.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF ING-ALERGENO(WS-ALERG-IDX) = "S"
                   MOVE "S" TO WS-ALERG-LINHA(WS-ALERG-IDX:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Pizas do menu: bases mais os ingredientes da piza.
      ******************************************************************
       LISTAR-PIZAS-MENU.
           OPEN INPUT F-MENUPIZAS.
           IF WS-FS-MENUPIZAS = "35"
               GO TO LISTAR-PIZAS-MENU-FIM
           END-IF.
           MOVE "PIZAS DO MENU" TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-NUM-LINHAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO MNU-CODIGO.
           START F-MENUPIZAS KEY IS NOT LESS THAN MNU-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-MENUPIZAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE WS-ALERG-BASES TO WS-ALERG-LINHA
                       PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                           UNTIL WS-MENU-IDX > MNU-QT-INGR
                           MOVE MNU-ING-CODIGO(WS-MENU-IDX)
                               TO ING-CODIGO
                           READ F-INGREDIENTES KEY IS ING-CODIGO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM SOMAR-ALERGENOS-INGREDIENTE
                           END-READ
                       END-PERFORM
                       MOVE MNU-CODIGO TO WS-CODIGO-LINHA
                       MOVE MNU-NOME   TO WS-NOME-LINHA
                       PERFORM ESCREVER-LINHA-MATRIZ
               END-READ
           END-PERFORM.
           CLOSE F-MENUPIZAS.
           IF WS-NUM-LINHAS = 0
               MOVE "  (sem pizas de menu)" TO WS-LINHA
               PERFORM ESCREVER-LINHA
           END-IF.
       LISTAR-PIZAS-MENU-FIM.
           EXIT.

       LISTAR-PRODUTOS.
           OPEN INPUT F-PRODUTOS.
           IF WS-FS-PRODUTOS = "35"
               GO TO LISTAR-PRODUTOS-FIM
           END-IF.
           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "BEBIDAS, SOBREMESAS E ENTRADAS" TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE 0 TO WS-NUM-LINHAS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO PRD-CODIGO.
           START F-PRODUTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-PRODUTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE PRD-ALERGENOS TO WS-ALERG-LINHA
                       MOVE PRD-CODIGO    TO WS-CODIGO-LINHA
                       MOVE PRD-NOME      TO WS-NOME-LINHA
                       PERFORM ESCREVER-LINHA-MATRIZ
               END-READ
           END-PERFORM.
           CLOSE F-PRODUTOS.
       LISTAR-PRODUTOS-FIM.
           EXIT.

      ******************************************************************
      * Ingredientes sozinhos, para a piza personalizada (que leva
      * ainda os alergenios das bases).
      ******************************************************************
       LISTAR-INGREDIENTES.
           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "INGREDIENTES (PIZA PERSONALIZADA = BASES + ESCOLHIDOS)"
               TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE WS-ALERG-BASES TO WS-ALERG-LINHA.
           MOVE SPACES         TO WS-CODIGO-LINHA.
           MOVE "BASES DA PIZA" TO WS-NOME-LINHA.
           PERFORM ESCREVER-LINHA-MATRIZ.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ING-CODIGO.
           START F-INGREDIENTES KEY IS NOT LESS THAN ING-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-INGREDIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE ING-ALERGENOS TO WS-ALERG-LINHA
                       MOVE ING-CODIGO    TO WS-CODIGO-LINHA
                       MOVE ING-NOME      TO WS-NOME-LINHA
                       PERFORM ESCREVER-LINHA-MATRIZ
               END-READ
           END-PERFORM.

      ******************************************************************
      * Uma coluna de 3 posicoes por alergenio, a partir da 26.
      ******************************************************************
       ESCREVER-CABECALHO.
           MOVE SPACES TO WS-LINHA.
           MOVE "Cod Artigo" TO WS-LINHA(1:10).
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               COMPUTE WS-ALERG-COL = 26 + (WS-ALERG-IDX - 1) * 3
               MOVE ALG-SIGLA(WS-ALERG-IDX)
                   TO WS-LINHA(WS-ALERG-COL:2)
           END-PERFORM.
           PERFORM ESCREVER-LINHA.
           MOVE ALL "-" TO WS-LINHA(1:67).
           PERFORM ESCREVER-LINHA.

       ESCREVER-LINHA-MATRIZ.
           ADD 1 TO WS-NUM-LINHAS.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-CODIGO-LINHA TO WS-LINHA(1:2).
           MOVE WS-NOME-LINHA   TO WS-LINHA(5:20).
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               COMPUTE WS-ALERG-COL = 26 + (WS-ALERG-IDX - 1) * 3
               IF WS-ALERG-LINHA(WS-ALERG-IDX:1) = "S"
                   MOVE " X" TO WS-LINHA(WS-ALERG-COL:2)
               ELSE
                   MOVE " ." TO WS-LINHA(WS-ALERG-COL:2)
               END-IF
           END-PERFORM.
           PERFORM ESCREVER-LINHA.

       ESCREVER-LEGENDA.
           MOVE "Legenda:" TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE 1 TO WS-ALERG-COL.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               MOVE ALG-SIGLA(WS-ALERG-IDX)
                   TO WS-LINHA(WS-ALERG-COL:2)
               ADD 2 TO WS-ALERG-COL
               MOVE "="   TO WS-LINHA(WS-ALERG-COL:1)
               ADD 1 TO WS-ALERG-COL
               MOVE ALG-NOME(WS-ALERG-IDX)
                   TO WS-LINHA(WS-ALERG-COL:12)
               ADD 13 TO WS-ALERG-COL
               IF WS-ALERG-COL > 64
                   PERFORM ESCREVER-LINHA
                   MOVE SPACES TO WS-LINHA
                   MOVE 1 TO WS-ALERG-COL
               END-IF
           END-PERFORM.
           IF WS-LINHA NOT = SPACES
               PERFORM ESCREVER-LINHA
           END-IF.

       ESCREVER-LINHA.
           WRITE LINHA-IMPRESSAO FROM WS-LINHA.
           DISPLAY WS-LINHA.

       END PROGRAM AlergenosMatriz.
