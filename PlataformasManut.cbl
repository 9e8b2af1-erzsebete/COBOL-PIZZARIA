      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de correspondencia dos artigos
      *          das plataformas de entregas (ARTPLATAFORMA.DAT) usada
      *          pelo ImportaPlataformas: cada artigo da Glovo ou da
      *          Uber Eats corresponde a uma piza do menu num tamanho
      *          ou a um produto de venda. Lista a tabela toda ou so
      *          os artigos por mapear (os que a importacao encontrou
      *          e nao conseguiu traduzir) e mapeia ou corrige um
      *          artigo, validando o codigo contra o MENUPIZAS.DAT ou
      *          o PRODUTOS.DAT. Pede a assinatura do operador:
      *          mapear ou corrigir um artigo exige perfil de gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlataformasManut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ARTPLATAFORMA ASSIGN TO "ARTPLATAFORMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ARTPLATAFORMA.

           SELECT F-MENUPIZAS ASSIGN TO "MENUPIZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNU-CODIGO
               FILE STATUS IS WS-FS-MENUPIZAS.

           SELECT F-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WS-FS-PRODUTOS.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ARTPLATAFORMA.
           COPY APLREG.

       FD  F-MENUPIZAS.
           COPY MNUREG.

       FD  F-PRODUTOS.
           COPY PRDREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-ARTPLATAFORMA        PIC XX     VALUE SPACES.
        77 WS-FS-MENUPIZAS            PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1","2","3","4".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-SO-POR-MAPEAR           PIC X      VALUE "N".
           88 SO-POR-MAPEAR                      VALUE "S".
        77 WS-NUM-LISTADOS            PIC 9(5)   VALUE 0.
        77 WS-ARTIGO-EXISTE           PIC X      VALUE "N".
           88 ARTIGO-EXISTE                      VALUE "S".
        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".

        77 WS-CANAL                   PIC X      VALUE SPACE.
           88 CANAL-VALIDO                       VALUES "G","U".
        77 WS-TIPO                    PIC X      VALUE SPACE.
           88 TIPO-VALIDO                        VALUES "M","P".
        77 WS-TAMANHO                 PIC X      VALUE SPACE.
           88 TAMANHO-VALIDO                     VALUES "1","2","3".
        77 WS-NOME-CODIGO             PIC X(20)  VALUE SPACES.

           COPY CANTAB.
        77 WS-CAN-IDX                 PIC 9      VALUE 0.
        77 WS-NOME-CANAL              PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Operador assinado e o seu perfil: as listagens ficam abertas a
      * todos, mapear ou corrigir exige gerente ou administrador.
      ******************************************************************
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".
           88 PERFIL-ADMIN                       VALUE "A".
        77 WS-FUNCAO-PERMITIDA        PIC X      VALUE "S".
           88 FUNCAO-PERMITIDA                   VALUE "S".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           OPEN I-O F-ARTPLATAFORMA.
           IF WS-FS-ARTPLATAFORMA = "35"
               OPEN OUTPUT F-ARTPLATAFORMA
               CLOSE F-ARTPLATAFORMA
               OPEN I-O F-ARTPLATAFORMA
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Artigos das Plataformas".
           DISPLAY "[1] Listar todos os artigos".
           DISPLAY "[2] Listar artigos por mapear".
           DISPLAY "[3] Mapear / corrigir artigo".
           DISPLAY "[4] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1, 2, 3 ou 4."
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1"
                   MOVE "N" TO WS-SO-POR-MAPEAR
                   PERFORM LISTAR-ARTIGOS
               WHEN "2"
                   MOVE "S" TO WS-SO-POR-MAPEAR
                   PERFORM LISTAR-ARTIGOS
               WHEN "3" PERFORM MAPEAR-ARTIGO
               WHEN "4" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

      ******************************************************************
      * Lista a tabela por canal e artigo; os artigos por mapear saem
      * com "POR MAPEAR" e a data em que a importacao os viu pela
      * ultima vez.
      ******************************************************************
       LISTAR-ARTIGOS.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-NUM-LISTADOS.
           DISPLAY "Plataforma Artigo               Descricao"
               "                      Mapeado".
           MOVE LOW-VALUES TO APL-CHAVE.
           START F-ARTPLATAFORMA KEY IS NOT LESS THAN APL-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ARTPLATAFORMA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF APL-POR-MAPEAR OR NOT SO-POR-MAPEAR
                           PERFORM LISTAR-UM-ARTIGO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-LISTADOS = 0
               IF SO-POR-MAPEAR
                   DISPLAY "Nenhum artigo por mapear."
               ELSE
                   DISPLAY "Tabela de artigos vazia."
               END-IF
           END-IF.

       LISTAR-UM-ARTIGO.
           ADD 1 TO WS-NUM-LISTADOS.
           PERFORM OBTER-NOME-CANAL.
           EVALUATE TRUE
               WHEN APL-PIZA-MENU
                   DISPLAY WS-NOME-CANAL " " APL-ARTIGO-EXT " "
                       APL-DESCRICAO " MENU " APL-CODIGO
                       " TAM " APL-TAMANHO
               WHEN APL-PRODUTO
                   DISPLAY WS-NOME-CANAL " " APL-ARTIGO-EXT " "
                       APL-DESCRICAO " PROD " APL-CODIGO
               WHEN OTHER
                   DISPLAY WS-NOME-CANAL " " APL-ARTIGO-EXT " "
                       APL-DESCRICAO " POR MAPEAR (visto "
                       APL-DATA-VISTO ")"
           END-EVALUATE.

       OBTER-NOME-CANAL.
           MOVE APL-CANAL TO WS-NOME-CANAL.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1 UNTIL WS-CAN-IDX > 3
               IF CAN-CODIGO(WS-CAN-IDX) = APL-CANAL
                   MOVE CAN-NOME(WS-CAN-IDX) TO WS-NOME-CANAL
               END-IF
           END-PERFORM.

      ******************************************************************
      * Mapeia um artigo: se ja existe (por exemplo acrescentado pela
      * importacao, por mapear) mostra-o e regrava-o com o novo
      * mapeamento; se nao existe cria-o, com a descricao indicada.
      ******************************************************************
       MAPEAR-ARTIGO.
           DISPLAY "Plataforma (G = Glovo, U = Uber Eats): ".
           PERFORM WITH TEST AFTER UNTIL (CANAL-VALIDO)
               ACCEPT WS-CANAL
               MOVE FUNCTION UPPER-CASE(WS-CANAL) TO WS-CANAL
               IF (NOT CANAL-VALIDO)
                   DISPLAY "Indique G ou U."
               END-IF
           END-PERFORM.
           DISPLAY "Artigo na plataforma (identificador): ".
           MOVE WS-CANAL TO APL-CANAL.
           ACCEPT APL-ARTIGO-EXT.
           IF APL-ARTIGO-EXT = SPACES
               DISPLAY "Artigo em branco - nada alterado."
           ELSE
               PERFORM MAPEAR-ARTIGO-LIDO
           END-IF.

       MAPEAR-ARTIGO-LIDO.
           MOVE "S" TO WS-ARTIGO-EXISTE.
           READ F-ARTPLATAFORMA KEY IS APL-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ARTIGO-EXISTE
           END-READ.
           IF ARTIGO-EXISTE
               PERFORM LISTAR-UM-ARTIGO
           ELSE
               DISPLAY "Artigo novo. Descricao: "
               ACCEPT APL-DESCRICAO
               MOVE 0 TO APL-DATA-VISTO
           END-IF.

           DISPLAY "Corresponde a (M = piza do menu, P = produto): ".
           PERFORM WITH TEST AFTER UNTIL (TIPO-VALIDO)
               ACCEPT WS-TIPO
               MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO
               IF (NOT TIPO-VALIDO)
                   DISPLAY "Indique M ou P."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CODIGO-VALIDO.
           IF WS-TIPO = "M"
               PERFORM PEDIR-PIZA-MENU
           ELSE
               PERFORM PEDIR-PRODUTO
           END-IF.
           IF NOT CODIGO-VALIDO
               DISPLAY "Artigo nao mapeado."
           ELSE
               MOVE WS-TIPO TO APL-TIPO
               IF ARTIGO-EXISTE
                   REWRITE REG-ARTIGO-PLATAFORMA
               ELSE
                   WRITE REG-ARTIGO-PLATAFORMA
               END-IF
               DISPLAY "Artigo mapeado para " APL-CODIGO " - "
                   FUNCTION TRIM(WS-NOME-CODIGO) "."
           END-IF.

       PEDIR-PIZA-MENU.
           OPEN INPUT F-MENUPIZAS.
           IF WS-FS-MENUPIZAS NOT = "00"
               DISPLAY "MENUPIZAS.DAT nao abre (estado "
                   WS-FS-MENUPIZAS ")."
           ELSE
               DISPLAY "Codigo da piza do menu: "
               ACCEPT MNU-CODIGO
               READ F-MENUPIZAS KEY IS MNU-CODIGO
                   INVALID KEY
                       DISPLAY "Piza de menu nao encontrada."
                   NOT INVALID KEY
                       MOVE "S" TO WS-CODIGO-VALIDO
                       MOVE MNU-CODIGO TO APL-CODIGO
                       MOVE MNU-NOME TO WS-NOME-CODIGO
               END-READ
               CLOSE F-MENUPIZAS
           END-IF.
           IF CODIGO-VALIDO
               DISPLAY "Tamanho (1 pequena, 2 media, 3 grande): "
               PERFORM WITH TEST AFTER UNTIL (TAMANHO-VALIDO)
                   ACCEPT WS-TAMANHO
                   IF (NOT TAMANHO-VALIDO)
                       DISPLAY "Indique 1, 2 ou 3."
                   END-IF
               END-PERFORM
               MOVE WS-TAMANHO TO APL-TAMANHO
           END-IF.

       PEDIR-PRODUTO.
           OPEN INPUT F-PRODUTOS.
           IF WS-FS-PRODUTOS NOT = "00"
               DISPLAY "PRODUTOS.DAT nao abre (estado "
                   WS-FS-PRODUTOS ")."
           ELSE
               DISPLAY "Codigo do produto: "
               ACCEPT PRD-CODIGO
               READ F-PRODUTOS KEY IS PRD-CODIGO
                   INVALID KEY
                       DISPLAY "Produto nao encontrado."
                   NOT INVALID KEY
                       MOVE "S" TO WS-CODIGO-VALIDO
                       MOVE PRD-CODIGO TO APL-CODIGO
                       MOVE PRD-NOME TO WS-NOME-CODIGO
                       MOVE 0 TO APL-TAMANHO
               END-READ
               CLOSE F-PRODUTOS
           END-IF.

      ******************************************************************
      * Mapear ou corrigir artigos exige perfil de gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF OPCAO = "3" AND NOT PERFIL-GERENCIA
               MOVE "N" TO WS-FUNCAO-PERMITIDA
           END-IF.

      ******************************************************************
      * Assinatura do operador: codigo e PIN validados contra o
      * ficheiro mestre de operadores, como na entrada do ecra de
      * pedidos. O perfil lido decide as opcoes permitidas.
      ******************************************************************
       ASSINAR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-VALIDO.
           OPEN INPUT F-OPERADORES.
           IF WS-FS-OPERADORES = "35"
               DISPLAY "Sem operadores registados."
               GO TO ASSINAR-OPERADOR-FIM
           END-IF.
           DISPLAY "Codigo do operador: ".
           ACCEPT OPERADOR-ATUAL.
           DISPLAY "PIN (4 digitos)...: ".
           ACCEPT OPERADOR-PIN-ENTRADA.
           MOVE OPERADOR-ATUAL TO OPE-CODIGO.
           READ F-OPERADORES KEY IS OPE-CODIGO
               INVALID KEY
                   DISPLAY "Codigo ou PIN invalido."
               NOT INVALID KEY
                   IF OPE-PIN = OPERADOR-PIN-ENTRADA
                       MOVE "S" TO WS-OPERADOR-VALIDO
                       MOVE OPE-PERFIL TO OPERADOR-PERFIL
                   ELSE
                       DISPLAY "Codigo ou PIN invalido."
                   END-IF
           END-READ.
           CLOSE F-OPERADORES.

       ASSINAR-OPERADOR-FIM.
           EXIT.

       TERMINAR.
           CLOSE F-ARTPLATAFORMA.
           MOVE "N" TO CONTINUAR.

       END PROGRAM PlataformasManut.
