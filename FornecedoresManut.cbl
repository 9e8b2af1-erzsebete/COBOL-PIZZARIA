      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do ficheiro mestre de fornecedores
      *          (FORNECEDORES.DAT) e do ficheiro de artigos por
      *          fornecedor (FORNART.DAT), que diz a quem se encomenda
      *          cada ingrediente e produto de venda e o tamanho da
      *          embalagem. Usados pelo EncomendasCompra para propor
      *          as encomendas a partir dos minimos de stock, nos
      *          moldes das outras manutencoes: listar, adicionar e
      *          atualizar fornecedor, associar artigos e listar os
      *          artigos de cada fornecedor. Pede a assinatura do
      *          operador: adicionar, atualizar e associar artigos
      *          exigem perfil de gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FornecedoresManut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WS-FS-FORNECEDORES.

           SELECT F-FORNART ASSIGN TO "FORNART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAR-CHAVE
               FILE STATUS IS WS-FS-FORNART.

           SELECT F-INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INGREDIENTES.

           SELECT F-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRODUTOS.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FORNECEDORES.
           COPY FORREG.

       FD  F-FORNART.
           COPY FARREG.

       FD  F-INGREDIENTES.
           COPY INGREG.

       FD  F-PRODUTOS.
           COPY PRDREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-FORNECEDORES         PIC XX     VALUE SPACES.
        77 WS-FS-FORNART              PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1" THRU "6".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-VALOR-ENTRADA           PIC X(5)   VALUE SPACES.
        77 WS-TEXTO-ENTRADA           PIC X(30)  VALUE SPACES.
        77 WS-FORNECEDOR-ALVO         PIC X(2)   VALUE SPACES.
        77 WS-CHAVE-ARTIGO            PIC X(3)   VALUE SPACES.
        77 WS-NOME-ARTIGO             PIC X(20)  VALUE SPACES.
        77 WS-NUM-ARTIGOS             PIC 9(3)   VALUE 0.
        77 WS-ARTIGO-VALIDO           PIC X      VALUE "N".
           88 ARTIGO-VALIDO                      VALUE "S".
        77 WS-ASSOCIACAO-NOVA         PIC X      VALUE "N".
           88 ASSOCIACAO-NOVA                    VALUE "S".

        77 WS-IDX                     PIC 9      VALUE 0.
        77 WS-CH                      PIC X      VALUE SPACE.
        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: as listagens ficam abertas a
      * todos, adicionar, atualizar e associar artigos exigem gerente
      * ou administrador.
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
           OPEN I-O F-FORNECEDORES.
           IF WS-FS-FORNECEDORES = "35"
               OPEN OUTPUT F-FORNECEDORES
               CLOSE F-FORNECEDORES
               OPEN I-O F-FORNECEDORES
           END-IF.
           OPEN I-O F-FORNART.
           IF WS-FS-FORNART = "35"
               OPEN OUTPUT F-FORNART
               CLOSE F-FORNART
               OPEN I-O F-FORNART
           END-IF.
           OPEN INPUT F-INGREDIENTES.
           OPEN INPUT F-PRODUTOS.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Manutencao de Fornecedores".
           DISPLAY "[1] Listar fornecedores".
           DISPLAY "[2] Adicionar fornecedor".
           DISPLAY "[3] Atualizar fornecedor".
           DISPLAY "[4] Associar artigo a fornecedor".
           DISPLAY "[5] Listar artigos de um fornecedor".
           DISPLAY "[6] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1 a 6."
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM LISTAR-FORNECEDORES
               WHEN "2" PERFORM ADICIONAR-FORNECEDOR
               WHEN "3" PERFORM ATUALIZAR-FORNECEDOR
               WHEN "4" PERFORM ASSOCIAR-ARTIGO
                            THRU ASSOCIAR-ARTIGO-FIM
               WHEN "5" PERFORM LISTAR-ARTIGOS-FORNECEDOR
               WHEN "6" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

       LISTAR-FORNECEDORES.
           MOVE "N" TO WS-EOF.
           DISPLAY "Cod  Nome                           Telefone"
               "  Prazo Ativo".
           MOVE LOW-VALUES TO FOR-CODIGO.
           START F-FORNECEDORES KEY IS NOT LESS THAN FOR-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

           PERFORM UNTIL FIM-FICHEIRO
               READ F-FORNECEDORES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY FOR-CODIGO "   " FOR-NOME " "
                           FOR-TELEFONE "  " FOR-PRAZO-DIAS "    "
                           FOR-ATIVO
               END-READ
           END-PERFORM.

       ADICIONAR-FORNECEDOR.
           DISPLAY "Codigo (2 posicoes): ".
           PERFORM WITH TEST AFTER UNTIL (CODIGO-VALIDO)
               ACCEPT FOR-CODIGO
               PERFORM VALIDAR-CODIGO-PARA
               IF (NOT CODIGO-VALIDO)
                   DISPLAY "Codigo deve ter 2 digitos (00-99)."
               END-IF
           END-PERFORM.
           DISPLAY "Nome: ".
           ACCEPT FOR-NOME.
           DISPLAY "Telefone: ".
           ACCEPT FOR-TELEFONE.
           DISPLAY "Prazo de entrega em dias (ex: 2): ".
           ACCEPT WS-VALOR-ENTRADA.
           COMPUTE FOR-PRAZO-DIAS = FUNCTION NUMVAL(WS-VALOR-ENTRADA).
           MOVE "S" TO FOR-ATIVO.
           WRITE REG-FORNECEDOR
               INVALID KEY
                   DISPLAY "Codigo ja existe."
               NOT INVALID KEY
                   DISPLAY "Fornecedor adicionado."
           END-WRITE.

      ******************************************************************
      * Atualizacao: vazio mantem o valor atual. Um fornecedor
      * inativo deixa de receber encomendas propostas, mas fica no
      * ficheiro para as encomendas antigas.
      ******************************************************************
       ATUALIZAR-FORNECEDOR.
           DISPLAY "Codigo do fornecedor a atualizar: ".
           ACCEPT FOR-CODIGO.
           READ F-FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "Fornecedor nao encontrado."
               NOT INVALID KEY
                   DISPLAY "Nome atual: " FOR-NOME
                   DISPLAY "Novo nome (vazio=manter): "
                   ACCEPT WS-TEXTO-ENTRADA
                   IF WS-TEXTO-ENTRADA NOT = SPACES
                       MOVE WS-TEXTO-ENTRADA TO FOR-NOME
                   END-IF
                   DISPLAY "Telefone atual: " FOR-TELEFONE
                   DISPLAY "Novo telefone (vazio=manter): "
                   MOVE SPACES TO WS-TEXTO-ENTRADA
                   ACCEPT WS-TEXTO-ENTRADA
                   IF WS-TEXTO-ENTRADA NOT = SPACES
                       MOVE WS-TEXTO-ENTRADA TO FOR-TELEFONE
                   END-IF
                   DISPLAY "Prazo atual: " FOR-PRAZO-DIAS
                   DISPLAY "Novo prazo em dias (vazio=manter): "
                   ACCEPT WS-VALOR-ENTRADA
                   IF WS-VALOR-ENTRADA NOT = SPACES
                       COMPUTE FOR-PRAZO-DIAS =
                           FUNCTION NUMVAL(WS-VALOR-ENTRADA)
                   END-IF
                   DISPLAY "Ativo (S/N), atual " FOR-ATIVO ": "
                   ACCEPT WS-CH
                   IF WS-CH NOT = SPACE
                       MOVE FUNCTION UPPER-CASE(WS-CH) TO FOR-ATIVO
                   END-IF
                   IF NOT FOR-E-ATIVO
                       MOVE "N" TO FOR-ATIVO
                   END-IF
                   REWRITE REG-FORNECEDOR
                   DISPLAY "Fornecedor atualizado."
           END-READ.

      ******************************************************************
      * Associa um ingrediente ou produto ao fornecedor a quem se
      * encomenda, com as unidades de stock de cada embalagem. Um
      * artigo tem um so fornecedor; associar de novo substitui.
      ******************************************************************
       ASSOCIAR-ARTIGO.
           DISPLAY "Ingrediente ou produto (I/P): ".
           ACCEPT WS-CH.
           MOVE FUNCTION UPPER-CASE(WS-CH) TO FAR-ORIGEM.
           IF NOT (FAR-INGREDIENTE OR FAR-PRODUTO)
               DISPLAY "Indique I ou P."
               GO TO ASSOCIAR-ARTIGO-FIM
           END-IF.
           DISPLAY "Codigo do artigo: ".
           ACCEPT FAR-ITEM-CODIGO.
           PERFORM PROCURAR-ARTIGO.
           IF NOT ARTIGO-VALIDO
               DISPLAY "Artigo nao encontrado."
               GO TO ASSOCIAR-ARTIGO-FIM
           END-IF.
           DISPLAY FAR-ITEM-CODIGO " " WS-NOME-ARTIGO.
           MOVE FAR-CHAVE TO WS-CHAVE-ARTIGO.
           MOVE "N" TO WS-ASSOCIACAO-NOVA.
           READ F-FORNART KEY IS FAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-ASSOCIACAO-NOVA
                   MOVE WS-CHAVE-ARTIGO TO FAR-CHAVE
                   MOVE SPACES TO FAR-FORNECEDOR
                   MOVE 1 TO FAR-EMBALAGEM
               NOT INVALID KEY
                   DISPLAY "Fornecedor atual: " FAR-FORNECEDOR
                       "  Embalagem: " FAR-EMBALAGEM
           END-READ.
           DISPLAY "Codigo do fornecedor: ".
           ACCEPT FOR-CODIGO.
           READ F-FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "Fornecedor nao encontrado."
                   GO TO ASSOCIAR-ARTIGO-FIM
           END-READ.
           MOVE FOR-CODIGO TO FAR-FORNECEDOR.
           DISPLAY "Unidades por embalagem (vazio=manter "
               FAR-EMBALAGEM "): ".
           ACCEPT WS-VALOR-ENTRADA.
           IF WS-VALOR-ENTRADA NOT = SPACES
               COMPUTE FAR-EMBALAGEM =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
           END-IF.
           IF FAR-EMBALAGEM = 0
               MOVE 1 TO FAR-EMBALAGEM
           END-IF.
           IF ASSOCIACAO-NOVA
               WRITE REG-FORNART
           ELSE
               REWRITE REG-FORNART
           END-IF.
           DISPLAY "Artigo associado a " FOR-NOME.
       ASSOCIAR-ARTIGO-FIM.
           EXIT.

       LISTAR-ARTIGOS-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: ".
           ACCEPT WS-FORNECEDOR-ALVO.
           MOVE 0 TO WS-NUM-ARTIGOS.
           MOVE "N" TO WS-EOF.
           DISPLAY "Org Cod Nome                 Embalagem".
           MOVE LOW-VALUES TO FAR-CHAVE.
           START F-FORNART KEY IS NOT LESS THAN FAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

           PERFORM UNTIL FIM-FICHEIRO
               READ F-FORNART NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF FAR-FORNECEDOR = WS-FORNECEDOR-ALVO
                           PERFORM PROCURAR-ARTIGO
                           DISPLAY FAR-ORIGEM "   " FAR-ITEM-CODIGO
                               "  " WS-NOME-ARTIGO " " FAR-EMBALAGEM
                           ADD 1 TO WS-NUM-ARTIGOS
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-NUM-ARTIGOS = 0
               DISPLAY "Nenhum artigo associado a esse fornecedor."
           END-IF.

      ******************************************************************
      * Procura o artigo de FAR-CHAVE no seu ficheiro mestre e
      * devolve o nome em WS-NOME-ARTIGO.
      ******************************************************************
       PROCURAR-ARTIGO.
           MOVE "N" TO WS-ARTIGO-VALIDO.
           MOVE "(desconhecido)" TO WS-NOME-ARTIGO.
           IF FAR-INGREDIENTE
               MOVE FAR-ITEM-CODIGO TO ING-CODIGO
               READ F-INGREDIENTES KEY IS ING-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ARTIGO-VALIDO
                       MOVE ING-NOME TO WS-NOME-ARTIGO
               END-READ
           ELSE
               MOVE FAR-ITEM-CODIGO TO PRD-CODIGO
               READ F-PRODUTOS KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ARTIGO-VALIDO
                       MOVE PRD-NOME TO WS-NOME-ARTIGO
               END-READ
           END-IF.

      ******************************************************************
      * Validacao de codigo: exige 2 digitos numericos, como nas
      * outras manutencoes.
      ******************************************************************
       VALIDAR-CODIGO-PARA.
           MOVE "S" TO WS-CODIGO-VALIDO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 2
               MOVE FOR-CODIGO(WS-IDX:1) TO WS-CH
               IF (WS-CH < "0") OR (WS-CH > "9")
                   MOVE "N" TO WS-CODIGO-VALIDO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Adicionar e atualizar fornecedores e associar artigos exigem
      * perfil de gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "2" OR OPCAO = "3" OR OPCAO = "4")
               AND NOT PERFIL-GERENCIA
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
           CLOSE F-FORNECEDORES.
           CLOSE F-FORNART.
           CLOSE F-INGREDIENTES.
           CLOSE F-PRODUTOS.
           MOVE "N" TO CONTINUAR.

       END PROGRAM FornecedoresManut.
