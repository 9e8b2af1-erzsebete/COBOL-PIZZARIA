      ******************************************************************
      * Author:
      * Date:
      * Purpose: Encomendas de compra aos fornecedores. Propoe as
      *          quantidades a encomendar a partir dos minimos de
      *          stock dos ingredientes e dos produtos de venda
      *          (repor ate ao dobro do minimo, descontando o que ja
      *          esta encomendado e por receber, em embalagens
      *          inteiras), agrupadas por fornecedor (FORNART.DAT), e
      *          emite uma encomenda numerada por fornecedor em
      *          ENCOMENDAS.DAT, impressa em ENC-NNNNNN.TXT, com o
      *          numero reservado na serie "ENC" de NUMEROS.DAT (dois
      *          gerentes a emitir ao mesmo tempo nunca recebem o
      *          mesmo numero). Na
      *          chegada da mercadoria, recebe as linhas contra a
      *          encomenda, mostra as faltas e os excessos, soma ao
      *          stock e deixa no diario (MOVSTOCK.DAT) movimentos de
      *          entrada "E" com o numero da encomenda. Lista ainda
      *          as encomendas abertas ou so parcialmente recebidas.
      *          Pede a assinatura do operador: propor e emitir
      *          encomendas exige perfil de gerente; a rececao e as
      *          listagens ficam abertas a todos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EncomendasCompra.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENCOMENDAS ASSIGN TO "ENCOMENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ECM-CHAVE
               FILE STATUS IS WS-FS-ENCOMENDAS.

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

           SELECT F-MOVSTOCK ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-MOVSTOCK.

           SELECT F-NUMEROS ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-SERIE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-NUMEROS.

           SELECT F-IMPRESSAO ASSIGN TO DYNAMIC WS-NOME-IMPRESSAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ENCOMENDAS.
           COPY ECMREG.

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

       FD  F-MOVSTOCK.
           COPY MOVREG.

       FD  F-NUMEROS.
           COPY NUMREG.

       FD  F-IMPRESSAO.
        01 LINHA-IMPRESSAO            PIC X(60).

       WORKING-STORAGE SECTION.

        77 WS-FS-ENCOMENDAS           PIC XX     VALUE SPACES.
        77 WS-FS-FORNECEDORES         PIC XX     VALUE SPACES.
        77 WS-FS-FORNART              PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
        77 WS-FS-MOVSTOCK             PIC XX     VALUE SPACES.
        77 WS-FS-IMPRESSAO            PIC XX     VALUE SPACES.
        77 WS-FS-NUMEROS              PIC XX     VALUE SPACES.
        77 WS-SERIE-ALVO              PIC X(3)   VALUE SPACES.
        77 WS-NUMERO-RESERVADO        PIC 9(6)   VALUE 0.
        77 WS-NOME-IMPRESSAO          PIC X(20)  VALUE SPACES.
        77 WS-TENTATIVAS-ABERTURA     PIC 9(3)   VALUES 0.
        77 CONST-MAX-TENTATIVAS       PIC 9(3)   VALUE 100.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: emitir encomendas exige
      * gerente ou administrador e o codigo fica nas encomendas e nas
      * entradas do diario.
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

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1" THRU "5".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".
        77 RESPOSTA                   PIC X      VALUE SPACE.
           88 RESPOSTA-SIM                       VALUES "S","s".

       01  DATA-SISTEMA.
         05 ANO                       PIC 9(04)  VALUES ZEROS.
         05 MES                       PIC 9(02)  VALUES ZEROS.
         05 DIA                       PIC 9(02)  VALUES ZEROS.
       01  HORA-SISTEMA.
         05 HORA                      PIC 9(02)  VALUES ZEROS.
         05 MINUTO                    PIC 9(02)  VALUES ZEROS.
        77 WS-HOJE                    PIC 9(8)   VALUE 0.
       01  WS-DATA-AUX                PIC 9(8)   VALUE 0.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
         05 AUX-ANO                   PIC 9(4).
         05 AUX-MES                   PIC 9(2).
         05 AUX-DIA                   PIC 9(2).
        77 WS-DATA-TEXTO              PIC X(10)  VALUE SPACES.

       01  MOVIMENTO-STOCK.
         05 MOV-WS-ORIGEM             PIC X       VALUE SPACE.
         05 MOV-WS-CODIGO             PIC X(2)    VALUE SPACES.
         05 MOV-WS-NOME               PIC X(20)   VALUE SPACES.
         05 MOV-WS-QT                 PIC 9(5)    VALUES 0.
         05 MOV-WS-OPERADOR           PIC X(2)    VALUE SPACES.

      ******************************************************************
      * Proposta de encomenda: uma linha por artigo abaixo do minimo
      * com fornecedor, pela ordem de leitura dos mestres; a emissao
      * agrupa as linhas por fornecedor.
      ******************************************************************
        77 WS-NUM-PROPOSTAS           PIC 9(3)   VALUE 0.
        77 WS-MAX-PROPOSTAS           PIC 9(3)   VALUE 100.
       01  TABELA-PROPOSTA.
         05 PRP-ITEM OCCURS 100 TIMES.
            10 PRP-FORNECEDOR         PIC X(2).
            10 PRP-ORIGEM             PIC X.
            10 PRP-CODIGO             PIC X(2).
            10 PRP-NOME               PIC X(20).
            10 PRP-STOCK              PIC 9(5).
            10 PRP-MINIMO             PIC 9(5).
            10 PRP-EM-CURSO           PIC 9(5).
            10 PRP-EMBALAGEM          PIC 9(4).
            10 PRP-QT-EMBALAGENS      PIC 9(4).
            10 PRP-EMITIDA            PIC X.

      ******************************************************************
      * Quantidades ja encomendadas e por receber (encomendas "A" e
      * "P"), por artigo, para nao propor de novo o que vem a
      * caminho.
      ******************************************************************
        77 WS-NUM-EM-CURSO            PIC 9(3)   VALUE 0.
        77 WS-MAX-EM-CURSO            PIC 9(3)   VALUE 100.
       01  TABELA-EM-CURSO.
         05 EMC-ITEM OCCURS 100 TIMES.
            10 EMC-ORIGEM             PIC X.
            10 EMC-CODIGO             PIC X(2).
            10 EMC-QT                 PIC 9(5).
        77 WS-ENCOMENDA-EM-CURSO      PIC X      VALUE "N".
           88 ENCOMENDA-EM-CURSO                 VALUE "S".

      * Artigo a avaliar para a proposta, vindo de um dos mestres.
       01  ARTIGO-AVALIADO.
         05 AVL-ORIGEM                PIC X       VALUE SPACE.
         05 AVL-CODIGO                PIC X(2)    VALUE SPACES.
         05 AVL-NOME                  PIC X(20)   VALUE SPACES.
         05 AVL-STOCK                 PIC 9(5)    VALUES 0.
         05 AVL-MINIMO                PIC 9(5)    VALUES 0.
        77 WS-EM-CURSO                PIC 9(5)   VALUE 0.
        77 WS-NECESSARIO              PIC S9(6)  VALUE 0.
        77 WS-NUM-SEM-FORNECEDOR      PIC 9(3)   VALUE 0.
        77 WS-NUM-COBERTOS            PIC 9(3)   VALUE 0.

        77 WS-ENCOMENDA-NUM           PIC 9(6)   VALUE 0.
        77 WS-PROXIMA-ENCOMENDA       PIC 9(6)   VALUE 0.
        77 WS-FORNECEDOR-ATUAL        PIC X(2)   VALUE SPACES.
        77 WS-OPERADOR-ENCOMENDA      PIC X(2)   VALUE SPACES.
        77 WS-NUM-LINHA               PIC 9(2)   VALUE 0.
        77 WS-NUM-EMITIDAS            PIC 9(3)   VALUE 0.
        77 WS-ENTRADA                 PIC X(6)   VALUE SPACES.
        77 WS-QT-RECEBIDA             PIC 9(5)   VALUE 0.
        77 WS-DIFERENCA               PIC S9(5)  VALUE 0.
        77 WS-LINHAS-COMPLETAS        PIC 9(2)   VALUE 0.
        77 WS-LINHAS-TOTAL            PIC 9(2)   VALUE 0.
        77 WS-LINHAS-RECEBIDAS        PIC 9(2)   VALUE 0.
        77 WS-MOSTRAR-LINHAS          PIC X      VALUE "N".
           88 MOSTRAR-LINHAS                     VALUE "S".
        77 WS-NUM-LISTADAS            PIC 9(3)   VALUE 0.

        77 WS-IDX                     PIC 9(3)   VALUE 0.
        77 WS-IDX2                    PIC 9(3)   VALUE 0.
        77 WS-ACHOU                   PIC X      VALUE "N".
           88 ACHOU                              VALUE "S".

       01  WS-LINHA                   PIC X(60)  VALUE SPACES.
        77 SAIDA-QT                   PIC ZZZZ9.
        77 SAIDA-QT2                  PIC ZZZZ9.
        77 SAIDA-QT3                  PIC ZZZZ9.
        77 SAIDA-DIFERENCA            PIC -ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE = FUNCTION NUMVAL(DATA-SISTEMA).
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           MOVE OPERADOR-ATUAL TO MOV-WS-OPERADOR.
           OPEN I-O F-ENCOMENDAS.
           IF WS-FS-ENCOMENDAS = "35"
               OPEN OUTPUT F-ENCOMENDAS
               CLOSE F-ENCOMENDAS
               OPEN I-O F-ENCOMENDAS
           END-IF.
           OPEN INPUT F-FORNECEDORES.
           IF WS-FS-FORNECEDORES = "35"
               OPEN OUTPUT F-FORNECEDORES
               CLOSE F-FORNECEDORES
               OPEN INPUT F-FORNECEDORES
           END-IF.
           OPEN INPUT F-FORNART.
           IF WS-FS-FORNART = "35"
               OPEN OUTPUT F-FORNART
               CLOSE F-FORNART
               OPEN INPUT F-FORNART
           END-IF.
           OPEN I-O F-INGREDIENTES.
           OPEN I-O F-PRODUTOS.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Encomendas de Compra".
           DISPLAY "[1] Propor e emitir encomendas".
           DISPLAY "[2] Receber encomenda".
           DISPLAY "[3] Encomendas abertas ou parciais".
           DISPLAY "[4] Reimprimir encomenda".
           DISPLAY "[5] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1 a 5."
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM PROPOR-ENCOMENDAS
               WHEN "2" PERFORM RECEBER-ENCOMENDA
                            THRU RECEBER-ENCOMENDA-FIM
               WHEN "3" PERFORM LISTAR-ENCOMENDAS-ABERTAS
               WHEN "4" PERFORM REIMPRIMIR-ENCOMENDA
               WHEN "5" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

      ******************************************************************
      * Proposta: todos os ingredientes e produtos com stock igual
      * ou abaixo do minimo. A quantidade repoe o stock ate ao dobro
      * do minimo, menos o que ja vem a caminho, arredondada a
      * embalagens inteiras do fornecedor. O operador pode acertar
      * as quantidades antes de emitir.
      ******************************************************************
       PROPOR-ENCOMENDAS.
           MOVE 0 TO WS-NUM-PROPOSTAS.
           MOVE 0 TO WS-NUM-SEM-FORNECEDOR.
           MOVE 0 TO WS-NUM-COBERTOS.
           INITIALIZE TABELA-PROPOSTA.
           PERFORM CARREGAR-EM-CURSO.

           DISPLAY "Artigos abaixo do minimo sem fornecedor:".
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
                       IF ING-STOCK NOT GREATER THAN ING-STOCK-MIN
                           MOVE "I"           TO AVL-ORIGEM
                           MOVE ING-CODIGO    TO AVL-CODIGO
                           MOVE ING-NOME      TO AVL-NOME
                           MOVE ING-STOCK     TO AVL-STOCK
                           MOVE ING-STOCK-MIN TO AVL-MINIMO
                           PERFORM AVALIAR-ARTIGO
                       END-IF
               END-READ
           END-PERFORM.

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
                       IF PRD-STOCK NOT GREATER THAN PRD-STOCK-MIN
                           MOVE "P"           TO AVL-ORIGEM
                           MOVE PRD-CODIGO    TO AVL-CODIGO
                           MOVE PRD-NOME      TO AVL-NOME
                           MOVE PRD-STOCK     TO AVL-STOCK
                           MOVE PRD-STOCK-MIN TO AVL-MINIMO
                           PERFORM AVALIAR-ARTIGO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-SEM-FORNECEDOR = 0
               DISPLAY "  (nenhum)"
           END-IF.
           IF WS-NUM-COBERTOS > 0
               DISPLAY "Artigos abaixo do minimo ja cobertos por"
                   " encomendas em curso: " WS-NUM-COBERTOS
           END-IF.

           IF WS-NUM-PROPOSTAS = 0
               DISPLAY "Nada a encomendar."
           ELSE
               PERFORM MOSTRAR-PROPOSTA
               DISPLAY "Alterar quantidades? (S/N): "
               ACCEPT RESPOSTA
               IF RESPOSTA-SIM
                   PERFORM ALTERAR-PROPOSTA
               END-IF
               DISPLAY "Emitir as encomendas? (S/N): "
               ACCEPT RESPOSTA
               IF RESPOSTA-SIM
                   PERFORM EMITIR-ENCOMENDAS
               ELSE
                   DISPLAY "Nenhuma encomenda emitida."
               END-IF
           END-IF.

       AVALIAR-ARTIGO.
           MOVE 0 TO WS-EM-CURSO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-EM-CURSO
               IF EMC-ORIGEM(WS-IDX) = AVL-ORIGEM
                   AND EMC-CODIGO(WS-IDX) = AVL-CODIGO
                   MOVE EMC-QT(WS-IDX) TO WS-EM-CURSO
               END-IF
           END-PERFORM.
           COMPUTE WS-NECESSARIO =
               AVL-MINIMO * 2 - AVL-STOCK - WS-EM-CURSO.
           IF WS-NECESSARIO NOT > 0
               IF WS-EM-CURSO > 0
                   ADD 1 TO WS-NUM-COBERTOS
               END-IF
           ELSE
               MOVE AVL-ORIGEM TO FAR-ORIGEM
               MOVE AVL-CODIGO TO FAR-ITEM-CODIGO
               READ F-FORNART KEY IS FAR-CHAVE
                   INVALID KEY
                       MOVE SPACES TO FAR-FORNECEDOR
               END-READ
               MOVE FAR-FORNECEDOR TO FOR-CODIGO
               MOVE "N" TO FOR-ATIVO
               IF FAR-FORNECEDOR NOT = SPACES
                   READ F-FORNECEDORES KEY IS FOR-CODIGO
                       INVALID KEY
                           MOVE "N" TO FOR-ATIVO
                   END-READ
               END-IF
               IF NOT FOR-E-ATIVO
                   DISPLAY "  " AVL-ORIGEM " " AVL-CODIGO " "
                       AVL-NOME " stock " AVL-STOCK
                       " minimo " AVL-MINIMO
                   ADD 1 TO WS-NUM-SEM-FORNECEDOR
               ELSE
                   IF WS-NUM-PROPOSTAS < WS-MAX-PROPOSTAS
                       PERFORM GUARDAR-PROPOSTA
                   END-IF
               END-IF
           END-IF.

       GUARDAR-PROPOSTA.
           ADD 1 TO WS-NUM-PROPOSTAS.
           MOVE FAR-FORNECEDOR TO PRP-FORNECEDOR(WS-NUM-PROPOSTAS).
           MOVE AVL-ORIGEM     TO PRP-ORIGEM(WS-NUM-PROPOSTAS).
           MOVE AVL-CODIGO     TO PRP-CODIGO(WS-NUM-PROPOSTAS).
           MOVE AVL-NOME       TO PRP-NOME(WS-NUM-PROPOSTAS).
           MOVE AVL-STOCK      TO PRP-STOCK(WS-NUM-PROPOSTAS).
           MOVE AVL-MINIMO     TO PRP-MINIMO(WS-NUM-PROPOSTAS).
           MOVE WS-EM-CURSO    TO PRP-EM-CURSO(WS-NUM-PROPOSTAS).
           IF FAR-EMBALAGEM = 0
               MOVE 1 TO FAR-EMBALAGEM
           END-IF.
           MOVE FAR-EMBALAGEM  TO PRP-EMBALAGEM(WS-NUM-PROPOSTAS).
           COMPUTE PRP-QT-EMBALAGENS(WS-NUM-PROPOSTAS) =
               (WS-NECESSARIO + FAR-EMBALAGEM - 1) / FAR-EMBALAGEM.
           MOVE "N"            TO PRP-EMITIDA(WS-NUM-PROPOSTAS).

      ******************************************************************
      * Soma, por artigo, o que falta receber das encomendas abertas
      * e parciais.
      ******************************************************************
       CARREGAR-EM-CURSO.
           MOVE 0 TO WS-NUM-EM-CURSO.
           MOVE "N" TO WS-ENCOMENDA-EM-CURSO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ECM-CHAVE.
           START F-ENCOMENDAS KEY IS NOT LESS THAN ECM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-CABECALHO
                           IF ECM-ABERTA OR ECM-PARCIAL
                               MOVE "S" TO WS-ENCOMENDA-EM-CURSO
                           ELSE
                               MOVE "N" TO WS-ENCOMENDA-EM-CURSO
                           END-IF
                       ELSE
                           IF ENCOMENDA-EM-CURSO
                               AND ECM-QT-RECEBIDA < ECM-QT-ENCOMENDADA
                               PERFORM SOMAR-EM-CURSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SOMAR-EM-CURSO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NUM-EM-CURSO OR ACHOU
               IF EMC-ORIGEM(WS-IDX) = ECM-ORIGEM
                   AND EMC-CODIGO(WS-IDX) = ECM-ITEM-CODIGO
                   COMPUTE EMC-QT(WS-IDX) = EMC-QT(WS-IDX)
                       + ECM-QT-ENCOMENDADA - ECM-QT-RECEBIDA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-EM-CURSO < WS-MAX-EM-CURSO
               ADD 1 TO WS-NUM-EM-CURSO
               MOVE ECM-ORIGEM      TO EMC-ORIGEM(WS-NUM-EM-CURSO)
               MOVE ECM-ITEM-CODIGO TO EMC-CODIGO(WS-NUM-EM-CURSO)
               COMPUTE EMC-QT(WS-NUM-EM-CURSO) =
                   ECM-QT-ENCOMENDADA - ECM-QT-RECEBIDA
           END-IF.

      ******************************************************************
      * Mostra a proposta agrupada por fornecedor, com o numero de
      * cada linha para o acerto de quantidades.
      ******************************************************************
       MOSTRAR-PROPOSTA.
           DISPLAY " ".
           DISPLAY "PROPOSTA DE ENCOMENDA".
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-NUM-PROPOSTAS
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-IDX2 OR ACHOU
                   IF PRP-FORNECEDOR(WS-IDX) = PRP-FORNECEDOR(WS-IDX2)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF NOT ACHOU
                   MOVE PRP-FORNECEDOR(WS-IDX2) TO FOR-CODIGO
                   READ F-FORNECEDORES KEY IS FOR-CODIGO
                       INVALID KEY
                           MOVE SPACES TO FOR-NOME
                   END-READ
                   DISPLAY "Fornecedor " FOR-CODIGO " " FOR-NOME
                   DISPLAY " N.  Org Cod Artigo               Stock"
                       " Minimo  Curso Embal Qt emb"
                   MOVE PRP-FORNECEDOR(WS-IDX2) TO WS-FORNECEDOR-ATUAL
                   PERFORM VARYING WS-IDX FROM WS-IDX2 BY 1
                       UNTIL WS-IDX > WS-NUM-PROPOSTAS
                       IF PRP-FORNECEDOR(WS-IDX) = WS-FORNECEDOR-ATUAL
                           DISPLAY WS-IDX " " PRP-ORIGEM(WS-IDX) "   "
                               PRP-CODIGO(WS-IDX) "  "
                               PRP-NOME(WS-IDX) " "
                               PRP-STOCK(WS-IDX) " "
                               PRP-MINIMO(WS-IDX) "  "
                               PRP-EM-CURSO(WS-IDX) " "
                               PRP-EMBALAGEM(WS-IDX) "  "
                               PRP-QT-EMBALAGENS(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       ALTERAR-PROPOSTA.
           PERFORM WITH TEST AFTER UNTIL WS-IDX = 0
               DISPLAY "N. da linha a alterar (0=terminar): "
               ACCEPT WS-ENTRADA
               COMPUTE WS-IDX = FUNCTION NUMVAL(WS-ENTRADA)
               IF WS-IDX > WS-NUM-PROPOSTAS
                   DISPLAY "Linha inexistente."
               ELSE
                   IF WS-IDX > 0
                       DISPLAY PRP-NOME(WS-IDX) " - embalagens ("
                           PRP-QT-EMBALAGENS(WS-IDX)
                           ", 0=retirar): "
                       ACCEPT WS-ENTRADA
                       COMPUTE PRP-QT-EMBALAGENS(WS-IDX) =
                           FUNCTION NUMVAL(WS-ENTRADA)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Emite uma encomenda por fornecedor com as linhas de
      * quantidade acima de zero: cabecalho, linhas e impressao.
      * Cada encomenda leva o numero seguinte da serie "ENC". Se o
      * cabecalho nao puder ser gravado, a encomenda nao e emitida:
      * nem linhas, nem contagem, nem impressao, e as linhas desse
      * fornecedor ficam por emitir nesta proposta.
      ******************************************************************
       EMITIR-ENCOMENDAS.
           MOVE 0 TO WS-NUM-EMITIDAS.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-NUM-PROPOSTAS
               IF PRP-EMITIDA(WS-IDX2) = "N"
                   AND PRP-QT-EMBALAGENS(WS-IDX2) > 0
                   PERFORM EMITIR-UMA-ENCOMENDA
                       THRU EMITIR-UMA-ENCOMENDA-FIM
               END-IF
           END-PERFORM.
           DISPLAY "Encomendas emitidas: " WS-NUM-EMITIDAS.

       EMITIR-UMA-ENCOMENDA.
           MOVE PRP-FORNECEDOR(WS-IDX2) TO WS-FORNECEDOR-ATUAL.
           MOVE "ENC" TO WS-SERIE-ALVO.
           PERFORM RESERVAR-NUMERO-SERIE.
           MOVE WS-NUMERO-RESERVADO TO WS-ENCOMENDA-NUM.
           MOVE WS-FORNECEDOR-ATUAL TO FOR-CODIGO.
           READ F-FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE 0 TO FOR-PRAZO-DIAS
           END-READ.

           INITIALIZE REG-ENCOMENDA.
           MOVE WS-ENCOMENDA-NUM    TO ECM-NUM.
           MOVE 0                   TO ECM-LINHA.
           MOVE WS-FORNECEDOR-ATUAL TO ECM-FORNECEDOR.
           MOVE WS-HOJE             TO ECM-DATA.
           COMPUTE ECM-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE) + FOR-PRAZO-DIAS).
           MOVE "A"                 TO ECM-ESTADO.
           MOVE SPACE               TO ECM-ORIGEM.
           MOVE SPACES              TO ECM-ITEM-CODIGO.
           MOVE SPACES              TO ECM-ITEM-NOME.
           MOVE MOV-WS-OPERADOR     TO ECM-OPERADOR.
           WRITE REG-ENCOMENDA
               INVALID KEY
                   DISPLAY "Encomenda " WS-ENCOMENDA-NUM
                       " ja existe - nao emitida."
                   PERFORM RETIRAR-LINHAS-FORNECEDOR
                   GO TO EMITIR-UMA-ENCOMENDA-FIM
           END-WRITE.

           MOVE 0 TO WS-NUM-LINHA.
           PERFORM VARYING WS-IDX FROM WS-IDX2 BY 1
               UNTIL WS-IDX > WS-NUM-PROPOSTAS
               IF PRP-FORNECEDOR(WS-IDX) = WS-FORNECEDOR-ATUAL
                   AND PRP-EMITIDA(WS-IDX) = "N"
                   AND PRP-QT-EMBALAGENS(WS-IDX) > 0
                   ADD 1 TO WS-NUM-LINHA
                   MOVE WS-ENCOMENDA-NUM      TO ECM-NUM
                   MOVE WS-NUM-LINHA          TO ECM-LINHA
                   MOVE PRP-ORIGEM(WS-IDX)    TO ECM-ORIGEM
                   MOVE PRP-CODIGO(WS-IDX)    TO ECM-ITEM-CODIGO
                   MOVE PRP-NOME(WS-IDX)      TO ECM-ITEM-NOME
                   MOVE PRP-EMBALAGEM(WS-IDX) TO ECM-EMBALAGEM
                   MOVE PRP-QT-EMBALAGENS(WS-IDX)
                                              TO ECM-QT-EMBALAGENS
                   COMPUTE ECM-QT-ENCOMENDADA =
                       PRP-EMBALAGEM(WS-IDX) * PRP-QT-EMBALAGENS(WS-IDX)
                   MOVE 0                     TO ECM-QT-RECEBIDA
                   WRITE REG-ENCOMENDA
                       INVALID KEY
                           DISPLAY "Erro ao gravar a linha "
                               WS-NUM-LINHA " da encomenda "
                               WS-ENCOMENDA-NUM " (estado "
                               WS-FS-ENCOMENDAS ") - "
                               FUNCTION TRIM(PRP-NOME(WS-IDX))
                               " nao encomendado."
                   END-WRITE
                   MOVE "S" TO PRP-EMITIDA(WS-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-EMITIDAS.
           PERFORM IMPRIMIR-ENCOMENDA THRU IMPRIMIR-ENCOMENDA-FIM.

       EMITIR-UMA-ENCOMENDA-FIM.
           EXIT.

      *    Encomenda nao emitida: as linhas do fornecedor saem da
      *    emissao, para nao seguirem incompletas noutro numero.
       RETIRAR-LINHAS-FORNECEDOR.
           PERFORM VARYING WS-IDX FROM WS-IDX2 BY 1
               UNTIL WS-IDX > WS-NUM-PROPOSTAS
               IF PRP-FORNECEDOR(WS-IDX) = WS-FORNECEDOR-ATUAL
                   AND PRP-EMITIDA(WS-IDX) = "N"
                   MOVE "F" TO PRP-EMITIDA(WS-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Reserva o proximo numero de uma serie de NUMEROS.DAT, em I-O
      * exclusivo com repeticao da abertura enquanto outro programa
      * a tiver ocupada, como o ecra de pedidos faz com os pedidos e
      * recibos. Na primeira reserva da serie "ENC", a semente e a
      * maior encomenda ja gravada mais um, para a numeracao
      * continuar de onde ia.
      ******************************************************************
       RESERVAR-NUMERO-SERIE.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-NUMEROS = "00"
               OPEN I-O F-NUMEROS
               IF WS-FS-NUMEROS = "35"
      *        Outro programa pode estar a criar o ficheiro neste
      *        instante: repete-se o OPEN I-O antes de o criar aqui.
                   OPEN I-O F-NUMEROS
                   IF WS-FS-NUMEROS = "35"
                       OPEN OUTPUT F-NUMEROS
                       CLOSE F-NUMEROS
                       OPEN I-O F-NUMEROS
                   END-IF
               END-IF
               IF WS-FS-NUMEROS NOT = "00"
                   ADD 1 TO WS-TENTATIVAS-ABERTURA
                   IF WS-TENTATIVAS-ABERTURA > CONST-MAX-TENTATIVAS
                       DISPLAY "Erro persistente ao abrir"
                           " NUMEROS.DAT (estado " WS-FS-NUMEROS
                           ")."
                       DISPLAY "Corrija o ficheiro e corra o"
                           " programa de novo."
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SERIE-ALVO TO NUM-SERIE.
           READ F-NUMEROS KEY IS NUM-SERIE
               INVALID KEY
                   PERFORM OBTER-SEMENTE-ENCOMENDA
                   MOVE WS-SERIE-ALVO TO NUM-SERIE
                   MOVE WS-PROXIMA-ENCOMENDA TO NUM-PROXIMO
                   WRITE REG-NUMERO-SERIE
                       INVALID KEY
                           REWRITE REG-NUMERO-SERIE
                   END-WRITE
           END-READ.
           MOVE NUM-PROXIMO TO WS-NUMERO-RESERVADO.
           COMPUTE NUM-PROXIMO = WS-NUMERO-RESERVADO + 1.
           REWRITE REG-NUMERO-SERIE.
           CLOSE F-NUMEROS.

       OBTER-SEMENTE-ENCOMENDA.
           MOVE 0 TO WS-PROXIMA-ENCOMENDA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ECM-CHAVE.
           START F-ENCOMENDAS KEY IS NOT LESS THAN ECM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-NUM > WS-PROXIMA-ENCOMENDA
                           MOVE ECM-NUM TO WS-PROXIMA-ENCOMENDA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-PROXIMA-ENCOMENDA.

      ******************************************************************
      * Impressao da encomenda WS-ENCOMENDA-NUM em ENC-NNNNNN.TXT
      * (e no ecra), para enviar ao fornecedor.
      ******************************************************************
       IMPRIMIR-ENCOMENDA.
           MOVE WS-ENCOMENDA-NUM TO ECM-NUM.
           MOVE 0 TO ECM-LINHA.
           READ F-ENCOMENDAS KEY IS ECM-CHAVE
               INVALID KEY
                   DISPLAY "Encomenda nao encontrada."
                   GO TO IMPRIMIR-ENCOMENDA-FIM
           END-READ.
           MOVE ECM-OPERADOR TO WS-OPERADOR-ENCOMENDA.
           MOVE ECM-FORNECEDOR TO FOR-CODIGO.
           READ F-FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE SPACES TO FOR-NOME
                   MOVE SPACES TO FOR-TELEFONE
           END-READ.
           MOVE SPACES TO WS-NOME-IMPRESSAO.
           STRING "ENC-"           DELIMITED BY SIZE
               WS-ENCOMENDA-NUM    DELIMITED BY SIZE
               ".TXT"              DELIMITED BY SIZE
               INTO WS-NOME-IMPRESSAO
           END-STRING.
           OPEN OUTPUT F-IMPRESSAO.

           MOVE "PIZARIA RAMALHO" TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "NOTA DE ENCOMENDA N. " DELIMITED BY SIZE
               ECM-NUM DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Fornecedor: " DELIMITED BY SIZE
               ECM-FORNECEDOR    DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               FOR-NOME          DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Telefone: " DELIMITED BY SIZE
               FOR-TELEFONE    DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           MOVE ECM-DATA TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO WS-LINHA.
           STRING "Data: "    DELIMITED BY SIZE
               WS-DATA-TEXTO  DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           MOVE ECM-DATA-PREVISTA TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA.
           MOVE "Entrega prevista: " TO WS-LINHA(20:18).
           MOVE WS-DATA-TEXTO TO WS-LINHA(38:10).
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE "Cod Artigo               Embal Qt emb Unidades"
               TO WS-LINHA.
           PERFORM ESCREVER-LINHA.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-NUM NOT = WS-ENCOMENDA-NUM
                           MOVE "S" TO WS-EOF
                       ELSE
                           MOVE SPACES TO WS-LINHA
                           MOVE ECM-ITEM-CODIGO TO WS-LINHA(1:2)
                           MOVE ECM-ITEM-NOME   TO WS-LINHA(5:20)
                           MOVE ECM-EMBALAGEM   TO SAIDA-QT
                           MOVE SAIDA-QT        TO WS-LINHA(26:5)
                           MOVE ECM-QT-EMBALAGENS TO SAIDA-QT
                           MOVE SAIDA-QT        TO WS-LINHA(33:5)
                           MOVE ECM-QT-ENCOMENDADA TO SAIDA-QT
                           MOVE SAIDA-QT        TO WS-LINHA(42:5)
                           PERFORM ESCREVER-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-LINHA.
           PERFORM ESCREVER-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "Operador: " DELIMITED BY SIZE
               WS-OPERADOR-ENCOMENDA DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           PERFORM ESCREVER-LINHA.
           CLOSE F-IMPRESSAO.
           DISPLAY "Encomenda impressa em " WS-NOME-IMPRESSAO.
       IMPRIMIR-ENCOMENDA-FIM.
           EXIT.

       ESCREVER-LINHA.
           WRITE LINHA-IMPRESSAO FROM WS-LINHA.
           DISPLAY WS-LINHA.

       FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-TEXTO.
           STRING AUX-DIA "/" AUX-MES "/" AUX-ANO
               DELIMITED BY SIZE
               INTO WS-DATA-TEXTO
           END-STRING.

       REIMPRIMIR-ENCOMENDA.
           DISPLAY "Numero da encomenda: ".
           ACCEPT WS-ENTRADA.
           COMPUTE WS-ENCOMENDA-NUM = FUNCTION NUMVAL(WS-ENTRADA).
           PERFORM IMPRIMIR-ENCOMENDA THRU IMPRIMIR-ENCOMENDA-FIM.

      ******************************************************************
      * Rececao da mercadoria contra a encomenda: para cada linha
      * pede a quantidade que chegou agora, soma-a ao stock e ao
      * recebido da linha e deixa um movimento "E" com o numero da
      * encomenda. Faltas e excessos ficam a vista na linha e no
      * resumo. A encomenda fecha quando todas as linhas estiverem
      * recebidas, ou se o operador a fechar com as faltas.
      ******************************************************************
       RECEBER-ENCOMENDA.
           DISPLAY "Numero da encomenda recebida: ".
           ACCEPT WS-ENTRADA.
           COMPUTE WS-ENCOMENDA-NUM = FUNCTION NUMVAL(WS-ENTRADA).
           MOVE WS-ENCOMENDA-NUM TO ECM-NUM.
           MOVE 0 TO ECM-LINHA.
           READ F-ENCOMENDAS KEY IS ECM-CHAVE
               INVALID KEY
                   DISPLAY "Encomenda nao encontrada."
                   GO TO RECEBER-ENCOMENDA-FIM
           END-READ.
           IF ECM-FECHADA
               DISPLAY "Encomenda ja fechada."
               GO TO RECEBER-ENCOMENDA-FIM
           END-IF.
           MOVE ECM-FORNECEDOR TO FOR-CODIGO.
           READ F-FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE SPACES TO FOR-NOME
           END-READ.
           DISPLAY "Encomenda " ECM-NUM " - " FOR-NOME
               " - de " ECM-DATA.

           MOVE 0 TO WS-LINHAS-TOTAL.
           MOVE 0 TO WS-LINHAS-COMPLETAS.
           MOVE 0 TO WS-LINHAS-RECEBIDAS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-NUM NOT = WS-ENCOMENDA-NUM
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM RECEBER-LINHA
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "Diferencas da entrega:".
           PERFORM LISTAR-DIFERENCAS.

           MOVE WS-ENCOMENDA-NUM TO ECM-NUM.
           MOVE 0 TO ECM-LINHA.
           READ F-ENCOMENDAS KEY IS ECM-CHAVE
               INVALID KEY
                   GO TO RECEBER-ENCOMENDA-FIM
           END-READ.
           IF WS-LINHAS-COMPLETAS = WS-LINHAS-TOTAL
               MOVE "F" TO ECM-ESTADO
           ELSE
               IF WS-LINHAS-RECEBIDAS > 0
                   MOVE "P" TO ECM-ESTADO
               END-IF
               DISPLAY "Fechar a encomenda com as faltas? (S/N): "
               ACCEPT RESPOSTA
               IF RESPOSTA-SIM
                   MOVE "F" TO ECM-ESTADO
               END-IF
           END-IF.
           REWRITE REG-ENCOMENDA.
           EVALUATE TRUE
               WHEN ECM-FECHADA
                   DISPLAY "Encomenda fechada."
               WHEN ECM-PARCIAL
                   DISPLAY "Encomenda parcialmente recebida."
               WHEN OTHER
                   DISPLAY "Encomenda continua em aberto."
           END-EVALUATE.
       RECEBER-ENCOMENDA-FIM.
           EXIT.

       RECEBER-LINHA.
           ADD 1 TO WS-LINHAS-TOTAL.
           IF ECM-QT-RECEBIDA NOT < ECM-QT-ENCOMENDADA
               ADD 1 TO WS-LINHAS-COMPLETAS
               ADD 1 TO WS-LINHAS-RECEBIDAS
           ELSE
               COMPUTE WS-DIFERENCA =
                   ECM-QT-ENCOMENDADA - ECM-QT-RECEBIDA
               MOVE ECM-QT-ENCOMENDADA TO SAIDA-QT
               MOVE ECM-QT-RECEBIDA    TO SAIDA-QT2
               MOVE WS-DIFERENCA       TO SAIDA-QT3
               DISPLAY ECM-LINHA " " ECM-ORIGEM " " ECM-ITEM-CODIGO
                   " " ECM-ITEM-NOME " encomendado " SAIDA-QT
                   " recebido " SAIDA-QT2 " falta " SAIDA-QT3
               DISPLAY "   Quantidade recebida agora (unidades,"
                   " vazio=0): "
               MOVE SPACES TO WS-ENTRADA
               ACCEPT WS-ENTRADA
               COMPUTE WS-QT-RECEBIDA = FUNCTION NUMVAL(WS-ENTRADA)
               IF WS-QT-RECEBIDA > 0
                   PERFORM DAR-ENTRADA-STOCK
                   ADD WS-QT-RECEBIDA TO ECM-QT-RECEBIDA
                   REWRITE REG-ENCOMENDA
               END-IF
               IF ECM-QT-RECEBIDA > 0
                   ADD 1 TO WS-LINHAS-RECEBIDAS
               END-IF
               IF ECM-QT-RECEBIDA NOT < ECM-QT-ENCOMENDADA
                   ADD 1 TO WS-LINHAS-COMPLETAS
               END-IF
           END-IF.

      ******************************************************************
      * Soma a quantidade recebida ao stock do artigo no seu mestre
      * e deixa o movimento de entrada com o numero da encomenda.
      ******************************************************************
       DAR-ENTRADA-STOCK.
           MOVE ECM-ORIGEM      TO MOV-WS-ORIGEM.
           MOVE ECM-ITEM-CODIGO TO MOV-WS-CODIGO.
           MOVE ECM-ITEM-NOME   TO MOV-WS-NOME.
           MOVE WS-QT-RECEBIDA  TO MOV-WS-QT.
           IF ECM-ORIGEM = "I"
               MOVE ECM-ITEM-CODIGO TO ING-CODIGO
               READ F-INGREDIENTES KEY IS ING-CODIGO
                   INVALID KEY
                       DISPLAY "Ingrediente " ECM-ITEM-CODIGO
                           " nao encontrado - stock nao atualizado."
                   NOT INVALID KEY
                       ADD WS-QT-RECEBIDA TO ING-STOCK
                       REWRITE REG-INGREDIENTE
                       MOVE ING-NOME TO MOV-WS-NOME
                       PERFORM REGISTAR-MOVIMENTO-STOCK
               END-READ
           ELSE
               MOVE ECM-ITEM-CODIGO TO PRD-CODIGO
               READ F-PRODUTOS KEY IS PRD-CODIGO
                   INVALID KEY
                       DISPLAY "Produto " ECM-ITEM-CODIGO
                           " nao encontrado - stock nao atualizado."
                   NOT INVALID KEY
                       ADD WS-QT-RECEBIDA TO PRD-STOCK
                       REWRITE REG-PRODUTO
                       MOVE PRD-NOME TO MOV-WS-NOME
                       PERFORM REGISTAR-MOVIMENTO-STOCK
               END-READ
           END-IF.

      ******************************************************************
      * Resumo das faltas e excessos de todas as linhas da
      * encomenda, depois da rececao.
      ******************************************************************
       LISTAR-DIFERENCAS.
           MOVE 0 TO WS-NUM-LISTADAS.
           MOVE WS-ENCOMENDA-NUM TO ECM-NUM.
           MOVE 1 TO ECM-LINHA.
           MOVE "N" TO WS-EOF.
           START F-ENCOMENDAS KEY IS NOT LESS THAN ECM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-NUM NOT = WS-ENCOMENDA-NUM
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF ECM-QT-RECEBIDA NOT = ECM-QT-ENCOMENDADA
                               COMPUTE WS-DIFERENCA = ECM-QT-RECEBIDA
                                   - ECM-QT-ENCOMENDADA
                               MOVE WS-DIFERENCA TO SAIDA-DIFERENCA
                               IF WS-DIFERENCA < 0
                                   DISPLAY "  FALTA   " ECM-ITEM-CODIGO
                                       " " ECM-ITEM-NOME " "
                                       SAIDA-DIFERENCA
                               ELSE
                                   DISPLAY "  EXCESSO " ECM-ITEM-CODIGO
                                       " " ECM-ITEM-NOME " "
                                       SAIDA-DIFERENCA
                               END-IF
                               ADD 1 TO WS-NUM-LISTADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-LISTADAS = 0
               DISPLAY "  (nenhuma - entrega conforme a encomenda)"
           END-IF.

      ******************************************************************
      * Encomendas abertas ou so parcialmente recebidas, com o que
      * falta receber de cada linha; as que ja passaram a data
      * prevista saem assinaladas como atrasadas.
      ******************************************************************
       LISTAR-ENCOMENDAS-ABERTAS.
           MOVE 0 TO WS-NUM-LISTADAS.
           MOVE "N" TO WS-MOSTRAR-LINHAS.
           MOVE "N" TO WS-EOF.
           DISPLAY "Encomendas abertas ou parciais:".
           MOVE LOW-VALUES TO ECM-CHAVE.
           START F-ENCOMENDAS KEY IS NOT LESS THAN ECM-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-ENCOMENDAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF ECM-CABECALHO
                           PERFORM LISTAR-CABECALHO-ABERTO
                       ELSE
                           IF MOSTRAR-LINHAS
                               AND ECM-QT-RECEBIDA < ECM-QT-ENCOMENDADA
                               COMPUTE WS-DIFERENCA =
                                   ECM-QT-ENCOMENDADA - ECM-QT-RECEBIDA
                               MOVE ECM-QT-ENCOMENDADA TO SAIDA-QT
                               MOVE ECM-QT-RECEBIDA    TO SAIDA-QT2
                               MOVE WS-DIFERENCA       TO SAIDA-QT3
                               DISPLAY "    " ECM-ORIGEM " "
                                   ECM-ITEM-CODIGO " " ECM-ITEM-NOME
                                   " enc " SAIDA-QT " rec " SAIDA-QT2
                                   " falta " SAIDA-QT3
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-LISTADAS = 0
               DISPLAY "  (nenhuma)"
           END-IF.

       LISTAR-CABECALHO-ABERTO.
           IF ECM-ABERTA OR ECM-PARCIAL
               MOVE "S" TO WS-MOSTRAR-LINHAS
               ADD 1 TO WS-NUM-LISTADAS
               MOVE ECM-FORNECEDOR TO FOR-CODIGO
               READ F-FORNECEDORES KEY IS FOR-CODIGO
                   INVALID KEY
                       MOVE SPACES TO FOR-NOME
               END-READ
               MOVE ECM-DATA-PREVISTA TO WS-DATA-AUX
               PERFORM FORMATAR-DATA
               IF ECM-DATA-PREVISTA < WS-HOJE
                   DISPLAY ECM-NUM " " ECM-ESTADO " " ECM-FORNECEDOR
                       " " FOR-NOME " prevista " WS-DATA-TEXTO
                       " ATRASADA"
               ELSE
                   DISPLAY ECM-NUM " " ECM-ESTADO " " ECM-FORNECEDOR
                       " " FOR-NOME " prevista " WS-DATA-TEXTO
               END-IF
           ELSE
               MOVE "N" TO WS-MOSTRAR-LINHAS
           END-IF.

      ******************************************************************
      * Propor e emitir encomendas compromete despesa e exige perfil
      * de gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF OPCAO = "1" AND NOT PERFIL-GERENCIA
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

      ******************************************************************
      * Diario de movimentos de stock, no mesmo desenho das outras
      * manutencoes; a entrada leva o numero da encomenda no campo
      * do pedido.
      ******************************************************************
       REGISTAR-MOVIMENTO-STOCK.
      *    O diario e partilhado com o ecra de pedidos, que o abre
      *    em exclusivo durante cada escrita: repete-se a abertura
      *    enquanto ele estiver ocupado, mas um erro persistente
      *    para o programa com a mensagem.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-MOVSTOCK = "00"
               OPEN EXTEND F-MOVSTOCK
               IF WS-FS-MOVSTOCK = "35"
                   OPEN OUTPUT F-MOVSTOCK
               END-IF
               IF WS-FS-MOVSTOCK NOT = "00"
                   ADD 1 TO WS-TENTATIVAS-ABERTURA
                   IF WS-TENTATIVAS-ABERTURA > CONST-MAX-TENTATIVAS
                       DISPLAY "Erro persistente ao abrir"
                           " MOVSTOCK.DAT (estado " WS-FS-MOVSTOCK
                           ")."
                       DISPLAY "Corrija o ficheiro e corra o"
                           " programa de novo."
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           COMPUTE MOV-DATA = FUNCTION NUMVAL(DATA-SISTEMA).
           MOVE HORA-SISTEMA     TO MOV-HORA.
           MOVE MOV-WS-ORIGEM    TO MOV-ORIGEM.
           MOVE MOV-WS-CODIGO    TO MOV-ITEM-CODIGO.
           MOVE MOV-WS-NOME      TO MOV-ITEM-NOME.
           MOVE "E"              TO MOV-TIPO.
           MOVE "+"              TO MOV-SINAL.
           MOVE MOV-WS-QT        TO MOV-QT.
           MOVE WS-ENCOMENDA-NUM TO MOV-PEDIDO-NUM.
           MOVE SPACES           TO MOV-MOTIVO-COD.
           MOVE MOV-WS-OPERADOR  TO MOV-OPERADOR.
           WRITE REG-MOVIMENTO.
           CLOSE F-MOVSTOCK.

       TERMINAR.
           CLOSE F-ENCOMENDAS.
           CLOSE F-FORNECEDORES.
           CLOSE F-FORNART.
           CLOSE F-INGREDIENTES.
           CLOSE F-PRODUTOS.
           MOVE "N" TO CONTINUAR.

       END PROGRAM EncomendasCompra.
