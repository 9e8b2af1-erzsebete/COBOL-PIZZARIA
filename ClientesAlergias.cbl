      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alergias dos clientes. Regista no ficheiro mestre de
      *          clientes (CLIENTES.DAT) os alergenios a que cada
      *          cliente e alergico (os 14 de declaracao obrigatoria,
      *          por sigla) e uma nota livre, para o ecra de pedidos
      *          avisar o operador quando uma piza ou um produto do
      *          pedido os contem e o talao de cozinha os destacar.
      *          Um cliente que ainda nao fez pedidos pode ser
      *          registado aqui so com o nome. Lista tambem todos os
      *          clientes com alergias registadas.
      *          Pede a assinatura do operador (codigo e PIN) antes
      *          de abrir o ficheiro de clientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClientesAlergias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIENTES.
           COPY CLIREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-CLIENTES             PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: qualquer perfil pode
      * registar as alergias dos clientes.
      ******************************************************************
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1","2","3".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-CONTATO-ENTRADA         PIC X(9)   VALUE SPACES.
        77 WS-NOTA-ENTRADA            PIC X(40)  VALUE SPACES.
        77 WS-RESPOSTA                PIC X      VALUE SPACE.
        77 WS-CLIENTE-NOVO            PIC X      VALUE "N".
           88 CLIENTE-NOVO                       VALUE "S".
        77 WS-NUM-ALERGICOS           PIC 9(5)   VALUE 0.

      ******************************************************************
      * Alergenios: tabela das siglas, entrada por siglas e listagem
      * das siglas de um campo de alergenios.
      ******************************************************************
           COPY ALGTAB.
        77 WS-ALERG-ENTRADA           PIC X(45)  VALUE SPACES.
       01  WS-ALERG-SIGLAS.
         05 WS-ALERG-SIGLA OCCURS 14 TIMES PIC X(2).
       01  WS-ALERG-FLAGS             PIC X(14)  VALUE SPACES.
       01  WS-ALERG-FLAGS-R REDEFINES WS-ALERG-FLAGS.
         05 WS-ALERG-FLAG OCCURS 14 TIMES PIC X.
       01  WS-ALERG-NOVAS             PIC X(14)  VALUE SPACES.
       01  WS-ALERG-NOVAS-R REDEFINES WS-ALERG-NOVAS.
         05 WS-ALERG-NOVA OCCURS 14 TIMES PIC X.
        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERG-J                 PIC 99     VALUE 0.
        77 WS-ALERG-ACHADO            PIC 99     VALUE 0.
        77 WS-ALERG-QT                PIC 99     VALUE 0.
        77 WS-ALERG-POS               PIC 99     VALUE 0.
        77 WS-ALERG-VALIDO            PIC X      VALUE "N".
           88 ALERG-VALIDO                       VALUE "S".
        77 WS-ALERG-TEXTO             PIC X(42)  VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           OPEN I-O F-CLIENTES.
           IF WS-FS-CLIENTES = "35"
               OPEN OUTPUT F-CLIENTES
               CLOSE F-CLIENTES
               OPEN I-O F-CLIENTES
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Alergias dos Clientes".
           DISPLAY "[1] Alergias de um cliente".
           DISPLAY "[2] Listar clientes com alergias".
           DISPLAY "[3] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1 a 3."
               END-IF
           END-PERFORM.

           EVALUATE OPCAO
               WHEN "1" PERFORM MANTER-ALERGIAS THRU MANTER-ALERGIAS-FIM
               WHEN "2" PERFORM LISTAR-ALERGICOS
               WHEN "3" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

      ******************************************************************
      * Alergias de um cliente, pelo contato. Um contato que nao
      * existe pode ser registado com o nome, sem pedidos nem
      * pontos, como faria o primeiro pedido.
      ******************************************************************
       MANTER-ALERGIAS.
           DISPLAY "Contato do cliente (9 digitos): ".
           ACCEPT WS-CONTATO-ENTRADA.
           IF WS-CONTATO-ENTRADA IS NOT NUMERIC
               DISPLAY "Indique um contato com 9 digitos."
               GO TO MANTER-ALERGIAS-FIM
           END-IF.
           MOVE "N" TO WS-CLIENTE-NOVO.
           MOVE WS-CONTATO-ENTRADA TO CLI-CONTATO.
           READ F-CLIENTES KEY IS CLI-CONTATO
               INVALID KEY
                   MOVE "S" TO WS-CLIENTE-NOVO
           END-READ.

           IF CLIENTE-NOVO
               DISPLAY "Cliente nao registado - registar? (S/N): "
               ACCEPT WS-RESPOSTA
               IF FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S"
                   GO TO MANTER-ALERGIAS-FIM
               END-IF
               MOVE WS-CONTATO-ENTRADA TO CLI-CONTATO
               DISPLAY "Nome: "
               ACCEPT CLI-NOME
               MOVE 0 TO CLI-NUM-PEDIDOS
               MOVE 0 TO CLI-PONTOS
               MOVE SPACES TO CLI-ALERGIAS
               MOVE SPACES TO CLI-NOTA-ALERGIA
           ELSE
               DISPLAY CLI-CONTATO " " CLI-NOME
           END-IF.

           MOVE CLI-ALERGIAS TO WS-ALERG-FLAGS.
           PERFORM PEDIR-ALERGENOS.
           MOVE WS-ALERG-FLAGS TO CLI-ALERGIAS.
           DISPLAY "Nota atual: " CLI-NOTA-ALERGIA.
           DISPLAY "Nova nota (vazio=manter, -=apagar): ".
           ACCEPT WS-NOTA-ENTRADA.
           IF WS-NOTA-ENTRADA = "-"
               MOVE SPACES TO CLI-NOTA-ALERGIA
           ELSE
               IF WS-NOTA-ENTRADA NOT = SPACES
                   MOVE WS-NOTA-ENTRADA TO CLI-NOTA-ALERGIA
               END-IF
           END-IF.

           IF CLIENTE-NOVO
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "Cliente registado entretanto noutro"
                           " posto - nada gravado."
                   NOT INVALID KEY
                       DISPLAY "Cliente registado com as alergias."
               END-WRITE
           ELSE
               REWRITE REG-CLIENTE
               DISPLAY "Alergias gravadas."
           END-IF.
       MANTER-ALERGIAS-FIM.
           EXIT.

      ******************************************************************
      * Clientes com alergias ou nota de alergia registadas.
      ******************************************************************
       LISTAR-ALERGICOS.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-NUM-ALERGICOS.
           DISPLAY "Contato   Nome                           Alergias".
           MOVE LOW-VALUES TO CLI-CONTATO.
           START F-CLIENTES KEY IS NOT LESS THAN CLI-CONTATO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-CLIENTES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CLI-ALERGIAS NOT = SPACES
                           OR CLI-NOTA-ALERGIA NOT = SPACES
                           ADD 1 TO WS-NUM-ALERGICOS
                           MOVE CLI-ALERGIAS TO WS-ALERG-FLAGS
                           PERFORM MONTAR-SIGLAS-ALERGENOS
                           DISPLAY CLI-CONTATO " " CLI-NOME " "
                               WS-ALERG-TEXTO
                           IF CLI-NOTA-ALERGIA NOT = SPACES
                               DISPLAY "          Nota: "
                                   CLI-NOTA-ALERGIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NUM-ALERGICOS = 0
               DISPLAY "Nenhum cliente com alergias registadas."
           END-IF.

      ******************************************************************
      * Alergenios por sigla (GL, LT...) separadas por espacos, sobre
      * WS-ALERG-FLAGS: vazio mantem os atuais e "-" limpa todos; uma
      * sigla desconhecida repete a pergunta.
      ******************************************************************
       PEDIR-ALERGENOS.
           PERFORM MONTAR-SIGLAS-ALERGENOS.
           DISPLAY "Alergenios atuais: " WS-ALERG-TEXTO.
           PERFORM MOSTRAR-LEGENDA-ALERGENOS.
           MOVE "N" TO WS-ALERG-VALIDO.
           PERFORM UNTIL ALERG-VALIDO
               DISPLAY "Siglas separadas por espaco (vazio=manter,"
                   " -=nenhum): "
               ACCEPT WS-ALERG-ENTRADA
               PERFORM LER-SIGLAS-ALERGENOS
           END-PERFORM.

       MOSTRAR-LEGENDA-ALERGENOS.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               DISPLAY ALG-SIGLA(WS-ALERG-IDX) "="
                   ALG-NOME(WS-ALERG-IDX) " " WITH NO ADVANCING
               IF WS-ALERG-IDX = 5 OR WS-ALERG-IDX = 10
                   DISPLAY " "
               END-IF
           END-PERFORM.
           DISPLAY " ".

       LER-SIGLAS-ALERGENOS.
           MOVE "S" TO WS-ALERG-VALIDO.
           IF WS-ALERG-ENTRADA = "-"
               MOVE SPACES TO WS-ALERG-FLAGS
           END-IF.
           IF WS-ALERG-ENTRADA NOT = SPACES AND NOT = "-"
               MOVE SPACES TO WS-ALERG-SIGLAS
               MOVE SPACES TO WS-ALERG-NOVAS
               MOVE FUNCTION UPPER-CASE(WS-ALERG-ENTRADA)
                   TO WS-ALERG-ENTRADA
               UNSTRING WS-ALERG-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-ALERG-SIGLA(1)  WS-ALERG-SIGLA(2)
                        WS-ALERG-SIGLA(3)  WS-ALERG-SIGLA(4)
                        WS-ALERG-SIGLA(5)  WS-ALERG-SIGLA(6)
                        WS-ALERG-SIGLA(7)  WS-ALERG-SIGLA(8)
                        WS-ALERG-SIGLA(9)  WS-ALERG-SIGLA(10)
                        WS-ALERG-SIGLA(11) WS-ALERG-SIGLA(12)
                        WS-ALERG-SIGLA(13) WS-ALERG-SIGLA(14)
               END-UNSTRING
               PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
                   UNTIL WS-ALERG-IDX > 14
                   IF WS-ALERG-SIGLA(WS-ALERG-IDX) NOT = SPACES
                       PERFORM PROCURAR-SIGLA-ALERGENO
                       IF WS-ALERG-ACHADO = 0
                           DISPLAY "Sigla desconhecida: "
                               WS-ALERG-SIGLA(WS-ALERG-IDX)
                           MOVE "N" TO WS-ALERG-VALIDO
                       ELSE
                           MOVE "S" TO WS-ALERG-NOVA(WS-ALERG-ACHADO)
                       END-IF
                   END-IF
               END-PERFORM
               IF ALERG-VALIDO
                   MOVE WS-ALERG-NOVAS TO WS-ALERG-FLAGS
               END-IF
           END-IF.

       PROCURAR-SIGLA-ALERGENO.
           MOVE 0 TO WS-ALERG-ACHADO.
           PERFORM VARYING WS-ALERG-J FROM 1 BY 1
               UNTIL WS-ALERG-J > 14
               IF ALG-SIGLA(WS-ALERG-J) = WS-ALERG-SIGLA(WS-ALERG-IDX)
                   MOVE WS-ALERG-J TO WS-ALERG-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Siglas dos alergenios presentes em WS-ALERG-FLAGS ("GL LT"),
      * para as listagens.
      ******************************************************************
       MONTAR-SIGLAS-ALERGENOS.
           MOVE SPACES TO WS-ALERG-TEXTO.
           MOVE 0 TO WS-ALERG-QT.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF WS-ALERG-FLAG(WS-ALERG-IDX) = "S"
                   ADD 1 TO WS-ALERG-QT
                   COMPUTE WS-ALERG-POS = WS-ALERG-QT * 3 - 2
                   MOVE ALG-SIGLA(WS-ALERG-IDX)
                       TO WS-ALERG-TEXTO(WS-ALERG-POS:2)
               END-IF
           END-PERFORM.

       TERMINAR.
           CLOSE F-CLIENTES.
           MOVE "N" TO CONTINUAR.

      ******************************************************************
      * Assinatura do operador: codigo e PIN validados contra o
      * ficheiro mestre de operadores, como na entrada do ecra de
      * pedidos.
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

       END PROGRAM ClientesAlergias.
