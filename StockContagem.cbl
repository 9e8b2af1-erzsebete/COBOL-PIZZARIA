      *          inexplicada nao desaparecer sem rasto. Tambem lista
      *          os movimentos do diario de uma data, para investigar
      *          as diferencas.
      *          Pede a assinatura do operador: a contagem, que acerta
      *          o stock do mestre, exige perfil de gerente; a
      *          listagem dos movimentos fica aberta a todos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-MOVSTOCK.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-INGREDIENTES.
       FD  F-MOVSTOCK.
           COPY MOVREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

       01  DATA-SISTEMA.
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: a contagem exige gerente ou
      * administrador e o codigo fica em cada acerto no diario.
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

        77 WS-QTD-ENTRADA             PIC X(5)   VALUE SPACES.
        77 WS-QT-CONTADA              PIC 9(5)   VALUE 0.
        77 WS-DIFERENCA               PIC S9(5)  VALUE 0.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Contagem Fisica de Stock".
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM CONTAR-INGREDIENTES
                            THRU CONTAR-INGREDIENTES-FIM
           MOVE MOV-WS-QT        TO MOV-QT.
           MOVE 0                TO MOV-PEDIDO-NUM.
           MOVE SPACES           TO MOV-MOTIVO-COD.
           MOVE OPERADOR-ATUAL   TO MOV-OPERADOR.
           WRITE REG-MOVIMENTO.
           CLOSE F-MOVSTOCK.

               GO TO LISTAR-MOVIMENTOS-FIM
           END-IF.
           DISPLAY "Hora Org Cod Item                 Tp Sn Qtd  "
               "Ped/Enc Mot Op".
           PERFORM UNTIL FIM-FICHEIRO
               READ F-MOVSTOCK
                   AT END
       LISTAR-MOVIMENTOS-FIM.
           EXIT.

      ******************************************************************
      * A contagem acerta o stock do mestre e exige perfil de
      * gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "1" OR OPCAO = "2") AND NOT PERFIL-GERENCIA
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
           MOVE "N" TO CONTINUAR.

