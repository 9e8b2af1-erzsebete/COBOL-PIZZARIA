      *          mes, e guarda em ULTARQ.DAT o maior numero de pedido
      *          ja arquivado, para a serie de numeracao nunca voltar
      *          atras mesmo que o ficheiro de controlo se perca.
      *          Pede a assinatura do operador e exige perfil de
      *          gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ULTARQ.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-ARQUIVO.
        01 REG-ARQUIVO                PIC X(448).

       FD  F-RESTANTES.
        01 REG-RESTANTE               PIC X(448).

       FD  F-ESTADOS.
           COPY ESTREG.
       FD  F-ULTARQ.
        01 REG-ULTARQ                 PIC 9(6).

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 RESPOSTA                   PIC X      VALUE SPACE.
           88 VALIDAR-RESPOSTA                   VALUES "S","s","N","n".

      ******************************************************************
      * Operador assinado e o seu perfil: o arquivo mensal exige
      * gerente ou administrador.
      ******************************************************************
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Arquivo Mensal de Pedidos".
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           IF NOT PERFIL-GERENCIA
               DISPLAY "Arquivo mensal reservado ao gerente - o "
                   "operador " OPERADOR-ATUAL " nao tem permissao."
               STOP RUN
           END-IF.
           DISPLAY "Mes a arquivar (AAAAMM): ".
           ACCEPT WS-MES-ENTRADA.
           MOVE WS-MES-ENTRADA TO WS-MES-ALVO.
           END-IF
           END-IF.

      ******************************************************************
      * O arquivo mensal exige codigo e PIN validados contra o
      * ficheiro mestre de operadores, como na entrada do ecra de
      * pedidos, e um perfil de gerente.
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

       END PROGRAM ArquivoPedidos.
