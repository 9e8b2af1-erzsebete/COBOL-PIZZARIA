      *          pizas possam ser acrescentadas e precos alterados
      *          sem recompilar o programa de pedidos, tal como a
      *          manutencao de ingredientes.
      *          Pede a assinatura do operador: adicionar pizas e
      *          alterar precos exigem perfil de gerente e cada
      *          alteracao fica no ficheiro de auditoria
      *          (AUDITORIA.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS MNU-CODIGO
               FILE STATUS IS WS-FS-MENUPIZAS.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT F-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-MENUPIZAS.
           COPY MNUREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       FD  F-AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-MENUPIZAS            PIC XX     VALUE SPACES.
        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".

       01  PIZA-ANTERIOR.
         05 ANT-NOME                  PIC X(20)   VALUE SPACES.
         05 ANT-LISTA-INGR            PIC X(10)   VALUE SPACES.
         05 ANT-PRECO-PEQUENA         PIC 99V99   VALUES 0.
         05 ANT-PRECO-MEDIA           PIC 99V99   VALUES 0.
         05 ANT-PRECO-GRANDE          PIC 99V99   VALUES 0.

      ******************************************************************
      * Operador assinado e o seu perfil: listar fica aberto a todos,
      * adicionar e alterar precos exigem gerente ou administrador.
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

      ******************************************************************
      * Registo de auditoria a gravar: o programa preenche a acao, a
      * chave, o campo e os valores antes e depois.
      ******************************************************************
        77 WS-FS-AUDITORIA            PIC XX     VALUE SPACES.
       01  AUDITORIA-ALTERACAO.
         05 AUD-WS-ACAO               PIC X       VALUE SPACE.
         05 AUD-WS-CHAVE              PIC X(10)   VALUE SPACES.
         05 AUD-WS-CAMPO              PIC X(12)   VALUE SPACES.
         05 AUD-WS-ANTES              PIC X(42)   VALUE SPACES.
         05 AUD-WS-DEPOIS             PIC X(42)   VALUE SPACES.
        77 AUD-WS-VALOR               PIC Z(5)9.99.

        77 WS-TENTATIVAS-ABERTURA     PIC 9(3)   VALUES 0.
        77 CONST-MAX-TENTATIVAS       PIC 9(3)   VALUE 100.
       01  DATA-SISTEMA.
         05 ANO                       PIC 9(04)  VALUES ZEROS.
         05 MES                       PIC 9(02)  VALUES ZEROS.
         05 DIA                       PIC 9(02)  VALUES ZEROS.
       01  HORA-SISTEMA.
         05 HORA                      PIC 9(02)  VALUES ZEROS.
         05 MINUTO                    PIC 9(02)  VALUES ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           OPEN I-O F-MENUPIZAS.
           IF WS-FS-MENUPIZAS = "35"
               OPEN OUTPUT F-MENUPIZAS
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM LISTAR-PIZAS
               WHEN "2" PERFORM ADICIONAR-PIZA
                   DISPLAY "Codigo ja existe."
               NOT INVALID KEY
                   DISPLAY "Piza de menu adicionada."
                   MOVE "I" TO AUD-WS-ACAO
                   PERFORM AUDITAR-PIZA
           END-WRITE.

       ATUALIZAR-PRECOS.
               INVALID KEY
                   DISPLAY "Piza de menu nao encontrada."
               NOT INVALID KEY
                   MOVE MNU-NOME          TO ANT-NOME
                   MOVE MNU-LISTA-INGR    TO ANT-LISTA-INGR
                   MOVE MNU-PRECO-PEQUENA TO ANT-PRECO-PEQUENA
                   MOVE MNU-PRECO-MEDIA   TO ANT-PRECO-MEDIA
                   MOVE MNU-PRECO-GRANDE  TO ANT-PRECO-GRANDE
                   DISPLAY "Precos atuais: " MNU-PRECO-PEQUENA " "
                       MNU-PRECO-MEDIA " " MNU-PRECO-GRANDE
                   PERFORM PEDIR-PRECOS
                   REWRITE REG-MENU-PIZA
                   DISPLAY "Precos atualizados."
                   MOVE "A" TO AUD-WS-ACAO
                   PERFORM AUDITAR-PIZA
           END-READ.

       PEDIR-PRECOS.
           COMPUTE MNU-PRECO-GRANDE =
               FUNCTION NUMVAL(WS-PRECO-ENTRADA).

      ******************************************************************
      * Campos da piza para a auditoria, contra os valores lidos
      * antes da alteracao (numa adicao vao todos).
      ******************************************************************
       AUDITAR-PIZA.
           MOVE MNU-CODIGO TO AUD-WS-CHAVE.
           MOVE "NOME" TO AUD-WS-CAMPO.
           MOVE ANT-NOME TO AUD-WS-ANTES.
           MOVE MNU-NOME TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "INGREDIENTES" TO AUD-WS-CAMPO.
           MOVE ANT-LISTA-INGR TO AUD-WS-ANTES.
           MOVE MNU-LISTA-INGR TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PRECO-PEQ" TO AUD-WS-CAMPO.
           MOVE ANT-PRECO-PEQUENA TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-ANTES.
           MOVE MNU-PRECO-PEQUENA TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PRECO-MED" TO AUD-WS-CAMPO.
           MOVE ANT-PRECO-MEDIA TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-ANTES.
           MOVE MNU-PRECO-MEDIA TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PRECO-GRA" TO AUD-WS-CAMPO.
           MOVE ANT-PRECO-GRANDE TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-ANTES.
           MOVE MNU-PRECO-GRANDE TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.

      ******************************************************************
      * Validacao de codigo: exige 2 digitos numericos, como na
      * manutencao de ingredientes.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Adicionar pizas e alterar precos exigem perfil de gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "2" OR OPCAO = "3") AND NOT PERFIL-GERENCIA
               MOVE "N" TO WS-FUNCAO-PERMITIDA
           END-IF.

      ******************************************************************
      * Assinatura do operador: codigo e PIN validados contra o
      * ficheiro mestre de operadores, como na entrada do ecra de
      * pedidos. O perfil lido decide as opcoes permitidas e o
      * codigo fica na auditoria de cada alteracao.
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
      * Auditoria do mestre: cada adicao, alteracao ou inativacao
      * fica em AUDITORIA.DAT com o operador assinado, a data e hora,
      * a chave e os valores antes e depois. Numa adicao registam-se
      * todos os campos; numa alteracao so os que mudaram de facto.
      ******************************************************************
       AUDITAR-CAMPO.
           IF AUD-WS-ACAO = "I"
               MOVE SPACES TO AUD-WS-ANTES
               PERFORM REGISTAR-AUDITORIA
           ELSE
               IF AUD-WS-ANTES NOT = AUD-WS-DEPOIS
                   PERFORM REGISTAR-AUDITORIA
               END-IF
           END-IF.

       REGISTAR-AUDITORIA.
      *    O ficheiro e partilhado por todas as manutencoes, que o
      *    abrem em exclusivo durante cada escrita: repete-se a
      *    abertura enquanto estiver ocupado, mas um erro persistente
      *    para o programa com a mensagem.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-AUDITORIA = "00"
               OPEN EXTEND F-AUDITORIA
               IF WS-FS-AUDITORIA = "35"
                   OPEN OUTPUT F-AUDITORIA
               END-IF
               IF WS-FS-AUDITORIA NOT = "00"
                   ADD 1 TO WS-TENTATIVAS-ABERTURA
                   IF WS-TENTATIVAS-ABERTURA > CONST-MAX-TENTATIVAS
                       DISPLAY "Erro persistente ao abrir"
                           " AUDITORIA.DAT (estado " WS-FS-AUDITORIA
                           ")."
                       DISPLAY "Corrija o ficheiro e corra o"
                           " programa de novo."
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           COMPUTE AUD-DATA = FUNCTION NUMVAL(DATA-SISTEMA).
           MOVE HORA-SISTEMA    TO AUD-HORA.
           MOVE OPERADOR-ATUAL  TO AUD-OPERADOR.
           MOVE "MenuPizasManut" TO AUD-PROGRAMA.
           MOVE "MENUPIZAS" TO AUD-MESTRE.
           MOVE AUD-WS-CHAVE    TO AUD-CHAVE.
           MOVE AUD-WS-ACAO     TO AUD-ACAO.
           MOVE AUD-WS-CAMPO    TO AUD-CAMPO.
           MOVE AUD-WS-ANTES    TO AUD-VALOR-ANTES.
           MOVE AUD-WS-DEPOIS   TO AUD-VALOR-DEPOIS.
           WRITE REG-AUDITORIA.
           CLOSE F-AUDITORIA.

       TERMINAR.
           CLOSE F-MENUPIZAS.
           MOVE "N" TO CONTINUAR.
