      * Purpose: Manutencao do ficheiro mestre de operadores
      *          (OPERADORES.DAT) usado na entrada do ecra de
      *          pedidos, nos moldes da manutencao de ingredientes:
      *          listar, adicionar e trocar nome, PIN ou perfil.
      *          Pede a assinatura do operador: o perfil (balcao,
      *          gerente ou administrador) decide o que cada um pode
      *          fazer nas manutencoes. Aqui a listagem exige gerente,
      *          adicionar operadores e mudar perfis ou dados de
      *          outros exige administrador e qualquer operador pode
      *          trocar o seu proprio nome e PIN. Com o ficheiro vazio
      *          o primeiro operador e criado sem assinatura, ja como
      *          administrador. Cada alteracao fica no ficheiro de
      *          auditoria (AUDITORIA.DAT), sem o valor do PIN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT F-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-OPERADORES.
           COPY OPEREG.

       FD  F-AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 WS-CH                      PIC X      VALUE SPACE.
        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".
        77 WS-PERFIL-ENTRADA          PIC X      VALUE SPACE.
           88 VALIDAR-PERFIL-ENTRADA             VALUES "B","G","A".
        77 WS-PRIMEIRO-OPERADOR       PIC X      VALUE "N".
           88 PRIMEIRO-OPERADOR                  VALUE "S".

       01  OPERADOR-ANTERIOR.
         05 ANT-NOME                  PIC X(30)   VALUE SPACES.
         05 ANT-PIN                   PIC 9(4)    VALUES 0.
         05 ANT-PERFIL                PIC X       VALUE SPACE.

      ******************************************************************
      * Operador assinado e o seu perfil: listar exige gerente,
      * adicionar e alterar outros operadores exige administrador.
      ******************************************************************
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
               OPEN I-O F-OPERADORES
           END-IF.

      *    Sem nenhum operador nao ha quem assine: o primeiro e
      *    criado logo, como administrador, e fica assinado.
           MOVE LOW-VALUES TO OPE-CODIGO.
           MOVE "S" TO WS-PRIMEIRO-OPERADOR.
           START F-OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ F-OPERADORES NEXT RECORD
                       NOT AT END
                           MOVE "N" TO WS-PRIMEIRO-OPERADOR
                   END-READ
           END-START.
           IF PRIMEIRO-OPERADOR
               DISPLAY "Ficheiro de operadores vazio - o primeiro"
                   " operador fica administrador."
               PERFORM ADICIONAR-OPERADOR
               MOVE "N" TO WS-PRIMEIRO-OPERADOR
               IF NOT OPERADOR-VALIDO
                   CLOSE F-OPERADORES
                   STOP RUN
               END-IF
           ELSE
               PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM
               IF NOT OPERADOR-VALIDO
                   DISPLAY "Operador nao validado."
                   CLOSE F-OPERADORES
                   STOP RUN
               END-IF
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Manutencao de Operadores".
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM LISTAR-OPERADORES
               WHEN "2" PERFORM ADICIONAR-OPERADOR
               WHEN "3" PERFORM ATUALIZAR-OPERADOR
                            THRU ATUALIZAR-OPERADOR-FIM
               WHEN "4" PERFORM TERMINAR
           END-EVALUATE.

           STOP RUN.

      ******************************************************************
      * A listagem mostra apenas codigo, nome e perfil - o PIN nao
      * aparece no ecra.
      ******************************************************************
       LISTAR-OPERADORES.
           MOVE "N" TO WS-EOF.
           DISPLAY "Cod  Nome                           Perfil".
           MOVE LOW-VALUES TO OPE-CODIGO.
           START F-OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY OPE-CODIGO " " OPE-NOME " "
                           OPE-PERFIL
               END-READ
           END-PERFORM.

           DISPLAY "PIN (4 digitos): ".
           ACCEPT WS-PIN-ENTRADA.
           COMPUTE OPE-PIN = FUNCTION NUMVAL(WS-PIN-ENTRADA).
           IF PRIMEIRO-OPERADOR
               MOVE "A" TO OPE-PERFIL
           ELSE
               PERFORM PEDIR-PERFIL
               MOVE WS-PERFIL-ENTRADA TO OPE-PERFIL
           END-IF.
           WRITE REG-OPERADOR-MESTRE
               INVALID KEY
                   DISPLAY "Codigo ja existe."
               NOT INVALID KEY
                   DISPLAY "Operador adicionado."
                   IF PRIMEIRO-OPERADOR
                       MOVE OPE-CODIGO TO OPERADOR-ATUAL
                       MOVE OPE-PERFIL TO OPERADOR-PERFIL
                       MOVE "S" TO WS-OPERADOR-VALIDO
                   END-IF
                   MOVE "I" TO AUD-WS-ACAO
                   PERFORM AUDITAR-OPERADOR
           END-WRITE.

      ******************************************************************
      * Quem nao e administrador so pode mexer no seu proprio
      * registo (nome e PIN); o perfil so o muda um administrador e
      * nunca o seu proprio, para nao ficar a loja sem nenhum.
      ******************************************************************
       ATUALIZAR-OPERADOR.
           DISPLAY "Codigo do operador a atualizar: ".
           ACCEPT OPE-CODIGO.
           IF OPE-CODIGO NOT = OPERADOR-ATUAL AND NOT PERFIL-ADMIN
               DISPLAY "So pode alterar o seu proprio operador."
               GO TO ATUALIZAR-OPERADOR-FIM
           END-IF.
           READ F-OPERADORES KEY IS OPE-CODIGO
               INVALID KEY
                   DISPLAY "Operador nao encontrado."
               NOT INVALID KEY
                   MOVE OPE-NOME   TO ANT-NOME
                   MOVE OPE-PIN    TO ANT-PIN
                   MOVE OPE-PERFIL TO ANT-PERFIL
                   DISPLAY "Nome atual: " OPE-NOME
                   DISPLAY "Novo nome: "
                   ACCEPT OPE-NOME
                   DISPLAY "Novo PIN (4 digitos): "
                   ACCEPT WS-PIN-ENTRADA
                   COMPUTE OPE-PIN = FUNCTION NUMVAL(WS-PIN-ENTRADA)
                   IF PERFIL-ADMIN AND OPE-CODIGO NOT = OPERADOR-ATUAL
                       DISPLAY "Perfil atual: " OPE-PERFIL
                       PERFORM PEDIR-PERFIL
                       MOVE WS-PERFIL-ENTRADA TO OPE-PERFIL
                   END-IF
                   REWRITE REG-OPERADOR-MESTRE
                   DISPLAY "Operador atualizado."
                   MOVE "A" TO AUD-WS-ACAO
                   PERFORM AUDITAR-OPERADOR
           END-READ.

       ATUALIZAR-OPERADOR-FIM.
           EXIT.

       PEDIR-PERFIL.
           DISPLAY "Perfil - (B)alcao (G)erente (A)dministrador: ".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-PERFIL-ENTRADA)
               ACCEPT WS-PERFIL-ENTRADA
               MOVE FUNCTION UPPER-CASE(WS-PERFIL-ENTRADA)
                   TO WS-PERFIL-ENTRADA
               IF (NOT VALIDAR-PERFIL-ENTRADA)
                   DISPLAY "Indique: B, G ou A."
               END-IF
           END-PERFORM.

      ******************************************************************
      * Campos do operador para a auditoria, contra os valores lidos
      * antes da alteracao (numa adicao vao todos). O PIN nunca e
      * escrito: fica apenas registado que foi definido ou trocado.
      ******************************************************************
       AUDITAR-OPERADOR.
           MOVE OPE-CODIGO TO AUD-WS-CHAVE.
           MOVE "NOME" TO AUD-WS-CAMPO.
           MOVE ANT-NOME TO AUD-WS-ANTES.
           MOVE OPE-NOME TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PERFIL" TO AUD-WS-CAMPO.
           MOVE ANT-PERFIL TO AUD-WS-ANTES.
           MOVE OPE-PERFIL TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           IF AUD-WS-ACAO = "I" OR OPE-PIN NOT = ANT-PIN
               MOVE "PIN" TO AUD-WS-CAMPO
               MOVE "****" TO AUD-WS-ANTES
               IF AUD-WS-ACAO = "I"
                   MOVE "definido" TO AUD-WS-DEPOIS
               ELSE
                   MOVE "trocado" TO AUD-WS-DEPOIS
               END-IF
               PERFORM AUDITAR-CAMPO
           END-IF.

      ******************************************************************
      * Validacao de codigo: exige 2 digitos numericos, como na
      * manutencao de ingredientes.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Listar exige gerente e adicionar exige administrador;
      * atualizar fica aberto a todos, mas so o administrador mexe
      * em operadores que nao o proprio.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF OPCAO = "1" AND NOT PERFIL-GERENCIA
               MOVE "N" TO WS-FUNCAO-PERMITIDA
           END-IF.
           IF OPCAO = "2" AND NOT PERFIL-ADMIN
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
           MOVE "OperadoresManut" TO AUD-PROGRAMA.
           MOVE "OPERADORES" TO AUD-MESTRE.
           MOVE AUD-WS-CHAVE    TO AUD-CHAVE.
           MOVE AUD-WS-ACAO     TO AUD-ACAO.
           MOVE AUD-WS-CAMPO    TO AUD-CAMPO.
           MOVE AUD-WS-ANTES    TO AUD-VALOR-ANTES.
           MOVE AUD-WS-DEPOIS   TO AUD-VALOR-DEPOIS.
           WRITE REG-AUDITORIA.
           CLOSE F-AUDITORIA.

       TERMINAR.
           CLOSE F-OPERADORES.
           MOVE "N" TO CONTINUAR.
