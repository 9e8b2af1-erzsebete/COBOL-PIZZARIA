      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao da tabela de taxas de IVA (TAXAS.DAT) usada
      *          pelo Pizaria_Ramalho para aplicar a cada linha do
      *          pedido a taxa da sua classe (comida no local, comida
      *          para levar/entrega, bebidas, taxa de entrega) e pelo
      *          VerificaPedidos/FechoDia para reconferir cada pedido
      *          com as taxas em vigor na data dele. Uma alteracao de
      *          taxas entra como registo novo com a data de inicio,
      *          para nao mexer nos pedidos ja feitos: listar,
      *          adicionar e corrigir um registo. Pede a assinatura
      *          do operador: adicionar e corrigir exigem perfil de
      *          gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxasManut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-DATA-INICIO
               FILE STATUS IS WS-FS-TAXAS.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TAXAS.
           COPY TAXREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-TAXAS                PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1","2","3","4".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-DATA-ENTRADA            PIC X(8)   VALUE SPACES.
        77 WS-VALOR-ENTRADA           PIC X(6)   VALUE SPACES.
        77 WS-CODIGO-ENTRADA          PIC X(3)   VALUE SPACES.
        77 WS-CLASSE                  PIC 9      VALUE 0.
        77 WS-IDX                     PIC 9      VALUE 0.
        77 WS-CH                      PIC X      VALUE SPACE.
        77 WS-DATA-VALIDA             PIC X      VALUE "N".
           88 DATA-VALIDA                        VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: listar fica aberto a todos,
      * adicionar e corrigir exigem gerente ou administrador.
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

       01  NOMES-CLASSES.
         05 FILLER                    PIC X(20)  VALUE
             "Comida no local".
         05 FILLER                    PIC X(20)  VALUE
             "Comida levar/entrega".
         05 FILLER                    PIC X(20)  VALUE
             "Bebidas".
         05 FILLER                    PIC X(20)  VALUE
             "Taxa de entrega".
       01  TABELA-NOMES-CLASSES REDEFINES NOMES-CLASSES.
         05 NOME-CLASSE OCCURS 4 TIMES PIC X(20).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           OPEN I-O F-TAXAS.
           IF WS-FS-TAXAS = "35"
               PERFORM SEMEAR-TAXAS
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Manutencao de Taxas de IVA".
           DISPLAY "[1] Listar taxas".
           DISPLAY "[2] Adicionar taxas (nova data de inicio)".
           DISPLAY "[3] Corrigir taxas de uma data".
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
               WHEN "1" PERFORM LISTAR-TAXAS
               WHEN "2" PERFORM ADICIONAR-TAXAS
               WHEN "3" PERFORM CORRIGIR-TAXAS
               WHEN "4" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

       LISTAR-TAXAS.
           MOVE "N" TO WS-EOF.
           DISPLAY "Inicio    Local      Levar      Bebidas    Entrega".
           MOVE LOW-VALUES TO TAX-DATA-INICIO.
           START F-TAXAS KEY IS NOT LESS THAN TAX-DATA-INICIO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

           PERFORM UNTIL FIM-FICHEIRO
               READ F-TAXAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY TAX-DATA-INICIO "  "
                           TAX-PCT(1) " " TAX-CODIGO(1) "  "
                           TAX-PCT(2) " " TAX-CODIGO(2) "  "
                           TAX-PCT(3) " " TAX-CODIGO(3) "  "
                           TAX-PCT(4) " " TAX-CODIGO(4)
               END-READ
           END-PERFORM.

       ADICIONAR-TAXAS.
           DISPLAY "Data de inicio (AAAAMMDD): ".
           PERFORM WITH TEST AFTER UNTIL (DATA-VALIDA)
               ACCEPT WS-DATA-ENTRADA
               PERFORM VALIDAR-DATA-PARA
               IF (NOT DATA-VALIDA)
                   DISPLAY "Data deve ter 8 digitos (AAAAMMDD)."
               END-IF
           END-PERFORM.
           MOVE WS-DATA-ENTRADA TO TAX-DATA-INICIO.
           PERFORM VARYING WS-CLASSE FROM 1 BY 1 UNTIL WS-CLASSE > 4
               MOVE 0 TO TAX-PCT(WS-CLASSE)
               MOVE SPACES TO TAX-CODIGO(WS-CLASSE)
               PERFORM PEDIR-TAXA-CLASSE
           END-PERFORM.
           WRITE REG-TAXAS-IVA
               INVALID KEY
                   DISPLAY "Ja existem taxas com essa data."
               NOT INVALID KEY
                   DISPLAY "Taxas adicionadas."
           END-WRITE.

       CORRIGIR-TAXAS.
           DISPLAY "Data de inicio das taxas a corrigir (AAAAMMDD): ".
           ACCEPT WS-DATA-ENTRADA.
           PERFORM VALIDAR-DATA-PARA.
           IF NOT DATA-VALIDA
               DISPLAY "Data invalida."
           ELSE
               MOVE WS-DATA-ENTRADA TO TAX-DATA-INICIO
               READ F-TAXAS KEY IS TAX-DATA-INICIO
                   INVALID KEY
                       DISPLAY "Taxas nao encontradas."
                   NOT INVALID KEY
                       PERFORM VARYING WS-CLASSE FROM 1 BY 1
                           UNTIL WS-CLASSE > 4
                           PERFORM PEDIR-TAXA-CLASSE
                       END-PERFORM
                       REWRITE REG-TAXAS-IVA
                       DISPLAY "Taxas atualizadas."
               END-READ
           END-IF.

      ******************************************************************
      * Pede a taxa e o codigo SAF-T de uma classe; vazio mantem o
      * valor atual (na adicao, zero e sem codigo).
      ******************************************************************
       PEDIR-TAXA-CLASSE.
           DISPLAY NOME-CLASSE(WS-CLASSE) " - taxa atual "
               TAX-PCT(WS-CLASSE) " " TAX-CODIGO(WS-CLASSE).
           DISPLAY "  Nova taxa % (ex: 13.00, vazio=manter): ".
           ACCEPT WS-VALOR-ENTRADA.
           IF WS-VALOR-ENTRADA NOT = SPACES
               COMPUTE TAX-PCT(WS-CLASSE) =
                   FUNCTION NUMVAL(WS-VALOR-ENTRADA)
           END-IF.
           DISPLAY "  Codigo SAF-T (NOR/INT/RED/ISE, vazio=manter): ".
           ACCEPT WS-CODIGO-ENTRADA.
           IF WS-CODIGO-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CODIGO-ENTRADA)
                   TO TAX-CODIGO(WS-CLASSE)
           END-IF.
           IF TAX-CODIGO(WS-CLASSE) = SPACES
               IF TAX-PCT(WS-CLASSE) = 0
                   MOVE "ISE" TO TAX-CODIGO(WS-CLASSE)
               ELSE
                   MOVE "NOR" TO TAX-CODIGO(WS-CLASSE)
               END-IF
           END-IF.

      ******************************************************************
      * Validacao de data: exige 8 digitos numericos.
      ******************************************************************
       VALIDAR-DATA-PARA.
           MOVE "S" TO WS-DATA-VALIDA.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-DATA-ENTRADA(WS-IDX:1) TO WS-CH
               IF (WS-CH < "0") OR (WS-CH > "9")
                   MOVE "N" TO WS-DATA-VALIDA
               END-IF
           END-PERFORM.

      ******************************************************************
      * Tabela inicial: o regime anterior a tabela (23% em tudo e
      * taxa de entrega sem IVA), em vigor desde 19000101. As taxas
      * reais entram depois como registo novo com a sua data.
      ******************************************************************
       SEMEAR-TAXAS.
           OPEN OUTPUT F-TAXAS.
           MOVE 19000101 TO TAX-DATA-INICIO.
           MOVE 23    TO TAX-PCT(1).
           MOVE "NOR" TO TAX-CODIGO(1).
           MOVE 23    TO TAX-PCT(2).
           MOVE "NOR" TO TAX-CODIGO(2).
           MOVE 23    TO TAX-PCT(3).
           MOVE "NOR" TO TAX-CODIGO(3).
           MOVE 0     TO TAX-PCT(4).
           MOVE "ISE" TO TAX-CODIGO(4).
           WRITE REG-TAXAS-IVA.
           CLOSE F-TAXAS.
           OPEN I-O F-TAXAS.

      ******************************************************************
      * Adicionar e corrigir taxas exigem perfil de gerente.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "2" OR OPCAO = "3") AND NOT PERFIL-GERENCIA
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
           CLOSE F-TAXAS.
           MOVE "N" TO CONTINUAR.

       END PROGRAM TaxasManut.
