      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio do ficheiro de auditoria dos mestres
      *          (AUDITORIA.DAT). Lista as adicoes, alteracoes e
      *          inativacoes feitas nas manutencoes de ingredientes,
      *          pizas de menu, produtos, promocoes, zonas,
      *          motoristas e operadores, com o operador, a data e
      *          hora, a chave do registo, o campo e o valor antes e
      *          depois. Filtra por intervalo de datas, por operador
      *          e por mestre (em branco = todos). Reservado ao
      *          gerente: pede codigo e PIN do operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaRelatorio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-AUDITORIA.
           COPY AUDREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-AUDITORIA            PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: so o gerente ou o
      * administrador consultam a auditoria.
      ******************************************************************
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".

      ******************************************************************
      * Filtros do relatorio: datas AAAAMMDD (vazio = desde o inicio
      * / ate hoje), operador e mestre (vazio = todos).
      ******************************************************************
        77 WS-DATA-ENTRADA            PIC X(8)   VALUE SPACES.
        77 WS-DATA-INI                PIC 9(8)   VALUE 0.
        77 WS-DATA-FIM                PIC 9(8)   VALUE 0.
        77 WS-FILTRO-OPERADOR         PIC X(2)   VALUE SPACES.
        77 WS-FILTRO-MESTRE           PIC X(12)  VALUE SPACES.

        77 WS-NUM-LIDOS               PIC 9(7)   VALUE 0.
        77 WS-NUM-LISTADOS            PIC 9(7)   VALUE 0.

        77 SAIDA-DATA                 PIC X(10)  VALUE SPACES.
        77 SAIDA-ACAO                 PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Auditoria dos Mestres".
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           IF NOT PERFIL-GERENCIA
               DISPLAY "Auditoria reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               STOP RUN
           END-IF.

           OPEN INPUT F-AUDITORIA.
           IF WS-FS-AUDITORIA = "35"
               DISPLAY "Ainda nao existem registos de auditoria."
               STOP RUN
           END-IF.

           PERFORM PEDIR-FILTROS.

           DISPLAY " ".
           DISPLAY "Data       Hora  Op Mestre       Chave      Acao"
               "       Campo".
           DISPLAY
           "______________________________________________________"
               "________________".
           PERFORM UNTIL FIM-FICHEIRO
               READ F-AUDITORIA
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NUM-LIDOS
                       PERFORM TRATAR-REGISTO THRU TRATAR-REGISTO-FIM
               END-READ
           END-PERFORM.
           CLOSE F-AUDITORIA.

           DISPLAY
           "______________________________________________________"
               "________________".
           IF WS-NUM-LISTADOS = 0
               DISPLAY "Nenhuma alteracao com estes filtros."
           ELSE
               DISPLAY "Alteracoes listadas: " WS-NUM-LISTADOS
                   " (de " WS-NUM-LIDOS " registos no ficheiro)"
           END-IF.
           STOP RUN.

      ******************************************************************
      * Os filtros: datas vazias ficam sem limite, o mestre e
      * passado a maiusculas como e gravado pelas manutencoes.
      ******************************************************************
       PEDIR-FILTROS.
           DISPLAY "Data inicial (AAAAMMDD, vazio = desde o inicio): ".
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA = SPACES
               OR FUNCTION TRIM(WS-DATA-ENTRADA) IS NOT NUMERIC
               MOVE 0 TO WS-DATA-INI
           ELSE
               COMPUTE WS-DATA-INI = FUNCTION NUMVAL(WS-DATA-ENTRADA)
           END-IF.
           DISPLAY "Data final   (AAAAMMDD, vazio = ate hoje).....: ".
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA = SPACES
               OR FUNCTION TRIM(WS-DATA-ENTRADA) IS NOT NUMERIC
               MOVE 99999999 TO WS-DATA-FIM
           ELSE
               COMPUTE WS-DATA-FIM = FUNCTION NUMVAL(WS-DATA-ENTRADA)
           END-IF.
           DISPLAY "Operador (vazio = todos): ".
           ACCEPT WS-FILTRO-OPERADOR.
           DISPLAY "Mestre (INGREDIENTES, MENUPIZAS, PRODUTOS,"
               " PROMOCOES,".
           DISPLAY "        ZONAS, MOTORISTAS, OPERADORES;"
               " vazio = todos): ".
           ACCEPT WS-FILTRO-MESTRE.
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-MESTRE)
               TO WS-FILTRO-MESTRE.

       TRATAR-REGISTO.
           IF AUD-DATA < WS-DATA-INI OR AUD-DATA > WS-DATA-FIM
               GO TO TRATAR-REGISTO-FIM
           END-IF.
           IF WS-FILTRO-OPERADOR NOT = SPACES
               AND AUD-OPERADOR NOT = WS-FILTRO-OPERADOR
               GO TO TRATAR-REGISTO-FIM
           END-IF.
           IF WS-FILTRO-MESTRE NOT = SPACES
               AND AUD-MESTRE NOT = WS-FILTRO-MESTRE
               GO TO TRATAR-REGISTO-FIM
           END-IF.
           ADD 1 TO WS-NUM-LISTADOS.
           PERFORM IMPRIMIR-REGISTO.

       TRATAR-REGISTO-FIM.
           EXIT.

      ******************************************************************
      * Uma linha com quem, quando, o registo e o campo, seguida do
      * valor antes (numa adicao nao ha) e do valor depois.
      ******************************************************************
       IMPRIMIR-REGISTO.
           MOVE SPACES TO SAIDA-DATA.
           STRING AUD-DATA(7:2) "/" AUD-DATA(5:2) "/"
               AUD-DATA(1:4) DELIMITED BY SIZE
               INTO SAIDA-DATA
           END-STRING.
           EVALUATE TRUE
               WHEN AUD-ADICAO
                   MOVE "ADICAO" TO SAIDA-ACAO
               WHEN AUD-ALTERACAO
                   MOVE "ALTERACAO" TO SAIDA-ACAO
               WHEN AUD-INATIVACAO
                   MOVE "INATIVACAO" TO SAIDA-ACAO
               WHEN OTHER
                   MOVE AUD-ACAO TO SAIDA-ACAO
           END-EVALUATE.
           DISPLAY SAIDA-DATA " " AUD-HORA(1:2) ":" AUD-HORA(3:2) " "
               AUD-OPERADOR " " AUD-MESTRE " " AUD-CHAVE " "
               SAIDA-ACAO " " AUD-CAMPO.
           IF NOT AUD-ADICAO
               DISPLAY "      antes.: " AUD-VALOR-ANTES
           END-IF.
           DISPLAY "      depois: " AUD-VALOR-DEPOIS.

      ******************************************************************
      * A auditoria exige codigo e PIN validados contra o
      * ficheiro mestre de operadores e um perfil de gerente.
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

       END PROGRAM AuditoriaRelatorio.
