      *          minutos) ja passou, escreve o talao em COZINHA.DAT,
      *          cria o registo de estado RECEBIDO no quadro da
      *          cozinha (ESTADOS.DAT) e marca a encomenda como
      *          libertada para nao sair duas vezes. O talao leva as
      *          alergias do cliente e, por baixo de cada linha, os
      *          alergenios dela, guardados com a encomenda. Correr de
      *          tempos a tempos ao longo do servico (ou antes da
      *          ponta da noite).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        77 WS-NUM-LIBERTADOS          PIC 9(3)   VALUE 0.
        77 WS-IDX                     PIC 9(2)   VALUE 0.

           COPY ALGTAB.
        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERG-SEL               PIC X(14)  VALUE SPACES.
        77 WS-ALERGIA-CLIENTE         PIC X      VALUE "N".
           88 ALERGIA-CLIENTE-NA-LINHA           VALUE "S".
        77 WS-ALERG-NOMES             PIC X(120) VALUE SPACES.
        77 WS-ALERG-NOMES-TEMP        PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
           END-STRING.
           WRITE REG-COZINHA.
           DISPLAY REG-COZINHA.
           PERFORM ESCREVER-ALERGIAS-CLIENTE-TALAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PND-QT-LINHAS
               MOVE PND-LINHA(WS-IDX) TO REG-COZINHA
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               PERFORM ESCREVER-ALERGENOS-TALAO
           END-PERFORM.
           CLOSE F-COZINHA.

           REWRITE REG-PENDENTE.
           ADD 1 TO WS-NUM-LIBERTADOS.

      ******************************************************************
      * Alergias do cliente a seguir ao cabecalho do talao e, por
      * baixo de cada linha, os alergenios dela, com um alerta quando
      * o cliente e alergico a algum (como no talao do balcao).
      ******************************************************************
       ESCREVER-ALERGIAS-CLIENTE-TALAO.
           IF PND-ALERGIAS-CLIENTE NOT = SPACES
               MOVE PND-ALERGIAS-CLIENTE TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               MOVE SPACES TO REG-COZINHA
               STRING "*** CLIENTE COM ALERGIAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERG-NOMES) DELIMITED BY SIZE
                   " ***"                        DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
           END-IF.
           IF PND-NOTA-ALERGIA NOT = SPACES
               MOVE SPACES TO REG-COZINHA
               STRING "*** NOTA: "               DELIMITED BY SIZE
                   FUNCTION TRIM(PND-NOTA-ALERGIA)
                                                 DELIMITED BY SIZE
                   " ***"                        DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
           END-IF.

       ESCREVER-ALERGENOS-TALAO.
           IF PND-ALERGENOS-LINHA(WS-IDX) NOT = SPACES
               MOVE PND-ALERGENOS-LINHA(WS-IDX) TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               MOVE SPACES TO REG-COZINHA
               STRING "      >>> ALERGENOS: "    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERG-NOMES) DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               MOVE "N" TO WS-ALERGIA-CLIENTE
               MOVE SPACES TO WS-ALERG-SEL
               PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
                   UNTIL WS-ALERG-IDX > 14
                   IF PND-ALERGENOS-LINHA(WS-IDX)(WS-ALERG-IDX:1) = "S"
                      AND PND-ALERGIAS-CLIENTE(WS-ALERG-IDX:1) = "S"
                       MOVE "S" TO WS-ALERG-SEL(WS-ALERG-IDX:1)
                       MOVE "S" TO WS-ALERGIA-CLIENTE
                   END-IF
               END-PERFORM
               IF ALERGIA-CLIENTE-NA-LINHA
                   PERFORM MONTAR-NOMES-ALERGENOS
                   MOVE SPACES TO REG-COZINHA
                   STRING "      !!! ATENCAO: CLIENTE ALERGICO A "
                                                 DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ALERG-NOMES)
                                                 DELIMITED BY SIZE
                       " !!!"                    DELIMITED BY SIZE
                       INTO REG-COZINHA
                   END-STRING
                   WRITE REG-COZINHA
                   DISPLAY REG-COZINHA
               END-IF
           END-IF.

       MONTAR-NOMES-ALERGENOS.
           MOVE SPACES TO WS-ALERG-NOMES.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF WS-ALERG-SEL(WS-ALERG-IDX:1) = "S"
                   IF WS-ALERG-NOMES = SPACES
                       MOVE ALG-NOME(WS-ALERG-IDX) TO WS-ALERG-NOMES
                   ELSE
                       MOVE FUNCTION TRIM(WS-ALERG-NOMES)
                           TO WS-ALERG-NOMES-TEMP
                       STRING FUNCTION TRIM(WS-ALERG-NOMES-TEMP)
                                  DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              FUNCTION TRIM(ALG-NOME(WS-ALERG-IDX))
                                  DELIMITED BY SIZE
                              INTO WS-ALERG-NOMES
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       REGISTAR-ESTADO-COZINHA.
           OPEN I-O F-ESTADOS.
           IF WS-FS-ESTADOS = "35"
