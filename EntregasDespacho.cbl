         05 WS-D-NOME                 PIC X(30)  VALUE SPACES.
         05 WS-D-ZONA                 PIC X(2)   VALUE SPACES.
         05 WS-D-MORADA               PIC X(40)  VALUE SPACES.
      * WS-D-VALOR e o que o estafeta cobra: o total final menos a
      * parte ja paga com vale de oferta.
         05 WS-D-VALOR                PIC 9(3)V99 VALUE 0.
         05 WS-D-FORMA                PIC X      VALUE SPACE.

                               MOVE REG-ZONA        TO WS-D-ZONA
                               MOVE REG-MORADA      TO WS-D-MORADA
                               MOVE REG-TOTAL-FINAL TO WS-D-VALOR
                               IF REG-VALE-VALOR IS NUMERIC
                                   SUBTRACT REG-VALE-VALOR
                                       FROM WS-D-VALOR
                               END-IF
                               MOVE REG-FORMA-PAGAMENTO
                                                    TO WS-D-FORMA
                           END-IF
