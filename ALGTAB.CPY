      ******************************************************************
      * Tabela dos 14 alergenios de declaracao obrigatoria, pela
      * ordem das posicoes dos campos de alergenios dos ficheiros
      * mestre (ING-ALERGENOS, PRD-ALERGENOS e CLI-ALERGIAS): a
      * posicao n tem "S" quando o alergenio n esta presente (ou,
      * no cliente, quando ele e alergico). A sigla de 2 letras e a
      * que se escreve na manutencao e sai na matriz de alergenios.
      ******************************************************************
       01 TABELA-ALERGENOS.
          05 FILLER                  PIC X(14) VALUE "GLGLUTEN".
          05 FILLER                  PIC X(14) VALUE "CRCRUSTACEOS".
          05 FILLER                  PIC X(14) VALUE "OVOVOS".
          05 FILLER                  PIC X(14) VALUE "PXPEIXE".
          05 FILLER                  PIC X(14) VALUE "AMAMENDOIM".
          05 FILLER                  PIC X(14) VALUE "SJSOJA".
          05 FILLER                  PIC X(14) VALUE "LTLEITE".
          05 FILLER                  PIC X(14) VALUE "FCFRUTOS CASCA".
          05 FILLER                  PIC X(14) VALUE "AIAIPO".
          05 FILLER                  PIC X(14) VALUE "MOMOSTARDA".
          05 FILLER                  PIC X(14) VALUE "SESESAMO".
          05 FILLER                  PIC X(14) VALUE "SUSULFITOS".
          05 FILLER                  PIC X(14) VALUE "TRTREMOCO".
          05 FILLER                  PIC X(14) VALUE "MLMOLUSCOS".
       01 TABELA-ALERGENOS-R REDEFINES TABELA-ALERGENOS.
          05 ALG-ITEM                OCCURS 14 TIMES.
             10 ALG-SIGLA            PIC X(2).
             10 ALG-NOME             PIC X(12).
