      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacao dos pedidos das plataformas de entregas
      *          (Glovo e Uber Eats). Le o ficheiro de pedidos
      *          exportado pela plataforma (texto separado por ";",
      *          um registo "H" por pedido seguido de um registo "I"
      *          por artigo, com precos com IVA), traduz cada artigo
      *          para uma piza do menu ou um produto de venda pela
      *          tabela ARTPLATAFORMA.DAT e grava o pedido como um
      *          pedido do balcao: cabecalho e linhas em PEDIDOS.DAT
      *          com o canal da plataforma, a comissao e a referencia
      *          da plataforma, recibo em RECIBOS.DAT com forma de
      *          pagamento "P", abate de stock com movimento em
      *          MOVSTOCK.DAT, talao de cozinha e estado RECEBIDO no
      *          quadro da cozinha. Cada pedido importado fica em
      *          IMPORTACOES.DAT e nunca entra duas vezes. Um pedido
      *          com algum artigo por mapear fica retido inteiro; os
      *          artigos saem no ecra e em NAOMAPEADOS.TXT para o
      *          gerente os mapear no PlataformasManut e voltar a
      *          importar o ficheiro.
      *          Formato do ficheiro:
      *            H;referencia;AAAAMMDD;HHMM;nome;telefone;total;
      *              comissao
      *            I;referencia;artigo;descricao;quantidade;preco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImportaPlataformas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IMPORTACAO ASSIGN TO DYNAMIC WS-NOME-FICHEIRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IMPORTACAO.

           SELECT F-NAOMAPEADOS ASSIGN TO "NAOMAPEADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NAOMAPEADOS.

           SELECT F-ARTPLATAFORMA ASSIGN TO "ARTPLATAFORMA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ARTPLATAFORMA.

           SELECT F-IMPORTACOES ASSIGN TO "IMPORTACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IMP-CHAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-IMPORTACOES.

           SELECT F-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT F-COZINHA ASSIGN TO "COZINHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-COZINHA.

           SELECT F-MOVSTOCK ASSIGN TO "MOVSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-MOVSTOCK.

           SELECT F-ESTADOS ASSIGN TO "ESTADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PEDIDO-NUM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-ESTADOS.

           SELECT F-NUMEROS ASSIGN TO "NUMEROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-SERIE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-FS-NUMEROS.

           SELECT F-INGREDIENTES ASSIGN TO "INGREDIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-INGREDIENTES.

           SELECT F-PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-PRODUTOS.

           SELECT F-MENUPIZAS ASSIGN TO "MENUPIZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNU-CODIGO
               FILE STATUS IS WS-FS-MENUPIZAS.

           SELECT F-RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               FILE STATUS IS WS-FS-RECEITAS.

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

           SELECT F-TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-NUM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-TURNOS.

           SELECT F-FECHODIA ASSIGN TO "FECHODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDI-DATA
               FILE STATUS IS WS-FS-FECHODIA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-IMPORTACAO.
        01 REG-LINHA-IMPORTACAO       PIC X(200).

       FD  F-NAOMAPEADOS.
        01 LINHA-NAOMAPEADOS          PIC X(80).

       FD  F-ARTPLATAFORMA.
           COPY APLREG.

       FD  F-IMPORTACOES.
           COPY IMPREG.

       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-RECIBOS.
           COPY RECREG.

       FD  F-COZINHA.
        01 REG-COZINHA                PIC X(140).

       FD  F-MOVSTOCK.
           COPY MOVREG.

       FD  F-ESTADOS.
           COPY ESTREG.

       FD  F-NUMEROS.
           COPY NUMREG.

       FD  F-INGREDIENTES.
           COPY INGREG.

       FD  F-PRODUTOS.
           COPY PRDREG.

       FD  F-MENUPIZAS.
           COPY MNUREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       FD  F-TAXAS.
           COPY TAXREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       FD  F-TURNOS.
           COPY TRNREG.

       FD  F-FECHODIA.
           COPY FDIREG.

       WORKING-STORAGE SECTION.

           COPY ALGTAB.

           COPY CANTAB.

       01  DATA-HOJE.
         05 ANO-HOJE                  PIC 9(04)  VALUES ZEROS.
         05 MES-HOJE                  PIC 9(02)  VALUES ZEROS.
         05 DIA-HOJE                  PIC 9(02)  VALUES ZEROS.
       01  HORA-AGORA.
         05 HORA                      PIC 9(02)  VALUES ZEROS.
         05 MINUTO                    PIC 9(02)  VALUES ZEROS.
        77 WS-DATA-NUM                PIC 9(8)   VALUE 0.

        77 WS-FS-IMPORTACAO           PIC XX     VALUE SPACES.
        77 WS-FS-NAOMAPEADOS          PIC XX     VALUE SPACES.
        77 WS-FS-ARTPLATAFORMA        PIC XX     VALUE SPACES.
        77 WS-FS-IMPORTACOES          PIC XX     VALUE SPACES.
        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-FS-RECIBOS              PIC XX     VALUE SPACES.
        77 WS-FS-COZINHA              PIC XX     VALUE SPACES.
        77 WS-FS-MOVSTOCK             PIC XX     VALUE SPACES.
        77 WS-FS-ESTADOS              PIC XX     VALUE SPACES.
        77 WS-FS-NUMEROS              PIC XX     VALUE SPACES.
        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
        77 WS-FS-MENUPIZAS            PIC XX     VALUE SPACES.
        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-FS-TAXAS                PIC XX     VALUE SPACES.
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 WS-FS-TURNOS               PIC XX     VALUE SPACES.
        77 WS-FS-FECHODIA             PIC XX     VALUE SPACES.
        77 WS-TENTATIVAS-ABERTURA     PIC 9(3)   VALUES 0.
        77 CONST-MAX-TENTATIVAS       PIC 9(3)   VALUE 100.
        77 WS-FICHEIRO-OCUPADO        PIC X(12)  VALUE SPACES.
        77 WS-FS-OCUPADO              PIC XX     VALUE SPACES.

        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".
        77 WS-EOF-MESTRE              PIC X      VALUE "N".
           88 FIM-MESTRE                         VALUE "S".
        77 WS-EOF-TAXAS               PIC X      VALUE "N".
           88 FIM-TAXAS                          VALUE "S".
        77 WS-EOF-RECEITAS            PIC X      VALUE "N".
           88 FIM-RECEITAS                       VALUE "S".

        77 WS-CANAL                   PIC X      VALUE SPACE.
           88 CANAL-VALIDO                       VALUES "G" "U".
           88 CANAL-GLOVO                        VALUE "G".
        77 WS-CANAL-IDX               PIC 9      VALUE 0.
        77 WS-NOME-FICHEIRO           PIC X(30)  VALUE SPACES.

        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 TURNO-ATUAL                PIC 9(4)   VALUE 0.
        77 WS-DIA-FECHADO             PIC X      VALUE "N".
           88 DIA-FECHADO                        VALUE "S".

      ******************************************************************
      * Campos de uma linha do ficheiro da plataforma, separados por
      * ";" (o primeiro diz o tipo de registo).
      ******************************************************************
       01  CAMPOS-LINHA.
         05 CSV-TIPO                  PIC X(2).
         05 CSV-CAMPO OCCURS 7 TIMES  PIC X(40).

      ******************************************************************
      * Pedido da plataforma em leitura: o cabecalho "H" e os
      * artigos "I" que se lhe seguem, ja com a correspondencia do
      * ARTPLATAFORMA.DAT quando o artigo esta mapeado.
      ******************************************************************
       01  PEDIDO-LIDO.
         05 PLD-REF                   PIC X(20).
         05 PLD-DATA                  PIC X(8).
         05 PLD-HORA                  PIC X(4).
         05 PLD-NOME                  PIC X(30).
         05 PLD-CONTATO               PIC X(9).
         05 PLD-TOTAL                 PIC 9(4)V99.
         05 PLD-COMISSAO              PIC 9(3)V99.
         05 PLD-NUM-ITENS             PIC 9(2).
         05 PLD-ITEM OCCURS 30 TIMES.
            10 PLI-ARTIGO             PIC X(20).
            10 PLI-DESCRICAO          PIC X(30).
            10 PLI-QT                 PIC 9(2).
            10 PLI-PRECO              PIC 9(3)V99.
            10 PLI-TIPO               PIC X.
            10 PLI-CODIGO             PIC X(2).
            10 PLI-TAMANHO            PIC 9.
        77 WS-MAX-ITENS               PIC 9(2)   VALUE 30.
        77 WS-TELEFONE                PIC X(40)  VALUE SPACES.
        77 WS-TAM-TELEFONE            PIC 9(2)   VALUE 0.
        77 WS-ITEM-IDX                PIC 9(2)   VALUE 0.
        77 WS-UNIDADE                 PIC 9(2)   VALUE 0.
        77 WS-HA-PEDIDO               PIC X      VALUE "N".
           88 PEDIDO-EM-CURSO                    VALUE "S".
        77 WS-PEDIDO-ERRO             PIC X      VALUE "N".
           88 PEDIDO-COM-ERRO                    VALUE "S".
        77 WS-MOTIVO-ERRO             PIC X(40)  VALUE SPACES.
        77 WS-ITEM-MAPEADO            PIC X      VALUE "N".
           88 ITEM-MAPEADO                       VALUE "S".
        77 WS-NUM-POR-MAPEAR          PIC 9(2)   VALUE 0.
        77 WS-CONTA-PIZAS             PIC 9(3)   VALUE 0.
        77 WS-CONTA-ARTIGOS           PIC 9(3)   VALUE 0.

        77 WS-NUM-LIDOS               PIC 9(4)   VALUE 0.
        77 WS-NUM-IMPORTADOS          PIC 9(4)   VALUE 0.
        77 WS-NUM-DUPLICADOS          PIC 9(4)   VALUE 0.
        77 WS-NUM-RETIDOS             PIC 9(4)   VALUE 0.
        77 WS-NUM-ERROS               PIC 9(4)   VALUE 0.
        77 WS-NUM-ARTIGOS-MAPEAR      PIC 9(4)   VALUE 0.
        77 WS-SOMA-FINAL              PIC 9(6)V99 VALUE 0.
        77 WS-SOMA-COMISSAO           PIC 9(6)V99 VALUE 0.

      ******************************************************************
      * Pizas e artigos do pedido a gravar, como no ecra de pedidos.
      ******************************************************************
        77 NUM-PIZZAS                 PIC 99     VALUE 0.
        77 NUM-ARTIGOS                PIC 99     VALUE 0.
        77 WS-MAX-PIZAS               PIC 99     VALUE 20.
        77 WS-MAX-ARTIGOS             PIC 99     VALUE 20.
        77 WS-IDX                     PIC 99     VALUE 0.
       01  TABELA-PIZZAS.
         05 PIZZA-ITEM OCCURS 20 TIMES.
            10 PIZZA-TIPO             PIC X.
            10 PIZZA-MENU-COD         PIC X(2).
            10 PIZZA-INGREDIENTES     PIC X(120).
            10 PIZZA-SUBTOTAL         PIC 9(3)V99.
            10 PIZZA-TAXA-IVA         PIC 99V99.
            10 PIZZA-IVA-CODIGO       PIC X(3).
            10 PIZZA-CUSTO            PIC 9(3)V99.
            10 PIZZA-ALERGENOS        PIC X(14).
       01  TABELA-ARTIGOS.
         05 ARTIGO-ITEM OCCURS 20 TIMES.
            10 ARTIGO-CODIGO          PIC X(2).
            10 ARTIGO-NOME            PIC X(20).
            10 ARTIGO-CATEGORIA       PIC X.
            10 ARTIGO-QT              PIC 9(2).
            10 ARTIGO-SUBTOTAL        PIC 9(3)V99.
            10 ARTIGO-TAXA-IVA        PIC 99V99.
            10 ARTIGO-IVA-CODIGO      PIC X(3).
            10 ARTIGO-ALERGENOS       PIC X(14).

        77 PEDIDO                     PIC 9(6)   VALUE 0.
        77 RECIBO-NUM                 PIC 9(6)   VALUE 0.
        77 WS-SERIE-ALVO              PIC X(3)   VALUE SPACES.
        77 WS-NUMERO-RESERVADO        PIC 9(6)   VALUE 0.
        77 WS-SERIES-OK               PIC X      VALUE "N".
           88 SERIES-OK                          VALUE "S".
        77 TOTAL                      PIC 9(3)V99 VALUE 0.
        77 IVA                        PIC 9(3)V99 VALUE 0.
        77 TOTAL-FINAL                PIC 9(3)V99 VALUE 0.
        77 WS-DIFERENCA               PIC S9(4)V99 VALUE 0.

       01  TAXAS-EM-VIGOR.
         05 VIG-CLASSE OCCURS 4 TIMES.
            10 VIG-PCT                PIC 99V99.
            10 VIG-CODIGO             PIC X(3).
        77 WS-CLASSE-IVA              PIC 9      VALUES 0.
        77 WS-TAXA-LINHA              PIC 99V99  VALUES 0.
        77 WS-VALOR-LINHA             PIC 999V99 VALUES 0.
        77 NUM-TAXAS-IVA              PIC 9      VALUES 0.
        77 WS-QIV-IDX                 PIC 9      VALUES 0.
        77 WS-QIV-ATUAL               PIC 9      VALUES 0.
       01  QUADRO-IVA.
         05 QIV-ITEM OCCURS 4 TIMES.
            10 QIV-TAXA               PIC 99V99.
            10 QIV-BASE               PIC 999V99.
            10 QIV-VALOR              PIC 999V99.

        77 WS-TAMANHO                 PIC 9      VALUE 1.
        77 WS-PORCAO                  PIC 9(3)   VALUE 1.
        77 WS-CUSTO-UNIDADE           PIC 9(3)V9(4) VALUE 0.
        77 WS-CUSTO-PIZA              PIC 9(5)V9(4) VALUE 0.
        77 WS-MENU-IDX                PIC 9      VALUE 0.
        77 WS-ING-VALIDO              PIC X      VALUE "N".
           88 INGREDIENTE-VALIDO                 VALUE "S".
        77 AUX-INGR                   PIC 9      VALUE 0.
        77 WS-ING-LISTA               PIC X(120) VALUE SPACES.
        77 WS-ING-LISTA-TEMP          PIC X(120) VALUE SPACES.
        77 NUM-BASES                  PIC 99     VALUE 0.
        77 WS-MAX-BASES               PIC 99     VALUE 10.
        77 WS-BASE-IDX                PIC 99     VALUE 0.
       01  TABELA-BASES.
           05 BASE-ITEM OCCURS 10 TIMES.
              10 BASE-CODIGO          PIC X(2).
              10 BASE-CUSTO           PIC 9(3)V9(4).
              10 BASE-PORCAO OCCURS 3 TIMES PIC 9(3).

       01  MOVIMENTO-STOCK.
         05 MOV-WS-ORIGEM             PIC X       VALUE SPACE.
         05 MOV-WS-CODIGO             PIC X(2)    VALUE SPACES.
         05 MOV-WS-NOME               PIC X(20)   VALUE SPACES.
         05 MOV-WS-QT                 PIC 9(5)    VALUES 0.

        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERG-LINHA             PIC X(14)  VALUE SPACES.
        77 WS-ALERG-SEL               PIC X(14)  VALUE SPACES.
        77 WS-ALERG-NOMES             PIC X(100) VALUE SPACES.
        77 WS-ALERG-NOMES-TEMP        PIC X(100) VALUE SPACES.

        77 WS-LINHA                   PIC X(80)  VALUE SPACES.
        77 SAIDA-VALOR                PIC ZZZ9.99.
        77 SAIDA-VALOR-2              PIC ZZZ9.99.
        77 SAIDA-SOMA                 PIC ZZZ,ZZ9.99.
        77 SAIDA-CONTADOR             PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-NUM = FUNCTION NUMVAL(DATA-HOJE).
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Importacao de Pedidos das"
               " Plataformas".

           PERFORM VERIFICAR-DIA-FECHADO
               THRU VERIFICAR-DIA-FECHADO-FIM.
           IF DIA-FECHADO
               DISPLAY "O dia de hoje ja esta fechado - nada importado."
               STOP RUN
           END-IF.

           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado - nada importado."
               STOP RUN
           END-IF.
           PERFORM LOCALIZAR-TURNO-OPERADOR
               THRU LOCALIZAR-TURNO-FIM.

           DISPLAY "Plataforma (G=Glovo, U=Uber Eats): ".
           PERFORM WITH TEST AFTER UNTIL CANAL-VALIDO
               ACCEPT WS-CANAL
               MOVE FUNCTION UPPER-CASE(WS-CANAL) TO WS-CANAL
               IF NOT CANAL-VALIDO
                   DISPLAY "Indique: G ou U"
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CANAL-IDX FROM 1 BY 1
               UNTIL CAN-CODIGO(WS-CANAL-IDX) = WS-CANAL
               CONTINUE
           END-PERFORM.

           DISPLAY "Ficheiro a importar (vazio = ficheiro habitual): ".
           MOVE SPACES TO WS-NOME-FICHEIRO.
           ACCEPT WS-NOME-FICHEIRO.
           IF WS-NOME-FICHEIRO = SPACES
               IF CANAL-GLOVO
                   MOVE "GLOVO.CSV" TO WS-NOME-FICHEIRO
               ELSE
                   MOVE "UBEREATS.CSV" TO WS-NOME-FICHEIRO
               END-IF
           END-IF.

           OPEN INPUT F-IMPORTACAO.
           IF WS-FS-IMPORTACAO NOT = "00"
               DISPLAY "Ficheiro " FUNCTION TRIM(WS-NOME-FICHEIRO)
                   " nao encontrado (estado " WS-FS-IMPORTACAO ")."
               STOP RUN
           END-IF.

           PERFORM VERIFICAR-SERIES-NUMERACAO.
           PERFORM ABRIR-FICHEIROS-MESTRE.
           PERFORM ESCOLHER-TAXAS-IVA.
           PERFORM CARREGAR-BASES-RECEITA.

           OPEN OUTPUT F-NAOMAPEADOS.
           MOVE SPACES TO WS-LINHA.
           STRING "ARTIGOS POR MAPEAR - " DELIMITED BY SIZE
               FUNCTION TRIM(CAN-NOME(WS-CANAL-IDX)) DELIMITED BY SIZE
               " - "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOME-FICHEIRO) DELIMITED BY SIZE
               " - "                      DELIMITED BY SIZE
               DIA-HOJE "/" MES-HOJE "/" ANO-HOJE DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           WRITE LINHA-NAOMAPEADOS FROM WS-LINHA.
           MOVE "Pedido da plataforma  Artigo               Descricao"
               TO WS-LINHA.
           WRITE LINHA-NAOMAPEADOS FROM WS-LINHA.

           DISPLAY " ".
           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-HA-PEDIDO.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-IMPORTACAO
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-LINHA-IMPORTACAO
               END-READ
           END-PERFORM.
           IF PEDIDO-EM-CURSO
               PERFORM TRATAR-PEDIDO-LIDO THRU TRATAR-PEDIDO-LIDO-FIM
           END-IF.
           CLOSE F-IMPORTACAO.

           IF WS-NUM-ARTIGOS-MAPEAR = 0
               MOVE "Nenhum artigo por mapear." TO WS-LINHA
               WRITE LINHA-NAOMAPEADOS FROM WS-LINHA
           END-IF.
           CLOSE F-NAOMAPEADOS.
           PERFORM FECHAR-FICHEIROS-MESTRE.

           PERFORM MOSTRAR-RESUMO.
           STOP RUN.

      ******************************************************************
      * Uma linha do ficheiro: um "H" fecha o pedido anterior e abre
      * um novo; um "I" junta um artigo ao pedido em curso. Outras
      * linhas (titulos das colunas, linhas em branco) sao ignoradas.
      ******************************************************************
       TRATAR-LINHA-IMPORTACAO.
           MOVE SPACES TO CAMPOS-LINHA.
           UNSTRING REG-LINHA-IMPORTACAO DELIMITED BY ";"
               INTO CSV-TIPO CSV-CAMPO(1) CSV-CAMPO(2) CSV-CAMPO(3)
                    CSV-CAMPO(4) CSV-CAMPO(5) CSV-CAMPO(6)
                    CSV-CAMPO(7)
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(CSV-TIPO) TO CSV-TIPO.
           EVALUATE CSV-TIPO
               WHEN "H "
                   IF PEDIDO-EM-CURSO
                       PERFORM TRATAR-PEDIDO-LIDO
                           THRU TRATAR-PEDIDO-LIDO-FIM
                   END-IF
                   PERFORM INICIAR-PEDIDO-LIDO
               WHEN "I "
                   PERFORM JUNTAR-ITEM-LIDO THRU JUNTAR-ITEM-LIDO-FIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INICIAR-PEDIDO-LIDO.
           INITIALIZE PEDIDO-LIDO.
           MOVE "S" TO WS-HA-PEDIDO.
           MOVE "N" TO WS-PEDIDO-ERRO.
           MOVE SPACES TO WS-MOTIVO-ERRO.
           ADD 1 TO WS-NUM-LIDOS.
           MOVE CSV-CAMPO(1) TO PLD-REF.
           MOVE CSV-CAMPO(2) TO PLD-DATA.
           MOVE CSV-CAMPO(3) TO PLD-HORA.
           MOVE CSV-CAMPO(4) TO PLD-NOME.
      *    O contato guarda os ultimos 9 digitos do telefone (sem o
      *    indicativo do pais).
           IF CSV-CAMPO(5) NOT = SPACES
               MOVE FUNCTION TRIM(CSV-CAMPO(5)) TO WS-TELEFONE
               COMPUTE WS-TAM-TELEFONE =
                   FUNCTION LENGTH(FUNCTION TRIM(CSV-CAMPO(5)))
               IF WS-TAM-TELEFONE > 9
                   MOVE WS-TELEFONE(WS-TAM-TELEFONE - 8:9)
                       TO PLD-CONTATO
               ELSE
                   MOVE WS-TELEFONE TO PLD-CONTATO
               END-IF
           END-IF.
           INSPECT CSV-CAMPO(6) REPLACING ALL "," BY ".".
           INSPECT CSV-CAMPO(7) REPLACING ALL "," BY ".".
           COMPUTE PLD-TOTAL = FUNCTION NUMVAL(CSV-CAMPO(6)).
           COMPUTE PLD-COMISSAO = FUNCTION NUMVAL(CSV-CAMPO(7)).
           IF PLD-REF = SPACES
               MOVE "S" TO WS-PEDIDO-ERRO
               MOVE "pedido sem referencia" TO WS-MOTIVO-ERRO
           END-IF.
           IF PLD-NOME = SPACES
               MOVE FUNCTION TRIM(CAN-NOME(WS-CANAL-IDX)) TO PLD-NOME
           END-IF.

       JUNTAR-ITEM-LIDO.
           IF NOT PEDIDO-EM-CURSO
               DISPLAY "Artigo " FUNCTION TRIM(CSV-CAMPO(2))
                   " sem cabecalho de pedido - ignorado."
               GO TO JUNTAR-ITEM-LIDO-FIM
           END-IF.
           IF CSV-CAMPO(1) NOT = PLD-REF
               MOVE "S" TO WS-PEDIDO-ERRO
               MOVE "artigo com referencia de outro pedido"
                   TO WS-MOTIVO-ERRO
               GO TO JUNTAR-ITEM-LIDO-FIM
           END-IF.
           IF PLD-NUM-ITENS NOT < WS-MAX-ITENS
               MOVE "S" TO WS-PEDIDO-ERRO
               MOVE "demasiados artigos no pedido" TO WS-MOTIVO-ERRO
               GO TO JUNTAR-ITEM-LIDO-FIM
           END-IF.
           ADD 1 TO PLD-NUM-ITENS.
           MOVE CSV-CAMPO(2) TO PLI-ARTIGO(PLD-NUM-ITENS).
           MOVE CSV-CAMPO(3) TO PLI-DESCRICAO(PLD-NUM-ITENS).
           INSPECT CSV-CAMPO(5) REPLACING ALL "," BY ".".
           COMPUTE PLI-QT(PLD-NUM-ITENS) =
               FUNCTION NUMVAL(CSV-CAMPO(4)).
           COMPUTE PLI-PRECO(PLD-NUM-ITENS) =
               FUNCTION NUMVAL(CSV-CAMPO(5)).
           IF PLI-QT(PLD-NUM-ITENS) = 0
               MOVE "S" TO WS-PEDIDO-ERRO
               MOVE "artigo com quantidade zero" TO WS-MOTIVO-ERRO
           END-IF.

       JUNTAR-ITEM-LIDO-FIM.
           EXIT.

      ******************************************************************
      * Pedido completo: recusado se ja foi importado, retido se tem
      * artigos por mapear, importado nos outros casos.
      ******************************************************************
       TRATAR-PEDIDO-LIDO.
           MOVE "N" TO WS-HA-PEDIDO.
           IF PLD-NUM-ITENS = 0 AND NOT PEDIDO-COM-ERRO
               MOVE "S" TO WS-PEDIDO-ERRO
               MOVE "pedido sem artigos" TO WS-MOTIVO-ERRO
           END-IF.
           IF PEDIDO-COM-ERRO
               ADD 1 TO WS-NUM-ERROS
               DISPLAY "Pedido " FUNCTION TRIM(PLD-REF)
                   " nao importado: " FUNCTION TRIM(WS-MOTIVO-ERRO)
                   "."
               GO TO TRATAR-PEDIDO-LIDO-FIM
           END-IF.

           MOVE WS-CANAL TO IMP-CANAL.
           MOVE PLD-REF  TO IMP-REF.
           READ F-IMPORTACOES KEY IS IMP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NUM-DUPLICADOS
                   DISPLAY "Pedido " FUNCTION TRIM(PLD-REF)
                       " ja importado (pedido " IMP-PEDIDO-NUM
                       " de " IMP-DATA(7:2) "/" IMP-DATA(5:2) "/"
                       IMP-DATA(1:4) ")."
                   GO TO TRATAR-PEDIDO-LIDO-FIM
           END-READ.

           PERFORM MAPEAR-ITENS-PEDIDO.
           IF WS-NUM-POR-MAPEAR > 0
               ADD 1 TO WS-NUM-RETIDOS
               DISPLAY "Pedido " FUNCTION TRIM(PLD-REF)
                   " retido: " WS-NUM-POR-MAPEAR
                   " artigo(s) por mapear."
               GO TO TRATAR-PEDIDO-LIDO-FIM
           END-IF.
           IF WS-CONTA-PIZAS > WS-MAX-PIZAS
               OR WS-CONTA-ARTIGOS > WS-MAX-ARTIGOS
               ADD 1 TO WS-NUM-ERROS
               DISPLAY "Pedido " FUNCTION TRIM(PLD-REF)
                   " nao importado: mais de " WS-MAX-PIZAS
                   " pizas ou " WS-MAX-ARTIGOS " artigos."
               GO TO TRATAR-PEDIDO-LIDO-FIM
           END-IF.

           PERFORM IMPORTAR-PEDIDO.
           ADD 1 TO WS-NUM-IMPORTADOS.

       TRATAR-PEDIDO-LIDO-FIM.
           EXIT.

      ******************************************************************
      * Procura cada artigo do pedido na tabela de correspondencia.
      * Um artigo que a tabela ainda nao conhece e acrescentado por
      * mapear, com a descricao da plataforma; um artigo por mapear
      * (ou mapeado para uma piza ou produto que ja nao existe) fica
      * com a data de hoje, para o gerente ver os mais recentes.
      ******************************************************************
       MAPEAR-ITENS-PEDIDO.
           MOVE 0 TO WS-NUM-POR-MAPEAR.
           MOVE 0 TO WS-CONTA-PIZAS.
           MOVE 0 TO WS-CONTA-ARTIGOS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > PLD-NUM-ITENS
               PERFORM MAPEAR-ITEM
           END-PERFORM.

       MAPEAR-ITEM.
           MOVE "N" TO WS-ITEM-MAPEADO.
           MOVE WS-CANAL TO APL-CANAL.
           MOVE PLI-ARTIGO(WS-ITEM-IDX) TO APL-ARTIGO-EXT.
           READ F-ARTPLATAFORMA KEY IS APL-CHAVE
               INVALID KEY
                   MOVE PLI-DESCRICAO(WS-ITEM-IDX) TO APL-DESCRICAO
                   MOVE SPACE       TO APL-TIPO
                   MOVE SPACES      TO APL-CODIGO
                   MOVE 0           TO APL-TAMANHO
                   MOVE WS-DATA-NUM TO APL-DATA-VISTO
                   WRITE REG-ARTIGO-PLATAFORMA
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM VALIDAR-MAPEAMENTO
           END-READ.
           IF ITEM-MAPEADO
               MOVE APL-TIPO    TO PLI-TIPO(WS-ITEM-IDX)
               MOVE APL-CODIGO  TO PLI-CODIGO(WS-ITEM-IDX)
               MOVE APL-TAMANHO TO PLI-TAMANHO(WS-ITEM-IDX)
               IF APL-PIZA-MENU
                   ADD PLI-QT(WS-ITEM-IDX) TO WS-CONTA-PIZAS
               ELSE
                   ADD 1 TO WS-CONTA-ARTIGOS
               END-IF
           ELSE
               ADD 1 TO WS-NUM-POR-MAPEAR
               PERFORM LISTAR-ARTIGO-POR-MAPEAR
           END-IF.

       VALIDAR-MAPEAMENTO.
           EVALUATE TRUE
               WHEN APL-PIZA-MENU
                   MOVE APL-CODIGO TO MNU-CODIGO
                   READ F-MENUPIZAS KEY IS MNU-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF APL-TAMANHO > 0 AND APL-TAMANHO < 4
                               MOVE "S" TO WS-ITEM-MAPEADO
                           END-IF
                   END-READ
               WHEN APL-PRODUTO
                   MOVE APL-CODIGO TO PRD-CODIGO
                   READ F-PRODUTOS KEY IS PRD-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-ITEM-MAPEADO
                   END-READ
           END-EVALUATE.
           IF NOT ITEM-MAPEADO
               MOVE WS-DATA-NUM TO APL-DATA-VISTO
               REWRITE REG-ARTIGO-PLATAFORMA
           END-IF.

       LISTAR-ARTIGO-POR-MAPEAR.
           ADD 1 TO WS-NUM-ARTIGOS-MAPEAR.
           MOVE SPACES TO WS-LINHA.
           STRING PLD-REF                    DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               PLI-ARTIGO(WS-ITEM-IDX)       DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               PLI-DESCRICAO(WS-ITEM-IDX)    DELIMITED BY SIZE
               INTO WS-LINHA
           END-STRING.
           WRITE LINHA-NAOMAPEADOS FROM WS-LINHA.
           DISPLAY "  Por mapear: " WS-LINHA(23:52).

      ******************************************************************
      * Grava um pedido da plataforma: reserva os numeros de pedido e
      * de recibo, regista a importacao (a partir daqui o pedido nao
      * volta a entrar), monta as linhas com o abate de stock, apura
      * o IVA e emite pedido, recibo e talao de cozinha.
      ******************************************************************
       IMPORTAR-PEDIDO.
           MOVE "PED" TO WS-SERIE-ALVO.
           PERFORM RESERVAR-NUMERO-SERIE.
           MOVE WS-NUMERO-RESERVADO TO PEDIDO.
           MOVE "REC" TO WS-SERIE-ALVO.
           PERFORM RESERVAR-NUMERO-SERIE.
           MOVE WS-NUMERO-RESERVADO TO RECIBO-NUM.

           PERFORM MONTAR-LINHAS-PEDIDO.
           PERFORM APURAR-IVA-PEDIDO.

           ACCEPT HORA-AGORA FROM TIME.
           MOVE WS-CANAL         TO IMP-CANAL.
           MOVE PLD-REF          TO IMP-REF.
           MOVE PEDIDO           TO IMP-PEDIDO-NUM.
           MOVE RECIBO-NUM       TO IMP-RECIBO-NUM.
           MOVE WS-DATA-NUM      TO IMP-DATA.
           MOVE HORA-AGORA       TO IMP-HORA.
           MOVE WS-NOME-FICHEIRO TO IMP-FICHEIRO.
           MOVE OPERADOR-ATUAL   TO IMP-OPERADOR.
           MOVE TOTAL-FINAL      TO IMP-TOTAL-FINAL.
           MOVE PLD-COMISSAO     TO IMP-COMISSAO.
           WRITE REG-IMPORTACAO
               INVALID KEY
                   REWRITE REG-IMPORTACAO
           END-WRITE.

           PERFORM REGISTAR-PEDIDO.
           PERFORM EMITIR-RECIBO.
           PERFORM IMPRIMIR-TALAO-COZINHA.

           ADD TOTAL-FINAL  TO WS-SOMA-FINAL.
           ADD PLD-COMISSAO TO WS-SOMA-COMISSAO.
           MOVE TOTAL-FINAL  TO SAIDA-VALOR.
           MOVE PLD-COMISSAO TO SAIDA-VALOR-2.
           DISPLAY "Pedido " FUNCTION TRIM(PLD-REF) " importado: "
               "pedido " PEDIDO " recibo " RECIBO-NUM " total "
               SAIDA-VALOR " comissao " SAIDA-VALOR-2.
           COMPUTE WS-DIFERENCA = TOTAL-FINAL - PLD-TOTAL.
           IF WS-DIFERENCA > 0.05 OR WS-DIFERENCA < -0.05
               MOVE PLD-TOTAL TO SAIDA-VALOR
               DISPLAY "  ATENCAO: a plataforma indica " SAIDA-VALOR
                   " EUR - confira os precos dos artigos."
           END-IF.

      ******************************************************************
      * Uma linha "P" por unidade de cada piza do menu, no tamanho do
      * mapeamento, e uma linha "A" por produto com a quantidade. Os
      * precos da plataforma trazem IVA: o subtotal da linha e o
      * valor sem imposto, a taxa de comida para levar (classe 2) ou
      * de bebidas (classe 3).
      ******************************************************************
       MONTAR-LINHAS-PEDIDO.
           MOVE 0 TO NUM-PIZZAS.
           MOVE 0 TO NUM-ARTIGOS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > PLD-NUM-ITENS
               IF PLI-TIPO(WS-ITEM-IDX) = "M"
                   PERFORM VARYING WS-UNIDADE FROM 1 BY 1
                       UNTIL WS-UNIDADE > PLI-QT(WS-ITEM-IDX)
                       PERFORM MONTAR-PIZA-IMPORTADA
                   END-PERFORM
               ELSE
                   PERFORM MONTAR-ARTIGO-IMPORTADO
               END-IF
           END-PERFORM.

       MONTAR-PIZA-IMPORTADA.
           ADD 1 TO NUM-PIZZAS.
           MOVE PLI-TAMANHO(WS-ITEM-IDX) TO WS-TAMANHO.
           MOVE WS-TAMANHO TO PIZZA-TIPO(NUM-PIZZAS).
           MOVE PLI-CODIGO(WS-ITEM-IDX) TO PIZZA-MENU-COD(NUM-PIZZAS).
           MOVE VIG-PCT(2)    TO PIZZA-TAXA-IVA(NUM-PIZZAS).
           MOVE VIG-CODIGO(2) TO PIZZA-IVA-CODIGO(NUM-PIZZAS).
           COMPUTE PIZZA-SUBTOTAL(NUM-PIZZAS) ROUNDED =
               PLI-PRECO(WS-ITEM-IDX) * 100 / (100 + VIG-PCT(2)).

           MOVE 0 TO WS-CUSTO-PIZA.
           MOVE SPACES TO WS-ALERG-LINHA.
           MOVE SPACES TO WS-ING-LISTA.
           MOVE 0 TO AUX-INGR.
           MOVE PLI-CODIGO(WS-ITEM-IDX) TO MNU-CODIGO.
           READ F-MENUPIZAS KEY IS MNU-CODIGO
               INVALID KEY
                   MOVE 0 TO MNU-QT-INGR
           END-READ.
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
               UNTIL WS-MENU-IDX > MNU-QT-INGR
               PERFORM ABATER-INGREDIENTE-MENU
           END-PERFORM.
           PERFORM ABATER-BASES-PIZA.

           MOVE WS-ING-LISTA TO PIZZA-INGREDIENTES(NUM-PIZZAS).
           COMPUTE PIZZA-CUSTO(NUM-PIZZAS) ROUNDED = WS-CUSTO-PIZA.
           MOVE WS-ALERG-LINHA TO PIZZA-ALERGENOS(NUM-PIZZAS).

       ABATER-INGREDIENTE-MENU.
           MOVE MNU-ING-CODIGO(WS-MENU-IDX) TO ING-CODIGO.
           PERFORM PROCURAR-INGREDIENTE.
           IF INGREDIENTE-VALIDO
               PERFORM OBTER-PORCAO
               PERFORM SOMAR-ALERGENOS-INGREDIENTE
               COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                   + WS-PORCAO * WS-CUSTO-UNIDADE
               PERFORM ABATER-STOCK-INGREDIENTE
               IF AUX-INGR = 0
                   MOVE ING-NOME TO WS-ING-LISTA
               ELSE
                   MOVE FUNCTION TRIM(WS-ING-LISTA)
                       TO WS-ING-LISTA-TEMP
                   STRING FUNCTION TRIM(WS-ING-LISTA-TEMP)
                              DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(ING-NOME)
                              DELIMITED BY SIZE
                          INTO WS-ING-LISTA
                   END-STRING
               END-IF
               ADD 1 TO AUX-INGR
           END-IF.

      ******************************************************************
      * Bases da receita (massa, molho...) gastas em todas as pizas,
      * pela porcao do tamanho.
      ******************************************************************
       ABATER-BASES-PIZA.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > NUM-BASES
               MOVE BASE-CODIGO(WS-BASE-IDX) TO ING-CODIGO
               PERFORM PROCURAR-INGREDIENTE
               IF INGREDIENTE-VALIDO
                   PERFORM SOMAR-ALERGENOS-INGREDIENTE
                   MOVE BASE-PORCAO(WS-BASE-IDX, WS-TAMANHO)
                       TO WS-PORCAO
                   COMPUTE WS-CUSTO-PIZA = WS-CUSTO-PIZA
                       + WS-PORCAO * BASE-CUSTO(WS-BASE-IDX)
                   PERFORM ABATER-STOCK-INGREDIENTE
               END-IF
           END-PERFORM.

      ******************************************************************
      * O pedido ja foi vendido na plataforma: um ingrediente sem
      * stock suficiente fica assinalado no ecra e nao e abatido,
      * como na repeticao de um pedido no balcao.
      ******************************************************************
       ABATER-STOCK-INGREDIENTE.
           IF ING-STOCK < WS-PORCAO
               DISPLAY "  ESGOTADO: " FUNCTION TRIM(ING-NOME)
                   " (pedido " PEDIDO ") - stock nao abatido."
           ELSE
               SUBTRACT WS-PORCAO FROM ING-STOCK
               REWRITE REG-INGREDIENTE
               MOVE "I"       TO MOV-WS-ORIGEM
               MOVE ING-CODIGO TO MOV-WS-CODIGO
               MOVE ING-NOME  TO MOV-WS-NOME
               MOVE WS-PORCAO TO MOV-WS-QT
               PERFORM REGISTAR-MOVIMENTO-STOCK
           END-IF.

       MONTAR-ARTIGO-IMPORTADO.
           ADD 1 TO NUM-ARTIGOS.
           MOVE PLI-CODIGO(WS-ITEM-IDX) TO PRD-CODIGO.
           READ F-PRODUTOS KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE PLI-DESCRICAO(WS-ITEM-IDX) TO PRD-NOME
                   MOVE SPACE  TO PRD-CATEGORIA
                   MOVE 0      TO PRD-STOCK
                   MOVE SPACES TO PRD-ALERGENOS
           END-READ.
           MOVE PRD-CODIGO    TO ARTIGO-CODIGO(NUM-ARTIGOS).
           MOVE PRD-NOME      TO ARTIGO-NOME(NUM-ARTIGOS).
           MOVE PRD-CATEGORIA TO ARTIGO-CATEGORIA(NUM-ARTIGOS).
           MOVE PLI-QT(WS-ITEM-IDX) TO ARTIGO-QT(NUM-ARTIGOS).
           MOVE PRD-ALERGENOS TO ARTIGO-ALERGENOS(NUM-ARTIGOS).
           IF PRD-BEBIDA
               MOVE 3 TO WS-CLASSE-IVA
           ELSE
               MOVE 2 TO WS-CLASSE-IVA
           END-IF.
           MOVE VIG-PCT(WS-CLASSE-IVA)
                              TO ARTIGO-TAXA-IVA(NUM-ARTIGOS).
           MOVE VIG-CODIGO(WS-CLASSE-IVA)
                              TO ARTIGO-IVA-CODIGO(NUM-ARTIGOS).
           COMPUTE ARTIGO-SUBTOTAL(NUM-ARTIGOS) ROUNDED =
               PLI-QT(WS-ITEM-IDX) * PLI-PRECO(WS-ITEM-IDX) * 100
               / (100 + VIG-PCT(WS-CLASSE-IVA)).

           IF PRD-STOCK < PLI-QT(WS-ITEM-IDX)
               DISPLAY "  ESGOTADO: " FUNCTION TRIM(PRD-NOME)
                   " (pedido " PEDIDO ") - stock nao abatido."
           ELSE
               SUBTRACT PLI-QT(WS-ITEM-IDX) FROM PRD-STOCK
               REWRITE REG-PRODUTO
               MOVE "P"        TO MOV-WS-ORIGEM
               MOVE PRD-CODIGO TO MOV-WS-CODIGO
               MOVE PRD-NOME   TO MOV-WS-NOME
               MOVE PLI-QT(WS-ITEM-IDX) TO MOV-WS-QT
               PERFORM REGISTAR-MOVIMENTO-STOCK
           END-IF.

      ******************************************************************
      * Quadro de IVA por taxa, como no fecho de um pedido do balcao,
      * sem descontos nem taxa de entrega (a entrega e da
      * plataforma).
      ******************************************************************
       APURAR-IVA-PEDIDO.
           INITIALIZE QUADRO-IVA.
           MOVE 0 TO NUM-TAXAS-IVA.
           MOVE 0 TO TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE PIZZA-TAXA-IVA(WS-IDX) TO WS-TAXA-LINHA
               MOVE PIZZA-SUBTOTAL(WS-IDX) TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
               ADD PIZZA-SUBTOTAL(WS-IDX) TO TOTAL
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               MOVE ARTIGO-TAXA-IVA(WS-IDX) TO WS-TAXA-LINHA
               MOVE ARTIGO-SUBTOTAL(WS-IDX) TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
               ADD ARTIGO-SUBTOTAL(WS-IDX) TO TOTAL
           END-PERFORM.
           MOVE 0 TO IVA.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               COMPUTE QIV-VALOR(WS-QIV-IDX) ROUNDED =
                   QIV-BASE(WS-QIV-IDX) * QIV-TAXA(WS-QIV-IDX) / 100
               ADD QIV-VALOR(WS-QIV-IDX) TO IVA
           END-PERFORM.
           COMPUTE TOTAL-FINAL = TOTAL + IVA.

       SOMAR-QUADRO-IVA.
           MOVE 0 TO WS-QIV-ATUAL.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA OR WS-QIV-ATUAL > 0
               IF QIV-TAXA(WS-QIV-IDX) = WS-TAXA-LINHA
                   MOVE WS-QIV-IDX TO WS-QIV-ATUAL
               END-IF
           END-PERFORM.
           IF WS-QIV-ATUAL = 0
               ADD 1 TO NUM-TAXAS-IVA
               MOVE NUM-TAXAS-IVA TO WS-QIV-ATUAL
               MOVE WS-TAXA-LINHA TO QIV-TAXA(WS-QIV-ATUAL)
           END-IF.
           ADD WS-VALOR-LINHA TO QIV-BASE(WS-QIV-ATUAL).

      ******************************************************************
      * Taxas em vigor hoje: o registo de TAXAS.DAT com a maior data
      * de inicio que nao passe de hoje.
      ******************************************************************
       ESCOLHER-TAXAS-IVA.
           MOVE 23    TO VIG-PCT(1).
           MOVE "NOR" TO VIG-CODIGO(1).
           MOVE 23    TO VIG-PCT(2).
           MOVE "NOR" TO VIG-CODIGO(2).
           MOVE 23    TO VIG-PCT(3).
           MOVE "NOR" TO VIG-CODIGO(3).
           MOVE 0     TO VIG-PCT(4).
           MOVE "ISE" TO VIG-CODIGO(4).
           MOVE "N" TO WS-EOF-TAXAS.
           MOVE LOW-VALUES TO TAX-DATA-INICIO.
           START F-TAXAS KEY IS NOT LESS THAN TAX-DATA-INICIO
               INVALID KEY
                   MOVE "S" TO WS-EOF-TAXAS
           END-START.
           PERFORM UNTIL FIM-TAXAS
               READ F-TAXAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TAXAS
                   NOT AT END
                       IF TAX-DATA-INICIO > DATA-HOJE
                           MOVE "S" TO WS-EOF-TAXAS
                       ELSE
                           PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                               UNTIL WS-CLASSE-IVA > 4
                               MOVE TAX-PCT(WS-CLASSE-IVA)
                                   TO VIG-PCT(WS-CLASSE-IVA)
                               MOVE TAX-CODIGO(WS-CLASSE-IVA)
                                   TO VIG-CODIGO(WS-CLASSE-IVA)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Cabecalho "C" e linhas "P"/"A" em PEDIDOS.DAT, com a data de
      * hoje, tipo "para levar" (o estafeta e da plataforma), forma de
      * pagamento "P" e, no cabecalho, a comissao e a referencia da
      * plataforma.
      ******************************************************************
       REGISTAR-PEDIDO.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-PEDIDOS = "00"
               OPEN EXTEND F-PEDIDOS
               IF WS-FS-PEDIDOS = "35"
                   OPEN OUTPUT F-PEDIDOS
               END-IF
               IF WS-FS-PEDIDOS NOT = "00"
                   MOVE "PEDIDOS" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-PEDIDOS TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.

           MOVE "C"               TO REG-TIPO-REG.
           MOVE PEDIDO            TO REG-PEDIDO-NUM.
           MOVE ANO-HOJE          TO REG-ANO.
           MOVE MES-HOJE          TO REG-MES.
           MOVE DIA-HOJE          TO REG-DIA.
           MOVE PLD-NOME          TO REG-NOME-CLIENTE.
           MOVE PLD-CONTATO       TO REG-CONTATO-CLIENTE.
           MOVE "T"               TO REG-TIPO-PEDIDO.
           MOVE SPACES            TO REG-MORADA.
           MOVE SPACES            TO REG-ZONA.
           MOVE 0                 TO REG-TAXA-ENTREGA.
           MOVE 0                 TO REG-DATA-PROMETIDA.
           MOVE 0                 TO REG-HORA-PROMETIDA.
           MOVE "P"               TO REG-FORMA-PAGAMENTO.
           MOVE 0                 TO REG-DESCONTO-PCT.
           MOVE 0                 TO REG-DESCONTO-VALOR.
           MOVE SPACES            TO REG-PROMO-COD.
           MOVE 0                 TO REG-PROMO-VALOR.
           MOVE SPACES            TO REG-AUTORIZADO-POR.
           MOVE 0                 TO REG-PONTOS-USADOS.
           MOVE 0                 TO REG-PONTOS-VALOR.
           MOVE 0                 TO REG-PIZZA-SEQ.
           MOVE SPACE             TO REG-PIZZA-TIPO.
           MOVE SPACES            TO REG-PIZZA-INGREDIENTES.
           MOVE 0                 TO REG-PIZZA-SUBTOTAL.
           MOVE SPACES            TO REG-ARTIGO-CODIGO.
           MOVE SPACE             TO REG-ARTIGO-CATEGORIA.
           MOVE 0                 TO REG-ARTIGO-QT.
           MOVE SPACES            TO REG-MOTIVO-COD.
           MOVE SPACES            TO REG-NOTA-OPERADOR.
           MOVE OPERADOR-ATUAL    TO REG-OPERADOR.
           MOVE TURNO-ATUAL       TO REG-TURNO-NUM.
           MOVE TOTAL             TO REG-TOTAL.
           MOVE IVA               TO REG-IVA.
           MOVE TOTAL-FINAL       TO REG-TOTAL-FINAL.
           MOVE VIG-PCT(4)        TO REG-TAXA-IVA.
           MOVE VIG-CODIGO(4)     TO REG-IVA-CODIGO.
           MOVE QUADRO-IVA        TO REG-QUADRO-IVA.
           MOVE SPACES            TO REG-MENU-CODIGO.
           MOVE 0                 TO REG-CUSTO-LINHA.
           MOVE 0                 TO REG-VALE-NUM.
           MOVE 0                 TO REG-VALE-VALOR.
           MOVE WS-CANAL          TO REG-CANAL.
           MOVE PLD-COMISSAO      TO REG-COMISSAO.
           MOVE PLD-REF           TO REG-REF-PLATAFORMA.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE HORA-AGORA        TO REG-HORA-REGISTO.
           WRITE REG-PEDIDO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE "P"                         TO REG-TIPO-REG
               MOVE SPACE                       TO REG-TIPO-PEDIDO
               MOVE SPACE                       TO REG-FORMA-PAGAMENTO
               MOVE WS-IDX                      TO REG-PIZZA-SEQ
               MOVE PIZZA-TIPO(WS-IDX)          TO REG-PIZZA-TIPO
               MOVE PIZZA-INGREDIENTES(WS-IDX) TO REG-PIZZA-INGREDIENTES
               MOVE PIZZA-SUBTOTAL(WS-IDX)      TO REG-PIZZA-SUBTOTAL
               MOVE SPACES                      TO REG-ARTIGO-CODIGO
               MOVE SPACE                       TO REG-ARTIGO-CATEGORIA
               MOVE 0                           TO REG-ARTIGO-QT
               MOVE SPACES                      TO REG-OPERADOR
               MOVE 0                           TO REG-TURNO-NUM
               MOVE 0                           TO REG-TOTAL
               MOVE 0                           TO REG-IVA
               MOVE 0                           TO REG-TOTAL-FINAL
               MOVE PIZZA-TAXA-IVA(WS-IDX)      TO REG-TAXA-IVA
               MOVE PIZZA-IVA-CODIGO(WS-IDX)    TO REG-IVA-CODIGO
               INITIALIZE REG-QUADRO-IVA
               MOVE PIZZA-MENU-COD(WS-IDX)      TO REG-MENU-CODIGO
               MOVE PIZZA-CUSTO(WS-IDX)         TO REG-CUSTO-LINHA
               MOVE WS-CANAL                    TO REG-CANAL
               MOVE 0                           TO REG-COMISSAO
               MOVE SPACES                      TO REG-REF-PLATAFORMA
               WRITE REG-PEDIDO
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               MOVE "A"                         TO REG-TIPO-REG
               MOVE SPACE                       TO REG-TIPO-PEDIDO
               MOVE SPACE                       TO REG-FORMA-PAGAMENTO
               MOVE WS-IDX                      TO REG-PIZZA-SEQ
               MOVE SPACE                       TO REG-PIZZA-TIPO
               MOVE ARTIGO-NOME(WS-IDX)        TO REG-PIZZA-INGREDIENTES
               MOVE ARTIGO-SUBTOTAL(WS-IDX)     TO REG-PIZZA-SUBTOTAL
               MOVE ARTIGO-CODIGO(WS-IDX)       TO REG-ARTIGO-CODIGO
               MOVE ARTIGO-CATEGORIA(WS-IDX)    TO REG-ARTIGO-CATEGORIA
               MOVE ARTIGO-QT(WS-IDX)           TO REG-ARTIGO-QT
               MOVE SPACES                      TO REG-OPERADOR
               MOVE 0                           TO REG-TURNO-NUM
               MOVE 0                           TO REG-TOTAL
               MOVE 0                           TO REG-IVA
               MOVE 0                           TO REG-TOTAL-FINAL
               MOVE ARTIGO-TAXA-IVA(WS-IDX)     TO REG-TAXA-IVA
               MOVE ARTIGO-IVA-CODIGO(WS-IDX)   TO REG-IVA-CODIGO
               INITIALIZE REG-QUADRO-IVA
               MOVE SPACES                      TO REG-MENU-CODIGO
               MOVE 0                           TO REG-CUSTO-LINHA
               MOVE WS-CANAL                    TO REG-CANAL
               MOVE 0                           TO REG-COMISSAO
               MOVE SPACES                      TO REG-REF-PLATAFORMA
               WRITE REG-PEDIDO
           END-PERFORM.

           CLOSE F-PEDIDOS.

      ******************************************************************
      * Recibo do pedido, pago na plataforma (forma "P"), sem NIF: a
      * fatura com contribuinte, quando pedida, e da plataforma.
      ******************************************************************
       EMITIR-RECIBO.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-RECIBOS = "00"
               OPEN EXTEND F-RECIBOS
               IF WS-FS-RECIBOS = "35"
                   OPEN OUTPUT F-RECIBOS
               END-IF
               IF WS-FS-RECIBOS NOT = "00"
                   MOVE "RECIBOS" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-RECIBOS TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.

           MOVE "C"               TO REC-TIPO-REG.
           MOVE RECIBO-NUM        TO REC-NUM.
           MOVE PEDIDO            TO REC-PEDIDO-NUM.
           MOVE ANO-HOJE          TO REC-ANO.
           MOVE MES-HOJE          TO REC-MES.
           MOVE DIA-HOJE          TO REC-DIA.
           MOVE PLD-NOME          TO REC-NOME-CLIENTE.
           MOVE SPACES            TO REC-NIF.
           MOVE TOTAL             TO REC-TOTAL.
           MOVE 0                 TO REC-DESCONTO-VALOR.
           MOVE 0                 TO REC-PONTOS-VALOR.
           MOVE 0                 TO REC-TAXA-ENTREGA.
           MOVE IVA               TO REC-IVA.
           MOVE TOTAL-FINAL       TO REC-TOTAL-FINAL.
           MOVE "P"               TO REC-FORMA-PAGAMENTO.
           MOVE 0                 TO REC-PIZZA-SEQ.
           MOVE SPACE             TO REC-PIZZA-TIPO.
           MOVE 0                 TO REC-PIZZA-SUBTOTAL.
           MOVE SPACES            TO REC-ARTIGO-CODIGO.
           MOVE SPACES            TO REC-ARTIGO-NOME.
           MOVE 0                 TO REC-ARTIGO-QT.
           MOVE 0                 TO REC-RECIBO-ORIGEM.
           MOVE SPACES            TO REC-MOTIVO-COD.
           MOVE VIG-PCT(4)        TO REC-TAXA-IVA.
           MOVE VIG-CODIGO(4)     TO REC-IVA-CODIGO.
           MOVE QUADRO-IVA        TO REC-QUADRO-IVA.
           MOVE 0                 TO REC-VALE-NUM.
           MOVE 0                 TO REC-VALE-VALOR.
           WRITE REG-RECIBO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE "P"                    TO REC-TIPO-REG
               MOVE 0                      TO REC-TOTAL
               MOVE 0                      TO REC-IVA
               MOVE 0                      TO REC-TOTAL-FINAL
               MOVE SPACE                  TO REC-FORMA-PAGAMENTO
               MOVE WS-IDX                 TO REC-PIZZA-SEQ
               MOVE PIZZA-TIPO(WS-IDX)     TO REC-PIZZA-TIPO
               MOVE PIZZA-SUBTOTAL(WS-IDX) TO REC-PIZZA-SUBTOTAL
               MOVE SPACES                 TO REC-ARTIGO-CODIGO
               MOVE SPACES                 TO REC-ARTIGO-NOME
               MOVE 0                      TO REC-ARTIGO-QT
               MOVE PIZZA-TAXA-IVA(WS-IDX) TO REC-TAXA-IVA
               MOVE PIZZA-IVA-CODIGO(WS-IDX) TO REC-IVA-CODIGO
               INITIALIZE REC-QUADRO-IVA
               WRITE REG-RECIBO
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-ARTIGOS
               MOVE "A"                    TO REC-TIPO-REG
               MOVE 0                      TO REC-TOTAL
               MOVE 0                      TO REC-IVA
               MOVE 0                      TO REC-TOTAL-FINAL
               MOVE SPACE                  TO REC-FORMA-PAGAMENTO
               MOVE WS-IDX                 TO REC-PIZZA-SEQ
               MOVE SPACE                  TO REC-PIZZA-TIPO
               MOVE ARTIGO-SUBTOTAL(WS-IDX) TO REC-PIZZA-SUBTOTAL
               MOVE ARTIGO-CODIGO(WS-IDX)  TO REC-ARTIGO-CODIGO
               MOVE ARTIGO-NOME(WS-IDX)    TO REC-ARTIGO-NOME
               MOVE ARTIGO-QT(WS-IDX)      TO REC-ARTIGO-QT
               MOVE ARTIGO-TAXA-IVA(WS-IDX) TO REC-TAXA-IVA
               MOVE ARTIGO-IVA-CODIGO(WS-IDX) TO REC-IVA-CODIGO
               INITIALIZE REC-QUADRO-IVA
               WRITE REG-RECIBO
           END-PERFORM.

           CLOSE F-RECIBOS.

      ******************************************************************
      * Talao de cozinha com a plataforma e a referencia do pedido
      * (o estafeta recolhe-o por ela), os alergenios por linha e o
      * estado RECEBIDO no quadro da cozinha.
      ******************************************************************
       IMPRIMIR-TALAO-COZINHA.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-COZINHA = "00"
               OPEN EXTEND F-COZINHA
               IF WS-FS-COZINHA = "35"
                   OPEN OUTPUT F-COZINHA
               END-IF
               IF WS-FS-COZINHA NOT = "00"
                   MOVE "COZINHA" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-COZINHA TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REG-COZINHA.
           STRING "TALAO DE COZINHA - PEDIDO " DELIMITED BY SIZE
               PEDIDO                          DELIMITED BY SIZE
               " - "                           DELIMITED BY SIZE
               FUNCTION TRIM(CAN-NOME(WS-CANAL-IDX))
                                               DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               FUNCTION TRIM(PLD-REF)          DELIMITED BY SIZE
               INTO REG-COZINHA
           END-STRING.
           WRITE REG-COZINHA.
           DISPLAY REG-COZINHA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > NUM-PIZZAS
               MOVE SPACES TO REG-COZINHA
               STRING "PIZA " DELIMITED BY SIZE
                   WS-IDX DELIMITED BY SIZE
                   " - TIPO " DELIMITED BY SIZE
                   PIZZA-TIPO(WS-IDX) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(PIZZA-INGREDIENTES(WS-IDX))
                       DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               MOVE PIZZA-ALERGENOS(WS-IDX) TO WS-ALERG-LINHA
               PERFORM ESCREVER-ALERGENOS-TALAO
           END-PERFORM.

           IF NUM-ARTIGOS > 0
               MOVE SPACES TO REG-COZINHA
               MOVE "--- OUTROS ARTIGOS ---" TO REG-COZINHA
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > NUM-ARTIGOS
                   MOVE SPACES TO REG-COZINHA
                   STRING "ARTIGO " DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       ARTIGO-QT(WS-IDX) DELIMITED BY SIZE
                       " x " DELIMITED BY SIZE
                       FUNCTION TRIM(ARTIGO-NOME(WS-IDX))
                           DELIMITED BY SIZE
                       INTO REG-COZINHA
                   END-STRING
                   WRITE REG-COZINHA
                   DISPLAY REG-COZINHA
                   MOVE ARTIGO-ALERGENOS(WS-IDX) TO WS-ALERG-LINHA
                   PERFORM ESCREVER-ALERGENOS-TALAO
               END-PERFORM
           END-IF.

           CLOSE F-COZINHA.

           ACCEPT HORA-AGORA FROM TIME.
           MOVE PEDIDO            TO EST-PEDIDO-NUM.
           MOVE ANO-HOJE          TO EST-ANO.
           MOVE MES-HOJE          TO EST-MES.
           MOVE DIA-HOJE          TO EST-DIA.
           MOVE PLD-NOME          TO EST-NOME-CLIENTE.
           MOVE "1"               TO EST-ESTADO.
           MOVE HORA-AGORA        TO EST-HORA-RECEBIDO.
           MOVE 0                 TO EST-HORA-PREPARACAO.
           MOVE 0                 TO EST-HORA-PRONTO.
           MOVE 0                 TO EST-HORA-ENTREGUE.
           MOVE NUM-PIZZAS        TO EST-QT-PIZAS.
           WRITE REG-ESTADO
               INVALID KEY
                   REWRITE REG-ESTADO
           END-WRITE.

       ESCREVER-ALERGENOS-TALAO.
           IF WS-ALERG-LINHA NOT = SPACES
               MOVE WS-ALERG-LINHA TO WS-ALERG-SEL
               PERFORM MONTAR-NOMES-ALERGENOS
               MOVE SPACES TO REG-COZINHA
               STRING "      >>> ALERGENOS: "    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ALERG-NOMES) DELIMITED BY SIZE
                   INTO REG-COZINHA
               END-STRING
               WRITE REG-COZINHA
               DISPLAY REG-COZINHA
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

       SOMAR-ALERGENOS-INGREDIENTE.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF ING-ALERGENO(WS-ALERG-IDX) = "S"
                   MOVE "S" TO WS-ALERG-LINHA(WS-ALERG-IDX:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Diario de movimentos de stock: cada abate escreve uma venda
      * com o pedido e o operador que importou o ficheiro.
      ******************************************************************
       REGISTAR-MOVIMENTO-STOCK.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-MOVSTOCK = "00"
               OPEN EXTEND F-MOVSTOCK
               IF WS-FS-MOVSTOCK = "35"
                   OPEN OUTPUT F-MOVSTOCK
               END-IF
               IF WS-FS-MOVSTOCK NOT = "00"
                   MOVE "MOVSTOCK" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-MOVSTOCK TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE WS-DATA-NUM      TO MOV-DATA.
           MOVE HORA-AGORA       TO MOV-HORA.
           MOVE MOV-WS-ORIGEM    TO MOV-ORIGEM.
           MOVE MOV-WS-CODIGO    TO MOV-ITEM-CODIGO.
           MOVE MOV-WS-NOME      TO MOV-ITEM-NOME.
           MOVE "V"              TO MOV-TIPO.
           MOVE "-"              TO MOV-SINAL.
           MOVE MOV-WS-QT        TO MOV-QT.
           MOVE PEDIDO           TO MOV-PEDIDO-NUM.
           MOVE SPACES           TO MOV-MOTIVO-COD.
           MOVE OPERADOR-ATUAL   TO MOV-OPERADOR.
           WRITE REG-MOVIMENTO.
           CLOSE F-MOVSTOCK.

       PROCURAR-INGREDIENTE.
           READ F-INGREDIENTES KEY IS ING-CODIGO
               INVALID KEY
                   MOVE "N" TO WS-ING-VALIDO
               NOT INVALID KEY
                   MOVE "S" TO WS-ING-VALIDO
           END-READ.

       OBTER-PORCAO.
           MOVE 1 TO WS-PORCAO.
           MOVE 0 TO WS-CUSTO-UNIDADE.
           MOVE ING-CODIGO TO RCT-CODIGO.
           READ F-RECEITAS KEY IS RCT-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RCT-PORCAO(WS-TAMANHO) TO WS-PORCAO
                   MOVE RCT-CUSTO TO WS-CUSTO-UNIDADE
           END-READ.
           IF WS-PORCAO = 0
               MOVE 1 TO WS-PORCAO
           END-IF.

       CARREGAR-BASES-RECEITA.
           MOVE 0 TO NUM-BASES.
           MOVE "N" TO WS-EOF-RECEITAS.
           MOVE LOW-VALUES TO RCT-CODIGO.
           START F-RECEITAS KEY IS NOT LESS THAN RCT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF-RECEITAS
           END-START.
           PERFORM UNTIL FIM-RECEITAS
               READ F-RECEITAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-RECEITAS
                   NOT AT END
                       IF RCT-E-BASE AND NUM-BASES < WS-MAX-BASES
                           ADD 1 TO NUM-BASES
                           MOVE RCT-CODIGO TO BASE-CODIGO(NUM-BASES)
                           MOVE RCT-CUSTO  TO BASE-CUSTO(NUM-BASES)
                           MOVE RCT-PORCAO(1)
                               TO BASE-PORCAO(NUM-BASES, 1)
                           MOVE RCT-PORCAO(2)
                               TO BASE-PORCAO(NUM-BASES, 2)
                           MOVE RCT-PORCAO(3)
                               TO BASE-PORCAO(NUM-BASES, 3)
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Reserva o proximo numero de uma serie de NUMEROS.DAT, em I-O
      * exclusivo com repeticao da abertura enquanto um balcao a
      * tiver ocupada. As series sao criadas pelo ecra de pedidos;
      * VERIFICAR-SERIES-NUMERACAO garante que ja existem.
      ******************************************************************
       RESERVAR-NUMERO-SERIE.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-NUMEROS = "00"
               OPEN I-O F-NUMEROS
               IF WS-FS-NUMEROS NOT = "00"
                   MOVE "NUMEROS" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-NUMEROS TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.
           MOVE WS-SERIE-ALVO TO NUM-SERIE.
           READ F-NUMEROS KEY IS NUM-SERIE
               INVALID KEY
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REG-NUMERO-SERIE
           END-READ.
           MOVE NUM-PROXIMO TO WS-NUMERO-RESERVADO.
           COMPUTE NUM-PROXIMO = WS-NUMERO-RESERVADO + 1.
           REWRITE REG-NUMERO-SERIE.
           CLOSE F-NUMEROS.

      ******************************************************************
      * A numeracao dos pedidos e dos recibos nasce no ecra de pedidos
      * (que a semeia a partir dos ficheiros antigos): sem as duas
      * series nao se importa nada, para nao abrir uma serie paralela.
      ******************************************************************
       VERIFICAR-SERIES-NUMERACAO.
           MOVE 0 TO WS-TENTATIVAS-ABERTURA.
           PERFORM WITH TEST AFTER UNTIL WS-FS-NUMEROS = "00"
               OPEN INPUT F-NUMEROS
               IF WS-FS-NUMEROS = "35"
                   DISPLAY "Sem numeracao de pedidos - registe primeiro"
                       " um pedido no balcao."
                   STOP RUN
               END-IF
               IF WS-FS-NUMEROS NOT = "00"
                   MOVE "NUMEROS" TO WS-FICHEIRO-OCUPADO
                   MOVE WS-FS-NUMEROS TO WS-FS-OCUPADO
                   PERFORM CONTAR-TENTATIVA-ABERTURA
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-SERIES-OK.
           MOVE "PED" TO NUM-SERIE.
           READ F-NUMEROS KEY IS NUM-SERIE
               INVALID KEY
                   MOVE "N" TO WS-SERIES-OK
           END-READ.
           MOVE "REC" TO NUM-SERIE.
           READ F-NUMEROS KEY IS NUM-SERIE
               INVALID KEY
                   MOVE "N" TO WS-SERIES-OK
           END-READ.
           CLOSE F-NUMEROS.
           IF NOT SERIES-OK
               DISPLAY "Sem numeracao de pedidos - registe primeiro"
                   " um pedido no balcao."
               STOP RUN
           END-IF.

      ******************************************************************
      * Ficheiros mestre usados em toda a importacao. A tabela de
      * correspondencia e o controlo das importacoes sao criados na
      * primeira execucao.
      ******************************************************************
       ABRIR-FICHEIROS-MESTRE.
           OPEN I-O F-ARTPLATAFORMA.
           IF WS-FS-ARTPLATAFORMA = "35"
               OPEN OUTPUT F-ARTPLATAFORMA
               CLOSE F-ARTPLATAFORMA
               OPEN I-O F-ARTPLATAFORMA
           END-IF.
           OPEN I-O F-IMPORTACOES.
           IF WS-FS-IMPORTACOES = "35"
               OPEN OUTPUT F-IMPORTACOES
               CLOSE F-IMPORTACOES
               OPEN I-O F-IMPORTACOES
           END-IF.
           OPEN I-O F-ESTADOS.
           IF WS-FS-ESTADOS = "35"
               OPEN OUTPUT F-ESTADOS
               CLOSE F-ESTADOS
               OPEN I-O F-ESTADOS
           END-IF.
           OPEN I-O F-INGREDIENTES.
           OPEN I-O F-PRODUTOS.
           OPEN INPUT F-MENUPIZAS.
           OPEN INPUT F-RECEITAS.
           OPEN INPUT F-TAXAS.
           IF WS-FS-ARTPLATAFORMA NOT = "00"
               OR WS-FS-IMPORTACOES NOT = "00"
               OR WS-FS-ESTADOS NOT = "00"
               OR WS-FS-INGREDIENTES NOT = "00"
               OR WS-FS-PRODUTOS NOT = "00"
               OR WS-FS-MENUPIZAS NOT = "00"
               DISPLAY "Erro ao abrir os ficheiros mestre (ARTPLAT "
                   WS-FS-ARTPLATAFORMA " IMPORT " WS-FS-IMPORTACOES
                   " ESTADOS " WS-FS-ESTADOS " ING "
                   WS-FS-INGREDIENTES " PRD " WS-FS-PRODUTOS
                   " MENU " WS-FS-MENUPIZAS ")."
               DISPLAY "Corrija os ficheiros antes de importar."
               STOP RUN
           END-IF.

       FECHAR-FICHEIROS-MESTRE.
           CLOSE F-ARTPLATAFORMA.
           CLOSE F-IMPORTACOES.
           CLOSE F-ESTADOS.
           CLOSE F-INGREDIENTES.
           CLOSE F-PRODUTOS.
           CLOSE F-MENUPIZAS.
           IF WS-FS-RECEITAS = "00"
               CLOSE F-RECEITAS
           END-IF.
           IF WS-FS-TAXAS = "00"
               CLOSE F-TAXAS
           END-IF.

       MOSTRAR-RESUMO.
           DISPLAY " ".
           DISPLAY "Resumo da importacao - "
               FUNCTION TRIM(CAN-NOME(WS-CANAL-IDX)) " - "
               FUNCTION TRIM(WS-NOME-FICHEIRO).
           MOVE WS-NUM-LIDOS TO SAIDA-CONTADOR.
           DISPLAY "  Pedidos no ficheiro.........: " SAIDA-CONTADOR.
           MOVE WS-NUM-IMPORTADOS TO SAIDA-CONTADOR.
           DISPLAY "  Importados..................: " SAIDA-CONTADOR.
           MOVE WS-NUM-DUPLICADOS TO SAIDA-CONTADOR.
           DISPLAY "  Ja importados antes.........: " SAIDA-CONTADOR.
           MOVE WS-NUM-RETIDOS TO SAIDA-CONTADOR.
           DISPLAY "  Retidos (artigos por mapear): " SAIDA-CONTADOR.
           MOVE WS-NUM-ERROS TO SAIDA-CONTADOR.
           DISPLAY "  Com erros...................: " SAIDA-CONTADOR.
           MOVE WS-SOMA-FINAL TO SAIDA-SOMA.
           DISPLAY "  Total importado.............: " SAIDA-SOMA
               " EUR".
           MOVE WS-SOMA-COMISSAO TO SAIDA-SOMA.
           DISPLAY "  Comissao da plataforma......: " SAIDA-SOMA
               " EUR".
           IF WS-NUM-LIDOS > 0 AND WS-NUM-DUPLICADOS = WS-NUM-LIDOS
               DISPLAY "Este ficheiro ja tinha sido importado - nada"
                   " gravado."
           END-IF.
           IF WS-NUM-ARTIGOS-MAPEAR > 0
               DISPLAY "Artigos por mapear listados em NAOMAPEADOS.TXT"
                   ": mapeie-os no PlataformasManut e importe de novo"
                   " o ficheiro."
           END-IF.

      ******************************************************************
      * O dia ja fechado no FechoDia nao aceita mais vendas.
      ******************************************************************
       VERIFICAR-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           OPEN INPUT F-FECHODIA.
           IF WS-FS-FECHODIA = "35"
               GO TO VERIFICAR-DIA-FECHADO-FIM
           END-IF.
           MOVE WS-DATA-NUM TO FDI-DATA.
           READ F-FECHODIA KEY IS FDI-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FDI-FECHADO
                       MOVE "S" TO WS-DIA-FECHADO
                   END-IF
           END-READ.
           CLOSE F-FECHODIA.

       VERIFICAR-DIA-FECHADO-FIM.
           EXIT.

      ******************************************************************
      * Os pedidos importados ficam no nome de quem importou o
      * ficheiro, validado por codigo e PIN.
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
                   ELSE
                       DISPLAY "Codigo ou PIN invalido."
                   END-IF
           END-READ.
           CLOSE F-OPERADORES.

       ASSINAR-OPERADOR-FIM.
           EXIT.

       LOCALIZAR-TURNO-OPERADOR.
           MOVE 0 TO TURNO-ATUAL.
           MOVE "N" TO WS-EOF-MESTRE.
           OPEN INPUT F-TURNOS.
           IF WS-FS-TURNOS = "35"
               GO TO LOCALIZAR-TURNO-FIM
           END-IF.
           MOVE LOW-VALUES TO TRN-NUM.
           START F-TURNOS KEY IS NOT LESS THAN TRN-NUM
               INVALID KEY
                   MOVE "S" TO WS-EOF-MESTRE
           END-START.
           PERFORM UNTIL FIM-MESTRE
               READ F-TURNOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-MESTRE
                   NOT AT END
                       IF TRN-ABERTO
                           AND TRN-OPERADOR = OPERADOR-ATUAL
                           AND TRN-ANO = ANO-HOJE
                           AND TRN-MES = MES-HOJE
                           AND TRN-DIA = DIA-HOJE
                           MOVE TRN-NUM TO TURNO-ATUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TURNOS.

       LOCALIZAR-TURNO-FIM.
           EXIT.

       CONTAR-TENTATIVA-ABERTURA.
           ADD 1 TO WS-TENTATIVAS-ABERTURA.
           IF WS-TENTATIVAS-ABERTURA > CONST-MAX-TENTATIVAS
               DISPLAY "Erro persistente ao abrir o ficheiro "
                   WS-FICHEIRO-OCUPADO " (estado " WS-FS-OCUPADO ")."
               DISPLAY "Corrija o ficheiro e corra o programa de"
                   " novo."
               STOP RUN
           END-IF.

       END PROGRAM ImportaPlataformas.
