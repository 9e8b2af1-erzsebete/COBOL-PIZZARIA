      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciliacao dos pagamentos a cartao e MB Way de um
      *          dia com o ficheiro de fecho (lote) exportado pelo
      *          terminal de pagamento automatico (TPA). Le os
      *          movimentos do TPA da data, os pagamentos "C" e "M"
      *          do dia em PEDIDOS.DAT (vendas, vendas de vales de
      *          oferta e reembolsos, estes a abater) com o recibo ou
      *          a nota de credito de cada um em RECIBOS.DAT, e casa
      *          cada movimento com um pagamento do mesmo meio pelo
      *          valor e pela hora: primeiro o mesmo valor perto da
      *          hora, depois o mesmo valor a qualquer hora do dia
      *          (pagamento a porta), por fim a mesma hora com valor
      *          diferente. Lista os movimentos do TPA sem pedido, os
      *          pagamentos sem movimento no TPA e as diferencas de
      *          valor, e grava o resultado da data em RECONTPA.DAT,
      *          que o FechoDia consulta antes de fechar o dia. Uma
      *          reconciliacao com excecoes fica em aberto ate ser
      *          refeita (corrigido o pedido ou com o ficheiro certo)
      *          ou ate o gerente dar as diferencas por justificadas.
      *          Formato do ficheiro do TPA (separado por ";"):
      *            AAAAMMDD;HH:MM[:SS];tipo;meio;valor;referencia
      *          com tipo C (compra) ou D (devolucao) e meio C
      *          (cartao) ou M (MB Way); linhas sem data (titulos)
      *          sao ignoradas. Justificar as diferencas exige um
      *          operador com perfil de gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReconciliaTPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TPA ASSIGN TO DYNAMIC WS-NOME-FICHEIRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TPA.

           SELECT F-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT F-RECONTPA ASSIGN TO "RECONTPA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTP-CHAVE
               FILE STATUS IS WS-FS-RECONTPA.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-TPA.
        01 REG-LINHA-TPA              PIC X(200).

       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-RECIBOS.
           COPY RECREG.

       FD  F-RECONTPA.
           COPY CTPREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

       01  DATA-HOJE.
         05 ANO-HOJE                  PIC 9(04)  VALUES ZEROS.
         05 MES-HOJE                  PIC 9(02)  VALUES ZEROS.
         05 DIA-HOJE                  PIC 9(02)  VALUES ZEROS.
       01  HORA-AGORA.
         05 HORA                      PIC 9(02)  VALUES ZEROS.
         05 MINUTO                    PIC 9(02)  VALUES ZEROS.

        77 WS-FS-TPA                  PIC XX     VALUE SPACES.
        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-FS-RECIBOS              PIC XX     VALUE SPACES.
        77 WS-FS-RECONTPA             PIC XX     VALUE SPACES.
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1","2","3","4".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".
        77 WS-CONFIRMA                PIC X      VALUE SPACE.
           88 CONFIRMADO                         VALUES "S" "s".

        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".

        77 WS-DATA-ENTRADA            PIC X(8)   VALUE SPACES.
       01  WS-DATA-ALVO.
         05 WS-ALVO-ANO               PIC 9(4)   VALUE ZEROS.
         05 WS-ALVO-MES               PIC 9(2)   VALUE ZEROS.
         05 WS-ALVO-DIA               PIC 9(2)   VALUE ZEROS.
        77 WS-DATA-ALVO-NUM           PIC 9(8)   VALUE 0.
        77 WS-DATA-VALIDA             PIC X      VALUE "N".
           88 DATA-VALIDA                        VALUE "S".
        77 WS-NOME-FICHEIRO           PIC X(30)  VALUE SPACES.
        77 WS-NOTA                    PIC X(40)  VALUE SPACES.

      ******************************************************************
      * Campos de uma linha do ficheiro do TPA, separados por ";".
      ******************************************************************
       01  CAMPOS-LINHA.
         05 CSV-CAMPO OCCURS 6 TIMES  PIC X(40).
       01  WS-HORA-LIDA.
         05 WS-HL-HORA                PIC 9(2).
         05 WS-HL-MINUTO              PIC 9(2).
        77 WS-SINAL-LIDO              PIC X      VALUE SPACE.
        77 WS-VALOR-LIDO              PIC 9(4)V99 VALUE 0.
        77 WS-NUM-OUTRAS-DATAS        PIC 9(4)   VALUE 0.
        77 WS-NUM-IGNORADAS           PIC 9(4)   VALUE 0.

      ******************************************************************
      * Movimentos do TPA da data e pagamentos a cartao / MB Way do
      * dia. O sinal e "+" numa compra / venda e "-" numa devolucao /
      * reembolso; as horas levam-se a minutos do dia para medir a
      * distancia entre um movimento e um pagamento. TPA-PAR e
      * PAG-PAR apontam um para o outro quando casados.
      ******************************************************************
        77 WS-MAX-MOVIMENTOS          PIC 9(4)   VALUE 1000.
        77 WS-TABELA-CHEIA            PIC X      VALUE "N".
           88 TABELA-CHEIA                       VALUE "S".
        77 WS-NUM-TPA                 PIC 9(4)   VALUE 0.
       01  TABELA-TPA.
         05 TPA-ITEM OCCURS 1000 TIMES.
            10 TPA-HORA               PIC 9(4).
            10 TPA-MINUTOS            PIC 9(4).
            10 TPA-MEIO               PIC X.
            10 TPA-SINAL              PIC X.
            10 TPA-VALOR              PIC 9(4)V99.
            10 TPA-REF                PIC X(12).
            10 TPA-PAR                PIC 9(4).
            10 TPA-DIFERENTE          PIC X.
        77 WS-NUM-PAG                 PIC 9(4)   VALUE 0.
       01  TABELA-PAGAMENTOS.
         05 PAG-ITEM OCCURS 1000 TIMES.
            10 PAG-TIPO-REG           PIC X.
            10 PAG-PEDIDO-NUM         PIC 9(6).
            10 PAG-DOCUMENTO          PIC 9(6).
            10 PAG-COM-HORA           PIC X.
            10 PAG-HORA               PIC 9(4).
            10 PAG-MINUTOS            PIC 9(4).
            10 PAG-MEIO               PIC X.
            10 PAG-SINAL              PIC X.
            10 PAG-VALOR              PIC 9(4)V99.
            10 PAG-PAR                PIC 9(4).
        77 WS-TPA-IDX                 PIC 9(4)   VALUE 0.
        77 WS-PAG-IDX                 PIC 9(4)   VALUE 0.
        77 WS-VALE-LIDO               PIC 9(3)V99 VALUE 0.
        77 WS-RECEBIDO                PIC S9(4)V99 VALUE 0.
        77 WS-TIPO-PROCURADO          PIC X      VALUE SPACE.
        77 WS-DOC-ASSOCIADO           PIC X      VALUE "N".
           88 DOCUMENTO-ASSOCIADO                VALUE "S".

      ******************************************************************
      * Casamento: tres passagens pelos movimentos do TPA ainda sem
      * par (1 - mesmo valor dentro da tolerancia de hora; 2 - mesmo
      * valor a qualquer hora; 3 - valor diferente dentro da
      * tolerancia), ficando em cada uma o pagamento mais perto da
      * hora. Um pagamento sem hora (registo antigo ou nota de
      * credito sem reembolso em PEDIDOS.DAT) conta como estando no
      * limite da tolerancia e nao entra na terceira passagem.
      ******************************************************************
        77 CONST-TOLERANCIA-MINUTOS   PIC 9(4)   VALUE 15.
        77 WS-PASSAGEM                PIC 9      VALUE 0.
        77 WS-MELHOR                  PIC 9(4)   VALUE 0.
        77 WS-MELHOR-DIST             PIC 9(4)   VALUE 0.
        77 WS-DISTANCIA               PIC S9(4)  VALUE 0.
        77 WS-CANDIDATO               PIC X      VALUE "N".
           88 CANDIDATO-VALIDO                   VALUE "S".

        77 WS-NUM-CASADOS             PIC 9(4)   VALUE 0.
        77 WS-NUM-EXCECOES            PIC 9(4)   VALUE 0.
        77 WS-LINHA-NUM               PIC 9(4)   VALUE 0.
        77 WS-TPA-CARTAO              PIC S9(6)V99 VALUE 0.
        77 WS-TPA-MBWAY               PIC S9(6)V99 VALUE 0.
        77 WS-PAG-CARTAO              PIC S9(6)V99 VALUE 0.
        77 WS-PAG-MBWAY               PIC S9(6)V99 VALUE 0.

        77 WS-NOME-MEIO               PIC X(6)   VALUE SPACES.
        77 WS-HORA-FMT                PIC 9(4)   VALUE 0.
        77 WS-HORA-TEXTO              PIC X(5)   VALUE SPACES.
        77 WS-HORA-TPA-TEXTO          PIC X(5)   VALUE SPACES.
        77 WS-DOCUMENTO-TEXTO         PIC X(30)  VALUE SPACES.
        77 SAIDA-VALOR                PIC -ZZZ,ZZ9.99.
        77 SAIDA-VALOR-2              PIC -ZZZ,ZZ9.99.
        77 SAIDA-VALOR-3              PIC -ZZZ,ZZ9.99.
        77 SAIDA-VALOR-TPA            PIC -ZZZ9.99.
        77 SAIDA-VALOR-PED            PIC -ZZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Reconciliacao do TPA".
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.

           OPEN I-O F-RECONTPA.
           IF WS-FS-RECONTPA = "35"
               OPEN OUTPUT F-RECONTPA
               CLOSE F-RECONTPA
               OPEN I-O F-RECONTPA
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Reconciliacao do TPA".
           DISPLAY "[1] Reconciliar um dia com o ficheiro do TPA".
           DISPLAY "[2] Consultar a reconciliacao de um dia".
           DISPLAY "[3] Dar por justificadas as diferencas de um dia".
           DISPLAY "[4] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1, 2, 3 ou 4."
               END-IF
           END-PERFORM.

           EVALUATE OPCAO
               WHEN "1" PERFORM RECONCILIAR-DIA
                            THRU RECONCILIAR-DIA-FIM
               WHEN "2" PERFORM CONSULTAR-RECONCILIACAO
                            THRU CONSULTAR-RECONCILIACAO-FIM
               WHEN "3"
                   IF PERFIL-GERENCIA
                       PERFORM JUSTIFICAR-DIFERENCAS
                           THRU JUSTIFICAR-DIFERENCAS-FIM
                   ELSE
                       DISPLAY "Opcao reservada ao gerente - o "
                           "operador " OPERADOR-ATUAL
                           " nao tem permissao."
                   END-IF
               WHEN "4" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL
               GO TO MENU-PRINCIPAL
           END-IF.

           STOP RUN.

      ******************************************************************
      * Reconciliacao de uma data: carrega o ficheiro do TPA e os
      * pagamentos do dia, casa-os e grava o resultado, substituindo
      * uma reconciliacao anterior da mesma data.
      ******************************************************************
       RECONCILIAR-DIA.
           PERFORM PEDIR-DATA.
           IF NOT DATA-VALIDA
               GO TO RECONCILIAR-DIA-FIM
           END-IF.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE 0 TO CTP-LINHA.
           READ F-RECONTPA KEY IS CTP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM MOSTRAR-RESUMO
                   DISPLAY "Esta reconciliacao vai ser substituida."
                       " Continuar? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF NOT CONFIRMADO
                       DISPLAY "Reconciliacao cancelada."
                       GO TO RECONCILIAR-DIA-FIM
                   END-IF
           END-READ.

           DISPLAY "Ficheiro do fecho do TPA (vazio = TPA.CSV): ".
           MOVE SPACES TO WS-NOME-FICHEIRO.
           ACCEPT WS-NOME-FICHEIRO.
           IF WS-NOME-FICHEIRO = SPACES
               MOVE "TPA.CSV" TO WS-NOME-FICHEIRO
           END-IF.
           OPEN INPUT F-TPA.
           IF WS-FS-TPA NOT = "00"
               DISPLAY "Ficheiro " FUNCTION TRIM(WS-NOME-FICHEIRO)
                   " nao encontrado (estado " WS-FS-TPA ")."
               GO TO RECONCILIAR-DIA-FIM
           END-IF.

           MOVE "N" TO WS-TABELA-CHEIA.
           PERFORM CARREGAR-MOVIMENTOS-TPA.
           CLOSE F-TPA.
           IF NOT TABELA-CHEIA
               PERFORM CARREGAR-PAGAMENTOS
           END-IF.
           IF TABELA-CHEIA
               DISPLAY "Mais de " WS-MAX-MOVIMENTOS " movimentos ou"
                   " pagamentos no dia - reconciliacao nao feita."
               GO TO RECONCILIAR-DIA-FIM
           END-IF.
           PERFORM ASSOCIAR-DOCUMENTOS.
           IF TABELA-CHEIA
               DISPLAY "Mais de " WS-MAX-MOVIMENTOS " movimentos ou"
                   " pagamentos no dia - reconciliacao nao feita."
               GO TO RECONCILIAR-DIA-FIM
           END-IF.

           DISPLAY "Movimentos do TPA da data: " WS-NUM-TPA
               "  Pagamentos cartao/MB Way: " WS-NUM-PAG.
           IF WS-NUM-OUTRAS-DATAS > 0
               DISPLAY "Movimentos de outras datas ignorados: "
                   WS-NUM-OUTRAS-DATAS
           END-IF.
           IF WS-NUM-IGNORADAS > 0
               DISPLAY "Linhas do TPA ignoradas: " WS-NUM-IGNORADAS
           END-IF.

           PERFORM VARYING WS-PASSAGEM FROM 1 BY 1
               UNTIL WS-PASSAGEM > 3
               PERFORM CASAR-MOVIMENTOS
           END-PERFORM.

           PERFORM APAGAR-RECONCILIACAO-ANTERIOR.
           PERFORM GRAVAR-RECONCILIACAO.

       RECONCILIAR-DIA-FIM.
           EXIT.

      ******************************************************************
      * Data a tratar (vazio = hoje).
      ******************************************************************
       PEDIR-DATA.
           MOVE "N" TO WS-DATA-VALIDA.
           DISPLAY "Data (AAAAMMDD, vazio=hoje): ".
           MOVE SPACES TO WS-DATA-ENTRADA.
           ACCEPT WS-DATA-ENTRADA.
           IF WS-DATA-ENTRADA = SPACES
               MOVE DATA-HOJE TO WS-DATA-ALVO
           ELSE
               MOVE WS-DATA-ENTRADA TO WS-DATA-ALVO
           END-IF.
           IF WS-DATA-ALVO IS NUMERIC
               AND WS-ALVO-MES >= 1 AND WS-ALVO-MES <= 12
               AND WS-ALVO-DIA >= 1 AND WS-ALVO-DIA <= 31
               MOVE "S" TO WS-DATA-VALIDA
               MOVE WS-DATA-ALVO TO WS-DATA-ALVO-NUM
           ELSE
               DISPLAY "Data invalida."
           END-IF.

      ******************************************************************
      * Movimentos do ficheiro do TPA com a data alvo (um lote pode
      * passar da meia-noite: os de outra data ficam de fora).
      ******************************************************************
       CARREGAR-MOVIMENTOS-TPA.
           MOVE 0 TO WS-NUM-TPA.
           MOVE 0 TO WS-NUM-OUTRAS-DATAS.
           MOVE 0 TO WS-NUM-IGNORADAS.
           INITIALIZE TABELA-TPA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL FIM-FICHEIRO OR TABELA-CHEIA
               READ F-TPA
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-LINHA-TPA
                           THRU TRATAR-LINHA-TPA-FIM
               END-READ
           END-PERFORM.

       TRATAR-LINHA-TPA.
           MOVE SPACES TO CAMPOS-LINHA.
           UNSTRING REG-LINHA-TPA DELIMITED BY ";"
               INTO CSV-CAMPO(1) CSV-CAMPO(2) CSV-CAMPO(3)
                    CSV-CAMPO(4) CSV-CAMPO(5) CSV-CAMPO(6)
           END-UNSTRING.
      *    Titulos das colunas e linhas em branco nao tem data.
           IF CSV-CAMPO(1)(1:8) IS NOT NUMERIC
               GO TO TRATAR-LINHA-TPA-FIM
           END-IF.
           IF CSV-CAMPO(1)(1:8) NOT = WS-DATA-ALVO
               ADD 1 TO WS-NUM-OUTRAS-DATAS
               GO TO TRATAR-LINHA-TPA-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(CSV-CAMPO(3)) TO CSV-CAMPO(3).
           MOVE FUNCTION UPPER-CASE(CSV-CAMPO(4)) TO CSV-CAMPO(4).
           EVALUATE CSV-CAMPO(3)(1:1)
               WHEN "C"
                   MOVE "+" TO WS-SINAL-LIDO
               WHEN "D"
                   MOVE "-" TO WS-SINAL-LIDO
               WHEN OTHER
                   ADD 1 TO WS-NUM-IGNORADAS
                   DISPLAY "Movimento do TPA de tipo "
                       FUNCTION TRIM(CSV-CAMPO(3)) " ignorado: "
                       FUNCTION TRIM(CSV-CAMPO(2)) " "
                       FUNCTION TRIM(CSV-CAMPO(5))
                   GO TO TRATAR-LINHA-TPA-FIM
           END-EVALUATE.

           IF CSV-CAMPO(2)(3:1) = ":"
               MOVE CSV-CAMPO(2)(1:2) TO WS-HORA-LIDA(1:2)
               MOVE CSV-CAMPO(2)(4:2) TO WS-HORA-LIDA(3:2)
           ELSE
               MOVE CSV-CAMPO(2)(1:4) TO WS-HORA-LIDA
           END-IF.
           INSPECT CSV-CAMPO(5) REPLACING ALL "," BY ".".
           COMPUTE WS-VALOR-LIDO = FUNCTION NUMVAL(CSV-CAMPO(5)).
           IF WS-HORA-LIDA IS NOT NUMERIC OR WS-HL-HORA > 23
               OR WS-HL-MINUTO > 59 OR WS-VALOR-LIDO = 0
               ADD 1 TO WS-NUM-IGNORADAS
               DISPLAY "Linha do TPA sem hora ou valor ignorada: "
                   FUNCTION TRIM(CSV-CAMPO(2)) " "
                   FUNCTION TRIM(CSV-CAMPO(5))
               GO TO TRATAR-LINHA-TPA-FIM
           END-IF.

           IF WS-NUM-TPA NOT < WS-MAX-MOVIMENTOS
               MOVE "S" TO WS-TABELA-CHEIA
               GO TO TRATAR-LINHA-TPA-FIM
           END-IF.
           ADD 1 TO WS-NUM-TPA.
           MOVE WS-HORA-LIDA TO TPA-HORA(WS-NUM-TPA).
           COMPUTE TPA-MINUTOS(WS-NUM-TPA) =
               WS-HL-HORA * 60 + WS-HL-MINUTO.
           IF CSV-CAMPO(4)(1:1) = "M"
               MOVE "M" TO TPA-MEIO(WS-NUM-TPA)
           ELSE
               MOVE "C" TO TPA-MEIO(WS-NUM-TPA)
           END-IF.
           MOVE WS-SINAL-LIDO TO TPA-SINAL(WS-NUM-TPA).
           MOVE WS-VALOR-LIDO TO TPA-VALOR(WS-NUM-TPA).
           MOVE CSV-CAMPO(6)  TO TPA-REF(WS-NUM-TPA).
           MOVE 0             TO TPA-PAR(WS-NUM-TPA).
           MOVE "N"           TO TPA-DIFERENTE(WS-NUM-TPA).

       TRATAR-LINHA-TPA-FIM.
           EXIT.

      ******************************************************************
      * Pagamentos a cartao e MB Way do dia em PEDIDOS.DAT: a parte
      * de uma venda que nao foi paga com vale de oferta, a venda de
      * um vale e, a abater, o reembolso (menos o que voltou ao
      * saldo de um vale).
      ******************************************************************
       CARREGAR-PAGAMENTOS.
           MOVE 0 TO WS-NUM-PAG.
           INITIALIZE TABELA-PAGAMENTOS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
               MOVE "S" TO WS-EOF
           END-IF.
           PERFORM UNTIL FIM-FICHEIRO OR TABELA-CHEIA
               READ F-PEDIDOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REG-DATA = WS-DATA-ALVO
                           PERFORM ACRESCENTAR-PAGAMENTO
                               THRU ACRESCENTAR-PAGAMENTO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-PEDIDOS NOT = "35"
               CLOSE F-PEDIDOS
           END-IF.

       ACRESCENTAR-PAGAMENTO.
           IF NOT REG-FP-CARTAO AND NOT REG-FP-MBWAY
               GO TO ACRESCENTAR-PAGAMENTO-FIM
           END-IF.
           IF REG-VALE-VALOR IS NUMERIC AND NOT REG-VALE-VENDIDO
               MOVE REG-VALE-VALOR TO WS-VALE-LIDO
           ELSE
               MOVE 0 TO WS-VALE-LIDO
           END-IF.
           EVALUATE TRUE
               WHEN REG-CABECALHO
                   COMPUTE WS-RECEBIDO = REG-TOTAL-FINAL - WS-VALE-LIDO
                   MOVE "+" TO WS-SINAL-LIDO
               WHEN REG-VALE-VENDIDO
                   MOVE REG-VALE-VALOR TO WS-RECEBIDO
                   MOVE "+" TO WS-SINAL-LIDO
               WHEN REG-REEMBOLSO
                   COMPUTE WS-RECEBIDO = REG-TOTAL-FINAL - WS-VALE-LIDO
                   MOVE "-" TO WS-SINAL-LIDO
               WHEN OTHER
                   GO TO ACRESCENTAR-PAGAMENTO-FIM
           END-EVALUATE.
           IF WS-RECEBIDO NOT > 0
               GO TO ACRESCENTAR-PAGAMENTO-FIM
           END-IF.
           IF WS-NUM-PAG NOT < WS-MAX-MOVIMENTOS
               MOVE "S" TO WS-TABELA-CHEIA
               GO TO ACRESCENTAR-PAGAMENTO-FIM
           END-IF.
           ADD 1 TO WS-NUM-PAG.
           MOVE REG-TIPO-REG        TO PAG-TIPO-REG(WS-NUM-PAG).
           MOVE REG-PEDIDO-NUM      TO PAG-PEDIDO-NUM(WS-NUM-PAG).
           MOVE 0                   TO PAG-DOCUMENTO(WS-NUM-PAG).
           MOVE REG-FORMA-PAGAMENTO TO PAG-MEIO(WS-NUM-PAG).
           MOVE WS-SINAL-LIDO       TO PAG-SINAL(WS-NUM-PAG).
           MOVE WS-RECEBIDO         TO PAG-VALOR(WS-NUM-PAG).
           MOVE 0                   TO PAG-PAR(WS-NUM-PAG).
           MOVE "N"                 TO PAG-COM-HORA(WS-NUM-PAG).
           MOVE 0                   TO PAG-HORA(WS-NUM-PAG).
           MOVE 0                   TO PAG-MINUTOS(WS-NUM-PAG).
           IF REG-HORA-REGISTO IS NUMERIC
               IF REG-HORA-REGISTO > 0
                   MOVE REG-HORA-REGISTO TO WS-HORA-LIDA
                   MOVE "S"          TO PAG-COM-HORA(WS-NUM-PAG)
                   MOVE REG-HORA-REGISTO TO PAG-HORA(WS-NUM-PAG)
                   COMPUTE PAG-MINUTOS(WS-NUM-PAG) =
                       WS-HL-HORA * 60 + WS-HL-MINUTO
               END-IF
           END-IF.

       ACRESCENTAR-PAGAMENTO-FIM.
           EXIT.

      ******************************************************************
      * Recibo de cada venda e de cada venda de vale e nota de
      * credito de cada reembolso, pelo numero do pedido. Uma nota de
      * credito a cartao ou MB Way sem o reembolso correspondente em
      * PEDIDOS.DAT entra tambem como pagamento a abater (sem hora).
      ******************************************************************
       ASSOCIAR-DOCUMENTOS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-RECIBOS.
           IF WS-FS-RECIBOS = "35"
               MOVE "S" TO WS-EOF
           END-IF.
           PERFORM UNTIL FIM-FICHEIRO OR TABELA-CHEIA
               READ F-RECIBOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REC-DATA = WS-DATA-ALVO
                           PERFORM ASSOCIAR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-RECIBOS NOT = "35"
               CLOSE F-RECIBOS
           END-IF.

       ASSOCIAR-RECIBO.
           EVALUATE TRUE
               WHEN REC-CABECALHO
                   MOVE "C" TO WS-TIPO-PROCURADO
               WHEN REC-VALE-OFERTA
                   MOVE "O" TO WS-TIPO-PROCURADO
               WHEN REC-NOTA-CREDITO
                   MOVE "R" TO WS-TIPO-PROCURADO
               WHEN OTHER
                   MOVE SPACE TO WS-TIPO-PROCURADO
           END-EVALUATE.
           IF WS-TIPO-PROCURADO NOT = SPACE
               MOVE "N" TO WS-DOC-ASSOCIADO
               PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
                   UNTIL WS-PAG-IDX > WS-NUM-PAG
                      OR DOCUMENTO-ASSOCIADO
                   IF PAG-PEDIDO-NUM(WS-PAG-IDX) = REC-PEDIDO-NUM
                       AND PAG-TIPO-REG(WS-PAG-IDX) = WS-TIPO-PROCURADO
                       AND PAG-DOCUMENTO(WS-PAG-IDX) = 0
                       MOVE REC-NUM TO PAG-DOCUMENTO(WS-PAG-IDX)
                       MOVE "S" TO WS-DOC-ASSOCIADO
                   END-IF
               END-PERFORM
               IF NOT DOCUMENTO-ASSOCIADO AND REC-NOTA-CREDITO
                   AND (REC-FORMA-PAGAMENTO = "C"
                        OR REC-FORMA-PAGAMENTO = "M")
                   PERFORM ACRESCENTAR-NOTA-CREDITO
               END-IF
           END-IF.

       ACRESCENTAR-NOTA-CREDITO.
           IF REC-VALE-VALOR IS NUMERIC
               COMPUTE WS-RECEBIDO = REC-TOTAL-FINAL - REC-VALE-VALOR
           ELSE
               MOVE REC-TOTAL-FINAL TO WS-RECEBIDO
           END-IF.
           IF WS-RECEBIDO > 0
               IF WS-NUM-PAG NOT < WS-MAX-MOVIMENTOS
                   MOVE "S" TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-NUM-PAG
                   MOVE "R"             TO PAG-TIPO-REG(WS-NUM-PAG)
                   MOVE REC-PEDIDO-NUM  TO PAG-PEDIDO-NUM(WS-NUM-PAG)
                   MOVE REC-NUM         TO PAG-DOCUMENTO(WS-NUM-PAG)
                   MOVE REC-FORMA-PAGAMENTO TO PAG-MEIO(WS-NUM-PAG)
                   MOVE "-"             TO PAG-SINAL(WS-NUM-PAG)
                   MOVE WS-RECEBIDO     TO PAG-VALOR(WS-NUM-PAG)
                   MOVE 0               TO PAG-PAR(WS-NUM-PAG)
                   MOVE "N"             TO PAG-COM-HORA(WS-NUM-PAG)
                   MOVE 0               TO PAG-HORA(WS-NUM-PAG)
                   MOVE 0               TO PAG-MINUTOS(WS-NUM-PAG)
               END-IF
           END-IF.

      ******************************************************************
      * Uma passagem de casamento (WS-PASSAGEM) pelos movimentos do
      * TPA ainda sem par.
      ******************************************************************
       CASAR-MOVIMENTOS.
           PERFORM VARYING WS-TPA-IDX FROM 1 BY 1
               UNTIL WS-TPA-IDX > WS-NUM-TPA
               IF TPA-PAR(WS-TPA-IDX) = 0
                   PERFORM PROCURAR-PAGAMENTO
               END-IF
           END-PERFORM.

       PROCURAR-PAGAMENTO.
           MOVE 0    TO WS-MELHOR.
           MOVE 9999 TO WS-MELHOR-DIST.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-NUM-PAG
               IF PAG-PAR(WS-PAG-IDX) = 0
                   AND PAG-MEIO(WS-PAG-IDX) = TPA-MEIO(WS-TPA-IDX)
                   AND PAG-SINAL(WS-PAG-IDX) = TPA-SINAL(WS-TPA-IDX)
                   PERFORM AVALIAR-CANDIDATO
               END-IF
           END-PERFORM.
           IF WS-MELHOR > 0
               MOVE WS-MELHOR  TO TPA-PAR(WS-TPA-IDX)
               MOVE WS-TPA-IDX TO PAG-PAR(WS-MELHOR)
               IF WS-PASSAGEM = 3
                   MOVE "S" TO TPA-DIFERENTE(WS-TPA-IDX)
               END-IF
           END-IF.

       AVALIAR-CANDIDATO.
           IF PAG-COM-HORA(WS-PAG-IDX) = "S"
               COMPUTE WS-DISTANCIA = TPA-MINUTOS(WS-TPA-IDX)
                   - PAG-MINUTOS(WS-PAG-IDX)
               IF WS-DISTANCIA < 0
                   COMPUTE WS-DISTANCIA = 0 - WS-DISTANCIA
               END-IF
           ELSE
               MOVE CONST-TOLERANCIA-MINUTOS TO WS-DISTANCIA
           END-IF.
           MOVE "N" TO WS-CANDIDATO.
           EVALUATE WS-PASSAGEM
               WHEN 1
                   IF PAG-VALOR(WS-PAG-IDX) = TPA-VALOR(WS-TPA-IDX)
                       AND WS-DISTANCIA NOT > CONST-TOLERANCIA-MINUTOS
                       MOVE "S" TO WS-CANDIDATO
                   END-IF
               WHEN 2
                   IF PAG-VALOR(WS-PAG-IDX) = TPA-VALOR(WS-TPA-IDX)
                       MOVE "S" TO WS-CANDIDATO
                   END-IF
               WHEN 3
                   IF PAG-COM-HORA(WS-PAG-IDX) = "S"
                       AND WS-DISTANCIA NOT > CONST-TOLERANCIA-MINUTOS
                       MOVE "S" TO WS-CANDIDATO
                   END-IF
           END-EVALUATE.
           IF CANDIDATO-VALIDO AND WS-DISTANCIA < WS-MELHOR-DIST
               MOVE WS-PAG-IDX   TO WS-MELHOR
               MOVE WS-DISTANCIA TO WS-MELHOR-DIST
           END-IF.

      ******************************************************************
      * Uma nova reconciliacao da data substitui a anterior: apaga o
      * resumo e as linhas de excecao dessa data.
      ******************************************************************
       APAGAR-RECONCILIACAO-ANTERIOR.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE 0 TO CTP-LINHA.
           MOVE "N" TO WS-EOF.
           START F-RECONTPA KEY IS NOT LESS THAN CTP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECONTPA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CTP-DATA NOT = WS-DATA-ALVO-NUM
                           MOVE "S" TO WS-EOF
                       ELSE
                           DELETE F-RECONTPA RECORD
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Totais por meio (compras menos devolucoes, vendas menos
      * reembolsos), o registo de resumo e uma linha por excecao,
      * mostradas tambem no ecra.
      ******************************************************************
       GRAVAR-RECONCILIACAO.
           MOVE 0 TO WS-TPA-CARTAO.
           MOVE 0 TO WS-TPA-MBWAY.
           MOVE 0 TO WS-PAG-CARTAO.
           MOVE 0 TO WS-PAG-MBWAY.
           MOVE 0 TO WS-NUM-CASADOS.
           MOVE 0 TO WS-NUM-EXCECOES.
           PERFORM VARYING WS-TPA-IDX FROM 1 BY 1
               UNTIL WS-TPA-IDX > WS-NUM-TPA
               IF TPA-SINAL(WS-TPA-IDX) = "-"
                   COMPUTE WS-RECEBIDO = 0 - TPA-VALOR(WS-TPA-IDX)
               ELSE
                   MOVE TPA-VALOR(WS-TPA-IDX) TO WS-RECEBIDO
               END-IF
               IF TPA-MEIO(WS-TPA-IDX) = "M"
                   ADD WS-RECEBIDO TO WS-TPA-MBWAY
               ELSE
                   ADD WS-RECEBIDO TO WS-TPA-CARTAO
               END-IF
               IF TPA-PAR(WS-TPA-IDX) = 0
                   OR TPA-DIFERENTE(WS-TPA-IDX) = "S"
                   ADD 1 TO WS-NUM-EXCECOES
               ELSE
                   ADD 1 TO WS-NUM-CASADOS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-NUM-PAG
               IF PAG-SINAL(WS-PAG-IDX) = "-"
                   COMPUTE WS-RECEBIDO = 0 - PAG-VALOR(WS-PAG-IDX)
               ELSE
                   MOVE PAG-VALOR(WS-PAG-IDX) TO WS-RECEBIDO
               END-IF
               IF PAG-MEIO(WS-PAG-IDX) = "M"
                   ADD WS-RECEBIDO TO WS-PAG-MBWAY
               ELSE
                   ADD WS-RECEBIDO TO WS-PAG-CARTAO
               END-IF
               IF PAG-PAR(WS-PAG-IDX) = 0
                   ADD 1 TO WS-NUM-EXCECOES
               END-IF
           END-PERFORM.

           ACCEPT HORA-AGORA FROM TIME.
           INITIALIZE REG-RECONCILIACAO.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE 0                TO CTP-LINHA.
           MOVE HORA-AGORA       TO CTP-HORA.
           MOVE OPERADOR-ATUAL   TO CTP-OPERADOR.
           MOVE WS-NOME-FICHEIRO TO CTP-FICHEIRO.
           IF WS-NUM-EXCECOES = 0
               MOVE "F" TO CTP-ESTADO
           ELSE
               MOVE "A" TO CTP-ESTADO
           END-IF.
           MOVE WS-NUM-TPA       TO CTP-NUM-TPA.
           MOVE WS-NUM-PAG       TO CTP-NUM-PAGAMENTOS.
           MOVE WS-NUM-CASADOS   TO CTP-NUM-CASADOS.
           MOVE WS-NUM-EXCECOES  TO CTP-NUM-EXCECOES.
           MOVE WS-TPA-CARTAO    TO CTP-TPA-CARTAO.
           MOVE WS-TPA-MBWAY     TO CTP-TPA-MBWAY.
           MOVE WS-PAG-CARTAO    TO CTP-PAG-CARTAO.
           MOVE WS-PAG-MBWAY     TO CTP-PAG-MBWAY.
           COMPUTE CTP-DIFERENCA = WS-TPA-CARTAO + WS-TPA-MBWAY
               - WS-PAG-CARTAO - WS-PAG-MBWAY.
           WRITE REG-RECONCILIACAO
               INVALID KEY
                   DISPLAY "Erro ao gravar a reconciliacao (estado "
                       WS-FS-RECONTPA ")."
           END-WRITE.
           PERFORM MOSTRAR-RESUMO.

           MOVE 0 TO WS-LINHA-NUM.
           IF WS-NUM-EXCECOES > 0
               DISPLAY " "
               DISPLAY "EXCECOES:"
           END-IF.
           PERFORM VARYING WS-TPA-IDX FROM 1 BY 1
               UNTIL WS-TPA-IDX > WS-NUM-TPA
               IF TPA-PAR(WS-TPA-IDX) = 0
                   PERFORM INICIAR-LINHA-EXCECAO
                   MOVE "T" TO CTP-EXC-TIPO
                   PERFORM COPIAR-MOVIMENTO-TPA
                   PERFORM GRAVAR-LINHA-EXCECAO
               ELSE
                   IF TPA-DIFERENTE(WS-TPA-IDX) = "S"
                       PERFORM INICIAR-LINHA-EXCECAO
                       MOVE "D" TO CTP-EXC-TIPO
                       PERFORM COPIAR-MOVIMENTO-TPA
                       MOVE TPA-PAR(WS-TPA-IDX) TO WS-PAG-IDX
                       PERFORM COPIAR-PAGAMENTO
                       PERFORM GRAVAR-LINHA-EXCECAO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-NUM-PAG
               IF PAG-PAR(WS-PAG-IDX) = 0
                   PERFORM INICIAR-LINHA-EXCECAO
                   MOVE "P" TO CTP-EXC-TIPO
                   MOVE PAG-MEIO(WS-PAG-IDX) TO CTP-MEIO
                   PERFORM COPIAR-PAGAMENTO
                   PERFORM GRAVAR-LINHA-EXCECAO
               END-IF
           END-PERFORM.
           IF WS-NUM-EXCECOES = 0
               DISPLAY "Sem excecoes - reconciliacao conferida."
           ELSE
               DISPLAY "Corrija e reconcilie de novo, ou de as"
                   " diferencas por justificadas (opcao 3)."
           END-IF.

       INICIAR-LINHA-EXCECAO.
           ADD 1 TO WS-LINHA-NUM.
           INITIALIZE REG-RECONCILIACAO.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE WS-LINHA-NUM     TO CTP-LINHA.

       COPIAR-MOVIMENTO-TPA.
           MOVE TPA-MEIO(WS-TPA-IDX) TO CTP-MEIO.
           MOVE TPA-HORA(WS-TPA-IDX) TO CTP-HORA-TPA.
           IF TPA-SINAL(WS-TPA-IDX) = "-"
               COMPUTE CTP-VALOR-TPA = 0 - TPA-VALOR(WS-TPA-IDX)
           ELSE
               MOVE TPA-VALOR(WS-TPA-IDX) TO CTP-VALOR-TPA
           END-IF.
           MOVE TPA-REF(WS-TPA-IDX)  TO CTP-REF-TPA.

       COPIAR-PAGAMENTO.
           MOVE PAG-TIPO-REG(WS-PAG-IDX)   TO CTP-TIPO-PEDIDO.
           MOVE PAG-PEDIDO-NUM(WS-PAG-IDX) TO CTP-PEDIDO-NUM.
           MOVE PAG-DOCUMENTO(WS-PAG-IDX)  TO CTP-DOCUMENTO.
           MOVE PAG-HORA(WS-PAG-IDX)       TO CTP-HORA-PEDIDO.
           IF PAG-SINAL(WS-PAG-IDX) = "-"
               COMPUTE CTP-VALOR-PEDIDO = 0 - PAG-VALOR(WS-PAG-IDX)
           ELSE
               MOVE PAG-VALOR(WS-PAG-IDX) TO CTP-VALOR-PEDIDO
           END-IF.

       GRAVAR-LINHA-EXCECAO.
           WRITE REG-RECONCILIACAO
               INVALID KEY
                   DISPLAY "Erro ao gravar a excecao " CTP-LINHA
                       " (estado " WS-FS-RECONTPA ")."
           END-WRITE.
           PERFORM MOSTRAR-EXCECAO.

      ******************************************************************
      * Consulta de uma reconciliacao gravada: resumo e excecoes.
      ******************************************************************
       CONSULTAR-RECONCILIACAO.
           PERFORM PEDIR-DATA.
           IF NOT DATA-VALIDA
               GO TO CONSULTAR-RECONCILIACAO-FIM
           END-IF.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE 0 TO CTP-LINHA.
           READ F-RECONTPA KEY IS CTP-CHAVE
               INVALID KEY
                   DISPLAY "Sem reconciliacao do TPA para "
                       WS-DATA-ALVO "."
                   GO TO CONSULTAR-RECONCILIACAO-FIM
           END-READ.
           PERFORM MOSTRAR-RESUMO.
           IF CTP-NUM-EXCECOES > 0
               DISPLAY " "
               DISPLAY "EXCECOES:"
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECONTPA NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF CTP-DATA NOT = WS-DATA-ALVO-NUM
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM MOSTRAR-EXCECAO
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTAR-RECONCILIACAO-FIM.
           EXIT.

      ******************************************************************
      * O gerente aceita as excecoes de uma reconciliacao em aberto
      * (gorjeta no TPA, pagamento repetido ja devolvido, ...) com
      * uma nota; a reconciliacao deixa de contar como em aberto no
      * fecho do dia.
      ******************************************************************
       JUSTIFICAR-DIFERENCAS.
           PERFORM PEDIR-DATA.
           IF NOT DATA-VALIDA
               GO TO JUSTIFICAR-DIFERENCAS-FIM
           END-IF.
           MOVE WS-DATA-ALVO-NUM TO CTP-DATA.
           MOVE 0 TO CTP-LINHA.
           READ F-RECONTPA KEY IS CTP-CHAVE
               INVALID KEY
                   DISPLAY "Sem reconciliacao do TPA para "
                       WS-DATA-ALVO "."
                   GO TO JUSTIFICAR-DIFERENCAS-FIM
           END-READ.
           PERFORM MOSTRAR-RESUMO.
           IF NOT CTP-EM-ABERTO
               DISPLAY "A reconciliacao nao esta em aberto."
               GO TO JUSTIFICAR-DIFERENCAS-FIM
           END-IF.
           DISPLAY "Justificacao (obrigatoria): ".
           MOVE SPACES TO WS-NOTA.
           ACCEPT WS-NOTA.
           IF WS-NOTA = SPACES
               DISPLAY "Sem justificacao - nada alterado."
               GO TO JUSTIFICAR-DIFERENCAS-FIM
           END-IF.
           DISPLAY "Dar as diferencas por justificadas? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF NOT CONFIRMADO
               DISPLAY "Nada alterado."
               GO TO JUSTIFICAR-DIFERENCAS-FIM
           END-IF.
           MOVE "J"            TO CTP-ESTADO.
           MOVE OPERADOR-ATUAL TO CTP-JUSTIFICADO-POR.
           MOVE WS-NOTA        TO CTP-NOTA.
           REWRITE REG-RECONCILIACAO
               INVALID KEY
                   DISPLAY "Erro ao gravar (estado " WS-FS-RECONTPA
                       ")."
               NOT INVALID KEY
                   DISPLAY "Diferencas de " WS-DATA-ALVO
                       " dadas por justificadas."
           END-REWRITE.

       JUSTIFICAR-DIFERENCAS-FIM.
           EXIT.

      ******************************************************************
      * Resumo a partir do registo de resumo lido ou acabado de
      * gravar.
      ******************************************************************
       MOSTRAR-RESUMO.
           MOVE CTP-HORA TO WS-HORA-FMT.
           PERFORM FORMATAR-HORA.
           DISPLAY " ".
           DISPLAY "Reconciliacao do TPA de " CTP-DATA(7:2) "/"
               CTP-DATA(5:2) "/" CTP-DATA(1:4) " - feita as "
               WS-HORA-TEXTO " pelo operador " CTP-OPERADOR.
           DISPLAY "Ficheiro do TPA: " FUNCTION TRIM(CTP-FICHEIRO).
           DISPLAY "                    TPA     Pedidos   Diferenca".
           MOVE CTP-TPA-CARTAO TO SAIDA-VALOR.
           MOVE CTP-PAG-CARTAO TO SAIDA-VALOR-2.
           COMPUTE SAIDA-VALOR-3 = CTP-TPA-CARTAO - CTP-PAG-CARTAO.
           DISPLAY "Cartao...: " SAIDA-VALOR " " SAIDA-VALOR-2 " "
               SAIDA-VALOR-3.
           MOVE CTP-TPA-MBWAY TO SAIDA-VALOR.
           MOVE CTP-PAG-MBWAY TO SAIDA-VALOR-2.
           COMPUTE SAIDA-VALOR-3 = CTP-TPA-MBWAY - CTP-PAG-MBWAY.
           DISPLAY "MB Way...: " SAIDA-VALOR " " SAIDA-VALOR-2 " "
               SAIDA-VALOR-3.
           COMPUTE SAIDA-VALOR = CTP-TPA-CARTAO + CTP-TPA-MBWAY.
           COMPUTE SAIDA-VALOR-2 = CTP-PAG-CARTAO + CTP-PAG-MBWAY.
           MOVE CTP-DIFERENCA TO SAIDA-VALOR-3.
           DISPLAY "TOTAL....: " SAIDA-VALOR " " SAIDA-VALOR-2 " "
               SAIDA-VALOR-3.
           DISPLAY "Movimentos TPA: " CTP-NUM-TPA
               "  Pagamentos: " CTP-NUM-PAGAMENTOS
               "  Casados: " CTP-NUM-CASADOS
               "  Excecoes: " CTP-NUM-EXCECOES.
           EVALUATE TRUE
               WHEN CTP-CONFERIDA
                   DISPLAY "Estado: CONFERIDA"
               WHEN CTP-EM-ABERTO
                   DISPLAY "Estado: EM ABERTO"
               WHEN CTP-JUSTIFICADA
                   DISPLAY "Estado: JUSTIFICADA pelo operador "
                       CTP-JUSTIFICADO-POR " - "
                       FUNCTION TRIM(CTP-NOTA)
           END-EVALUATE.

      ******************************************************************
      * Uma linha de excecao, a partir do registo lido ou acabado de
      * gravar.
      ******************************************************************
       MOSTRAR-EXCECAO.
           IF CTP-MEIO-MBWAY
               MOVE "MBWAY " TO WS-NOME-MEIO
           ELSE
               MOVE "CARTAO" TO WS-NOME-MEIO
           END-IF.
           MOVE CTP-HORA-TPA TO WS-HORA-FMT.
           PERFORM FORMATAR-HORA.
           MOVE WS-HORA-TEXTO TO WS-HORA-TPA-TEXTO.
           MOVE CTP-HORA-PEDIDO TO WS-HORA-FMT.
           PERFORM FORMATAR-HORA.
           MOVE CTP-VALOR-TPA    TO SAIDA-VALOR-TPA.
           MOVE CTP-VALOR-PEDIDO TO SAIDA-VALOR-PED.
           MOVE SPACES TO WS-DOCUMENTO-TEXTO.
           EVALUATE CTP-TIPO-PEDIDO
               WHEN "C"
                   STRING "ped. " CTP-PEDIDO-NUM " rec. "
                       CTP-DOCUMENTO DELIMITED BY SIZE
                       INTO WS-DOCUMENTO-TEXTO
                   END-STRING
               WHEN "O"
                   STRING "vale ped. " CTP-PEDIDO-NUM " rec. "
                       CTP-DOCUMENTO DELIMITED BY SIZE
                       INTO WS-DOCUMENTO-TEXTO
                   END-STRING
               WHEN "R"
                   STRING "reemb. ped. " CTP-PEDIDO-NUM " NC "
                       CTP-DOCUMENTO DELIMITED BY SIZE
                       INTO WS-DOCUMENTO-TEXTO
                   END-STRING
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CTP-SO-NO-TPA
                   DISPLAY "TPA SEM PEDIDO  " WS-NOME-MEIO " "
                       WS-HORA-TPA-TEXTO " " SAIDA-VALOR-TPA
                       " ref. " CTP-REF-TPA
               WHEN CTP-SEM-TPA
                   DISPLAY "PEDIDO SEM TPA  " WS-NOME-MEIO " "
                       WS-HORA-TEXTO " " SAIDA-VALOR-PED " "
                       WS-DOCUMENTO-TEXTO
               WHEN CTP-VALOR-DIFERENTE
                   DISPLAY "VALOR DIFERENTE " WS-NOME-MEIO " TPA "
                       WS-HORA-TPA-TEXTO " " SAIDA-VALOR-TPA
                       " / " WS-HORA-TEXTO " " SAIDA-VALOR-PED " "
                       FUNCTION TRIM(WS-DOCUMENTO-TEXTO)
           END-EVALUATE.

      ******************************************************************
      * HHMM -> "HH:MM" ("--:--" num pagamento sem hora).
      ******************************************************************
       FORMATAR-HORA.
           IF WS-HORA-FMT = 0
               MOVE "--:--" TO WS-HORA-TEXTO
           ELSE
               MOVE WS-HORA-FMT TO WS-HORA-LIDA
               STRING WS-HL-HORA ":" WS-HL-MINUTO DELIMITED BY SIZE
                   INTO WS-HORA-TEXTO
               END-STRING
           END-IF.

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
           CLOSE F-RECONTPA.
           MOVE "N" TO CONTINUAR.

       END PROGRAM ReconciliaTPA.
