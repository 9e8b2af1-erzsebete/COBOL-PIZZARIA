      *              verificacoes do VerificaPedidos) e recusa
      *              avancar com excecoes por corrigir;
      *          2 - recusa avancar enquanto houver turnos abertos em
      *              TURNOS.DAT (fechar no FechoTurno primeiro) ou
      *              contas de mesa abertas em CONTAS.DAT (fechar ou
      *              anular no ecra de pedidos primeiro);
      *          3 - apura os totais do dia (como o FechoCaixa,
      *              com o IVA por taxa e os vales de oferta
      *              vendidos e resgatados);
      *          4 - avisa se a reconciliacao do TPA da data (no
      *              ReconciliaTPA) esta em aberto ou por fazer e
      *              pede confirmacao; depois grava o registo de dia
      *              fechado em FECHODIA.DAT, a partir do qual o ecra
      *              de pedidos recusa abrir turnos e registar
      *              pedidos nessa data.
      *          Cada passo concluido fica anotado no registo de
      *          controlo, pelo que um fecho abortado a meio retoma
      *          no passo em falta sem contar nada duas vezes.
      *          O fecho exige a assinatura de um operador com perfil
      *          de gerente, que fica carimbado no dia fechado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-DATA-INICIO
               FILE STATUS IS WS-FS-TAXAS.

           SELECT F-TURNOS ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDI-DATA
               FILE STATUS IS WS-FS-FECHODIA.

           SELECT F-CONTAS ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WS-FS-CONTAS.

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
       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-TAXAS.
           COPY TAXREG.

       FD  F-TURNOS.
           COPY TRNREG.

       FD  F-FECHODIA.
           COPY FDIREG.

       FD  F-CONTAS.
           COPY CNTREG.

       FD  F-RECONTPA.
           COPY CTPREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

       01  DATA-HOJE.
         05 WS-ALVO-MES               PIC 9(2)   VALUE ZEROS.
         05 WS-ALVO-DIA               PIC 9(2)   VALUE ZEROS.
        77 WS-DATA-ALVO-NUM           PIC 9(8)   VALUE 0.
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".

        77 WS-TEM-REGISTO             PIC X      VALUE "N".
           88 TEM-REGISTO-CONTROLO               VALUE "S".
        77 WS-TURNOS-ABERTOS          PIC 9(3)   VALUE 0.
        77 WS-FS-CONTAS               PIC XX     VALUE SPACES.
        77 WS-EOF-CONTAS              PIC X      VALUE "N".
           88 FIM-CONTAS                         VALUE "S".
        77 WS-CONTAS-ABERTAS          PIC 9(3)   VALUE 0.
        77 WS-FS-RECONTPA             PIC XX     VALUE SPACES.
        77 WS-AVISO-TPA               PIC X      VALUE "N".
           88 AVISO-TPA                          VALUE "S".
        77 WS-CONFIRMA                PIC X      VALUE SPACE.
           88 CONFIRMADO                         VALUES "S" "s".

      ******************************************************************
      * Verificacao dos pedidos da data, nos moldes do
      * VerificaPedidos: cabecalho guardado ate aparecer o seguinte
      * para conferir a soma das linhas, numeros duplicados e
      * pedidos D sem morada ou zona, IVA reconferido taxa a taxa
      * com as taxas em vigor na data. So conta os registos da data
      * alvo.
      ******************************************************************
        77 WS-TEM-CABECALHO           PIC X      VALUE "N".
        77 WS-FINAL-ESPERADO          PIC S9(4)V99 VALUE 0.
        77 WS-DIFERENCA               PIC S9(5)V99 VALUE 0.

      ******************************************************************
      * Tabela de taxas de IVA (TAXAS.DAT) carregada no arranque, as
      * taxas em vigor na data do pedido em curso (uma por classe: 1
      * comida no local, 2 comida para levar/entrega, 3 bebidas, 4
      * taxa de entrega) e o quadro de IVA esperado, refeito a partir
      * das linhas como no fecho do pedido.
      ******************************************************************
        77 WS-FS-TAXAS                PIC XX     VALUE SPACES.
        77 WS-EOF-TAXAS               PIC X      VALUE "N".
           88 FIM-TAXAS                          VALUE "S".
        77 WS-NUM-TAXAS               PIC 9(2)   VALUE 0.
       01  TABELA-TAXAS.
         05 TXT-ITEM OCCURS 50 TIMES.
            10 TXT-DATA-INICIO        PIC 9(8).
            10 TXT-PCT OCCURS 4 TIMES PIC 9(2)V99.
       01  TAXAS-EM-VIGOR.
         05 VIG-PCT OCCURS 4 TIMES    PIC 9(2)V99.
        77 WS-DATA-TAXAS              PIC 9(8)   VALUE 0.
        77 WS-TXT-IDX                 PIC 9(2)   VALUE 0.
        77 WS-CLASSE-IVA              PIC 9      VALUE 0.
        77 WS-CLASSE-COMIDA           PIC 9      VALUE 0.
        77 WS-TAXA-LINHA              PIC 9(2)V99 VALUE 0.
        77 WS-VALOR-LINHA             PIC 9(3)V99 VALUE 0.
        77 NUM-TAXAS-IVA              PIC 9      VALUE 0.
        77 WS-QIV-IDX                 PIC 9      VALUE 0.
        77 WS-QIV-ATUAL               PIC 9      VALUE 0.
        77 WS-DESCONTO-IVA            PIC 9(3)V99 VALUE 0.
        77 WS-DESCONTO-RESTO          PIC 9(3)V99 VALUE 0.
        77 WS-DESCONTO-PARTE          PIC 9(3)V99 VALUE 0.
       01  QUADRO-IVA.
         05 QIV-ITEM OCCURS 4 TIMES.
            10 QIV-TAXA               PIC 9(2)V99.
            10 QIV-BASE               PIC 9(4)V99.
            10 QIV-VALOR              PIC 9(3)V99.

        77 WS-NUM-VISTOS              PIC 9(4)   VALUE 0.
        77 WS-MAX-VISTOS              PIC 9(4)   VALUE 2000.
       01  TABELA-VISTOS.
        77 WS-SOMA-NUMERARIO          PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-CARTAO             PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-MBWAY              PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-PLATAFORMAS        PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-VALES-VENDIDOS     PIC S9(7)V99 VALUE 0.
        77 WS-SOMA-VALES-RESGATADOS   PIC S9(7)V99 VALUE 0.
        77 WS-VALE-LIDO               PIC 9(3)V99 VALUE 0.
        77 WS-RECEBIDO                PIC S9(4)V99 VALUE 0.
        77 SAIDA-VALOR                PIC -ZZZ,ZZ9.99.

      ******************************************************************
      * Resumo do IVA por taxa (base depois dos descontos e imposto),
      * a partir do quadro de IVA de cada cabecalho; os reembolsos
      * entram com sinal negativo.
      ******************************************************************
        77 WS-NUM-RESUMO-IVA          PIC 9      VALUE 0.
        77 WS-RIV-IDX                 PIC 9      VALUE 0.
        77 WS-RIV-ATUAL               PIC 9      VALUE 0.
        77 WS-SINAL-IVA               PIC S9     VALUE +1.
        77 SAIDA-TAXA-IVA             PIC Z9.99.
       01  TABELA-RESUMO-IVA.
         05 RIV-ITEM OCCURS 8 TIMES.
            10 RIV-TAXA               PIC 9(2)V99.
            10 RIV-BASE               PIC S9(7)V99.
            10 RIV-VALOR              PIC S9(7)V99.
       01  QUADRO-IVA-LIDO.
         05 LID-ITEM OCCURS 4 TIMES.
            10 LID-TAXA               PIC 9(2)V99.
            10 LID-BASE               PIC 9(3)V99.
            10 LID-VALOR              PIC 9(3)V99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
               MOVE WS-DATA-ALVO-NUM TO WS-DATA-ALVO
           END-IF.
           COMPUTE WS-DATA-ALVO-NUM = FUNCTION NUMVAL(WS-DATA-ALVO).
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           IF NOT PERFIL-GERENCIA
               DISPLAY "Fecho do dia reservado ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               STOP RUN
           END-IF.

           OPEN I-O F-FECHODIA.
           IF WS-FS-FECHODIA = "35"
           ELSE
               DISPLAY "Passo 2 (turnos) ja concluido."
           END-IF.
           PERFORM CONFERIR-CONTAS-ABERTAS.

           IF NOT FDI-TOTAIS-OK
               PERFORM PASSO-APURAR-TOTAIS
               DISPLAY "Passo 3 (totais) ja concluido."
           END-IF.

           PERFORM CONFERIR-RECONCILIACAO-TPA.
           PERFORM PASSO-FECHAR-DIA.

           CLOSE F-FECHODIA.
               WS-DATA-ALVO "...".
           MOVE 0 TO WS-NUM-EXCECOES.
           MOVE 0 TO WS-NUM-VISTOS.
           PERFORM CARREGAR-TAXAS-IVA.
           MOVE "N" TO WS-TEM-CABECALHO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
                   PERFORM VERIFICAR-DUPLICADO
               WHEN REG-REEMBOLSO
                   PERFORM FECHAR-CABECALHO
               WHEN REG-VALE-VENDIDO
                   PERFORM FECHAR-CABECALHO
                   PERFORM VERIFICAR-DUPLICADO
               WHEN OTHER
                   ADD 1 TO WS-NUM-EXCECOES
                   DISPLAY "Pedido " REG-PEDIDO-NUM
           MOVE REG-IVA            TO CAB-IVA.
           MOVE REG-TOTAL-FINAL    TO CAB-FINAL.
           MOVE 0 TO WS-SOMA-PIZZAS.
           PERFORM INICIAR-QUADRO-IVA.
           PERFORM VERIFICAR-DUPLICADO.
           IF REG-TP-ENTREGA AND REG-MORADA = SPACES
               ADD 1 TO WS-NUM-EXCECOES
                   ": linha sem cabecalho"
           ELSE
               ADD REG-PIZZA-SUBTOTAL TO WS-SOMA-PIZZAS
               PERFORM SOMAR-LINHA-QUADRO-IVA
           END-IF.

       FECHAR-CABECALHO.
                   ": total " CAB-TOTAL
                   " difere da soma das linhas " WS-SOMA-PIZZAS
           END-IF.
           PERFORM CALCULAR-IVA-ESPERADO.
           COMPUTE WS-DIFERENCA = CAB-IVA - WS-IVA-ESPERADO.
           IF WS-DIFERENCA > 0.01 OR WS-DIFERENCA < -0.01
               ADD 1 TO WS-NUM-EXCECOES
           MOVE 2 TO FDI-PASSO.
           PERFORM GRAVAR-CONTROLO.

      ******************************************************************
      * Contas de mesa: enquanto houver uma mesa com conta aberta ha
      * consumo lancado (stock abatido, talao na cozinha) que ainda
      * nao foi pago nem registado como pedido, e o dia nao fecha.
      * Conferido sempre, mesmo num fecho retomado, porque uma mesa
      * pode ter aberto depois da conferencia de turnos.
      ******************************************************************
       CONFERIR-CONTAS-ABERTAS.
           DISPLAY "Conferencia de contas de mesa abertas...".
           MOVE 0 TO WS-CONTAS-ABERTAS.
           MOVE "N" TO WS-EOF-CONTAS.
           OPEN INPUT F-CONTAS.
           IF WS-FS-CONTAS = "35"
               MOVE "S" TO WS-EOF-CONTAS
           END-IF.
           IF NOT FIM-CONTAS
               MOVE 0 TO CNT-MESA
               MOVE 0 TO CNT-LINHA
               START F-CONTAS KEY IS NOT LESS THAN CNT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EOF-CONTAS
               END-START
           END-IF.
           PERFORM UNTIL FIM-CONTAS
               READ F-CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-CONTAS
                   NOT AT END
                       IF CNT-CABECALHO
                           ADD 1 TO WS-CONTAS-ABERTAS
                           MOVE CNT-TOTAL TO SAIDA-VALOR
                           DISPLAY "Mesa " CNT-MESA " - pedido "
                               CNT-PEDIDO-NUM " aberta desde "
                               CNT-DATA-ABERTURA " "
                               CNT-HORA-ABERTURA " -" SAIDA-VALOR
                               " EUR"
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-CONTAS NOT = "35"
               CLOSE F-CONTAS
           END-IF.

           IF WS-CONTAS-ABERTAS > 0
               DISPLAY "Feche ou anule as contas de mesa no ecra de"
                   " pedidos e corra o fecho de novo."
               CLOSE F-FECHODIA
               STOP RUN
           END-IF.
           DISPLAY "Sem contas de mesa abertas.".

      ******************************************************************
      * Passo 3: totais do dia, como no fecho de caixa, com os
      * reembolsos abatidos aos totais e a forma de pagamento.
           MOVE 0 TO WS-SOMA-NUMERARIO.
           MOVE 0 TO WS-SOMA-CARTAO.
           MOVE 0 TO WS-SOMA-MBWAY.
           MOVE 0 TO WS-SOMA-PLATAFORMAS.
           MOVE 0 TO WS-SOMA-VALES-VENDIDOS.
           MOVE 0 TO WS-SOMA-VALES-RESGATADOS.
           MOVE 0 TO WS-NUM-RESUMO-IVA.
           INITIALIZE TABELA-RESUMO-IVA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
           DISPLAY "Reembolsos.........: " WS-NUM-REEMBOLSOS.
           MOVE WS-SOMA-TOTAL TO SAIDA-VALOR.
           DISPLAY "TOTAL (sem IVA)....: " SAIDA-VALOR " EUR".
           PERFORM IMPRIMIR-RESUMO-IVA.
           MOVE WS-SOMA-IVA TO SAIDA-VALOR.
           DISPLAY "IVA TOTAL..........: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-FINAL TO SAIDA-VALOR.
           DISPLAY "TOTAL FINAL DO DIA.: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-NUMERARIO TO SAIDA-VALOR.
           DISPLAY "Recebido CARTAO....: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-MBWAY TO SAIDA-VALOR.
           DISPLAY "Recebido MBWAY.....: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-PLATAFORMAS TO SAIDA-VALOR.
           DISPLAY "Recebido PLATAFORMA: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-VALES-VENDIDOS TO SAIDA-VALOR.
           DISPLAY "Vales vendidos.....: " SAIDA-VALOR " EUR".
           MOVE WS-SOMA-VALES-RESGATADOS TO SAIDA-VALOR.
           DISPLAY "Vales resgatados...: " SAIDA-VALOR " EUR".

           MOVE WS-NUM-PEDIDOS TO FDI-NUM-PEDIDOS.
           MOVE WS-SOMA-FINAL  TO FDI-TOTAL-FINAL.
           MOVE 3 TO FDI-PASSO.
           PERFORM GRAVAR-CONTROLO.

      ******************************************************************
      * A parte de uma conta paga com vale de oferta nao entra na
      * forma de pagamento (conta nos vales resgatados); a venda de
      * um vale entra na forma de pagamento mas nao nas vendas.
      ******************************************************************
       ACUMULAR-REGISTO.
           IF REG-VALE-VALOR IS NUMERIC AND NOT REG-VALE-VENDIDO
               MOVE REG-VALE-VALOR TO WS-VALE-LIDO
           ELSE
               MOVE 0 TO WS-VALE-LIDO
           END-IF.
           COMPUTE WS-RECEBIDO = REG-TOTAL-FINAL - WS-VALE-LIDO.
           EVALUATE TRUE
               WHEN REG-CABECALHO
                   ADD 1               TO WS-NUM-PEDIDOS
                   ADD REG-TOTAL       TO WS-SOMA-TOTAL
                   ADD REG-IVA         TO WS-SOMA-IVA
                   ADD REG-TOTAL-FINAL TO WS-SOMA-FINAL
                   ADD WS-VALE-LIDO    TO WS-SOMA-VALES-RESGATADOS
                   MOVE +1 TO WS-SINAL-IVA
                   PERFORM ACUMULAR-QUADRO-IVA
                   EVALUATE REG-FORMA-PAGAMENTO
                       WHEN "N" ADD WS-RECEBIDO
                           TO WS-SOMA-NUMERARIO
                       WHEN "C" ADD WS-RECEBIDO
                           TO WS-SOMA-CARTAO
                       WHEN "M" ADD WS-RECEBIDO
                           TO WS-SOMA-MBWAY
                       WHEN "P" ADD WS-RECEBIDO
                           TO WS-SOMA-PLATAFORMAS
                   END-EVALUATE
               WHEN REG-VALE-VENDIDO
                   ADD REG-VALE-VALOR  TO WS-SOMA-VALES-VENDIDOS
                   EVALUATE REG-FORMA-PAGAMENTO
                       WHEN "N" ADD REG-VALE-VALOR
                           TO WS-SOMA-NUMERARIO
                       WHEN "C" ADD REG-VALE-VALOR
                           TO WS-SOMA-CARTAO
                       WHEN "M" ADD REG-VALE-VALOR
                           TO WS-SOMA-MBWAY
                   END-EVALUATE
               WHEN REG-ANULACAO
                   SUBTRACT REG-TOTAL       FROM WS-SOMA-TOTAL
                   SUBTRACT REG-IVA         FROM WS-SOMA-IVA
                   SUBTRACT REG-TOTAL-FINAL FROM WS-SOMA-FINAL
                   SUBTRACT WS-VALE-LIDO FROM WS-SOMA-VALES-RESGATADOS
                   MOVE -1 TO WS-SINAL-IVA
                   PERFORM ACUMULAR-QUADRO-IVA
                   EVALUATE REG-FORMA-PAGAMENTO
                       WHEN "N" SUBTRACT WS-RECEBIDO
                           FROM WS-SOMA-NUMERARIO
                       WHEN "C" SUBTRACT WS-RECEBIDO
                           FROM WS-SOMA-CARTAO
                       WHEN "M" SUBTRACT WS-RECEBIDO
                           FROM WS-SOMA-MBWAY
                       WHEN "P" SUBTRACT WS-RECEBIDO
                           FROM WS-SOMA-PLATAFORMAS
                   END-EVALUATE
           END-EVALUATE.

      ******************************************************************
      * Reconciliacao do TPA: uma reconciliacao da data em aberto
      * (excecoes por justificar) ou por fazer nao impede o fecho,
      * mas fica avisada e o fecho so segue com confirmacao. Sem
      * confirmacao o fecho para aqui e retoma neste ponto.
      ******************************************************************
       CONFERIR-RECONCILIACAO-TPA.
           DISPLAY "Conferencia da reconciliacao do TPA...".
           MOVE "N" TO WS-AVISO-TPA.
           OPEN INPUT F-RECONTPA.
           IF WS-FS-RECONTPA = "35"
               DISPLAY "AVISO: reconciliacao do TPA de "
                   WS-DATA-ALVO " por fazer (ReconciliaTPA)."
               MOVE "S" TO WS-AVISO-TPA
           ELSE
               MOVE WS-DATA-ALVO-NUM TO CTP-DATA
               MOVE 0 TO CTP-LINHA
               READ F-RECONTPA KEY IS CTP-CHAVE
                   INVALID KEY
                       DISPLAY "AVISO: reconciliacao do TPA de "
                           WS-DATA-ALVO " por fazer (ReconciliaTPA)."
                       MOVE "S" TO WS-AVISO-TPA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CTP-EM-ABERTO
                               MOVE CTP-DIFERENCA TO SAIDA-VALOR
                               DISPLAY "AVISO: reconciliacao do TPA"
                                   " em aberto - " CTP-NUM-EXCECOES
                                   " excecoes, diferenca"
                                   SAIDA-VALOR " EUR."
                               MOVE "S" TO WS-AVISO-TPA
                           WHEN CTP-JUSTIFICADA
                               DISPLAY "Reconciliacao do TPA com"
                                   " diferencas justificadas por "
                                   CTP-JUSTIFICADO-POR "."
                           WHEN OTHER
                               DISPLAY "Reconciliacao do TPA"
                                   " conferida."
                       END-EVALUATE
               END-READ
               CLOSE F-RECONTPA
           END-IF.

           IF AVISO-TPA
               DISPLAY "Fechar o dia mesmo assim? (S/N): "
               ACCEPT WS-CONFIRMA
               IF NOT CONFIRMADO
                   DISPLAY "Fecho interrompido - reconcilie no"
                       " ReconciliaTPA e corra o fecho de novo."
                   CLOSE F-FECHODIA
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      * Passo 4: o dia fica fechado - o ecra de pedidos recusa abrir
      * turnos e registar pedidos nesta data a partir daqui.
       PASSO-FECHAR-DIA.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE HORA-SISTEMA   TO FDI-HORA-FECHO.
           MOVE OPERADOR-ATUAL TO FDI-OPERADOR.
           MOVE 4 TO FDI-PASSO.
           PERFORM GRAVAR-CONTROLO.
           DISPLAY "DIA " WS-DATA-ALVO " FECHADO AS "
               FDI-HORA-FECHO ".".

      ******************************************************************
      * Carrega a tabela de taxas de IVA por ordem de data de inicio.
      * Sem tabela fica so o regime anterior a ela (23% em tudo e
      * taxa de entrega sem IVA).
      ******************************************************************
       CARREGAR-TAXAS-IVA.
           MOVE 0 TO WS-NUM-TAXAS.
           MOVE "N" TO WS-EOF-TAXAS.
           OPEN INPUT F-TAXAS.
           IF WS-FS-TAXAS NOT = "00"
               MOVE "S" TO WS-EOF-TAXAS
           ELSE
               MOVE LOW-VALUES TO TAX-DATA-INICIO
               START F-TAXAS KEY IS NOT LESS THAN TAX-DATA-INICIO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-TAXAS
               END-START
           END-IF.
           PERFORM UNTIL FIM-TAXAS
               READ F-TAXAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF-TAXAS
                   NOT AT END
                       IF WS-NUM-TAXAS < 50
                           ADD 1 TO WS-NUM-TAXAS
                           MOVE TAX-DATA-INICIO
                               TO TXT-DATA-INICIO(WS-NUM-TAXAS)
                           PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                               UNTIL WS-CLASSE-IVA > 4
                               MOVE TAX-PCT(WS-CLASSE-IVA)
                                   TO TXT-PCT(WS-NUM-TAXAS,
                                              WS-CLASSE-IVA)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FS-TAXAS NOT = "35"
               CLOSE F-TAXAS
           END-IF.

      ******************************************************************
      * Taxas em vigor em WS-DATA-TAXAS: o ultimo registo da tabela
      * com data de inicio que nao passe dela.
      ******************************************************************
       ESCOLHER-TAXAS-IVA.
           MOVE 23 TO VIG-PCT(1).
           MOVE 23 TO VIG-PCT(2).
           MOVE 23 TO VIG-PCT(3).
           MOVE 0  TO VIG-PCT(4).
           PERFORM VARYING WS-TXT-IDX FROM 1 BY 1
               UNTIL WS-TXT-IDX > WS-NUM-TAXAS
               IF TXT-DATA-INICIO(WS-TXT-IDX) NOT > WS-DATA-TAXAS
                   PERFORM VARYING WS-CLASSE-IVA FROM 1 BY 1
                       UNTIL WS-CLASSE-IVA > 4
                       MOVE TXT-PCT(WS-TXT-IDX, WS-CLASSE-IVA)
                           TO VIG-PCT(WS-CLASSE-IVA)
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Abre o quadro de IVA esperado do cabecalho acabado de ler,
      * com as taxas em vigor na data do pedido, e confere a taxa
      * gravada para a taxa de entrega.
      ******************************************************************
       INICIAR-QUADRO-IVA.
           MOVE REG-DATA TO WS-DATA-TAXAS.
           PERFORM ESCOLHER-TAXAS-IVA.
           IF REG-TP-COMER-NO-LOCAL
               MOVE 1 TO WS-CLASSE-COMIDA
           ELSE
               MOVE 2 TO WS-CLASSE-COMIDA
           END-IF.
           INITIALIZE QUADRO-IVA.
           MOVE 0 TO NUM-TAXAS-IVA.
           IF REG-TAXA-IVA IS NUMERIC AND REG-TAXA-ENTREGA > 0
               AND REG-TAXA-IVA NOT = VIG-PCT(4)
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": taxa de entrega com IVA a " REG-TAXA-IVA
                   "% em vez de " VIG-PCT(4) "%"
           END-IF.

      ******************************************************************
      * Soma uma linha "P" ou "A" ao quadro esperado, na taxa da sua
      * classe (bebidas a parte), e confere a taxa gravada na linha
      * quando a ha (registos antigos nao a tem).
      ******************************************************************
       SOMAR-LINHA-QUADRO-IVA.
           IF REG-ARTIGO AND REG-ARTIGO-CATEGORIA = "B"
               MOVE 3 TO WS-CLASSE-IVA
           ELSE
               MOVE WS-CLASSE-COMIDA TO WS-CLASSE-IVA
           END-IF.
           MOVE VIG-PCT(WS-CLASSE-IVA) TO WS-TAXA-LINHA.
           IF REG-TAXA-IVA IS NUMERIC
               AND REG-TAXA-IVA NOT = WS-TAXA-LINHA
               ADD 1 TO WS-NUM-EXCECOES
               DISPLAY "Pedido " REG-PEDIDO-NUM
                   ": linha " REG-PIZZA-SEQ " com IVA a "
                   REG-TAXA-IVA "% em vez de " WS-TAXA-LINHA "%"
           END-IF.
           MOVE REG-PIZZA-SUBTOTAL TO WS-VALOR-LINHA.
           PERFORM SOMAR-QUADRO-IVA.

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
      * IVA esperado do cabecalho em curso, como no fecho do pedido:
      * desconto e promocao repartidos pelas taxas na proporcao das
      * bases (a ultima leva o resto), taxa de entrega na taxa da sua
      * classe, imposto arredondado taxa a taxa.
      ******************************************************************
       CALCULAR-IVA-ESPERADO.
           COMPUTE WS-DESCONTO-IVA = CAB-DESCONTO + CAB-PROMO-VALOR.
           MOVE WS-DESCONTO-IVA TO WS-DESCONTO-RESTO.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               IF WS-QIV-IDX = NUM-TAXAS-IVA OR CAB-TOTAL = 0
                   MOVE WS-DESCONTO-RESTO TO WS-DESCONTO-PARTE
               ELSE
                   COMPUTE WS-DESCONTO-PARTE ROUNDED =
                       WS-DESCONTO-IVA * QIV-BASE(WS-QIV-IDX)
                       / CAB-TOTAL
               END-IF
               IF WS-DESCONTO-PARTE > QIV-BASE(WS-QIV-IDX)
                   MOVE QIV-BASE(WS-QIV-IDX) TO WS-DESCONTO-PARTE
               END-IF
               SUBTRACT WS-DESCONTO-PARTE FROM QIV-BASE(WS-QIV-IDX)
               SUBTRACT WS-DESCONTO-PARTE FROM WS-DESCONTO-RESTO
           END-PERFORM.
           IF CAB-TAXA > 0
               MOVE VIG-PCT(4) TO WS-TAXA-LINHA
               MOVE CAB-TAXA   TO WS-VALOR-LINHA
               PERFORM SOMAR-QUADRO-IVA
           END-IF.
           MOVE 0 TO WS-IVA-ESPERADO.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1
               UNTIL WS-QIV-IDX > NUM-TAXAS-IVA
               COMPUTE QIV-VALOR(WS-QIV-IDX) ROUNDED =
                   QIV-BASE(WS-QIV-IDX) * QIV-TAXA(WS-QIV-IDX) / 100
               ADD QIV-VALOR(WS-QIV-IDX) TO WS-IVA-ESPERADO
           END-PERFORM.

      ******************************************************************
      * Soma o quadro de IVA do registo lido ao resumo por taxa, com
      * o sinal de WS-SINAL-IVA. Um registo antigo, sem quadro, conta
      * todo a 23% sobre o total depois dos descontos.
      ******************************************************************
       ACUMULAR-QUADRO-IVA.
           IF REG-IVA-TAXA(1) IS NUMERIC
               MOVE REG-QUADRO-IVA TO QUADRO-IVA-LIDO
           ELSE
               INITIALIZE QUADRO-IVA-LIDO
               MOVE 23 TO LID-TAXA(1)
               COMPUTE LID-BASE(1) =
                   REG-TOTAL - REG-DESCONTO-VALOR - REG-PROMO-VALOR
               MOVE REG-IVA TO LID-VALOR(1)
           END-IF.
           PERFORM VARYING WS-QIV-IDX FROM 1 BY 1 UNTIL WS-QIV-IDX > 4
               IF LID-BASE(WS-QIV-IDX) > 0
                   OR LID-VALOR(WS-QIV-IDX) > 0
                   MOVE 0 TO WS-RIV-ATUAL
                   PERFORM VARYING WS-RIV-IDX FROM 1 BY 1
                       UNTIL WS-RIV-IDX > WS-NUM-RESUMO-IVA
                           OR WS-RIV-ATUAL > 0
                       IF RIV-TAXA(WS-RIV-IDX) = LID-TAXA(WS-QIV-IDX)
                           MOVE WS-RIV-IDX TO WS-RIV-ATUAL
                       END-IF
                   END-PERFORM
                   IF WS-RIV-ATUAL = 0 AND WS-NUM-RESUMO-IVA < 8
                       ADD 1 TO WS-NUM-RESUMO-IVA
                       MOVE WS-NUM-RESUMO-IVA TO WS-RIV-ATUAL
                       MOVE LID-TAXA(WS-QIV-IDX)
                           TO RIV-TAXA(WS-RIV-ATUAL)
                   END-IF
                   IF WS-RIV-ATUAL > 0
                       COMPUTE RIV-BASE(WS-RIV-ATUAL) =
                           RIV-BASE(WS-RIV-ATUAL)
                           + LID-BASE(WS-QIV-IDX) * WS-SINAL-IVA
                       COMPUTE RIV-VALOR(WS-RIV-ATUAL) =
                           RIV-VALOR(WS-RIV-ATUAL)
                           + LID-VALOR(WS-QIV-IDX) * WS-SINAL-IVA
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-RESUMO-IVA.
           PERFORM VARYING WS-RIV-IDX FROM 1 BY 1
               UNTIL WS-RIV-IDX > WS-NUM-RESUMO-IVA
               MOVE RIV-TAXA(WS-RIV-IDX) TO SAIDA-TAXA-IVA
               MOVE RIV-BASE(WS-RIV-IDX) TO SAIDA-VALOR
               DISPLAY "Base IVA " SAIDA-TAXA-IVA "%....: "
                   SAIDA-VALOR " EUR"
               MOVE RIV-VALOR(WS-RIV-IDX) TO SAIDA-VALOR
               DISPLAY "IVA " SAIDA-TAXA-IVA "%.........: "
                   SAIDA-VALOR " EUR"
           END-PERFORM.

      ******************************************************************
      * O fecho do dia exige codigo e PIN validados contra o
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

       END PROGRAM FechoDia.
