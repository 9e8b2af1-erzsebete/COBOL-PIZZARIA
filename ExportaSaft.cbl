      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exportacao mensal do ficheiro SAF-T (PT) para a
      *          contabilidade / Autoridade Tributaria. Para o mes
      *          indicado (AAAAMM) le os recibos ("C" com as linhas
      *          "P" e "A") e as notas de credito ("N", com as linhas
      *          do recibo de origem apontado por REC-RECIBO-ORIGEM)
      *          de RECIBOS.DAT, vai buscar o contacto e a morada de
      *          cada venda ao PEDIDOS.DAT e ao arquivo do mes
      *          (PEDARQ-AAAAMM.DAT) e o nome ao CLIENTES.DAT, e
      *          grava SAFT-AAAAMM.XML com o cabecalho da empresa, os
      *          clientes, os produtos, a tabela de IVA (as taxas
      *          gravadas nas linhas dos recibos) e os
      *          documentos (FR fatura-recibo e NC nota de credito).
      *          Cada documento e conferido antes de entrar - NIF,
      *          linhas, totais, numero repetido, recibo de origem -
      *          e no fim e listado tudo o que ficou de fora e porque,
      *          para ser corrigido antes de enviar o ficheiro.
      *          Pede a assinatura do operador e exige perfil de
      *          gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExportaSaft.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIBOS.

           SELECT F-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT F-ARQUIVO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT F-CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CONTATO
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT F-SAFT ASSIGN TO DYNAMIC WS-NOME-SAFT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAFT.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  F-RECIBOS.
           COPY RECREG.

       FD  F-PEDIDOS.
           COPY PEDREG.

       FD  F-ARQUIVO.
        01 REG-ARQUIVO                PIC X(448).

       FD  F-CLIENTES.
           COPY CLIREG.

       FD  F-SAFT.
        01 REG-SAFT                   PIC X(300).

       FD  F-OPERADORES.
           COPY OPEREG.

       WORKING-STORAGE SECTION.

       01  DATA-HOJE.
         05 ANO-HOJE                  PIC 9(04)  VALUES ZEROS.
         05 MES-HOJE                  PIC 9(02)  VALUES ZEROS.
         05 DIA-HOJE                  PIC 9(02)  VALUES ZEROS.

        77 WS-FS-RECIBOS              PIC XX     VALUE SPACES.
        77 WS-FS-PEDIDOS              PIC XX     VALUE SPACES.
        77 WS-FS-ARQUIVO              PIC XX     VALUE SPACES.
        77 WS-FS-CLIENTES             PIC XX     VALUE SPACES.
        77 WS-FS-SAFT                 PIC XX     VALUE SPACES.
        77 WS-EOF                     PIC X      VALUE "N".
           88 FIM-FICHEIRO                       VALUE "S".
        77 WS-NOME-ARQUIVO            PIC X(20)  VALUE SPACES.
        77 WS-NOME-SAFT               PIC X(20)  VALUE SPACES.

      ******************************************************************
      * Operador assinado e o seu perfil: a exportacao SAF-T exige
      * gerente ou administrador.
      ******************************************************************
        77 WS-FS-OPERADORES           PIC XX     VALUE SPACES.
        77 OPERADOR-ATUAL             PIC X(2)   VALUE SPACES.
        77 OPERADOR-PIN-ENTRADA       PIC 9(4)   VALUES 0.
        77 WS-OPERADOR-VALIDO         PIC X      VALUE "N".
           88 OPERADOR-VALIDO                    VALUE "S".
        77 OPERADOR-PERFIL            PIC X      VALUE SPACE.
           88 PERFIL-GERENCIA                    VALUES "G" "A".
        77 WS-TEM-CLIENTES            PIC X      VALUE "N".
           88 TEM-CLIENTES                       VALUE "S".

      ******************************************************************
      * Mes pedido e limites do periodo para o cabecalho do ficheiro.
      ******************************************************************
        77 WS-MES-ENTRADA             PIC X(6)   VALUE SPACES.
        77 WS-MES-VALIDO              PIC X      VALUE "N".
           88 MES-VALIDO                         VALUE "S".
       01  WS-PERIODO.
         05 WS-EXP-ANO                PIC 9(4)   VALUE ZEROS.
         05 WS-EXP-MES                PIC 9(2)   VALUE ZEROS.
        77 WS-DATA-INICIO             PIC 9(8)   VALUE 0.
        77 WS-DATA-FIM                PIC 9(8)   VALUE 0.
        77 WS-DATA-SEGUINTE           PIC 9(8)   VALUE 0.
        77 WS-DIAS                    PIC 9(7)   VALUE 0.
       01  WS-DATA-AUX.
         05 WS-AUX-ANO                PIC 9(4).
         05 WS-AUX-MES                PIC 9(2).
         05 WS-AUX-DIA                PIC 9(2).
        77 WS-DATA-XML                PIC X(10)  VALUE SPACES.

      ******************************************************************
      * Dados da empresa para o cabecalho do SAF-T.
      ******************************************************************
        77 CONST-NIF-EMPRESA          PIC X(9)   VALUE "500000000".
        77 CONST-NOME-EMPRESA         PIC X(30)
                                      VALUE "Pizas e Derivados, Lda.".
        77 CONST-NOME-COMERCIAL       PIC X(30)
                                      VALUE "Pizaria Ramalho".
        77 CONST-MORADA-EMPRESA       PIC X(30)
                                      VALUE "Desconhecido".
        77 CONST-LOCALIDADE-EMPRESA   PIC X(30)
                                      VALUE "Desconhecido".
        77 CONST-CODIGO-POSTAL        PIC X(8)   VALUE "0000-000".
        77 CONST-SERIE                PIC X(3)   VALUE "RAM".
        77 CONST-PROGRAMA             PIC X(40)
                  VALUE "GestPedidos/Pizas e Derivados, Lda.".
        77 CONST-VERSAO               PIC X(10)  VALUE "Beta-1".
        77 CONST-NIF-CONSUMIDOR       PIC X(9)   VALUE "999999990".
        77 CONST-TAXA-IVA             PIC 99     VALUE 23.

      ******************************************************************
      * Taxas de IVA usadas nas linhas dos documentos (taxa e codigo
      * gravados em cada linha do recibo), para a tabela de IVA dos
      * ficheiros mestre. Os recibos anteriores a tabela de taxas nao
      * trazem taxa na linha e contam a CONST-TAXA-IVA (NOR), com a
      * taxa de entrega isenta.
      ******************************************************************
        77 WS-NUM-TAXAS-USADAS        PIC 99     VALUE 0.
        77 WS-TUS-IDX                 PIC 99     VALUE 0.
        77 WS-TAXA-IVA                PIC 9(2)V99 VALUE 0.
        77 WS-IVA-CODIGO              PIC X(3)   VALUE SPACES.
       01  TABELA-TAXAS-USADAS.
         05 TUS-ITEM OCCURS 20 TIMES.
            10 TUS-TAXA               PIC 9(2)V99.
            10 TUS-CODIGO             PIC X(3).

      ******************************************************************
      * Documentos do mes (recibos e notas de credito), pela ordem em
      * que aparecem em RECIBOS.DAT. DOC-ESTADO "I" entra no SAF-T;
      * "E" fica de fora com o motivo em DOC-MOTIVO. Linhas do mes
      * sem cabecalho ficam tambem aqui, com DOC-TIPO "L".
      ******************************************************************
        77 WS-NUM-DOCS                PIC 9(5)   VALUE 0.
        77 WS-MAX-DOCS                PIC 9(5)   VALUE 5000.
        77 WS-DOC-ATUAL               PIC 9(5)   VALUE 0.
        77 WS-DOC-IDX                 PIC 9(5)   VALUE 0.
        77 WS-DOC-IDX2                PIC 9(5)   VALUE 0.
        77 WS-MAIOR-NUM               PIC 9(6)   VALUE 0.
        77 WS-ULTIMO-ORFAO            PIC 9(6)   VALUE 0.
        77 WS-MOTIVO                  PIC X(40)  VALUE SPACES.
       01  TABELA-DOCUMENTOS.
         05 DOC-ITEM OCCURS 5000 TIMES.
            10 DOC-NUM                PIC 9(6).
            10 DOC-TIPO               PIC X.
            10 DOC-ESTADO             PIC X.
               88 DOC-INCLUIDO                   VALUE "I".
            10 DOC-MOTIVO             PIC X(40).
            10 DOC-PEDIDO-NUM         PIC 9(6).
            10 DOC-DATA               PIC 9(8).
            10 DOC-NOME               PIC X(30).
            10 DOC-NIF                PIC X(9).
            10 DOC-TOTAL              PIC 9(3)V99.
            10 DOC-DESCONTO           PIC 9(3)V99.
            10 DOC-PONTOS             PIC 9(3)V99.
            10 DOC-TAXA-ENTREGA       PIC 9(3)V99.
            10 DOC-ENTREGA-TAXA-IVA   PIC 9(2)V99.
            10 DOC-ENTREGA-IVA-CODIGO PIC X(3).
            10 DOC-IVA                PIC 9(3)V99.
            10 DOC-FINAL              PIC 9(3)V99.
            10 DOC-FORMA              PIC X.
            10 DOC-VALE               PIC 9(3)V99.
            10 DOC-QT-LINHAS          PIC 9(3).
            10 DOC-SOMA-LINHAS        PIC 9(5)V99.
            10 DOC-ORIGEM             PIC 9(6).
            10 DOC-ORIGEM-IDX         PIC 9(3).

      ******************************************************************
      * Recibos de origem das notas de credito do mes: podem ser de
      * meses anteriores, por isso sao procurados em todo o ficheiro
      * e as suas linhas guardadas para as linhas da nota.
      ******************************************************************
        77 WS-NUM-ORIGENS             PIC 9(3)   VALUE 0.
        77 WS-MAX-ORIGENS             PIC 9(3)   VALUE 500.
        77 WS-ORG-ATUAL               PIC 9(3)   VALUE 0.
        77 WS-ORG-IDX                 PIC 9(3)   VALUE 0.
       01  TABELA-ORIGENS.
         05 ORG-ITEM OCCURS 500 TIMES.
            10 ORG-RECIBO             PIC 9(6).
            10 ORG-ACHOU              PIC X.
               88 ORIGEM-ACHADA                  VALUE "S".
            10 ORG-DATA               PIC 9(8).
            10 ORG-LIN-INICIO         PIC 9(4).
            10 ORG-QT-LINHAS          PIC 9(3).
            10 ORG-SOMA-LINHAS        PIC 9(5)V99.
            10 ORG-LINHAS-PERDIDAS    PIC X.

        77 WS-NUM-LIN-ORIG            PIC 9(4)   VALUE 0.
        77 WS-MAX-LIN-ORIG            PIC 9(4)   VALUE 2000.
        77 WS-LIN-IDX                 PIC 9(4)   VALUE 0.
       01  TABELA-LINHAS-ORIGEM.
         05 LOR-ITEM OCCURS 2000 TIMES.
            10 LOR-TIPO               PIC X.
            10 LOR-PIZZA-TIPO         PIC X.
            10 LOR-CODIGO             PIC X(2).
            10 LOR-NOME               PIC X(20).
            10 LOR-QT                 PIC 9(2).
            10 LOR-SUBTOTAL           PIC 9(3)V99.
            10 LOR-TAXA-IVA           PIC 9(2)V99.
            10 LOR-IVA-CODIGO         PIC X(3).

      ******************************************************************
      * Contacto e morada de cada pedido do mes, para a ficha de
      * cliente dos documentos com NIF.
      ******************************************************************
        77 WS-NUM-MAPA                PIC 9(5)   VALUE 0.
        77 WS-MAX-MAPA                PIC 9(5)   VALUE 6000.
        77 WS-MAPA-IDX                PIC 9(5)   VALUE 0.
       01  TABELA-PEDIDOS-MES.
         05 MAPA-ITEM OCCURS 6000 TIMES.
            10 MAPA-PEDIDO            PIC 9(6).
            10 MAPA-CONTATO           PIC X(9).
            10 MAPA-MORADA            PIC X(40).

        77 WS-NUM-CLIENTES            PIC 9(4)   VALUE 0.
        77 WS-MAX-CLIENTES            PIC 9(4)   VALUE 2000.
        77 WS-CST-IDX                 PIC 9(4)   VALUE 0.
        77 WS-CONSUMIDOR-FINAL        PIC X      VALUE "N".
           88 HA-CONSUMIDOR-FINAL                VALUE "S".
       01  TABELA-CLIENTES.
         05 CST-ITEM OCCURS 2000 TIMES.
            10 CST-NIF                PIC X(9).
            10 CST-NOME               PIC X(30).
            10 CST-CONTATO            PIC X(9).
            10 CST-MORADA             PIC X(40).

        77 WS-NUM-PRODUTOS            PIC 9(3)   VALUE 0.
        77 WS-MAX-PRODUTOS            PIC 9(3)   VALUE 100.
        77 WS-PRO-IDX                 PIC 9(3)   VALUE 0.
       01  TABELA-PRODUTOS.
         05 PRO-ITEM OCCURS 100 TIMES.
            10 PRO-CODIGO             PIC X(2).
            10 PRO-NOME               PIC X(20).

        77 WS-ACHOU                   PIC X      VALUE "N".
           88 ACHOU                              VALUE "S".

      ******************************************************************
      * Totais da seccao de documentos e contagem dos excluidos.
      ******************************************************************
        77 WS-NUM-INCLUIDOS           PIC 9(5)   VALUE 0.
        77 WS-NUM-EXCLUIDOS           PIC 9(5)   VALUE 0.
        77 WS-NUM-NOTAS               PIC 9(5)   VALUE 0.
        77 WS-TOTAL-DEBITO            PIC 9(7)V99 VALUE 0.
        77 WS-TOTAL-CREDITO           PIC 9(7)V99 VALUE 0.
        77 WS-LIQUIDO                 PIC 9(7)V99 VALUE 0.
        77 WS-DIFERENCA               PIC S9(7)V99 VALUE 0.
        77 WS-MECANISMO               PIC X(2)   VALUE SPACES.
        77 WS-VALOR-PAGAMENTO         PIC 9(7)V99 VALUE 0.

      ******************************************************************
      * Documento em escrita e linha em preparacao. O desconto do
      * cabecalho (manual mais promocao) e repartido pelas linhas na
      * proporcao do valor de cada uma; a ultima leva o acerto.
      ******************************************************************
        77 WS-DOC-ABERTO              PIC 9(5)   VALUE 0.
        77 WS-LIN-NUMERO              PIC 9(3)   VALUE 0.
        77 WS-DESCONTO-ACUM           PIC 9(5)V99 VALUE 0.
       01  LINHA-DOCUMENTO.
         05 LIN-SENTIDO               PIC X      VALUE SPACE.
            88 LIN-CREDITO                       VALUE "C".
            88 LIN-DEBITO                        VALUE "D".
         05 LIN-CODIGO                PIC X(10)  VALUE SPACES.
         05 LIN-DESCRICAO             PIC X(40)  VALUE SPACES.
         05 LIN-QT                    PIC 9(2)   VALUE 0.
         05 LIN-VALOR                 PIC 9(5)V99 VALUE 0.
         05 LIN-DESCONTO              PIC 9(5)V99 VALUE 0.
         05 LIN-LIQUIDO               PIC 9(5)V99 VALUE 0.
         05 LIN-PRECO-UNIT            PIC 9(5)V9(6) VALUE 0.
         05 LIN-ISENTA                PIC X      VALUE "N".
            88 LINHA-ISENTA                      VALUE "S".
         05 LIN-TAXA-IVA              PIC 9(2)V99 VALUE 0.
         05 LIN-IVA-CODIGO            PIC X(3)   VALUE SPACES.

      ******************************************************************
      * Escrita do XML: elemento, valor, nivel de indentacao.
      ******************************************************************
        77 XML-TAG                    PIC X(30)  VALUE SPACES.
        77 XML-VALOR                  PIC X(200) VALUE SPACES.
        77 XML-TEXTO                  PIC X(40)  VALUE SPACES.
        77 XML-NIVEL                  PIC 99     VALUE 0.
        77 XML-PONTEIRO               PIC 999    VALUE 0.
        77 XML-POS                    PIC 999    VALUE 0.
        77 XML-IDX                    PIC 99     VALUE 0.
        77 WS-CH                      PIC X      VALUE SPACE.
        77 SAIDA-XML-VALOR            PIC Z(6)9.99.
        77 SAIDA-XML-PRECO            PIC Z(4)9.999999.
        77 SAIDA-XML-QT               PIC Z(4)9.
        77 SAIDA-XML-PCT              PIC Z9.99.
        77 SAIDA-NUM-DOC              PIC 9(6).
        77 SAIDA-PERIODO              PIC Z9.
        77 SAIDA-VALOR                PIC -ZZZ,ZZ9.99.

      ******************************************************************
      * Validacao do NIF (mesma regra do ecra de pedidos).
      ******************************************************************
        77 NIF-CLIENTE                PIC X(9)   VALUE SPACES.
        77 WS-NIF-VALIDO              PIC X      VALUE "N".
           88 NIF-VALIDO                         VALUE "S".
        77 WS-NIF-IDX                 PIC 99     VALUES 0.
        77 WS-NIF-DIGITO              PIC 9      VALUES 0.
        77 WS-NIF-SOMA                PIC 9(4)   VALUES 0.
        77 WS-NIF-RESTO               PIC 99     VALUES 0.
        77 WS-NIF-CONTROLO            PIC 9      VALUES 0.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "Pizaria Ramalho - Exportacao SAF-T (PT) mensal".
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           IF NOT PERFIL-GERENCIA
               DISPLAY "Exportacao SAF-T reservada ao gerente - o "
                   "operador " OPERADOR-ATUAL " nao tem permissao."
               STOP RUN
           END-IF.
           PERFORM PEDIR-MES.

           OPEN INPUT F-RECIBOS.
           IF WS-FS-RECIBOS = "35"
               DISPLAY "Ainda nao existem recibos emitidos."
               STOP RUN
           END-IF.
           CLOSE F-RECIBOS.

           INITIALIZE TABELA-DOCUMENTOS TABELA-ORIGENS
               TABELA-LINHAS-ORIGEM TABELA-PEDIDOS-MES
               TABELA-CLIENTES TABELA-PRODUTOS.

           PERFORM CARREGAR-PEDIDOS-DO-MES.
           PERFORM LER-DOCUMENTOS-DO-MES.
           PERFORM CONFERIR-DOCUMENTOS.
           IF WS-NUM-ORIGENS > 0
               PERFORM LER-RECIBOS-DE-ORIGEM
               PERFORM CONFERIR-NOTAS-DE-CREDITO
           END-IF.
           PERFORM APURAR-TOTAIS-E-CLIENTES.

           OPEN OUTPUT F-SAFT.
           IF WS-FS-SAFT NOT = "00"
               DISPLAY "Erro ao criar " WS-NOME-SAFT
                   " (estado " WS-FS-SAFT ")."
               STOP RUN
           END-IF.
           MOVE 0 TO XML-NIVEL.
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO REG-SAFT.
           WRITE REG-SAFT.
           MOVE SPACES TO REG-SAFT.
           STRING "<AuditFile xmlns=""urn:OECD:StandardAuditFile-Tax:"
               DELIMITED BY SIZE
               "PT_1.04_01"">" DELIMITED BY SIZE
               INTO REG-SAFT
           END-STRING.
           WRITE REG-SAFT.
           MOVE 1 TO XML-NIVEL.
           PERFORM ESCREVER-CABECALHO-SAFT.
           PERFORM ESCREVER-FICHEIROS-MESTRE.
           PERFORM ESCREVER-DOCUMENTOS.
           MOVE "</AuditFile>" TO REG-SAFT.
           WRITE REG-SAFT.
           CLOSE F-SAFT.

           PERFORM LISTAR-EXCLUIDOS.

           DISPLAY
           "______________________________________________________".
           DISPLAY "Ficheiro gerado.............: " WS-NOME-SAFT.
           DISPLAY "Documentos incluidos........: " WS-NUM-INCLUIDOS.
           DISPLAY "  dos quais notas de credito: " WS-NUM-NOTAS.
           MOVE WS-TOTAL-CREDITO TO SAIDA-VALOR.
           DISPLAY "Total a credito (FR)........: " SAIDA-VALOR " EUR".
           MOVE WS-TOTAL-DEBITO TO SAIDA-VALOR.
           DISPLAY "Total a debito (NC).........: " SAIDA-VALOR " EUR".
           DISPLAY "Documentos nao incluidos....: " WS-NUM-EXCLUIDOS.

           STOP RUN.

       PEDIR-MES.
           PERFORM WITH TEST AFTER UNTIL MES-VALIDO
               DISPLAY "Mes a exportar (AAAAMM): "
               ACCEPT WS-MES-ENTRADA
               MOVE "N" TO WS-MES-VALIDO
               IF WS-MES-ENTRADA IS NUMERIC
                   MOVE WS-MES-ENTRADA TO WS-PERIODO
                   IF WS-EXP-MES >= 1 AND WS-EXP-MES <= 12
                       AND WS-EXP-ANO > 2000
                       MOVE "S" TO WS-MES-VALIDO
                   END-IF
               END-IF
               IF NOT MES-VALIDO
                   DISPLAY "Indique o mes como AAAAMM (ex: 202401)."
               END-IF
           END-PERFORM.

           COMPUTE WS-DATA-INICIO = WS-EXP-ANO * 10000
               + WS-EXP-MES * 100 + 1.
           IF WS-EXP-MES = 12
               COMPUTE WS-DATA-SEGUINTE =
                   (WS-EXP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-SEGUINTE = WS-EXP-ANO * 10000
                   + (WS-EXP-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-DIAS).

           MOVE SPACES TO WS-NOME-SAFT.
           STRING "SAFT-"   DELIMITED BY SIZE
               WS-EXP-ANO   DELIMITED BY SIZE
               WS-EXP-MES   DELIMITED BY SIZE
               ".XML"       DELIMITED BY SIZE
               INTO WS-NOME-SAFT
           END-STRING.

      ******************************************************************
      * Contacto e morada dos pedidos do mes: ficheiro vivo mais o
      * arquivo do mes, caso o ArquivoPedidos ja o tenha levado.
      ******************************************************************
       CARREGAR-PEDIDOS-DO-MES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-PEDIDOS.
           IF WS-FS-PEDIDOS NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-PEDIDOS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           PERFORM GUARDAR-PEDIDO-DO-MES
                   END-READ
               END-PERFORM
               CLOSE F-PEDIDOS
           END-IF.

           MOVE SPACES TO WS-NOME-ARQUIVO.
           STRING "PEDARQ-" DELIMITED BY SIZE
               WS-EXP-ANO   DELIMITED BY SIZE
               WS-EXP-MES   DELIMITED BY SIZE
               ".DAT"       DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
           END-STRING.
           MOVE "N" TO WS-EOF.
           OPEN INPUT F-ARQUIVO.
           IF WS-FS-ARQUIVO NOT = "35"
               PERFORM UNTIL FIM-FICHEIRO
                   READ F-ARQUIVO
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE REG-ARQUIVO TO REG-PEDIDO
                           PERFORM GUARDAR-PEDIDO-DO-MES
                   END-READ
               END-PERFORM
               CLOSE F-ARQUIVO
           END-IF.

       GUARDAR-PEDIDO-DO-MES.
           IF REG-CABECALHO AND REG-ANO = WS-EXP-ANO
               AND REG-MES = WS-EXP-MES
               AND WS-NUM-MAPA < WS-MAX-MAPA
               ADD 1 TO WS-NUM-MAPA
               MOVE REG-PEDIDO-NUM      TO MAPA-PEDIDO(WS-NUM-MAPA)
               MOVE REG-CONTATO-CLIENTE TO MAPA-CONTATO(WS-NUM-MAPA)
               MOVE REG-MORADA          TO MAPA-MORADA(WS-NUM-MAPA)
           END-IF.

      ******************************************************************
      * Primeiro varrimento de RECIBOS.DAT: regista cada documento do
      * mes, conta e soma as suas linhas e marca logo os numeros
      * repetidos, os NIF errados e as linhas sem cabecalho.
      ******************************************************************
       LER-DOCUMENTOS-DO-MES.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-DOC-ATUAL.
           OPEN INPUT F-RECIBOS.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECIBOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REC-ANO = WS-EXP-ANO AND REC-MES = WS-EXP-MES
                           EVALUATE TRUE
                               WHEN REC-CABECALHO OR REC-NOTA-CREDITO
                                   PERFORM REGISTAR-DOCUMENTO
                                       THRU REGISTAR-DOCUMENTO-FIM
                               WHEN REC-LINHA OR REC-LINHA-ARTIGO
                                   PERFORM REGISTAR-LINHA-DOCUMENTO
                           END-EVALUATE
                       ELSE
                           MOVE 0 TO WS-DOC-ATUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECIBOS.

       REGISTAR-DOCUMENTO.
           MOVE 0 TO WS-DOC-ATUAL.
           IF WS-NUM-DOCS >= WS-MAX-DOCS
               DISPLAY "Tabela de documentos cheia - recibo " REC-NUM
                   " nao incluido."
               ADD 1 TO WS-NUM-EXCLUIDOS
               GO TO REGISTAR-DOCUMENTO-FIM
           END-IF.
           ADD 1 TO WS-NUM-DOCS.
           MOVE WS-NUM-DOCS         TO WS-DOC-IDX.
           MOVE REC-NUM             TO DOC-NUM(WS-DOC-IDX).
           MOVE REC-TIPO-REG        TO DOC-TIPO(WS-DOC-IDX).
           MOVE "I"                 TO DOC-ESTADO(WS-DOC-IDX).
           MOVE SPACES              TO DOC-MOTIVO(WS-DOC-IDX).
           MOVE REC-PEDIDO-NUM      TO DOC-PEDIDO-NUM(WS-DOC-IDX).
           COMPUTE DOC-DATA(WS-DOC-IDX) = FUNCTION NUMVAL(REC-DATA).
           MOVE REC-NOME-CLIENTE    TO DOC-NOME(WS-DOC-IDX).
           MOVE REC-NIF             TO DOC-NIF(WS-DOC-IDX).
           MOVE REC-TOTAL           TO DOC-TOTAL(WS-DOC-IDX).
           MOVE REC-DESCONTO-VALOR  TO DOC-DESCONTO(WS-DOC-IDX).
           MOVE REC-PONTOS-VALOR    TO DOC-PONTOS(WS-DOC-IDX).
           MOVE REC-TAXA-ENTREGA    TO DOC-TAXA-ENTREGA(WS-DOC-IDX).
           IF REC-TAXA-IVA IS NUMERIC AND REC-IVA-CODIGO NOT = SPACES
               MOVE REC-TAXA-IVA   TO DOC-ENTREGA-TAXA-IVA(WS-DOC-IDX)
               MOVE REC-IVA-CODIGO
                   TO DOC-ENTREGA-IVA-CODIGO(WS-DOC-IDX)
           ELSE
               MOVE 0     TO DOC-ENTREGA-TAXA-IVA(WS-DOC-IDX)
               MOVE "ISE" TO DOC-ENTREGA-IVA-CODIGO(WS-DOC-IDX)
           END-IF.
           IF REC-TAXA-ENTREGA > 0
               MOVE DOC-ENTREGA-TAXA-IVA(WS-DOC-IDX) TO WS-TAXA-IVA
               MOVE DOC-ENTREGA-IVA-CODIGO(WS-DOC-IDX)
                   TO WS-IVA-CODIGO
               PERFORM REGISTAR-TAXA-USADA
           END-IF.
           MOVE REC-IVA             TO DOC-IVA(WS-DOC-IDX).
           MOVE REC-TOTAL-FINAL     TO DOC-FINAL(WS-DOC-IDX).
           MOVE REC-FORMA-PAGAMENTO TO DOC-FORMA(WS-DOC-IDX).
           IF REC-VALE-VALOR IS NUMERIC
               MOVE REC-VALE-VALOR  TO DOC-VALE(WS-DOC-IDX)
           ELSE
               MOVE 0               TO DOC-VALE(WS-DOC-IDX)
           END-IF.
           MOVE 0                   TO DOC-QT-LINHAS(WS-DOC-IDX).
           MOVE 0                   TO DOC-SOMA-LINHAS(WS-DOC-IDX).
           MOVE 0                   TO DOC-ORIGEM(WS-DOC-IDX).
           MOVE 0                   TO DOC-ORIGEM-IDX(WS-DOC-IDX).

      *    Os numeros sobem sempre; so vale a pena procurar repetidos
      *    quando aparece um numero que nao e maior que o ultimo.
           IF REC-NUM > WS-MAIOR-NUM
               MOVE REC-NUM TO WS-MAIOR-NUM
           ELSE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-DOC-IDX2 FROM 1 BY 1
                   UNTIL WS-DOC-IDX2 >= WS-DOC-IDX OR ACHOU
                   IF DOC-NUM(WS-DOC-IDX2) = REC-NUM
                       AND DOC-TIPO(WS-DOC-IDX2) NOT = "L"
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF ACHOU
                   MOVE "Numero de recibo repetido" TO WS-MOTIVO
                   PERFORM EXCLUIR-DOCUMENTO
               END-IF
           END-IF.

           IF REC-NIF NOT = SPACES
               MOVE REC-NIF TO NIF-CLIENTE
               PERFORM VALIDAR-NIF
               IF NOT NIF-VALIDO
                   MOVE "NIF com digito de controlo errado"
                       TO WS-MOTIVO
                   PERFORM EXCLUIR-DOCUMENTO
               END-IF
           END-IF.

           IF REC-NOTA-CREDITO
               MOVE REC-RECIBO-ORIGEM TO DOC-ORIGEM(WS-DOC-IDX)
               PERFORM REGISTAR-ORIGEM
           ELSE
               MOVE WS-DOC-IDX TO WS-DOC-ATUAL
           END-IF.
       REGISTAR-DOCUMENTO-FIM.
           EXIT.

       REGISTAR-ORIGEM.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-NUM-ORIGENS OR ACHOU
               IF ORG-RECIBO(WS-ORG-IDX) = REC-RECIBO-ORIGEM
                   MOVE "S" TO WS-ACHOU
                   MOVE WS-ORG-IDX TO DOC-ORIGEM-IDX(WS-DOC-IDX)
               END-IF
           END-PERFORM.
           IF NOT ACHOU
               IF WS-NUM-ORIGENS < WS-MAX-ORIGENS
                   ADD 1 TO WS-NUM-ORIGENS
                   MOVE REC-RECIBO-ORIGEM
                       TO ORG-RECIBO(WS-NUM-ORIGENS)
                   MOVE "N" TO ORG-ACHOU(WS-NUM-ORIGENS)
                   MOVE "N" TO ORG-LINHAS-PERDIDAS(WS-NUM-ORIGENS)
                   MOVE WS-NUM-ORIGENS TO DOC-ORIGEM-IDX(WS-DOC-IDX)
               ELSE
                   MOVE "Tabela de recibos de origem cheia"
                       TO WS-MOTIVO
                   PERFORM EXCLUIR-DOCUMENTO
               END-IF
           END-IF.

       REGISTAR-LINHA-DOCUMENTO.
           IF WS-DOC-ATUAL > 0
               IF DOC-NUM(WS-DOC-ATUAL) = REC-NUM
                   ADD 1 TO DOC-QT-LINHAS(WS-DOC-ATUAL)
                   ADD REC-PIZZA-SUBTOTAL
                       TO DOC-SOMA-LINHAS(WS-DOC-ATUAL)
                   IF REC-LINHA-ARTIGO
                       PERFORM REGISTAR-PRODUTO
                   END-IF
                   PERFORM TAXA-DA-LINHA
                   PERFORM REGISTAR-TAXA-USADA
               ELSE
                   PERFORM REGISTAR-LINHA-ORFA
               END-IF
           ELSE
               PERFORM REGISTAR-LINHA-ORFA
           END-IF.

       REGISTAR-LINHA-ORFA.
           IF REC-NUM NOT = WS-ULTIMO-ORFAO
               MOVE REC-NUM TO WS-ULTIMO-ORFAO
               IF WS-NUM-DOCS < WS-MAX-DOCS
                   ADD 1 TO WS-NUM-DOCS
                   MOVE REC-NUM TO DOC-NUM(WS-NUM-DOCS)
                   MOVE "L"     TO DOC-TIPO(WS-NUM-DOCS)
                   MOVE "E"     TO DOC-ESTADO(WS-NUM-DOCS)
                   MOVE "Linhas sem cabecalho de recibo"
                       TO DOC-MOTIVO(WS-NUM-DOCS)
               END-IF
           END-IF.

       REGISTAR-PRODUTO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-NUM-PRODUTOS OR ACHOU
               IF PRO-CODIGO(WS-PRO-IDX) = REC-ARTIGO-CODIGO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-PRODUTOS < WS-MAX-PRODUTOS
               ADD 1 TO WS-NUM-PRODUTOS
               MOVE REC-ARTIGO-CODIGO TO PRO-CODIGO(WS-NUM-PRODUTOS)
               MOVE REC-ARTIGO-NOME   TO PRO-NOME(WS-NUM-PRODUTOS)
           END-IF.

      *    Taxa e codigo de IVA da linha de recibo lida; uma linha
      *    antiga, sem taxa, conta a taxa normal de sempre.
       TAXA-DA-LINHA.
           IF REC-TAXA-IVA IS NUMERIC AND REC-IVA-CODIGO NOT = SPACES
               MOVE REC-TAXA-IVA   TO WS-TAXA-IVA
               MOVE REC-IVA-CODIGO TO WS-IVA-CODIGO
           ELSE
               MOVE CONST-TAXA-IVA TO WS-TAXA-IVA
               MOVE "NOR"          TO WS-IVA-CODIGO
           END-IF.

       REGISTAR-TAXA-USADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-TUS-IDX FROM 1 BY 1
               UNTIL WS-TUS-IDX > WS-NUM-TAXAS-USADAS OR ACHOU
               IF TUS-TAXA(WS-TUS-IDX) = WS-TAXA-IVA
                   AND TUS-CODIGO(WS-TUS-IDX) = WS-IVA-CODIGO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-TAXAS-USADAS < 20
               ADD 1 TO WS-NUM-TAXAS-USADAS
               MOVE WS-TAXA-IVA   TO TUS-TAXA(WS-NUM-TAXAS-USADAS)
               MOVE WS-IVA-CODIGO TO TUS-CODIGO(WS-NUM-TAXAS-USADAS)
           END-IF.

       EXCLUIR-DOCUMENTO.
           IF DOC-INCLUIDO(WS-DOC-IDX)
               MOVE "E"       TO DOC-ESTADO(WS-DOC-IDX)
               MOVE WS-MOTIVO TO DOC-MOTIVO(WS-DOC-IDX)
           END-IF.

      ******************************************************************
      * Conferencia de cada recibo: tem de ter linhas, as linhas tem
      * de somar o total e o total final tem de bater com total menos
      * descontos mais taxa de entrega mais IVA menos pontos.
      ******************************************************************
       CONFERIR-DOCUMENTOS.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-NUM-DOCS
               IF DOC-TIPO(WS-DOC-IDX) = "C"
                   IF DOC-QT-LINHAS(WS-DOC-IDX) = 0
                       MOVE "Recibo sem linhas" TO WS-MOTIVO
                       PERFORM EXCLUIR-DOCUMENTO
                   END-IF
                   IF DOC-SOMA-LINHAS(WS-DOC-IDX)
                       NOT = DOC-TOTAL(WS-DOC-IDX)
                       MOVE "Linhas nao somam o total do recibo"
                           TO WS-MOTIVO
                       PERFORM EXCLUIR-DOCUMENTO
                   END-IF
               END-IF
               IF DOC-TIPO(WS-DOC-IDX) NOT = "L"
                   COMPUTE WS-DIFERENCA = DOC-TOTAL(WS-DOC-IDX)
                       - DOC-DESCONTO(WS-DOC-IDX)
                       + DOC-TAXA-ENTREGA(WS-DOC-IDX)
                       + DOC-IVA(WS-DOC-IDX)
                       - DOC-PONTOS(WS-DOC-IDX)
                       - DOC-FINAL(WS-DOC-IDX)
                   IF WS-DIFERENCA NOT = 0
                       MOVE "Totais do documento nao batem certo"
                           TO WS-MOTIVO
                       PERFORM EXCLUIR-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Segundo varrimento, em todo o ficheiro: encontra os recibos
      * de origem das notas de credito do mes e guarda as linhas.
      ******************************************************************
       LER-RECIBOS-DE-ORIGEM.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-ORG-ATUAL.
           OPEN INPUT F-RECIBOS.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECIBOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REC-CABECALHO
                               PERFORM PROCURAR-ORIGEM
                           WHEN REC-NOTA-CREDITO
                               MOVE 0 TO WS-ORG-ATUAL
                           WHEN OTHER
                               PERFORM GUARDAR-LINHA-ORIGEM
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE F-RECIBOS.

       PROCURAR-ORIGEM.
           MOVE 0 TO WS-ORG-ATUAL.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-NUM-ORIGENS OR WS-ORG-ATUAL > 0
               IF ORG-RECIBO(WS-ORG-IDX) = REC-NUM
                   AND NOT ORIGEM-ACHADA(WS-ORG-IDX)
                   MOVE WS-ORG-IDX TO WS-ORG-ATUAL
               END-IF
           END-PERFORM.
           IF WS-ORG-ATUAL > 0
               MOVE "S" TO ORG-ACHOU(WS-ORG-ATUAL)
               COMPUTE ORG-DATA(WS-ORG-ATUAL) =
                   FUNCTION NUMVAL(REC-DATA)
               COMPUTE ORG-LIN-INICIO(WS-ORG-ATUAL) =
                   WS-NUM-LIN-ORIG + 1
               MOVE 0 TO ORG-QT-LINHAS(WS-ORG-ATUAL)
               MOVE 0 TO ORG-SOMA-LINHAS(WS-ORG-ATUAL)
           END-IF.

       GUARDAR-LINHA-ORIGEM.
           IF WS-ORG-ATUAL > 0
               IF REC-NUM = ORG-RECIBO(WS-ORG-ATUAL)
                   IF WS-NUM-LIN-ORIG < WS-MAX-LIN-ORIG
                       ADD 1 TO WS-NUM-LIN-ORIG
                       MOVE REC-TIPO-REG
                           TO LOR-TIPO(WS-NUM-LIN-ORIG)
                       MOVE REC-PIZZA-TIPO
                           TO LOR-PIZZA-TIPO(WS-NUM-LIN-ORIG)
                       MOVE REC-ARTIGO-CODIGO
                           TO LOR-CODIGO(WS-NUM-LIN-ORIG)
                       MOVE REC-ARTIGO-NOME
                           TO LOR-NOME(WS-NUM-LIN-ORIG)
                       MOVE REC-ARTIGO-QT
                           TO LOR-QT(WS-NUM-LIN-ORIG)
                       MOVE REC-PIZZA-SUBTOTAL
                           TO LOR-SUBTOTAL(WS-NUM-LIN-ORIG)
                       PERFORM TAXA-DA-LINHA
                       PERFORM REGISTAR-TAXA-USADA
                       MOVE WS-TAXA-IVA
                           TO LOR-TAXA-IVA(WS-NUM-LIN-ORIG)
                       MOVE WS-IVA-CODIGO
                           TO LOR-IVA-CODIGO(WS-NUM-LIN-ORIG)
                       ADD 1 TO ORG-QT-LINHAS(WS-ORG-ATUAL)
                       ADD REC-PIZZA-SUBTOTAL
                           TO ORG-SOMA-LINHAS(WS-ORG-ATUAL)
                       IF REC-LINHA-ARTIGO
                           PERFORM REGISTAR-PRODUTO
                       END-IF
                   ELSE
                       MOVE "S" TO ORG-LINHAS-PERDIDAS(WS-ORG-ATUAL)
                   END-IF
               END-IF
           END-IF.

       CONFERIR-NOTAS-DE-CREDITO.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-NUM-DOCS
               IF DOC-TIPO(WS-DOC-IDX) = "N"
                   AND DOC-ORIGEM-IDX(WS-DOC-IDX) > 0
                   MOVE DOC-ORIGEM-IDX(WS-DOC-IDX) TO WS-ORG-IDX
                   EVALUATE TRUE
                       WHEN NOT ORIGEM-ACHADA(WS-ORG-IDX)
                           MOVE "Recibo de origem inexistente"
                               TO WS-MOTIVO
                           PERFORM EXCLUIR-DOCUMENTO
                       WHEN ORG-LINHAS-PERDIDAS(WS-ORG-IDX) = "S"
                           MOVE "Tabela de linhas de origem cheia"
                               TO WS-MOTIVO
                           PERFORM EXCLUIR-DOCUMENTO
                       WHEN ORG-QT-LINHAS(WS-ORG-IDX) = 0
                           MOVE "Recibo de origem sem linhas"
                               TO WS-MOTIVO
                           PERFORM EXCLUIR-DOCUMENTO
                       WHEN ORG-SOMA-LINHAS(WS-ORG-IDX)
                           NOT = DOC-TOTAL(WS-DOC-IDX)
                           MOVE "Linhas da origem nao somam o total"
                               TO WS-MOTIVO
                           PERFORM EXCLUIR-DOCUMENTO
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Totais da seccao de documentos e ficha de cliente por NIF
      * (os documentos sem NIF vao para o consumidor final).
      ******************************************************************
       APURAR-TOTAIS-E-CLIENTES.
           OPEN INPUT F-CLIENTES.
           IF WS-FS-CLIENTES = "00"
               MOVE "S" TO WS-TEM-CLIENTES
           END-IF.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-NUM-DOCS
               IF DOC-INCLUIDO(WS-DOC-IDX)
                   ADD 1 TO WS-NUM-INCLUIDOS
                   COMPUTE WS-LIQUIDO = DOC-TOTAL(WS-DOC-IDX)
                       - DOC-DESCONTO(WS-DOC-IDX)
                       + DOC-TAXA-ENTREGA(WS-DOC-IDX)
                   IF DOC-TIPO(WS-DOC-IDX) = "N"
                       ADD 1 TO WS-NUM-NOTAS
                       ADD WS-LIQUIDO TO WS-TOTAL-DEBITO
                   ELSE
                       ADD WS-LIQUIDO TO WS-TOTAL-CREDITO
                   END-IF
                   IF DOC-NIF(WS-DOC-IDX) = SPACES
                       MOVE "S" TO WS-CONSUMIDOR-FINAL
                   ELSE
                       PERFORM REGISTAR-CLIENTE
                   END-IF
               ELSE
                   ADD 1 TO WS-NUM-EXCLUIDOS
               END-IF
           END-PERFORM.
           IF TEM-CLIENTES
               CLOSE F-CLIENTES
           END-IF.

       REGISTAR-CLIENTE.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-NUM-CLIENTES OR ACHOU
               IF CST-NIF(WS-CST-IDX) = DOC-NIF(WS-DOC-IDX)
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
           IF (NOT ACHOU) AND WS-NUM-CLIENTES < WS-MAX-CLIENTES
               ADD 1 TO WS-NUM-CLIENTES
               MOVE WS-NUM-CLIENTES TO WS-CST-IDX
               MOVE DOC-NIF(WS-DOC-IDX)  TO CST-NIF(WS-CST-IDX)
               MOVE DOC-NOME(WS-DOC-IDX) TO CST-NOME(WS-CST-IDX)
               MOVE SPACES TO CST-CONTATO(WS-CST-IDX)
               MOVE SPACES TO CST-MORADA(WS-CST-IDX)
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-MAPA-IDX > WS-NUM-MAPA OR ACHOU
                   IF MAPA-PEDIDO(WS-MAPA-IDX)
                       = DOC-PEDIDO-NUM(WS-DOC-IDX)
                       MOVE "S" TO WS-ACHOU
                       MOVE MAPA-CONTATO(WS-MAPA-IDX)
                           TO CST-CONTATO(WS-CST-IDX)
                       MOVE MAPA-MORADA(WS-MAPA-IDX)
                           TO CST-MORADA(WS-CST-IDX)
                   END-IF
               END-PERFORM
               IF TEM-CLIENTES AND CST-CONTATO(WS-CST-IDX) NOT = SPACES
                   MOVE CST-CONTATO(WS-CST-IDX) TO CLI-CONTATO
                   READ F-CLIENTES KEY IS CLI-CONTATO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLI-NOME NOT = SPACES
                               MOVE CLI-NOME TO CST-NOME(WS-CST-IDX)
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Cabecalho do SAF-T: empresa, periodo e programa.
      ******************************************************************
       ESCREVER-CABECALHO-SAFT.
           MOVE "Header" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "AuditFileVersion" TO XML-TAG.
           MOVE "1.04_01" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO XML-TAG.
           MOVE CONST-NIF-EMPRESA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO XML-TAG.
           MOVE CONST-NIF-EMPRESA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO XML-TAG.
           MOVE "F" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO XML-TAG.
           MOVE CONST-NOME-EMPRESA TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BusinessName" TO XML-TAG.
           MOVE CONST-NOME-COMERCIAL TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "AddressDetail" TO XML-TAG.
           MOVE CONST-MORADA-EMPRESA TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO XML-TAG.
           MOVE CONST-LOCALIDADE-EMPRESA TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO XML-TAG.
           MOVE CONST-CODIGO-POSTAL TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO XML-TAG.
           MOVE "PT" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "FiscalYear" TO XML-TAG.
           MOVE WS-EXP-ANO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "StartDate" TO XML-TAG.
           MOVE WS-DATA-INICIO TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA-XML.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "EndDate" TO XML-TAG.
           MOVE WS-DATA-FIM TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA-XML.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO XML-TAG.
           MOVE "EUR" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO XML-TAG.
           MOVE DATA-HOJE TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA-XML.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO XML-TAG.
           MOVE "Global" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO XML-TAG.
           MOVE CONST-NIF-EMPRESA TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductID" TO XML-TAG.
           MOVE CONST-PROGRAMA TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO XML-TAG.
           MOVE CONST-VERSAO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Header" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      ******************************************************************
      * Ficheiros mestre: clientes dos documentos incluidos, produtos
      * (pizas por tamanho, artigos vendidos e taxa de entrega) e
      * tabela de IVA.
      ******************************************************************
       ESCREVER-FICHEIROS-MESTRE.
           MOVE "MasterFiles" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.

           IF HA-CONSUMIDOR-FINAL
               MOVE "Customer" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE "CustomerID" TO XML-TAG
               MOVE "CF" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "AccountID" TO XML-TAG
               MOVE "Desconhecido" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CustomerTaxID" TO XML-TAG
               MOVE CONST-NIF-CONSUMIDOR TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CompanyName" TO XML-TAG
               MOVE "Consumidor final" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE SPACES TO XML-TEXTO
               PERFORM ESCREVER-MORADA-CLIENTE
               MOVE "SelfBillingIndicator" TO XML-TAG
               MOVE "0" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "Customer" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.

           PERFORM VARYING WS-CST-IDX FROM 1 BY 1
               UNTIL WS-CST-IDX > WS-NUM-CLIENTES
               MOVE "Customer" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE "CustomerID" TO XML-TAG
               MOVE CST-NIF(WS-CST-IDX) TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "AccountID" TO XML-TAG
               MOVE "Desconhecido" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CustomerTaxID" TO XML-TAG
               MOVE CST-NIF(WS-CST-IDX) TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "CompanyName" TO XML-TAG
               MOVE CST-NOME(WS-CST-IDX) TO XML-TEXTO
               IF XML-TEXTO = SPACES
                   MOVE "Desconhecido" TO XML-TEXTO
               END-IF
               PERFORM ESCAPAR-TEXTO
               PERFORM ESCREVER-ELEMENTO
               MOVE CST-MORADA(WS-CST-IDX) TO XML-TEXTO
               PERFORM ESCREVER-MORADA-CLIENTE
               IF CST-CONTATO(WS-CST-IDX) NOT = SPACES
                   MOVE "Telephone" TO XML-TAG
                   MOVE CST-CONTATO(WS-CST-IDX) TO XML-VALOR
                   PERFORM ESCREVER-ELEMENTO
               END-IF
               MOVE "SelfBillingIndicator" TO XML-TAG
               MOVE "0" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "Customer" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-PERFORM.

           MOVE "PIZ-1" TO LIN-CODIGO.
           MOVE "Piza pequena" TO LIN-DESCRICAO.
           PERFORM ESCREVER-PRODUTO.
           MOVE "PIZ-2" TO LIN-CODIGO.
           MOVE "Piza media" TO LIN-DESCRICAO.
           PERFORM ESCREVER-PRODUTO.
           MOVE "PIZ-3" TO LIN-CODIGO.
           MOVE "Piza grande" TO LIN-DESCRICAO.
           PERFORM ESCREVER-PRODUTO.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-NUM-PRODUTOS
               MOVE SPACES TO LIN-CODIGO
               STRING "ART-" DELIMITED BY SIZE
                   PRO-CODIGO(WS-PRO-IDX) DELIMITED BY SIZE
                   INTO LIN-CODIGO
               END-STRING
               MOVE PRO-NOME(WS-PRO-IDX) TO LIN-DESCRICAO
               PERFORM ESCREVER-PRODUTO
           END-PERFORM.
           MOVE "TAXA" TO LIN-CODIGO.
           MOVE "Taxa de entrega" TO LIN-DESCRICAO.
           PERFORM ESCREVER-PRODUTO.

           IF WS-NUM-TAXAS-USADAS = 0
               MOVE CONST-TAXA-IVA TO WS-TAXA-IVA
               MOVE "NOR" TO WS-IVA-CODIGO
               PERFORM REGISTAR-TAXA-USADA
           END-IF.
           MOVE "TaxTable" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           PERFORM VARYING WS-TUS-IDX FROM 1 BY 1
               UNTIL WS-TUS-IDX > WS-NUM-TAXAS-USADAS
               MOVE "TaxTableEntry" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE "IVA" TO XML-VALOR
               MOVE TUS-CODIGO(WS-TUS-IDX) TO XML-TEXTO
               PERFORM ESCREVER-TIPO-IMPOSTO
               MOVE "Description" TO XML-TAG
               EVALUATE TUS-CODIGO(WS-TUS-IDX)
                   WHEN "NOR" MOVE "Taxa normal"     TO XML-VALOR
                   WHEN "INT" MOVE "Taxa intermedia" TO XML-VALOR
                   WHEN "RED" MOVE "Taxa reduzida"   TO XML-VALOR
                   WHEN OTHER MOVE "Isento"          TO XML-VALOR
               END-EVALUATE
               PERFORM ESCREVER-ELEMENTO
               MOVE "TaxPercentage" TO XML-TAG
               IF TUS-TAXA(WS-TUS-IDX) = 0
                   MOVE "0" TO XML-VALOR
               ELSE
                   MOVE TUS-TAXA(WS-TUS-IDX) TO SAIDA-XML-PCT
                   MOVE SAIDA-XML-PCT TO XML-VALOR
               END-IF
               PERFORM ESCREVER-ELEMENTO
               MOVE "TaxTableEntry" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-PERFORM.
           MOVE "TaxTable" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

           MOVE "MasterFiles" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    Morada da ficha de cliente: a morada de entrega do pedido
      *    quando a ha (XML-TEXTO), senao "Desconhecido".
       ESCREVER-MORADA-CLIENTE.
           MOVE "BillingAddress" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "AddressDetail" TO XML-TAG.
           IF XML-TEXTO = SPACES
               MOVE "Desconhecido" TO XML-TEXTO
           END-IF.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "City" TO XML-TAG.
           MOVE "Desconhecido" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO XML-TAG.
           MOVE "Desconhecido" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Country" TO XML-TAG.
           MOVE "PT" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "BillingAddress" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-PRODUTO.
           MOVE "Product" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "ProductType" TO XML-TAG.
           IF LIN-CODIGO = "TAXA"
               MOVE "S" TO XML-VALOR
           ELSE
               MOVE "P" TO XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO XML-TAG.
           MOVE LIN-CODIGO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO XML-TAG.
           MOVE LIN-DESCRICAO TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductNumberCode" TO XML-TAG.
           MOVE LIN-CODIGO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Product" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    TaxType (XML-VALOR), TaxCountryRegion e TaxCode (XML-TEXTO).
       ESCREVER-TIPO-IMPOSTO.
           MOVE "TaxType" TO XML-TAG.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO XML-TAG.
           MOVE "PT" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO XML-TAG.
           MOVE XML-TEXTO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

      ******************************************************************
      * Terceiro varrimento: escreve os documentos incluidos pela
      * ordem do ficheiro. As linhas de cada recibo seguem o seu
      * cabecalho; as da nota de credito vem da tabela de origens.
      ******************************************************************
       ESCREVER-DOCUMENTOS.
           MOVE "SourceDocuments" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "SalesInvoices" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "NumberOfEntries" TO XML-TAG.
           MOVE WS-NUM-INCLUIDOS TO SAIDA-XML-QT.
           MOVE SAIDA-XML-QT TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO XML-TAG.
           MOVE WS-TOTAL-DEBITO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO XML-TAG.
           MOVE WS-TOTAL-CREDITO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.

           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-DOC-IDX.
           MOVE 0 TO WS-DOC-ABERTO.
           OPEN INPUT F-RECIBOS.
           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECIBOS
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF REC-ANO = WS-EXP-ANO AND REC-MES = WS-EXP-MES
                           PERFORM TRATAR-RECIBO-DO-MES
                       ELSE
                           PERFORM FECHAR-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RECIBOS.
           PERFORM FECHAR-FATURA.

           MOVE "SalesInvoices" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SourceDocuments" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       TRATAR-RECIBO-DO-MES.
           IF REC-CABECALHO OR REC-NOTA-CREDITO
               PERFORM FECHAR-FATURA
      *        Avanca na tabela para o documento seguinte, saltando as
      *        entradas de linhas sem cabecalho.
               ADD 1 TO WS-DOC-IDX
               PERFORM UNTIL WS-DOC-IDX > WS-NUM-DOCS
                   OR DOC-TIPO(WS-DOC-IDX) NOT = "L"
                   ADD 1 TO WS-DOC-IDX
               END-PERFORM
               IF WS-DOC-IDX <= WS-NUM-DOCS
                   IF DOC-NUM(WS-DOC-IDX) = REC-NUM
                       AND DOC-INCLUIDO(WS-DOC-IDX)
                       IF REC-CABECALHO
                           PERFORM ABRIR-FATURA
                       ELSE
                           PERFORM ESCREVER-NOTA-CREDITO
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-DOC-ABERTO > 0
                   IF REC-NUM = DOC-NUM(WS-DOC-ABERTO)
                       PERFORM PREPARAR-LINHA-RECIBO
                       PERFORM ESCREVER-LINHA
                   END-IF
               END-IF
           END-IF.

       ABRIR-FATURA.
           MOVE WS-DOC-IDX TO WS-DOC-ABERTO.
           MOVE "C" TO LIN-SENTIDO.
           PERFORM ESCREVER-CABECALHO-DOCUMENTO.

       FECHAR-FATURA.
           IF WS-DOC-ABERTO > 0
               MOVE WS-DOC-ABERTO TO WS-DOC-IDX
               PERFORM ESCREVER-LINHA-TAXA-ENTREGA
               PERFORM ESCREVER-TOTAIS-DOCUMENTO
               MOVE 0 TO WS-DOC-ABERTO
           END-IF.

      *    A nota de credito leva as linhas do recibo de origem, a
      *    debito, com a referencia ao documento anulado.
       ESCREVER-NOTA-CREDITO.
           MOVE "D" TO LIN-SENTIDO.
           PERFORM ESCREVER-CABECALHO-DOCUMENTO.
           MOVE DOC-ORIGEM-IDX(WS-DOC-IDX) TO WS-ORG-IDX.
           COMPUTE WS-LIN-IDX = ORG-LIN-INICIO(WS-ORG-IDX).
           PERFORM ORG-QT-LINHAS(WS-ORG-IDX) TIMES
               MOVE LOR-TIPO(WS-LIN-IDX)       TO REC-TIPO-REG
               MOVE LOR-PIZZA-TIPO(WS-LIN-IDX) TO REC-PIZZA-TIPO
               MOVE LOR-CODIGO(WS-LIN-IDX)     TO REC-ARTIGO-CODIGO
               MOVE LOR-NOME(WS-LIN-IDX)       TO REC-ARTIGO-NOME
               MOVE LOR-QT(WS-LIN-IDX)         TO REC-ARTIGO-QT
               MOVE LOR-SUBTOTAL(WS-LIN-IDX)   TO REC-PIZZA-SUBTOTAL
               MOVE LOR-TAXA-IVA(WS-LIN-IDX)   TO REC-TAXA-IVA
               MOVE LOR-IVA-CODIGO(WS-LIN-IDX) TO REC-IVA-CODIGO
               PERFORM PREPARAR-LINHA-RECIBO
               PERFORM ESCREVER-LINHA
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
           PERFORM ESCREVER-LINHA-TAXA-ENTREGA.
           PERFORM ESCREVER-TOTAIS-DOCUMENTO.

       ESCREVER-CABECALHO-DOCUMENTO.
           MOVE 0 TO WS-LIN-NUMERO.
           MOVE 0 TO WS-DESCONTO-ACUM.
           MOVE "Invoice" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "InvoiceNo" TO XML-TAG.
           MOVE DOC-NUM(WS-DOC-IDX) TO SAIDA-NUM-DOC.
           MOVE SPACES TO XML-VALOR.
           IF LIN-DEBITO
               STRING "NC " DELIMITED BY SIZE
                   CONST-SERIE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SAIDA-NUM-DOC DELIMITED BY SIZE
                   INTO XML-VALOR
               END-STRING
           ELSE
               STRING "FR " DELIMITED BY SIZE
                   CONST-SERIE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SAIDA-NUM-DOC DELIMITED BY SIZE
                   INTO XML-VALOR
               END-STRING
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE DOC-DATA(WS-DOC-IDX) TO WS-DATA-AUX.
           PERFORM FORMATAR-DATA-XML.
           MOVE "DocumentStatus" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "InvoiceStatus" TO XML-TAG.
           MOVE "N" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO XML-TAG.
           MOVE SPACES TO XML-VALOR.
           STRING WS-DATA-XML "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALOR
           END-STRING.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceID" TO XML-TAG.
           MOVE CONST-SERIE TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO XML-TAG.
           MOVE "P" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Hash" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "HashControl" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Period" TO XML-TAG.
           MOVE WS-EXP-MES TO SAIDA-PERIODO.
           MOVE SAIDA-PERIODO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO XML-TAG.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO XML-TAG.
           IF LIN-DEBITO
               MOVE "NC" TO XML-VALOR
           ELSE
               MOVE "FR" TO XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "SelfBillingIndicator" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO XML-TAG.
           MOVE "0" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "SourceID" TO XML-TAG.
           MOVE CONST-SERIE TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO XML-TAG.
           MOVE SPACES TO XML-VALOR.
           STRING WS-DATA-XML "T00:00:00" DELIMITED BY SIZE
               INTO XML-VALOR
           END-STRING.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO XML-TAG.
           IF DOC-NIF(WS-DOC-IDX) = SPACES
               MOVE "CF" TO XML-VALOR
           ELSE
               MOVE DOC-NIF(WS-DOC-IDX) TO XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.

      *    Linha a partir dos campos de linha do registo de recibo
      *    (tambem usados para as linhas guardadas da origem).
       PREPARAR-LINHA-RECIBO.
           PERFORM TAXA-DA-LINHA.
           MOVE WS-TAXA-IVA   TO LIN-TAXA-IVA.
           MOVE WS-IVA-CODIGO TO LIN-IVA-CODIGO.
           IF LIN-TAXA-IVA = 0
               MOVE "S" TO LIN-ISENTA
           ELSE
               MOVE "N" TO LIN-ISENTA
           END-IF.
           MOVE REC-PIZZA-SUBTOTAL TO LIN-VALOR.
           IF REC-LINHA-ARTIGO
               MOVE SPACES TO LIN-CODIGO
               STRING "ART-" DELIMITED BY SIZE
                   REC-ARTIGO-CODIGO DELIMITED BY SIZE
                   INTO LIN-CODIGO
               END-STRING
               MOVE REC-ARTIGO-NOME TO LIN-DESCRICAO
               MOVE REC-ARTIGO-QT TO LIN-QT
               IF LIN-QT = 0
                   MOVE 1 TO LIN-QT
               END-IF
           ELSE
               MOVE SPACES TO LIN-CODIGO
               STRING "PIZ-" DELIMITED BY SIZE
                   REC-PIZZA-TIPO DELIMITED BY SIZE
                   INTO LIN-CODIGO
               END-STRING
               EVALUATE REC-PIZZA-TIPO
                   WHEN "1" MOVE "Piza pequena" TO LIN-DESCRICAO
                   WHEN "2" MOVE "Piza media"   TO LIN-DESCRICAO
                   WHEN OTHER
                       MOVE "Piza grande"  TO LIN-DESCRICAO
               END-EVALUATE
               MOVE 1 TO LIN-QT
           END-IF.

      *    Quota-parte do desconto do cabecalho: a ultima linha de
      *    produto leva o que falta para o desconto bater certo.
           ADD 1 TO WS-LIN-NUMERO.
           IF DOC-DESCONTO(WS-DOC-IDX) = 0
               OR DOC-TOTAL(WS-DOC-IDX) = 0
               MOVE 0 TO LIN-DESCONTO
           ELSE
               IF (LIN-DEBITO AND WS-LIN-NUMERO
                   = ORG-QT-LINHAS(WS-ORG-IDX))
                   OR (LIN-CREDITO AND WS-LIN-NUMERO
                   = DOC-QT-LINHAS(WS-DOC-IDX))
                   COMPUTE LIN-DESCONTO =
                       DOC-DESCONTO(WS-DOC-IDX) - WS-DESCONTO-ACUM
               ELSE
                   COMPUTE LIN-DESCONTO ROUNDED =
                       LIN-VALOR * DOC-DESCONTO(WS-DOC-IDX)
                       / DOC-TOTAL(WS-DOC-IDX)
               END-IF
           END-IF.
           IF LIN-DESCONTO > LIN-VALOR
               MOVE LIN-VALOR TO LIN-DESCONTO
           END-IF.
           ADD LIN-DESCONTO TO WS-DESCONTO-ACUM.

       ESCREVER-LINHA-TAXA-ENTREGA.
           IF DOC-TAXA-ENTREGA(WS-DOC-IDX) > 0
               ADD 1 TO WS-LIN-NUMERO
               MOVE "TAXA" TO LIN-CODIGO
               MOVE "Taxa de entrega" TO LIN-DESCRICAO
               MOVE 1 TO LIN-QT
               MOVE DOC-TAXA-ENTREGA(WS-DOC-IDX) TO LIN-VALOR
               MOVE 0 TO LIN-DESCONTO
               MOVE DOC-ENTREGA-TAXA-IVA(WS-DOC-IDX) TO LIN-TAXA-IVA
               MOVE DOC-ENTREGA-IVA-CODIGO(WS-DOC-IDX)
                   TO LIN-IVA-CODIGO
               IF LIN-TAXA-IVA = 0
                   MOVE "S" TO LIN-ISENTA
               ELSE
                   MOVE "N" TO LIN-ISENTA
               END-IF
               PERFORM ESCREVER-LINHA
           END-IF.

       ESCREVER-LINHA.
           COMPUTE LIN-LIQUIDO = LIN-VALOR - LIN-DESCONTO.
           COMPUTE LIN-PRECO-UNIT ROUNDED = LIN-LIQUIDO / LIN-QT.
           MOVE "Line" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "LineNumber" TO XML-TAG.
           MOVE WS-LIN-NUMERO TO SAIDA-XML-QT.
           MOVE SAIDA-XML-QT TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO XML-TAG.
           MOVE LIN-CODIGO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO XML-TAG.
           MOVE LIN-DESCRICAO TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Quantity" TO XML-TAG.
           MOVE LIN-QT TO SAIDA-XML-QT.
           MOVE SAIDA-XML-QT TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO XML-TAG.
           MOVE "UN" TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO XML-TAG.
           MOVE LIN-PRECO-UNIT TO SAIDA-XML-PRECO.
           MOVE SAIDA-XML-PRECO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO XML-TAG.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           IF LIN-DEBITO
               MOVE "References" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE "Reference" TO XML-TAG
               MOVE DOC-ORIGEM(WS-DOC-IDX) TO SAIDA-NUM-DOC
               MOVE SPACES TO XML-VALOR
               STRING "FR " DELIMITED BY SIZE
                   CONST-SERIE DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SAIDA-NUM-DOC DELIMITED BY SIZE
                   INTO XML-VALOR
               END-STRING
               PERFORM ESCREVER-ELEMENTO
               MOVE "Reason" TO XML-TAG
               MOVE "Devolucao" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "References" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.
           MOVE "Description" TO XML-TAG.
           MOVE LIN-DESCRICAO TO XML-TEXTO.
           PERFORM ESCAPAR-TEXTO.
           PERFORM ESCREVER-ELEMENTO.
           IF LIN-DEBITO
               MOVE "DebitAmount" TO XML-TAG
           ELSE
               MOVE "CreditAmount" TO XML-TAG
           END-IF.
           MOVE LIN-LIQUIDO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "IVA" TO XML-VALOR.
           MOVE LIN-IVA-CODIGO TO XML-TEXTO.
           PERFORM ESCREVER-TIPO-IMPOSTO.
           MOVE "TaxPercentage" TO XML-TAG.
           IF LINHA-ISENTA
               MOVE "0" TO XML-VALOR
           ELSE
               MOVE LIN-TAXA-IVA TO SAIDA-XML-PCT
               MOVE SAIDA-XML-PCT TO XML-VALOR
           END-IF.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Tax" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           IF LINHA-ISENTA
               MOVE "TaxExemptionReason" TO XML-TAG
               MOVE "Nao sujeito ou nao tributado" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "TaxExemptionCode" TO XML-TAG
               MOVE "M99" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           IF LIN-DESCONTO > 0
               MOVE "SettlementAmount" TO XML-TAG
               MOVE LIN-DESCONTO TO SAIDA-XML-VALOR
               MOVE SAIDA-XML-VALOR TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
           END-IF.
           MOVE "Line" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      *    Os pontos de fidelidade descontados depois do IVA vao como
      *    desconto de liquidacao; o recibo leva ainda o pagamento:
      *    a parte paga com vale de oferta como "CO" e o resto na
      *    forma de pagamento do recibo (nenhum se o vale pagou tudo).
       ESCREVER-TOTAIS-DOCUMENTO.
           MOVE "DocumentTotals" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "TaxPayable" TO XML-TAG.
           MOVE DOC-IVA(WS-DOC-IDX) TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           COMPUTE WS-LIQUIDO = DOC-TOTAL(WS-DOC-IDX)
               - DOC-DESCONTO(WS-DOC-IDX)
               + DOC-TAXA-ENTREGA(WS-DOC-IDX).
           MOVE "NetTotal" TO XML-TAG.
           MOVE WS-LIQUIDO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO XML-TAG.
           ADD DOC-IVA(WS-DOC-IDX) TO WS-LIQUIDO.
           MOVE WS-LIQUIDO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           IF DOC-PONTOS(WS-DOC-IDX) > 0
               MOVE "Settlement" TO XML-TAG
               PERFORM ABRIR-ELEMENTO
               MOVE "SettlementDiscount" TO XML-TAG
               MOVE "Pontos de fidelidade" TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "SettlementAmount" TO XML-TAG
               MOVE DOC-PONTOS(WS-DOC-IDX) TO SAIDA-XML-VALOR
               MOVE SAIDA-XML-VALOR TO XML-VALOR
               PERFORM ESCREVER-ELEMENTO
               MOVE "Settlement" TO XML-TAG
               PERFORM FECHAR-ELEMENTO
           END-IF.
           IF LIN-CREDITO
               IF DOC-VALE(WS-DOC-IDX) > 0
                   MOVE "CO" TO WS-MECANISMO
                   MOVE DOC-VALE(WS-DOC-IDX) TO WS-VALOR-PAGAMENTO
                   PERFORM ESCREVER-PAGAMENTO
               END-IF
               IF DOC-FORMA(WS-DOC-IDX) NOT = "V"
                   AND (DOC-VALE(WS-DOC-IDX) = 0
                   OR DOC-FINAL(WS-DOC-IDX) > DOC-VALE(WS-DOC-IDX))
                   EVALUATE DOC-FORMA(WS-DOC-IDX)
                       WHEN "C"   MOVE "CC" TO WS-MECANISMO
                       WHEN "N"   MOVE "NU" TO WS-MECANISMO
                       WHEN OTHER MOVE "OU" TO WS-MECANISMO
                   END-EVALUATE
                   COMPUTE WS-VALOR-PAGAMENTO = DOC-FINAL(WS-DOC-IDX)
                       - DOC-VALE(WS-DOC-IDX)
                   PERFORM ESCREVER-PAGAMENTO
               END-IF
           END-IF.
           MOVE "DocumentTotals" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.
           MOVE "Invoice" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

       ESCREVER-PAGAMENTO.
           MOVE "Payment" TO XML-TAG.
           PERFORM ABRIR-ELEMENTO.
           MOVE "PaymentMechanism" TO XML-TAG.
           MOVE WS-MECANISMO TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PaymentAmount" TO XML-TAG.
           MOVE WS-VALOR-PAGAMENTO TO SAIDA-XML-VALOR.
           MOVE SAIDA-XML-VALOR TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "PaymentDate" TO XML-TAG.
           MOVE WS-DATA-XML TO XML-VALOR.
           PERFORM ESCREVER-ELEMENTO.
           MOVE "Payment" TO XML-TAG.
           PERFORM FECHAR-ELEMENTO.

      ******************************************************************
      * Lista dos documentos que ficaram de fora, com o motivo.
      ******************************************************************
       LISTAR-EXCLUIDOS.
           DISPLAY
           "______________________________________________________".
           DISPLAY "Documentos nao incluidos no SAF-T:".
           IF WS-NUM-EXCLUIDOS = 0
               DISPLAY "  (nenhum)"
           END-IF.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > WS-NUM-DOCS
               IF NOT DOC-INCLUIDO(WS-DOC-IDX)
                   EVALUATE DOC-TIPO(WS-DOC-IDX)
                       WHEN "N"
                           DISPLAY "  Nota de credito "
                               DOC-NUM(WS-DOC-IDX) " - "
                               DOC-MOTIVO(WS-DOC-IDX)
                       WHEN OTHER
                           DISPLAY "  Recibo          "
                               DOC-NUM(WS-DOC-IDX) " - "
                               DOC-MOTIVO(WS-DOC-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Escrita de um elemento XML <tag>valor</tag> indentado pelo
      * nivel corrente; abrir/fechar escrevem so a marca e mexem no
      * nivel.
      ******************************************************************
       ESCREVER-ELEMENTO.
           MOVE SPACES TO REG-SAFT.
           COMPUTE XML-PONTEIRO = XML-NIVEL * 2 + 1.
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(XML-VALOR) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-SAFT
               WITH POINTER XML-PONTEIRO
           END-STRING.
           WRITE REG-SAFT.
           MOVE SPACES TO XML-VALOR.

       ABRIR-ELEMENTO.
           MOVE SPACES TO REG-SAFT.
           COMPUTE XML-PONTEIRO = XML-NIVEL * 2 + 1.
           STRING "<" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-SAFT
               WITH POINTER XML-PONTEIRO
           END-STRING.
           WRITE REG-SAFT.
           ADD 1 TO XML-NIVEL.

       FECHAR-ELEMENTO.
           SUBTRACT 1 FROM XML-NIVEL.
           MOVE SPACES TO REG-SAFT.
           COMPUTE XML-PONTEIRO = XML-NIVEL * 2 + 1.
           STRING "</" DELIMITED BY SIZE
               XML-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO REG-SAFT
               WITH POINTER XML-PONTEIRO
           END-STRING.
           WRITE REG-SAFT.

      *    Copia XML-TEXTO para XML-VALOR trocando &, < e > pelas
      *    entidades, para nomes e descricoes escritos ao balcao.
       ESCAPAR-TEXTO.
           MOVE SPACES TO XML-VALOR.
           MOVE 1 TO XML-POS.
           PERFORM VARYING XML-IDX FROM 1 BY 1 UNTIL XML-IDX > 40
               MOVE XML-TEXTO(XML-IDX:1) TO WS-CH
               EVALUATE WS-CH
                   WHEN "&"
                       MOVE "&amp;" TO XML-VALOR(XML-POS:5)
                       ADD 5 TO XML-POS
                   WHEN "<"
                       MOVE "&lt;" TO XML-VALOR(XML-POS:4)
                       ADD 4 TO XML-POS
                   WHEN ">"
                       MOVE "&gt;" TO XML-VALOR(XML-POS:4)
                       ADD 4 TO XML-POS
                   WHEN OTHER
                       MOVE WS-CH TO XML-VALOR(XML-POS:1)
                       ADD 1 TO XML-POS
               END-EVALUATE
           END-PERFORM.

       FORMATAR-DATA-XML.
           MOVE SPACES TO WS-DATA-XML.
           STRING WS-AUX-ANO "-" WS-AUX-MES "-" WS-AUX-DIA
               DELIMITED BY SIZE INTO WS-DATA-XML
           END-STRING.

      ******************************************************************
      * Validacao do NIF portugues: 9 digitos, o primeiro diferente de
      * zero, e o nono igual ao digito de controlo modulo 11 dos oito
      * primeiros (pesos 9 a 2; resto 0 ou 1 da controlo 0, senao
      * 11 menos o resto).
      ******************************************************************
       VALIDAR-NIF.
           MOVE "S" TO WS-NIF-VALIDO.
           IF NIF-CLIENTE IS NOT NUMERIC OR NIF-CLIENTE(1:1) = "0"
               MOVE "N" TO WS-NIF-VALIDO
           ELSE
               MOVE 0 TO WS-NIF-SOMA
               PERFORM VARYING WS-NIF-IDX FROM 1 BY 1
                   UNTIL WS-NIF-IDX > 8
                   MOVE NIF-CLIENTE(WS-NIF-IDX:1) TO WS-NIF-DIGITO
                   COMPUTE WS-NIF-SOMA = WS-NIF-SOMA
                       + WS-NIF-DIGITO * (10 - WS-NIF-IDX)
               END-PERFORM
               COMPUTE WS-NIF-RESTO = FUNCTION REM(WS-NIF-SOMA, 11)
               IF WS-NIF-RESTO < 2
                   MOVE 0 TO WS-NIF-CONTROLO
               ELSE
                   COMPUTE WS-NIF-CONTROLO = 11 - WS-NIF-RESTO
               END-IF
               MOVE NIF-CLIENTE(9:1) TO WS-NIF-DIGITO
               IF WS-NIF-DIGITO NOT = WS-NIF-CONTROLO
                   MOVE "N" TO WS-NIF-VALIDO
               END-IF
           END-IF.

      ******************************************************************
      * A exportacao SAF-T exige codigo e PIN validados contra o
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

       END PROGRAM ExportaSaft.
