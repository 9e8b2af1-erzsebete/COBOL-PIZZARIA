      *          sobremesas e entradas vendidas ao balcao alem das
      *          pizas - nos moldes da manutencao de ingredientes:
      *          listar, adicionar, atualizar preco, entrada de
      *          mercadoria e listagem de reposicao, e alergenios
      *          de cada produto (os 14 de declaracao obrigatoria).
      *          Pede a assinatura do operador: adicionar, alterar
      *          precos e alergenios exigem perfil de gerente e cada
      *          alteracao ao mestre fica no ficheiro de auditoria
      *          (AUDITORIA.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-MOVSTOCK.

           SELECT F-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT F-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRODUTOS.
       FD  F-MOVSTOCK.
           COPY MOVREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       FD  F-AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-PRODUTOS             PIC XX     VALUE SPACES.
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "1" THRU "8".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: listar, entrada de mercadoria,
      * reposicao e quebra ficam abertos a todos; adicionar, alterar
      * precos e alergenios exigem gerente ou administrador.
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
        77 AUD-WS-QT                  PIC Z(4)9.
        77 ANT-PRECO                  PIC 99V99  VALUES 0.

      ******************************************************************
      * Alergenios: tabela das siglas, entrada por siglas e listagem
      * das siglas de um campo de alergenios.
      ******************************************************************
           COPY ALGTAB.
        77 WS-ALERG-ENTRADA           PIC X(45)  VALUE SPACES.
       01  WS-ALERG-SIGLAS.
         05 WS-ALERG-SIGLA OCCURS 14 TIMES PIC X(2).
       01  WS-ALERG-FLAGS             PIC X(14)  VALUE SPACES.
       01  WS-ALERG-FLAGS-R REDEFINES WS-ALERG-FLAGS.
         05 WS-ALERG-FLAG OCCURS 14 TIMES PIC X.
       01  WS-ALERG-NOVAS             PIC X(14)  VALUE SPACES.
       01  WS-ALERG-NOVAS-R REDEFINES WS-ALERG-NOVAS.
         05 WS-ALERG-NOVA OCCURS 14 TIMES PIC X.
        77 WS-ALERG-IDX               PIC 99     VALUE 0.
        77 WS-ALERG-J                 PIC 99     VALUE 0.
        77 WS-ALERG-ACHADO            PIC 99     VALUE 0.
        77 WS-ALERG-QT                PIC 99     VALUE 0.
        77 WS-ALERG-POS               PIC 99     VALUE 0.
        77 WS-ALERG-VALIDO            PIC X      VALUE "N".
           88 ALERG-VALIDO                       VALUE "S".
        77 WS-ALERG-TEXTO             PIC X(42)  VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ASSINAR-OPERADOR THRU ASSINAR-OPERADOR-FIM.
           IF NOT OPERADOR-VALIDO
               DISPLAY "Operador nao validado."
               STOP RUN
           END-IF.
           MOVE OPERADOR-ATUAL TO MOV-WS-OPERADOR.
           OPEN I-O F-PRODUTOS.
           IF WS-FS-PRODUTOS = "35"
               OPEN OUTPUT F-PRODUTOS
           DISPLAY "[4] Entrada de mercadoria".
           DISPLAY "[5] Listagem de reposicao".
           DISPLAY "[6] Quebra / desperdicio".
           DISPLAY "[7] Alergenios".
           DISPLAY "[8] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 1 a 8."
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM LISTAR-PRODUTOS
               WHEN "2" PERFORM ADICIONAR-PRODUTO
               WHEN "4" PERFORM ENTRADA-MERCADORIA
               WHEN "5" PERFORM LISTAGEM-REPOSICAO
               WHEN "6" PERFORM QUEBRA-DESPERDICIO
               WHEN "7" PERFORM MANTER-ALERGENOS
               WHEN "8" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL

       LISTAR-PRODUTOS.
           MOVE "N" TO WS-EOF.
           DISPLAY "Cod  Nome                 Cat Preco Stock Minimo"
               " Alergenios".
           MOVE LOW-VALUES TO PRD-CODIGO.
           START F-PRODUTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE PRD-ALERGENOS TO WS-ALERG-FLAGS
                       PERFORM MONTAR-SIGLAS-ALERGENOS
                       DISPLAY PRD-CODIGO " " PRD-NOME " "
                           PRD-CATEGORIA "  " PRD-PRECO " "
                           PRD-STOCK " " PRD-STOCK-MIN "  "
                           WS-ALERG-TEXTO
               END-READ
           END-PERFORM.

           DISPLAY "Stock minimo: ".
           ACCEPT WS-QTD-ENTRADA.
           COMPUTE PRD-STOCK-MIN = FUNCTION NUMVAL(WS-QTD-ENTRADA).
           MOVE SPACES TO WS-ALERG-FLAGS.
           PERFORM PEDIR-ALERGENOS.
           MOVE WS-ALERG-FLAGS TO PRD-ALERGENOS.
           WRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "Codigo ja existe."
               NOT INVALID KEY
                   DISPLAY "Produto adicionado."
                   PERFORM AUDITAR-NOVO-PRODUTO
           END-WRITE.

       ATUALIZAR-PRECO.
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
               NOT INVALID KEY
                   MOVE PRD-PRECO TO ANT-PRECO
                   DISPLAY "Preco atual: " PRD-PRECO
                   DISPLAY "Novo preco (ex: 1.50): "
                   ACCEPT WS-PRECO-ENTRADA
                   COMPUTE PRD-PRECO = FUNCTION NUMVAL(WS-PRECO-ENTRADA)
                   REWRITE REG-PRODUTO
                   DISPLAY "Preco atualizado."
                   MOVE "A" TO AUD-WS-ACAO
                   MOVE PRD-CODIGO TO AUD-WS-CHAVE
                   MOVE "PRECO" TO AUD-WS-CAMPO
                   MOVE ANT-PRECO TO AUD-WS-VALOR
                   MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-ANTES
                   MOVE PRD-PRECO TO AUD-WS-VALOR
                   MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS
                   PERFORM AUDITAR-CAMPO
           END-READ.

      ******************************************************************
      * Campos do produto novo para a auditoria.
      ******************************************************************
       AUDITAR-NOVO-PRODUTO.
           MOVE "I" TO AUD-WS-ACAO.
           MOVE PRD-CODIGO TO AUD-WS-CHAVE.
           MOVE "NOME" TO AUD-WS-CAMPO.
           MOVE PRD-NOME TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "CATEGORIA" TO AUD-WS-CAMPO.
           MOVE PRD-CATEGORIA TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PRECO" TO AUD-WS-CAMPO.
           MOVE PRD-PRECO TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "STOCK" TO AUD-WS-CAMPO.
           MOVE PRD-STOCK TO AUD-WS-QT.
           MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "STOCK-MIN" TO AUD-WS-CAMPO.
           MOVE PRD-STOCK-MIN TO AUD-WS-QT.
           MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE PRD-ALERGENOS TO WS-ALERG-FLAGS.
           PERFORM MONTAR-SIGLAS-ALERGENOS.
           MOVE "ALERGENIOS" TO AUD-WS-CAMPO.
           MOVE WS-ALERG-TEXTO TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.

      ******************************************************************
      * Entrada de mercadoria: soma a quantidade recebida do
      * fornecedor ao stock do produto, sem mexer no preco.
                   COMPUTE MOV-WS-QT =
                       FUNCTION NUMVAL(WS-QTD-ENTRADA)
                   MOVE SPACES TO MOV-WS-MOTIVO
                   PERFORM REGISTAR-MOVIMENTO-STOCK
                   DISPLAY "Novo stock: " PRD-STOCK
           END-READ.
                       REWRITE REG-PRODUTO
                       MOVE "Q" TO MOV-WS-TIPO
                       MOVE "-" TO MOV-WS-SINAL
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       DISPLAY "Novo stock: " PRD-STOCK
                   END-IF
           END-READ.

      ******************************************************************
      * Diario de movimentos de stock, no mesmo desenho do ecra de
      * pedidos: um movimento por cada alteracao, em EXTEND.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Alergenios de um produto, avisados no ecra de pedidos ao
      * cliente alergico e impressos no talao de cozinha.
      ******************************************************************
       MANTER-ALERGENOS.
           DISPLAY "Codigo do produto: ".
           ACCEPT PRD-CODIGO.
           READ F-PRODUTOS KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "Produto nao encontrado."
               NOT INVALID KEY
                   DISPLAY PRD-CODIGO " " PRD-NOME
                   MOVE PRD-ALERGENOS TO WS-ALERG-FLAGS
                   PERFORM MONTAR-SIGLAS-ALERGENOS
                   MOVE WS-ALERG-TEXTO TO AUD-WS-ANTES
                   PERFORM PEDIR-ALERGENOS
                   MOVE WS-ALERG-FLAGS TO PRD-ALERGENOS
                   REWRITE REG-PRODUTO
                   DISPLAY "Alergenios gravados."
                   PERFORM MONTAR-SIGLAS-ALERGENOS
                   MOVE "A" TO AUD-WS-ACAO
                   MOVE PRD-CODIGO TO AUD-WS-CHAVE
                   MOVE "ALERGENIOS" TO AUD-WS-CAMPO
                   MOVE WS-ALERG-TEXTO TO AUD-WS-DEPOIS
                   PERFORM AUDITAR-CAMPO
           END-READ.

      ******************************************************************
      * Alergenios por sigla (GL, LT...) separadas por espacos, sobre
      * WS-ALERG-FLAGS: vazio mantem os atuais e "-" limpa todos; uma
      * sigla desconhecida repete a pergunta.
      ******************************************************************
       PEDIR-ALERGENOS.
           PERFORM MONTAR-SIGLAS-ALERGENOS.
           DISPLAY "Alergenios atuais: " WS-ALERG-TEXTO.
           PERFORM MOSTRAR-LEGENDA-ALERGENOS.
           MOVE "N" TO WS-ALERG-VALIDO.
           PERFORM UNTIL ALERG-VALIDO
               DISPLAY "Siglas separadas por espaco (vazio=manter,"
                   " -=nenhum): "
               ACCEPT WS-ALERG-ENTRADA
               PERFORM LER-SIGLAS-ALERGENOS
           END-PERFORM.

       MOSTRAR-LEGENDA-ALERGENOS.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               DISPLAY ALG-SIGLA(WS-ALERG-IDX) "="
                   ALG-NOME(WS-ALERG-IDX) " " WITH NO ADVANCING
               IF WS-ALERG-IDX = 5 OR WS-ALERG-IDX = 10
                   DISPLAY " "
               END-IF
           END-PERFORM.
           DISPLAY " ".

       LER-SIGLAS-ALERGENOS.
           MOVE "S" TO WS-ALERG-VALIDO.
           IF WS-ALERG-ENTRADA = "-"
               MOVE SPACES TO WS-ALERG-FLAGS
           END-IF.
           IF WS-ALERG-ENTRADA NOT = SPACES AND NOT = "-"
               MOVE SPACES TO WS-ALERG-SIGLAS
               MOVE SPACES TO WS-ALERG-NOVAS
               MOVE FUNCTION UPPER-CASE(WS-ALERG-ENTRADA)
                   TO WS-ALERG-ENTRADA
               UNSTRING WS-ALERG-ENTRADA DELIMITED BY ALL SPACE
                   INTO WS-ALERG-SIGLA(1)  WS-ALERG-SIGLA(2)
                        WS-ALERG-SIGLA(3)  WS-ALERG-SIGLA(4)
                        WS-ALERG-SIGLA(5)  WS-ALERG-SIGLA(6)
                        WS-ALERG-SIGLA(7)  WS-ALERG-SIGLA(8)
                        WS-ALERG-SIGLA(9)  WS-ALERG-SIGLA(10)
                        WS-ALERG-SIGLA(11) WS-ALERG-SIGLA(12)
                        WS-ALERG-SIGLA(13) WS-ALERG-SIGLA(14)
               END-UNSTRING
               PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
                   UNTIL WS-ALERG-IDX > 14
                   IF WS-ALERG-SIGLA(WS-ALERG-IDX) NOT = SPACES
                       PERFORM PROCURAR-SIGLA-ALERGENO
                       IF WS-ALERG-ACHADO = 0
                           DISPLAY "Sigla desconhecida: "
                               WS-ALERG-SIGLA(WS-ALERG-IDX)
                           MOVE "N" TO WS-ALERG-VALIDO
                       ELSE
                           MOVE "S" TO WS-ALERG-NOVA(WS-ALERG-ACHADO)
                       END-IF
                   END-IF
               END-PERFORM
               IF ALERG-VALIDO
                   MOVE WS-ALERG-NOVAS TO WS-ALERG-FLAGS
               END-IF
           END-IF.

       PROCURAR-SIGLA-ALERGENO.
           MOVE 0 TO WS-ALERG-ACHADO.
           PERFORM VARYING WS-ALERG-J FROM 1 BY 1
               UNTIL WS-ALERG-J > 14
               IF ALG-SIGLA(WS-ALERG-J) = WS-ALERG-SIGLA(WS-ALERG-IDX)
                   MOVE WS-ALERG-J TO WS-ALERG-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Siglas dos alergenios presentes em WS-ALERG-FLAGS ("GL LT"),
      * para as listagens.
      ******************************************************************
       MONTAR-SIGLAS-ALERGENOS.
           MOVE SPACES TO WS-ALERG-TEXTO.
           MOVE 0 TO WS-ALERG-QT.
           PERFORM VARYING WS-ALERG-IDX FROM 1 BY 1
               UNTIL WS-ALERG-IDX > 14
               IF WS-ALERG-FLAG(WS-ALERG-IDX) = "S"
                   ADD 1 TO WS-ALERG-QT
                   COMPUTE WS-ALERG-POS = WS-ALERG-QT * 3 - 2
                   MOVE ALG-SIGLA(WS-ALERG-IDX)
                       TO WS-ALERG-TEXTO(WS-ALERG-POS:2)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Adicionar produtos, alterar precos e alergenios exigem
      * perfil de gerente; entradas de mercadoria e quebras ficam no
      * diario de movimentos com o operador assinado.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "2" OR OPCAO = "3" OR OPCAO = "7")
               AND NOT PERFIL-GERENCIA
               MOVE "N" TO WS-FUNCAO-PERMITIDA
           END-IF.

      ******************************************************************
      * Assinatura do operador: codigo e PIN validados contra o
      * ficheiro mestre de operadores, como na entrada do ecra de
      * pedidos. O perfil lido decide as opcoes permitidas e o
      * codigo fica nos movimentos de stock e na auditoria de cada
      * alteracao.
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
           MOVE "ProdutosManut" TO AUD-PROGRAMA.
           MOVE "PRODUTOS" TO AUD-MESTRE.
           MOVE AUD-WS-CHAVE    TO AUD-CHAVE.
           MOVE AUD-WS-ACAO     TO AUD-ACAO.
           MOVE AUD-WS-CAMPO    TO AUD-CAMPO.
           MOVE AUD-WS-ANTES    TO AUD-VALOR-ANTES.
           MOVE AUD-WS-DEPOIS   TO AUD-VALOR-DEPOIS.
           WRITE REG-AUDITORIA.
           CLOSE F-AUDITORIA.

       TERMINAR.
           CLOSE F-PRODUTOS.
           MOVE "N" TO CONTINUAR.
