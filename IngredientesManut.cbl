      *          (INGREDIENTES.DAT) usado pelo Pizaria_Ramalho, para
      *          que precos possam ser alterados e novos ingredientes
      *          acrescentados sem recompilar o programa de pedidos.
      *          Mantem tambem o ficheiro de receitas (RECEITAS.DAT):
      *          custo de compra de cada ingrediente e a porcao gasta
      *          em cada tamanho de piza, incluindo as bases (massa,
      *          molho) gastas em todas as pizas, e os alergenios
      *          de cada ingrediente (os 14 de declaracao
      *          obrigatoria), de que saem os das pizas.
      *          Pede a assinatura do operador: adicionar, alterar
      *          precos, receitas e alergenios exigem perfil de
      *          gerente e cada alteracao ao mestre e as receitas
      *          ficam no ficheiro de auditoria (AUDITORIA.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SHARING WITH NO OTHER
               FILE STATUS IS WS-FS-MOVSTOCK.

           SELECT F-RECEITAS ASSIGN TO "RECEITAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-CODIGO
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FS-RECEITAS.

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
       FD  F-INGREDIENTES.
       FD  F-MOVSTOCK.
           COPY MOVREG.

       FD  F-RECEITAS.
           COPY RCTREG.

       FD  F-OPERADORES.
           COPY OPEREG.

       FD  F-AUDITORIA.
           COPY AUDREG.

       WORKING-STORAGE SECTION.

        77 WS-FS-INGREDIENTES         PIC XX     VALUE SPACES.
           88 FIM-FICHEIRO                       VALUE "S".

        77 OPCAO                      PIC X.
           88 VALIDAR-OPCAO                      VALUES "0" THRU "9".
        77 CONTINUAR                  PIC X      VALUE "S".
           88 CONTINUAR-MENU-PRINCIPAL                     VALUE "S".

        77 WS-QTD-ENTRADA             PIC X(5)   VALUE SPACES.
        77 WS-NUM-REPOR               PIC 9(3)   VALUE 0.

        77 WS-FS-RECEITAS             PIC XX     VALUE SPACES.
        77 WS-CUSTO-ENTRADA           PIC X(9)   VALUE SPACES.
        77 WS-TAMANHO                 PIC 9      VALUE 0.
        77 WS-RECEITA-NOVA            PIC X      VALUE "N".
           88 RECEITA-NOVA                       VALUE "S".
        77 WS-CUSTO-PORCAO            PIC 9(3)V99 VALUE 0.
        77 SAIDA-CUSTO                PIC ZZ9.9999.
        77 SAIDA-CUSTO-PORCAO         PIC ZZ9.99.

       01  NOMES-TAMANHOS.
         05 FILLER                    PIC X(7)   VALUE "Pequena".
         05 FILLER                    PIC X(7)   VALUE "Media".
         05 FILLER                    PIC X(7)   VALUE "Grande".
       01  TABELA-NOMES-TAMANHOS REDEFINES NOMES-TAMANHOS.
         05 NOME-TAMANHO OCCURS 3 TIMES PIC X(7).

        77 WS-FS-MOVSTOCK             PIC XX     VALUE SPACES.
        77 WS-TENTATIVAS-ABERTURA     PIC 9(3)   VALUES 0.
        77 CONST-MAX-TENTATIVAS       PIC 9(3)   VALUE 100.
        77 WS-CODIGO-VALIDO           PIC X      VALUE "N".
           88 CODIGO-VALIDO                      VALUE "S".

      ******************************************************************
      * Operador assinado e o seu perfil: listagens, entrada de
      * mercadoria e quebra ficam abertas a todos; adicionar, alterar
      * precos, receitas e alergenios exigem gerente ou
      * administrador.
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
        77 ANT-PRECO                  PIC 9V99   VALUES 0.
       01  RECEITA-ANTERIOR.
         05 ANT-RCT-BASE              PIC X       VALUE SPACE.
         05 ANT-RCT-CUSTO             PIC 9(3)V9(4) VALUES 0.
         05 ANT-RCT-PORCAO OCCURS 3 TIMES PIC 9(3).
       01  NOMES-CAMPOS-PORCAO.
         05 FILLER                    PIC X(9)   VALUE "PORCAO-PQ".
         05 FILLER                    PIC X(9)   VALUE "PORCAO-MD".
         05 FILLER                    PIC X(9)   VALUE "PORCAO-GR".
       01  TABELA-CAMPOS-PORCAO REDEFINES NOMES-CAMPOS-PORCAO.
         05 CAMPO-PORCAO OCCURS 3 TIMES PIC X(9).

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
           OPEN I-O F-INGREDIENTES.
           IF WS-FS-INGREDIENTES = "35"
               OPEN OUTPUT F-INGREDIENTES
               CLOSE F-INGREDIENTES
               OPEN I-O F-INGREDIENTES
           END-IF.
           OPEN I-O F-RECEITAS.
           IF WS-FS-RECEITAS = "35"
               OPEN OUTPUT F-RECEITAS
               CLOSE F-RECEITAS
               OPEN I-O F-RECEITAS
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "[4] Entrada de mercadoria".
           DISPLAY "[5] Listagem de reposicao".
           DISPLAY "[6] Quebra / desperdicio".
           DISPLAY "[7] Custo e porcoes (receita)".
           DISPLAY "[8] Listar custos e porcoes".
           DISPLAY "[9] Alergenios".
           DISPLAY "[0] Sair".
           PERFORM WITH TEST AFTER UNTIL (VALIDAR-OPCAO)
               ACCEPT OPCAO
               IF (NOT VALIDAR-OPCAO)
                   DISPLAY "Escolha 0 a 9."
               END-IF
           END-PERFORM.

           PERFORM VERIFICAR-PERMISSAO.
           IF NOT FUNCAO-PERMITIDA
               DISPLAY "Opcao reservada ao gerente - o operador "
                   OPERADOR-ATUAL " nao tem permissao."
               GO TO MENU-PRINCIPAL
           END-IF.

           EVALUATE OPCAO
               WHEN "1" PERFORM LISTAR-INGREDIENTES
               WHEN "2" PERFORM ADICIONAR-INGREDIENTE
               WHEN "4" PERFORM ENTRADA-MERCADORIA
               WHEN "5" PERFORM LISTAGEM-REPOSICAO
               WHEN "6" PERFORM QUEBRA-DESPERDICIO
               WHEN "7" PERFORM MANTER-RECEITA THRU MANTER-RECEITA-FIM
               WHEN "8" PERFORM LISTAR-RECEITAS
               WHEN "9" PERFORM MANTER-ALERGENOS
               WHEN "0" PERFORM TERMINAR
           END-EVALUATE.

           IF CONTINUAR-MENU-PRINCIPAL

       LISTAR-INGREDIENTES.
           MOVE "N" TO WS-EOF.
           DISPLAY "Cod  Nome                  Preco Stock Minimo"
               " Alergenios".
           MOVE LOW-VALUES TO ING-CODIGO.
           START F-INGREDIENTES KEY IS NOT LESS THAN ING-CODIGO
               INVALID KEY
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE ING-ALERGENOS TO WS-ALERG-FLAGS
                       PERFORM MONTAR-SIGLAS-ALERGENOS
                       DISPLAY ING-CODIGO " " ING-NOME " " ING-PRECO
                           "  " ING-STOCK " " ING-STOCK-MIN "  "
                           WS-ALERG-TEXTO
               END-READ
           END-PERFORM.

           DISPLAY "Stock minimo: ".
           ACCEPT WS-QTD-ENTRADA.
           COMPUTE ING-STOCK-MIN = FUNCTION NUMVAL(WS-QTD-ENTRADA).
           MOVE SPACES TO WS-ALERG-FLAGS.
           PERFORM PEDIR-ALERGENOS.
           MOVE WS-ALERG-FLAGS TO ING-ALERGENOS.
           WRITE REG-INGREDIENTE
               INVALID KEY
                   DISPLAY "Codigo ja existe."
               NOT INVALID KEY
                   DISPLAY "Ingrediente adicionado."
                   PERFORM AUDITAR-NOVO-INGREDIENTE
           END-WRITE.

       ATUALIZAR-PRECO.
               INVALID KEY
                   DISPLAY "Ingrediente nao encontrado."
               NOT INVALID KEY
                   MOVE ING-PRECO TO ANT-PRECO
                   DISPLAY "Preco atual: " ING-PRECO
                   DISPLAY "Novo preco (ex: 0.55): "
                   ACCEPT WS-PRECO-ENTRADA
                   COMPUTE ING-PRECO = FUNCTION NUMVAL(WS-PRECO-ENTRADA)
                   REWRITE REG-INGREDIENTE
                   DISPLAY "Preco atualizado."
                   MOVE "A" TO AUD-WS-ACAO
                   MOVE ING-CODIGO TO AUD-WS-CHAVE
                   MOVE "PRECO" TO AUD-WS-CAMPO
                   MOVE ANT-PRECO TO AUD-WS-VALOR
                   MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-ANTES
                   MOVE ING-PRECO TO AUD-WS-VALOR
                   MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS
                   PERFORM AUDITAR-CAMPO
           END-READ.

      ******************************************************************
      * Campos do ingrediente novo para a auditoria.
      ******************************************************************
       AUDITAR-NOVO-INGREDIENTE.
           MOVE "I" TO AUD-WS-ACAO.
           MOVE ING-CODIGO TO AUD-WS-CHAVE.
           MOVE "NOME" TO AUD-WS-CAMPO.
           MOVE ING-NOME TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "PRECO" TO AUD-WS-CAMPO.
           MOVE ING-PRECO TO AUD-WS-VALOR.
           MOVE FUNCTION TRIM(AUD-WS-VALOR) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "STOCK" TO AUD-WS-CAMPO.
           MOVE ING-STOCK TO AUD-WS-QT.
           MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE "STOCK-MIN" TO AUD-WS-CAMPO.
           MOVE ING-STOCK-MIN TO AUD-WS-QT.
           MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           MOVE ING-ALERGENOS TO WS-ALERG-FLAGS.
           PERFORM MONTAR-SIGLAS-ALERGENOS.
           MOVE "ALERGENIOS" TO AUD-WS-CAMPO.
           MOVE WS-ALERG-TEXTO TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.

      ******************************************************************
      * Entrada de mercadoria: soma a quantidade recebida do
      * fornecedor ao stock do ingrediente, sem mexer no preco.
                   COMPUTE MOV-WS-QT =
                       FUNCTION NUMVAL(WS-QTD-ENTRADA)
                   MOVE SPACES TO MOV-WS-MOTIVO
                   PERFORM REGISTAR-MOVIMENTO-STOCK
                   DISPLAY "Novo stock: " ING-STOCK
           END-READ.
                       REWRITE REG-INGREDIENTE
                       MOVE "Q" TO MOV-WS-TIPO
                       MOVE "-" TO MOV-WS-SINAL
                       PERFORM REGISTAR-MOVIMENTO-STOCK
                       DISPLAY "Novo stock: " ING-STOCK
                   END-IF
           END-READ.

      ******************************************************************
      * Diario de movimentos de stock, no mesmo desenho do ecra de
      * pedidos: um movimento por cada alteracao, em EXTEND.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Receita de um ingrediente: custo de compra de uma unidade de
      * stock e a porcao (unidades de stock) gasta numa piza de cada
      * tamanho. Uma base e gasta em todas as pizas do tamanho, sem
      * ser escolhida no ecra de pedidos. Vazio mantem o valor atual.
      ******************************************************************
       MANTER-RECEITA.
           DISPLAY "Codigo do ingrediente: ".
           ACCEPT ING-CODIGO.
           READ F-INGREDIENTES KEY IS ING-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente nao encontrado."
                   GO TO MANTER-RECEITA-FIM
           END-READ.
           MOVE ING-CODIGO TO RCT-CODIGO.
           MOVE "N" TO WS-RECEITA-NOVA.
           READ F-RECEITAS KEY IS RCT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-RECEITA-NOVA
                   MOVE ING-CODIGO TO RCT-CODIGO
                   MOVE "N" TO RCT-BASE
                   MOVE 0 TO RCT-CUSTO
                   MOVE 1 TO RCT-PORCAO(1)
                   MOVE 1 TO RCT-PORCAO(2)
                   MOVE 1 TO RCT-PORCAO(3)
           END-READ.
           MOVE RCT-BASE      TO ANT-RCT-BASE.
           MOVE RCT-CUSTO     TO ANT-RCT-CUSTO.
           MOVE RCT-PORCAO(1) TO ANT-RCT-PORCAO(1).
           MOVE RCT-PORCAO(2) TO ANT-RCT-PORCAO(2).
           MOVE RCT-PORCAO(3) TO ANT-RCT-PORCAO(3).
           DISPLAY ING-CODIGO " " ING-NOME.
           MOVE RCT-CUSTO TO SAIDA-CUSTO.
           DISPLAY "Custo de compra por unidade atual: " SAIDA-CUSTO.
           DISPLAY "Novo custo (ex: 0.0450, vazio=manter): ".
           ACCEPT WS-CUSTO-ENTRADA.
           IF WS-CUSTO-ENTRADA NOT = SPACES
               COMPUTE RCT-CUSTO = FUNCTION NUMVAL(WS-CUSTO-ENTRADA)
           END-IF.
           PERFORM VARYING WS-TAMANHO FROM 1 BY 1 UNTIL WS-TAMANHO > 3
               DISPLAY "Porcao " NOME-TAMANHO(WS-TAMANHO) " atual: "
                   RCT-PORCAO(WS-TAMANHO)
                   " - nova (vazio=manter): "
               ACCEPT WS-QTD-ENTRADA
               IF WS-QTD-ENTRADA NOT = SPACES
                   COMPUTE RCT-PORCAO(WS-TAMANHO) =
                       FUNCTION NUMVAL(WS-QTD-ENTRADA)
               END-IF
      *        Uma porcao zero deixava o ingrediente sair sem abater
      *        stock nenhum: fica no minimo de uma unidade.
               IF RCT-PORCAO(WS-TAMANHO) = 0
                   MOVE 1 TO RCT-PORCAO(WS-TAMANHO)
               END-IF
           END-PERFORM.
           DISPLAY "Base gasta em todas as pizas (S/N), atual "
               RCT-BASE ": ".
           ACCEPT WS-CH.
           IF WS-CH NOT = SPACE
               MOVE FUNCTION UPPER-CASE(WS-CH) TO RCT-BASE
           END-IF.
           IF NOT RCT-E-BASE
               MOVE "N" TO RCT-BASE
           END-IF.
           IF RECEITA-NOVA
               WRITE REG-RECEITA
           ELSE
               REWRITE REG-RECEITA
           END-IF.
           DISPLAY "Receita gravada.".
           PERFORM AUDITAR-RECEITA.
       MANTER-RECEITA-FIM.
           EXIT.

      ******************************************************************
      * Listagem das receitas: custo por unidade, porcao e custo da
      * porcao em cada tamanho, com as bases assinaladas.
      ******************************************************************
       LISTAR-RECEITAS.
           MOVE "N" TO WS-EOF.
           DISPLAY "Cod  Nome                 Base Custo/un"
               "   Pequena    Media      Grande".
           MOVE LOW-VALUES TO RCT-CODIGO.
           START F-RECEITAS KEY IS NOT LESS THAN RCT-CODIGO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.

           PERFORM UNTIL FIM-FICHEIRO
               READ F-RECEITAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM LISTAR-UMA-RECEITA
               END-READ
           END-PERFORM.

       LISTAR-UMA-RECEITA.
           MOVE RCT-CODIGO TO ING-CODIGO.
           READ F-INGREDIENTES KEY IS ING-CODIGO
               INVALID KEY
                   MOVE "(sem ingrediente)" TO ING-NOME
           END-READ.
           MOVE RCT-CUSTO TO SAIDA-CUSTO.
           DISPLAY RCT-CODIGO "   " ING-NOME " " RCT-BASE "    "
               SAIDA-CUSTO WITH NO ADVANCING.
           PERFORM VARYING WS-TAMANHO FROM 1 BY 1 UNTIL WS-TAMANHO > 3
               COMPUTE WS-CUSTO-PORCAO ROUNDED =
                   RCT-PORCAO(WS-TAMANHO) * RCT-CUSTO
               MOVE WS-CUSTO-PORCAO TO SAIDA-CUSTO-PORCAO
               DISPLAY "  " RCT-PORCAO(WS-TAMANHO) " "
                   SAIDA-CUSTO-PORCAO WITH NO ADVANCING
           END-PERFORM.
           DISPLAY " ".

      ******************************************************************
      * Alergenios de um ingrediente. As pizas de menu e as
      * personalizadas herdam os dos seus ingredientes e bases.
      ******************************************************************
       MANTER-ALERGENOS.
           DISPLAY "Codigo do ingrediente: ".
           ACCEPT ING-CODIGO.
           READ F-INGREDIENTES KEY IS ING-CODIGO
               INVALID KEY
                   DISPLAY "Ingrediente nao encontrado."
               NOT INVALID KEY
                   DISPLAY ING-CODIGO " " ING-NOME
                   MOVE ING-ALERGENOS TO WS-ALERG-FLAGS
                   PERFORM MONTAR-SIGLAS-ALERGENOS
                   MOVE WS-ALERG-TEXTO TO AUD-WS-ANTES
                   PERFORM PEDIR-ALERGENOS
                   MOVE WS-ALERG-FLAGS TO ING-ALERGENOS
                   REWRITE REG-INGREDIENTE
                   DISPLAY "Alergenios gravados."
                   PERFORM MONTAR-SIGLAS-ALERGENOS
                   MOVE "A" TO AUD-WS-ACAO
                   MOVE ING-CODIGO TO AUD-WS-CHAVE
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
      * Custo e porcoes da receita para a auditoria, na chave do
      * ingrediente: contra os valores lidos antes da alteracao, ou
      * todos quando a receita e nova.
      ******************************************************************
       AUDITAR-RECEITA.
           IF RECEITA-NOVA
               MOVE "I" TO AUD-WS-ACAO
           ELSE
               MOVE "A" TO AUD-WS-ACAO
           END-IF.
           MOVE RCT-CODIGO TO AUD-WS-CHAVE.
           MOVE "CUSTO" TO AUD-WS-CAMPO.
           MOVE ANT-RCT-CUSTO TO SAIDA-CUSTO.
           MOVE FUNCTION TRIM(SAIDA-CUSTO) TO AUD-WS-ANTES.
           MOVE RCT-CUSTO TO SAIDA-CUSTO.
           MOVE FUNCTION TRIM(SAIDA-CUSTO) TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.
           PERFORM VARYING WS-TAMANHO FROM 1 BY 1 UNTIL WS-TAMANHO > 3
               MOVE CAMPO-PORCAO(WS-TAMANHO) TO AUD-WS-CAMPO
               MOVE ANT-RCT-PORCAO(WS-TAMANHO) TO AUD-WS-QT
               MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-ANTES
               MOVE RCT-PORCAO(WS-TAMANHO) TO AUD-WS-QT
               MOVE FUNCTION TRIM(AUD-WS-QT) TO AUD-WS-DEPOIS
               PERFORM AUDITAR-CAMPO
           END-PERFORM.
           MOVE "BASE" TO AUD-WS-CAMPO.
           MOVE ANT-RCT-BASE TO AUD-WS-ANTES.
           MOVE RCT-BASE TO AUD-WS-DEPOIS.
           PERFORM AUDITAR-CAMPO.

      ******************************************************************
      * Adicionar ingredientes, alterar precos, receitas e
      * alergenios exigem perfil de gerente; entradas de mercadoria e
      * quebras ficam no diario de movimentos com o operador
      * assinado.
      ******************************************************************
       VERIFICAR-PERMISSAO.
           MOVE "S" TO WS-FUNCAO-PERMITIDA.
           IF (OPCAO = "2" OR OPCAO = "3" OR OPCAO = "7"
               OR OPCAO = "9") AND NOT PERFIL-GERENCIA
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
           MOVE "IngredientesManut" TO AUD-PROGRAMA.
           MOVE "INGREDIENTES" TO AUD-MESTRE.
           MOVE AUD-WS-CHAVE    TO AUD-CHAVE.
           MOVE AUD-WS-ACAO     TO AUD-ACAO.
           MOVE AUD-WS-CAMPO    TO AUD-CAMPO.
           MOVE AUD-WS-ANTES    TO AUD-VALOR-ANTES.
           MOVE AUD-WS-DEPOIS   TO AUD-VALOR-DEPOIS.
           WRITE REG-AUDITORIA.
           CLOSE F-AUDITORIA.

       TERMINAR.
           CLOSE F-INGREDIENTES.
           CLOSE F-RECEITAS.
           MOVE "N" TO CONTINUAR.

       END PROGRAM IngredientesManut.
