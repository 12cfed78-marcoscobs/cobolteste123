      *-----------------------------------------------------------------
      * CADCAMP - MANUTENCAO DAS CAMPANHAS PROMOCIONAIS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADCAMP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CAMPANHAS PROMOCIONAIS
      *                   (CAMPANHA): PERIODO DE VALIDADE, ABRANGENCIA
      *                   POR PRODUTO OU GRUPO, REDE E CANAL DE VENDA
      *                   (ZERO = TODOS) E A VANTAGEM - DESCONTO
      *                   PERCENTUAL OU PRECO ESPECIAL. INCLUI, ALTERA
      *                   (ENTER MANTEM O VALOR ATUAL), INATIVA/REATIVA
      *                   E LISTA. A APLICACAO NOS PEDIDOS E DO ACHACAMP
      *                   E O RESULTADO SAI NO RELCAMP.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMPANHA.SEL".
           COPY "PRODUTO.SEL".
           COPY "GRUPO.SEL".
           COPY "REDE.SEL".
           COPY "CANAL.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CAMPANHA.FD".
           COPY "PRODUTO.FD".
           COPY "GRUPO.FD".
           COPY "REDE.FD".
           COPY "CANAL.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CAMP                     PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-CAMP-INF             PIC 9(05)    VALUE ZEROS.
       77  WS-COD-CAMP-NOVO            PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(30)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-CAMPANHA-OK          PIC X(01)    VALUE "N".
               88  CAMPANHA-OK                      VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COD-CAMP             PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-INI               PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LL-DT-FIM               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-VANTAGEM             PIC X(25).

       01  WS-LINHA-ABRANGE.
           05  FILLER                  PIC X(14) VALUE "      PRODUTO ".
           05  LA-PRODUTO              PIC Z(04)9.
           05  FILLER                  PIC X(07) VALUE " GRUPO ".
           05  LA-GRUPO                PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " REDE ".
           05  LA-REDE                 PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE " CANAL ".
           05  LA-CANAL                PIC Z9.
           05  FILLER                  PIC X(15) VALUE "  (0 = TODOS)".

       01  WS-VANTAGEM-DESC.
           05  FILLER                  PIC X(09) VALUE "DESCONTO ".
           05  LV-PERC                 PIC Z9,99.
           05  FILLER                  PIC X(01) VALUE "%".
       01  WS-VANTAGEM-PRECO.
           05  FILLER                  PIC X(08) VALUE "PRECO R$".
           05  LV-PRECO                PIC Z(06)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE OS ARQUIVOS (CAMPANHA E CRIADO NA
      * PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O CAMPANHA
           IF FS-CAMP = "35" OR FS-CAMP = "05"
               OPEN OUTPUT CAMPANHA
               CLOSE CAMPANHA
               OPEN I-O CAMPANHA
           END-IF
           IF FS-CAMP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CAMPANHA. FS: " FS-CAMP
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PRODUTO
           OPEN INPUT GRUPO
           OPEN INPUT REDE
           OPEN INPUT CANAL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI, A ALTERA, X INATIVA/REATIVA,
      * L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "CAMPANHAS PROMOCIONAIS - OPCAO (I=INCLUI A=ALTERA"
                   " X=INATIVA/REATIVA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI  THRU 2100-INCLUI-EXIT
               WHEN "A"
                   PERFORM 2200-ALTERA  THRU 2200-ALTERA-EXIT
               WHEN "X"
                   PERFORM 2300-INATIVA THRU 2300-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2400-LISTA   THRU 2400-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI - NOVA CAMPANHA COM O PROXIMO CODIGO LIVRE (START
      * <= / READ PREVIOUS, MESMA TECNICA DO CADREB).
      *-----------------------------------------------------------------
       2100-INCLUI.
           MOVE 99999 TO XAV-CAMP
           START CAMPANHA KEY IS <= XAV-CAMP
           IF FS-CAMP EQUAL ZEROS
               READ CAMPANHA PREVIOUS WITH IGNORE LOCK
               MOVE COD-CAMP TO WS-COD-CAMP-NOVO
           ELSE
               MOVE ZEROS TO WS-COD-CAMP-NOVO
           END-IF
           ADD 1 TO WS-COD-CAMP-NOVO

           INITIALIZE REG-CAMP
           MOVE WS-COD-CAMP-NOVO TO COD-CAMP
           SET CAMP-DESCONTO TO TRUE
           SET CAMP-ATIVA    TO TRUE

           PERFORM 2500-DIGITA-CAMPANHA THRU 2500-DIGITA-CAMPANHA-EXIT
           IF NOT CAMPANHA-OK
               DISPLAY "CAMPANHA NAO GRAVADA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           WRITE REG-CAMP
           IF FS-CAMP = ZEROS
               DISPLAY "CAMPANHA " COD-CAMP " GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-CAMP
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-ALTERA - ENTER MANTEM CADA VALOR ATUAL. ALTERAR UMA
      * CAMPANHA JA INICIADA NAO MEXE NOS PEDIDOS JA GRAVADOS.
      *-----------------------------------------------------------------
       2200-ALTERA.
           PERFORM 2600-LE-CAMPANHA THRU 2600-LE-CAMPANHA-EXIT
           IF NOT CAMPANHA-OK
               GO TO 2200-ALTERA-EXIT
           END-IF

           PERFORM 2500-DIGITA-CAMPANHA THRU 2500-DIGITA-CAMPANHA-EXIT
           IF NOT CAMPANHA-OK
               DISPLAY "NADA GRAVADO."
               UNLOCK CAMPANHA
               GO TO 2200-ALTERA-EXIT
           END-IF

           REWRITE REG-CAMP
           IF FS-CAMP = ZEROS
               DISPLAY "CAMPANHA ALTERADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-CAMP
           END-IF.
       2200-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-INATIVA - CAMPANHA INATIVA DEIXA DE SER APLICADA NOS
      * PEDIDOS NOVOS (OS JA GRAVADOS FICAM COMO ESTAO).
      *-----------------------------------------------------------------
       2300-INATIVA.
           PERFORM 2600-LE-CAMPANHA THRU 2600-LE-CAMPANHA-EXIT
           IF NOT CAMPANHA-OK
               GO TO 2300-INATIVA-EXIT
           END-IF

           IF CAMP-ATIVA
               SET CAMP-INATIVA TO TRUE
               DISPLAY "CAMPANHA " COD-CAMP " INATIVADA."
           ELSE
               SET CAMP-ATIVA TO TRUE
               DISPLAY "CAMPANHA " COD-CAMP " REATIVADA."
           END-IF
           REWRITE REG-CAMP.
       2300-INATIVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - TODAS AS CAMPANHAS COM A ABRANGENCIA.
      *-----------------------------------------------------------------
       2400-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE ZEROS TO XAV-CAMP
           START CAMPANHA KEY IS >= XAV-CAMP
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2410-LISTA-UM THRU 2410-LISTA-UM-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-CAMP

           DISPLAY WS-QTD-LISTADOS " CAMPANHA(S).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-UM.
           READ CAMPANHA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-UM-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-CAMP    TO LL-COD-CAMP
           MOVE DESCR-CAMP  TO LL-DESCR
           MOVE DT-INI-CAMP TO LL-DT-INI
           MOVE DT-FIM-CAMP TO LL-DT-FIM
           MOVE SIT-CAMP    TO LL-SIT
           IF CAMP-PRECO-ESPECIAL
               MOVE PRECO-ESP-CAMP    TO LV-PRECO
               MOVE WS-VANTAGEM-PRECO TO LL-VANTAGEM
           ELSE
               MOVE PERC-DESC-CAMP    TO LV-PERC
               MOVE WS-VANTAGEM-DESC  TO LL-VANTAGEM
           END-IF
           DISPLAY WS-LINHA-LISTA

           MOVE COD-PRODUTO-CAMP TO LA-PRODUTO
           MOVE COD-GRUPO-CAMP   TO LA-GRUPO
           MOVE COD-REDE-CAMP    TO LA-REDE
           MOVE COD-CANAL-CAMP   TO LA-CANAL
           DISPLAY WS-LINHA-ABRANGE.
       2410-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DIGITA-CAMPANHA - DADOS DA CAMPANHA (ENTER MANTEM O VALOR
      * ATUAL) COM A VALIDACAO: PERIODO COERENTE, PRODUTO OU GRUPO
      * (NUNCA OS DOIS), CADASTROS EXISTENTES E VANTAGEM DENTRO DOS
      * LIMITES DO TIPO.
      *-----------------------------------------------------------------
       2500-DIGITA-CAMPANHA.
           MOVE "N" TO WS-CAMPANHA-OK

           DISPLAY "DESCRICAO (ATUAL " FUNCTION TRIM(DESCR-CAMP) "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-VALOR-TEXT) TO DESCR-CAMP
           END-IF
           IF DESCR-CAMP = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA."
               GO TO 2500-DIGITA-CAMPANHA-EXIT
           END-IF

           DISPLAY "INICIO DA VALIDADE AAAAMMDD (ATUAL "
                   DT-INI-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO DT-INI-CAMP
           END-IF
           DISPLAY "FIM DA VALIDADE AAAAMMDD (ATUAL "
                   DT-FIM-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO DT-FIM-CAMP
           END-IF
           IF DT-INI-CAMP = ZEROS
           OR DT-FIM-CAMP < DT-INI-CAMP
               DISPLAY "PERIODO INVALIDO."
               GO TO 2500-DIGITA-CAMPANHA-EXIT
           END-IF

           PERFORM 2510-DIGITA-ABRANGENCIA
               THRU 2510-DIGITA-ABRANGENCIA-EXIT
           IF NOT CAMPANHA-OK
               GO TO 2500-DIGITA-CAMPANHA-EXIT
           END-IF
           MOVE "N" TO WS-CAMPANHA-OK

           DISPLAY "TIPO D=DESCONTO P=PRECO ESPECIAL (ATUAL "
                   TIPO-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-VALOR-TEXT (1:1))
                   TO TIPO-CAMP
           END-IF

           EVALUATE TRUE
               WHEN CAMP-DESCONTO
                   DISPLAY "DESCONTO PERCENTUAL (ATUAL "
                           PERC-DESC-CAMP "):"
                   MOVE SPACES TO WS-VALOR-TEXT
                   ACCEPT WS-VALOR-TEXT FROM CONSOLE
                   IF WS-VALOR-TEXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                           TO PERC-DESC-CAMP
                   END-IF
                   IF PERC-DESC-CAMP NOT > ZEROS
                       DISPLAY "DESCONTO DEVE SER MAIOR QUE ZERO."
                       GO TO 2500-DIGITA-CAMPANHA-EXIT
                   END-IF
                   MOVE ZEROS TO PRECO-ESP-CAMP
               WHEN CAMP-PRECO-ESPECIAL
                   DISPLAY "PRECO ESPECIAL (ATUAL "
                           PRECO-ESP-CAMP "):"
                   MOVE SPACES TO WS-VALOR-TEXT
                   ACCEPT WS-VALOR-TEXT FROM CONSOLE
                   IF WS-VALOR-TEXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                           TO PRECO-ESP-CAMP
                   END-IF
                   IF PRECO-ESP-CAMP NOT > ZEROS
                       DISPLAY "PRECO DEVE SER MAIOR QUE ZERO."
                       GO TO 2500-DIGITA-CAMPANHA-EXIT
                   END-IF
                   IF COD-PRODUTO-CAMP = ZEROS
                       DISPLAY "PRECO ESPECIAL EXIGE O PRODUTO."
                       GO TO 2500-DIGITA-CAMPANHA-EXIT
                   END-IF
                   MOVE ZEROS TO PERC-DESC-CAMP
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO."
                   GO TO 2500-DIGITA-CAMPANHA-EXIT
           END-EVALUATE

           MOVE "S" TO WS-CAMPANHA-OK.
       2500-DIGITA-CAMPANHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2510-DIGITA-ABRANGENCIA - PRODUTO OU GRUPO, REDE E CANAL, CADA
      * UM CONFERIDO NO CADASTRO QUANDO DIFERENTE DE ZERO.
      *-----------------------------------------------------------------
       2510-DIGITA-ABRANGENCIA.
           MOVE "N" TO WS-CAMPANHA-OK

           DISPLAY "PRODUTO, 0 = TODOS (ATUAL " COD-PRODUTO-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO COD-PRODUTO-CAMP
           END-IF
           IF COD-PRODUTO-CAMP NOT = ZEROS
               MOVE COD-PRODUTO-CAMP TO XAV-PRODUTO
               READ PRODUTO WITH IGNORE LOCK
               IF FS NOT = ZEROS
                   DISPLAY "PRODUTO NAO CADASTRADO."
                   MOVE ZEROS TO FS
                   GO TO 2510-DIGITA-ABRANGENCIA-EXIT
               END-IF
               DISPLAY FUNCTION TRIM(DESCR-PRODUTO)
           END-IF

           DISPLAY "GRUPO DE PRODUTO, 0 = TODOS (ATUAL "
                   COD-GRUPO-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO COD-GRUPO-CAMP
           END-IF
           IF COD-GRUPO-CAMP NOT = ZEROS
               IF COD-PRODUTO-CAMP NOT = ZEROS
                   DISPLAY "INFORME PRODUTO OU GRUPO, NAO OS DOIS."
                   GO TO 2510-DIGITA-ABRANGENCIA-EXIT
               END-IF
               MOVE COD-GRUPO-CAMP TO XAV-GRU
               READ GRUPO WITH IGNORE LOCK
               IF FS-GRU NOT = ZEROS
                   DISPLAY "GRUPO NAO CADASTRADO."
                   GO TO 2510-DIGITA-ABRANGENCIA-EXIT
               END-IF
               DISPLAY FUNCTION TRIM(DESCR-GRUPO)
           END-IF

           DISPLAY "REDE DE CLIENTES, 0 = TODAS (ATUAL "
                   COD-REDE-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO COD-REDE-CAMP
           END-IF
           IF COD-REDE-CAMP NOT = ZEROS
               MOVE COD-REDE-CAMP TO XAV-REDE
               READ REDE WITH IGNORE LOCK
               IF FS-REDE NOT = ZEROS
                   DISPLAY "REDE NAO CADASTRADA."
                   GO TO 2510-DIGITA-ABRANGENCIA-EXIT
               END-IF
               DISPLAY FUNCTION TRIM(NOME-REDE)
           END-IF

           DISPLAY "CANAL DE VENDA, 0 = TODOS (ATUAL "
                   COD-CANAL-CAMP "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO COD-CANAL-CAMP
           END-IF
           IF COD-CANAL-CAMP NOT = ZEROS
               MOVE COD-CANAL-CAMP TO XAV-CANAL
               READ CANAL WITH IGNORE LOCK
               IF FS-CANAL NOT = ZEROS
                   DISPLAY "CANAL NAO CADASTRADO."
                   GO TO 2510-DIGITA-ABRANGENCIA-EXIT
               END-IF
               DISPLAY FUNCTION TRIM(DESCR-CANAL)
           END-IF

           MOVE "S" TO WS-CAMPANHA-OK.
       2510-DIGITA-ABRANGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-LE-CAMPANHA - LE COM LOCK A CAMPANHA INFORMADA.
      *-----------------------------------------------------------------
       2600-LE-CAMPANHA.
           MOVE "N" TO WS-CAMPANHA-OK
           DISPLAY "CODIGO DA CAMPANHA:"
           ACCEPT WS-COD-CAMP-INF FROM CONSOLE

           MOVE WS-COD-CAMP-INF TO XAV-CAMP
           READ CAMPANHA WITH LOCK
           IF FS-CAMP NOT = ZEROS
               DISPLAY "CAMPANHA NAO CADASTRADA."
               GO TO 2600-LE-CAMPANHA-EXIT
           END-IF
           DISPLAY "CAMPANHA: " FUNCTION TRIM(DESCR-CAMP)
           MOVE "S" TO WS-CAMPANHA-OK.
       2600-LE-CAMPANHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CAMPANHA
           CLOSE PRODUTO
           CLOSE GRUPO
           CLOSE REDE
           CLOSE CANAL.
       3000-FINALIZA-EXIT.
           EXIT.
