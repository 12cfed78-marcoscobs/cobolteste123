      *-----------------------------------------------------------------
      * ACHACAMP - CAMPANHA PROMOCIONAL QUE VALE PARA A LINHA DE PEDIDO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACHACAMP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE CLIENTE, PRODUTO,
      *                   DATA E O PRECO DA LINHA E DEVOLVE A CAMPANHA
      *                   ATIVA (CAMPANHA) QUE COBRE A LINHA NA DATA:
      *                   PRODUTO OU GRUPO DO PRODUTO, REDE E CANAL DO
      *                   CLIENTE. COM MAIS DE UMA, VALE A QUE DA O
      *                   MENOR PRECO FINAL (EMPATE FICA COM A DE
      *                   MENOR CODIGO). CHAMADO PELO CADPED
      *                   (IMPORTACAO EDPE050 E REPETICAO DE PEDIDO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMPANHA.SEL".
           COPY "CLIENTE.SEL".
           COPY "PRODUTO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CAMPANHA.FD".
           COPY "CLIENTE.FD".
           COPY "PRODUTO.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CAMP                     PIC XX       VALUE SPACES.
       77  WS-COD-REDE                 PIC 9(03)    VALUE ZEROS.
       77  WS-COD-CANAL                PIC 9(02)    VALUE ZEROS.
       77  WS-COD-GRUPO                PIC 9(03)    VALUE ZEROS.
       77  WS-PRECO-FINAL              PIC S9(07)V99 VALUE ZEROS.
       77  WS-MELHOR-PRECO             PIC S9(07)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-CAMP             PIC X(01)    VALUE "N".
               88  FIM-CAMP                         VALUE "S".

       LINKAGE SECTION.
      * ENTRADA: CLIENTE, PRODUTO, DATA DE REFERENCIA (AAAAMMDD) E O
      * PRECO UNITARIO DA LINHA ANTES DA CAMPANHA.
      * SAIDA: CODIGO DA CAMPANHA (ZEROS = NENHUMA), O TIPO ("D"
      * DESCONTO / "P" PRECO ESPECIAL), O PERCENTUAL DE DESCONTO E O
      * PRECO ESPECIAL.
       01  LK-COD-CLI-ACP              PIC 9(07).
       01  LK-COD-PRODUTO-ACP          PIC 9(05).
       01  LK-DATA-ACP                 PIC 9(08).
       01  LK-PRECO-BASE-ACP           PIC S9(07)V99.
       01  LK-COD-CAMP-ACP             PIC 9(05).
       01  LK-TIPO-CAMP-ACP            PIC X(01).
       01  LK-PERC-DESC-ACP            PIC 9(02)V99.
       01  LK-PRECO-ESP-ACP            PIC S9(07)V99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-COD-CLI-ACP LK-COD-PRODUTO-ACP
                                LK-DATA-ACP LK-PRECO-BASE-ACP
                                LK-COD-CAMP-ACP LK-TIPO-CAMP-ACP
                                LK-PERC-DESC-ACP LK-PRECO-ESP-ACP.

       0000-MAINLINE.
           MOVE ZEROS  TO LK-COD-CAMP-ACP LK-PERC-DESC-ACP
                          LK-PRECO-ESP-ACP
           MOVE SPACES TO LK-TIPO-CAMP-ACP

           PERFORM 1000-DADOS-LINHA THRU 1000-DADOS-LINHA-EXIT

           OPEN INPUT CAMPANHA
           IF FS-CAMP NOT = ZEROS
               CLOSE CAMPANHA
               GO TO 0000-FIM
           END-IF

           MOVE "N"        TO WS-FIM-CAMP
           MOVE LOW-VALUES TO XAV-CAMP
           START CAMPANHA KEY IS NOT LESS THAN XAV-CAMP
               INVALID KEY MOVE "S" TO WS-FIM-CAMP
           END-START

           PERFORM 2000-CONFERE-CAMP THRU 2000-CONFERE-CAMP-EXIT
               UNTIL FIM-CAMP

           CLOSE CAMPANHA.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-DADOS-LINHA - REDE E CANAL DO CLIENTE E GRUPO DO PRODUTO
      * (ZEROS QUANDO O CADASTRO NAO EXISTE OU NAO TEM O DADO).
      *-----------------------------------------------------------------
       1000-DADOS-LINHA.
           MOVE ZEROS TO WS-COD-REDE WS-COD-CANAL WS-COD-GRUPO

           OPEN INPUT CLIENTE
           IF FS = ZEROS
               MOVE LK-COD-CLI-ACP TO XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE COD-REDE-CLI  TO WS-COD-REDE
                   MOVE COD-CANAL-CLI TO WS-COD-CANAL
               END-IF
           END-IF
           CLOSE CLIENTE

           OPEN INPUT PRODUTO
           IF FS = ZEROS
               MOVE LK-COD-PRODUTO-ACP TO XAV-PRODUTO
               READ PRODUTO WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE COD-GRUPO-PRODUTO TO WS-COD-GRUPO
               END-IF
           END-IF
           CLOSE PRODUTO.
       1000-DADOS-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONFERE-CAMP - CAMPANHA ATIVA, NO PERIODO E COM TODA A
      * ABRANGENCIA PREENCHIDA BATENDO COM A LINHA; FICA A DE MENOR
      * PRECO FINAL.
      *-----------------------------------------------------------------
       2000-CONFERE-CAMP.
           READ CAMPANHA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CAMP
                   GO TO 2000-CONFERE-CAMP-EXIT
           END-READ

           IF NOT CAMP-ATIVA
           OR DT-INI-CAMP > LK-DATA-ACP
           OR DT-FIM-CAMP < LK-DATA-ACP
               GO TO 2000-CONFERE-CAMP-EXIT
           END-IF
           IF (COD-PRODUTO-CAMP NOT = ZEROS
               AND COD-PRODUTO-CAMP NOT = LK-COD-PRODUTO-ACP)
           OR (COD-GRUPO-CAMP NOT = ZEROS
               AND COD-GRUPO-CAMP NOT = WS-COD-GRUPO)
           OR (COD-REDE-CAMP NOT = ZEROS
               AND COD-REDE-CAMP NOT = WS-COD-REDE)
           OR (COD-CANAL-CAMP NOT = ZEROS
               AND COD-CANAL-CAMP NOT = WS-COD-CANAL)
               GO TO 2000-CONFERE-CAMP-EXIT
           END-IF
      * LINHA AINDA SEM PRECO (EM BRANCO E SEM TABELA) SO RECEBE
      * CAMPANHA DE PRECO ESPECIAL - NAO HA O QUE DESCONTAR.
           IF CAMP-DESCONTO AND LK-PRECO-BASE-ACP NOT > ZEROS
               GO TO 2000-CONFERE-CAMP-EXIT
           END-IF

           IF CAMP-PRECO-ESPECIAL
               MOVE PRECO-ESP-CAMP TO WS-PRECO-FINAL
           ELSE
               COMPUTE WS-PRECO-FINAL ROUNDED =
                   LK-PRECO-BASE-ACP * (1 - PERC-DESC-CAMP / 100)
           END-IF

           IF LK-COD-CAMP-ACP NOT = ZEROS
           AND WS-PRECO-FINAL NOT < WS-MELHOR-PRECO
               GO TO 2000-CONFERE-CAMP-EXIT
           END-IF

           MOVE WS-PRECO-FINAL TO WS-MELHOR-PRECO
           MOVE COD-CAMP       TO LK-COD-CAMP-ACP
           MOVE TIPO-CAMP      TO LK-TIPO-CAMP-ACP
           IF CAMP-PRECO-ESPECIAL
               MOVE ZEROS          TO LK-PERC-DESC-ACP
               MOVE PRECO-ESP-CAMP TO LK-PRECO-ESP-ACP
           ELSE
               MOVE PERC-DESC-CAMP TO LK-PERC-DESC-ACP
               MOVE ZEROS          TO LK-PRECO-ESP-ACP
           END-IF.
       2000-CONFERE-CAMP-EXIT.
           EXIT.
