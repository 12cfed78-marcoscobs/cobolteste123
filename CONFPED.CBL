      *                   ACEITO PELA OPCAO G DO ROMANEIO - O QUE SAI
      *                   DA DOCA BATE COM A NOTA. SPOOL DATADO
      *                   (SPOOLREG.TXT).
      * 15/10/2026 DEV   CONFERENCIA COM LEITOR: ANTES DA QUANTIDADE O
      *                   CONFERENTE LE O CODIGO DE BARRAS (CODBARRA)
      *                   OU DIGITA O CODIGO DO PRODUTO, QUE TEM DE
      *                   SER O DA LINHA; CODIGO DE CAIXA PEDE A
      *                   CONTAGEM EM CAIXAS (QTD-POR-CAIXA-PRODUTO).
      *                   ENTER NA LEITURA MANTEM A CONFERENCIA SO
      *                   PELA QUANTIDADE.
      * 15/10/2026 DEV   VENDA BALCAO (PED-BALCAO, VENDBAL) NAO PASSA
      *                   PELA CONFERENCIA - NAO EMBARCA EM ROMANEIO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ITEM-PED.SEL".
           COPY "PRODUTO.SEL".
           COPY "USUARIO.SEL".
           COPY "CODBARRA.SEL".

           SELECT CONF-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ITEM-PED.FD".
           COPY "PRODUTO.FD".
           COPY "USUARIO.FD".
           COPY "CODBARRA.FD".

       FD  CONF-REL
           LABEL RECORD STANDARD.
       77  WS-LOGIN-CNF                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-CNF                PIC X(20)    VALUE SPACES.

      * LEITURA DO CODIGO NA CONFERENCIA: CODIGO LIDO/DIGITADO, PRODUTO
      * A QUE ELE CORRESPONDE E FATOR DA EMBALAGEM LIDA (1 = UNIDADE,
      * QTD-POR-CAIXA-PRODUTO = CODIGO DE CAIXA).
       77  FS-EAN                      PIC XX       VALUE SPACES.
       77  WS-COD-LIDO                 PIC X(14)    VALUE SPACES.
       77  WS-COD-PRODUTO-LIDO         PIC 9(05)    VALUE ZEROS.
       77  WS-FATOR-EMB                PIC 9(05)    VALUE 1.

       01  WS-SWITCHES.
           05  WS-FIM-SESSAO           PIC X(01)    VALUE "N".
               88  FIM-SESSAO                       VALUE "S".
               88  FIM-ITENS                        VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           05  WS-SEM-EAN              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-EAN                  VALUE "S".
           05  WS-LIDO-CAIXA           PIC X(01)    VALUE "N".
               88  LIDO-CODIGO-CAIXA                VALUE "S".
           05  WS-CODIGO-OK            PIC X(01)    VALUE "N".
               88  CODIGO-OK                        VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           OPEN INPUT ITEM-PED
           OPEN INPUT PRODUTO

           OPEN INPUT CODBARRA
           IF FS-EAN NOT = "00"
               CLOSE CODBARRA
               MOVE "S" TO WS-SEM-EAN
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CONF-REL
               GO TO 2000-SESSAO-EXIT
           END-IF

           IF PED-BALCAO
               DISPLAY "VENDA BALCAO - MERCADORIA JA ENTREGUE NO"
                       " CAIXA, NAO HA O QUE CONFERIR."
               GO TO 2000-SESSAO-EXIT
           END-IF

           IF NUM-ROMANEIO-PED NOT = ZEROS
               DISPLAY "PEDIDO JA EMBARCOU EM ROMANEIO - TARDE"
                       " DEMAIS PARA CONFERIR."

           DISPLAY "PRODUTO " COD-PRODUTO-ITEM " "
                   FUNCTION TRIM(DESCR-PRODUTO)

           MOVE 1   TO WS-FATOR-EMB
           MOVE "N" TO WS-CODIGO-OK
           PERFORM 2210-LE-CODIGO THRU 2210-LE-CODIGO-EXIT
               UNTIL CODIGO-OK

           IF WS-FATOR-EMB > 1
               DISPLAY "QTD DA NOTA: " QTD-ITEM-PED
                       " - CAIXAS CONTADAS DE " WS-FATOR-EMB
                       " (ENTER = CONFERE):"
           ELSE
               DISPLAY "QTD DA NOTA: " QTD-ITEM-PED
                       " - QTD CONTADA (ENTER = CONFERE):"
           END-IF
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           IF WS-QTD-TEXT = SPACES
               MOVE QTD-ITEM-PED TO WS-QTD-CONTADA
           ELSE
               COMPUTE WS-QTD-CONTADA =
                       FUNCTION NUMVAL(WS-QTD-TEXT) * WS-FATOR-EMB
           END-IF

           IF WS-QTD-CONTADA NOT = QTD-ITEM-PED
       2200-CONFERE-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2210-LE-CODIGO - LEITURA DO CODIGO DE BARRAS (OU DIGITACAO DO
      * CODIGO) DO PRODUTO CONTADO. CODIGO DE OUTRO PRODUTO E
      * RECUSADO E A LEITURA SE REPETE - E ASSIM QUE O CONFERENTE PEGA
      * A TROCA DE PRODUTO NA SEPARACAO. ENTER = SEM LEITURA.
      *-----------------------------------------------------------------
       2210-LE-CODIGO.
           DISPLAY "LEIA O CODIGO DE BARRAS OU DIGITE O CODIGO"
                   " (ENTER = SEM LEITURA):"
           MOVE SPACES TO WS-COD-LIDO
           ACCEPT WS-COD-LIDO FROM CONSOLE
           IF WS-COD-LIDO = SPACES
               MOVE "S" TO WS-CODIGO-OK
               GO TO 2210-LE-CODIGO-EXIT
           END-IF

           PERFORM 2220-RESOLVE-CODIGO THRU 2220-RESOLVE-CODIGO-EXIT
           IF WS-COD-PRODUTO-LIDO NOT = COD-PRODUTO-ITEM
               DISPLAY "*** CODIGO " FUNCTION TRIM(WS-COD-LIDO)
                       " NAO E DO PRODUTO DA LINHA - CONFIRA ***"
               GO TO 2210-LE-CODIGO-EXIT
           END-IF

           IF LIDO-CODIGO-CAIXA
               IF QTD-POR-CAIXA-PRODUTO = ZEROS
                   DISPLAY "PRODUTO SEM FATOR DE CAIXA - LEIA O"
                           " CODIGO DA UNIDADE"
                   GO TO 2210-LE-CODIGO-EXIT
               END-IF
               MOVE QTD-POR-CAIXA-PRODUTO TO WS-FATOR-EMB
           END-IF
           MOVE "S" TO WS-CODIGO-OK.
       2210-LE-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2220-RESOLVE-CODIGO - TRADUZ WS-COD-LIDO PARA O CODIGO DO
      * PRODUTO: PRIMEIRO PROCURA O CODIGO DE BARRAS EM CODBARRA; NAO
      * ACHANDO, ATE 5 DIGITOS E O PROPRIO CODIGO DO PRODUTO. CODIGO
      * NAO RESOLVIDO VOLTA ZEROS.
      *-----------------------------------------------------------------
       2220-RESOLVE-CODIGO.
           MOVE ZEROS TO WS-COD-PRODUTO-LIDO
           MOVE "N"   TO WS-LIDO-CAIXA

           IF NOT SEM-ARQUIVO-EAN
               MOVE WS-COD-LIDO TO XAV-EAN
               READ CODBARRA
               IF FS-EAN = "00"
                   MOVE COD-PRODUTO-EAN TO WS-COD-PRODUTO-LIDO
                   IF EMB-CAIXA-EAN
                       MOVE "S" TO WS-LIDO-CAIXA
                   END-IF
                   GO TO 2220-RESOLVE-CODIGO-EXIT
               END-IF
           END-IF

           IF WS-COD-LIDO(6:9) = SPACES
               MOVE FUNCTION NUMVAL(WS-COD-LIDO) TO WS-COD-PRODUTO-LIDO
           END-IF.
       2220-RESOLVE-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-RESOLVE-DIVERGENCIA - PEDIDO DIVERGENTE: R MANDA
      * RE-SEPARAR (FICA "D" E VOLTA A SER CONFERIDO), A ACEITA A
           CLOSE PEDIDO
           CLOSE ITEM-PED
           CLOSE PRODUTO
           IF NOT SEM-ARQUIVO-EAN
               CLOSE CODBARRA
           END-IF
           CLOSE CONF-REL.
       3000-FINALIZA-EXIT.
           EXIT.
