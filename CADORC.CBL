      *                   GRAVAM O PEDIDO AGUARDANDO APROVACAO
      *                   (APROVPED); PEDIDO NORMAL NASCE ABERTO COM
      *                   O ESTOQUE RESERVADO.
      * 15/10/2026 DEV   CONVERSAO CONFERE A ANALISE DE CREDITO DO
      *                   CLIENTE (LIBCRED): RECUSADO NAO CONVERTE;
      *                   AGUARDANDO ANALISE GERA O PEDIDO RETIDO NA
      *                   FILA DO APROVPED.
      * 15/10/2026 DEV   PRECO DA LINHA PELA TABELA DO CLIENTE (PROPRIA
      *                   OU DO CANAL DE VENDA, PRECOCLI): COM PRECO NA
      *                   TABELA ELE E O SUGERIDO E OUTRO PRECO DIGITADO
      *                   RECUSA A LINHA; SEM ELE VALE O DO CADASTRO.
      * 15/10/2026 DEV   PEDIDO CONVERTIDO NASCE COM ORIGEM-PED = O
      *                   (ORCAMENTO), MOSTRADA NA CONSULTA CONSPED.
      * 15/10/2026 DEV   TITULOS DO CLIENTE LIDOS PELA CHAVE
      *                   ALTERNATIVA CLI-VENC-RECEB ATE A TROCA DE
      *                   CLIENTE, EM VEZ DE VARRER O RECEBIMENTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-LIMITE-CRED              PIC S9(09)V99 VALUE ZEROS.
       77  WS-EXPOSICAO                PIC S9(11)V99 VALUE ZEROS.
       77  WS-MOTIVO-PEND              PIC X(40)    VALUE SPACES.
       77  WS-SIT-CRED-CLI             PIC X(01)    VALUE SPACE.
       77  WS-SOMA-ICMS                PIC S9(09)V99 VALUE ZEROS.
       77  WS-SOMA-IPI                 PIC S9(09)V99 VALUE ZEROS.
       77  WS-ICMS-LINHA               PIC S9(09)V99 VALUE ZEROS.
       77  WS-IPI-LINHA                PIC S9(09)V99 VALUE ZEROS.

      * TABELA DE PRECO DO CLIENTE (PRECOCLI): RETORNO "S" = PRODUTO
      * COM PRECO VIGENTE NA TABELA, "N" = SEM VIGENCIA NELA, "T" =
      * CLIENTE SEM TABELA.
       77  WS-TABELA-CLI               PIC 9(03)    VALUE ZEROS.
       77  WS-PRECO-TABELA             PIC S9(07)V99 VALUE ZEROS.
       77  WS-RETORNO-PRECO            PIC X(01)    VALUE SPACE.
           88  PRECO-DA-TABELA-CLI                  VALUE "S".
           88  PRODUTO-FORA-TABELA-CLI              VALUE "N".

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".

      *-----------------------------------------------------------------
      * 3200-LINHA - LACO DE LINHAS PRODUTO/QTD/PRECO/DESCONTO
      * (PRODUTO ZERO ENCERRA). PRECO SUGERIDO E O DA TABELA DO
      * CLIENTE, QUE NAO PODE SER TROCADO; PRODUTO SEM PRECO NA TABELA
      * (OU CLIENTE SEM TABELA) SUGERE O DO CADASTRO.
      *-----------------------------------------------------------------
       3200-LINHA.
           DISPLAY "CODIGO DO PRODUTO (0 P/ ENCERRAR):"
               GO TO 3200-LINHA-EXIT
           END-IF

           CALL "PRECOCLI" USING WS-COD-CLI-INF WS-COD-PRODUTO-INF
                                 WS-HOJE-NUM WS-TABELA-CLI
                                 WS-PRECO-TABELA WS-RETORNO-PRECO
           CANCEL "PRECOCLI"

           IF PRECO-DA-TABELA-CLI
               DISPLAY "PRECO UNITARIO (ENTER P/ O DA TABELA "
                       WS-TABELA-CLI ": " WS-PRECO-TABELA "):"
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO FROM CONSOLE
               IF WS-TEXTO = SPACES
                   MOVE WS-PRECO-TABELA TO WS-PRECO-INF
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-PRECO-INF
               END-IF
               IF WS-PRECO-INF NOT = WS-PRECO-TABELA
                   DISPLAY "PRECO FORA DA TABELA " WS-TABELA-CLI
                           " DO CLIENTE - LINHA IGNORADA."
                   GO TO 3200-LINHA-EXIT
               END-IF
           ELSE
               IF PRODUTO-FORA-TABELA-CLI
                   DISPLAY "PRODUTO SEM PRECO NA TABELA "
                           WS-TABELA-CLI " DO CLIENTE."
               END-IF
               DISPLAY "PRECO UNITARIO (ENTER P/ O DO CADASTRO: "
                       PRECO-PRODUTO "):"
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO FROM CONSOLE
               IF WS-TEXTO = SPACES
                   MOVE PRECO-PRODUTO TO WS-PRECO-INF
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-PRECO-INF
               END-IF
           END-IF

           DISPLAY "DESCONTO PERCENTUAL (ENTER P/ 0):"
               MOVE ZEROS TO FS
               GO TO 6000-CONVERTE-EXIT
           END-IF
           IF CRED-RECUSADO
               DISPLAY "CLIENTE RECUSADO NA ANALISE DE CREDITO -"
                       " CONVERSAO RECUSADA."
               CLOSE CLIENTE
               MOVE ZEROS TO FS
               GO TO 6000-CONVERTE-EXIT
           END-IF
           MOVE LIMITE-CRED-CLI TO WS-LIMITE-CRED
           MOVE SIT-CRED-CLI    TO WS-SIT-CRED-CLI
           CLOSE CLIENTE
           MOVE ZEROS TO FS

               PERFORM 6200-CONFERE-CREDITO
                   THRU 6200-CONFERE-CREDITO-EXIT
           END-IF
      * CLIENTE NOVO AINDA SEM PARECER DA ANALISE DE CREDITO (LIBCRED)
      * TAMBEM NASCE RETIDO, COM ESTE MOTIVO NA FRENTE DOS DEMAIS.
           IF WS-SIT-CRED-CLI = "P"
               MOVE "CLIENTE AGUARDANDO ANALISE DE CREDITO"
                   TO WS-MOTIVO-PEND
           END-IF

           PERFORM 6300-GERA-PEDIDO THRU 6300-GERA-PEDIDO-EXIT

      * 6200-CONFERE-CREDITO - EXPOSICAO DO CLIENTE (TITULOS EM
      * ABERTO PELO RESIDUAL MAIS O VALOR DA PROPOSTA) CONTRA O
      * LIMITE, MESMO CALCULO DE VALIDA-LIMITE-CRED-PED NO CADPED.
      * LE SO OS TITULOS DO CLIENTE, PELA CHAVE CLI-VENC-RECEB.
      *-----------------------------------------------------------------
       6200-CONFERE-CREDITO.
           MOVE ZEROS TO WS-EXPOSICAO
               GO TO 6200-CONFERE-CREDITO-EXIT
           END-IF

           MOVE COD-CLI-ORC TO COD-CLI-RECEB
           MOVE ZEROS       TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-ARQ
                   NOT AT END
                       IF COD-CLI-RECEB NOT = COD-CLI-ORC
                           MOVE "S" TO WS-FIM-ARQ
                       END-IF
                       IF NOT FIM-ARQ
                       AND RECEB-ABERTO
                           COMPUTE WS-EXPOSICAO = WS-EXPOSICAO
                               + VALOR-RECEB - VALOR-RECEBIDO-RECEB
                       END-IF
               SET PED-PENDENTE-APROV TO TRUE
               MOVE WS-MOTIVO-PEND TO MOTIVO-PENDENCIA-PED
           END-IF
           SET ORIGEM-ORCAMENTO TO TRUE
           WRITE REG-PED

           OPEN I-O ITEM-PED
