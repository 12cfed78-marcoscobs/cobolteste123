      *                   E MARCANDO A PENDENCIA COMO ATENDIDA COM O
      *                   NUMERO DO PEDIDO GERADO. RELATORIO EM
      *                   SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   PENDENCIA DE KIT DE VENDA (KIT) SO E COBERTA
      *                   QUANDO TODOS OS COMPONENTES TEM DISPONIVEL,
      *                   E O PEDIDO GERADO RESERVA OS COMPONENTES.
      * 15/10/2026 DEV   PEDIDO GERADO NASCE COM ORIGEM-PED = R
      *                   (REPOSICAO DE BACKORDER), MOSTRADA NO CONSPED.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "PRODUTO.SEL".
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "KIT.SEL".

           SELECT GERA-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "PRODUTO.FD".
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "KIT.FD".

       FD  GERA-REL
           LABEL RECORD STANDARD.
       77  WS-ICMS-BACK                PIC S9(09)V99 VALUE ZEROS.
       77  WS-IPI-BACK                 PIC S9(09)V99 VALUE ZEROS.

      * KIT DE VENDA: A PENDENCIA DO KIT CONFERE (ACAO C) E RESERVA
      * (ACAO R) OS COMPONENTES (KIT.DAT), NUNCA O PROPRIO KIT. SEM
      * ARQUIVO DE KITS, NENHUM PRODUTO E KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-KIT-ACAO                 PIC X(01)    VALUE SPACE.
       77  WS-QTD-COMPONENTES          PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-COMP-BACK            PIC 9(07)V999 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-BACK             PIC X(01)    VALUE "N".
               88  FIM-BACK                         VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".
           05  WS-KIT-SEM-SALDO        PIC X(01)    VALUE "N".
               88  KIT-SEM-SALDO                    VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
               OPEN I-O KARDEX
           END-IF

           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT GERA-REL
               MOVE 1 TO COD-FILIAL-BACK
           END-IF
      * DISPONIVEL = SALDO FISICO MENOS O JA RESERVADO POR PEDIDOS
      * ABERTOS (MODELO DE RESERVA). KIT CONFERE OS COMPONENTES.
           MOVE "C" TO WS-KIT-ACAO
           PERFORM 2500-COMPONENTES-KIT THRU 2500-COMPONENTES-KIT-EXIT
           IF KIT-SEM-SALDO
               GO TO 2300-AVALIA-COBERTURA-EXIT
           END-IF

           MOVE COD-FILIAL-BACK  TO COD-FILIAL-EST
           MOVE COD-PRODUTO-BACK TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS = ZEROS
           AND WS-QTD-COMPONENTES = ZEROS
           AND QTD-BACK > QTD-ESTOQUE - QTD-RESERVADA-EST
               GO TO 2300-AVALIA-COBERTURA-EXIT
           END-IF
           MOVE ZEROS TO FS

           ADD 1 TO WS-QTD-COBERTAS

           MOVE WS-VALOR-PED-BACK TO VALOR-TOTAL-PED
           MOVE WS-ICMS-BACK     TO VALOR-ICMS-PED
           MOVE WS-IPI-BACK      TO VALOR-IPI-PED
           SET ORIGEM-BACKORDER  TO TRUE
           WRITE REG-PED

           INITIALIZE REG-ITEM-PED

      * RESERVA DO ESTOQUE - SO QUANDO O PRODUTO TEM REGISTRO (MESMA
      * REGRA DA IMPORTACAO DE CADPED). O PEDIDO GERADO NASCE ABERTO
      * E A BAIXA FISICA COM KARDEX ACONTECE NO FATURAMENTO. KIT
      * RESERVA OS COMPONENTES.
           MOVE "R" TO WS-KIT-ACAO
           PERFORM 2500-COMPONENTES-KIT THRU 2500-COMPONENTES-KIT-EXIT
           IF WS-QTD-COMPONENTES = ZEROS
               MOVE COD-FILIAL-BACK  TO COD-FILIAL-EST
               MOVE COD-PRODUTO-BACK TO COD-PRODUTO OF REG-ESTOQUE
               READ ESTOQUE WITH LOCK
               IF FS = ZEROS
                   ADD QTD-BACK TO QTD-RESERVADA-EST
                   REWRITE REG-ESTOQUE
               END-IF
           END-IF
           MOVE ZEROS TO FS

           EXIT.


      *-----------------------------------------------------------------
      * 2500-COMPONENTES-KIT - QUANDO O PRODUTO DA PENDENCIA E UM KIT,
      * APLICA WS-KIT-ACAO A CADA COMPONENTE NA QUANTIDADE DA
      * PENDENCIA VEZES A DO COMPONENTE: C CONFERE O DISPONIVEL
      * (LIGANDO KIT-SEM-SALDO SE FALTAR), R RESERVA.
      * WS-QTD-COMPONENTES FICA ZERO QUANDO O PRODUTO NAO E KIT.
      *-----------------------------------------------------------------
       2500-COMPONENTES-KIT.
           MOVE ZEROS TO WS-QTD-COMPONENTES
           MOVE "N"   TO WS-KIT-SEM-SALDO WS-FIM-KIT
           IF SEM-ARQUIVO-KIT
               GO TO 2500-COMPONENTES-KIT-EXIT
           END-IF

           MOVE COD-PRODUTO-BACK TO COD-KIT
           MOVE ZEROS            TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2500-COMPONENTES-KIT-EXIT
           END-START

           PERFORM 2510-UM-COMPONENTE THRU 2510-UM-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2500-COMPONENTES-KIT-EXIT.
           EXIT.

       2510-UM-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2510-UM-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = COD-PRODUTO-BACK
               MOVE "S" TO WS-FIM-KIT
               GO TO 2510-UM-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-COMPONENTES
           COMPUTE WS-QTD-COMP-BACK ROUNDED =
               QTD-BACK * QTD-COMPONENTE-KIT
           MOVE COD-FILIAL-BACK    TO COD-FILIAL-EST
           MOVE COD-COMPONENTE-KIT TO COD-PRODUTO OF REG-ESTOQUE

           IF WS-KIT-ACAO = "C"
               READ ESTOQUE WITH IGNORE LOCK
               IF FS = ZEROS
               AND WS-QTD-COMP-BACK > QTD-ESTOQUE - QTD-RESERVADA-EST
                   MOVE "S" TO WS-KIT-SEM-SALDO
               END-IF
           ELSE
               READ ESTOQUE WITH LOCK
               IF FS = ZEROS
                   ADD WS-QTD-COMP-BACK TO QTD-RESERVADA-EST
                   REWRITE REG-ESTOQUE
               END-IF
           END-IF
           MOVE ZEROS TO FS.
       2510-UM-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - EMITE O RODAPE E FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
           CLOSE PRODUTO
           CLOSE ESTOQUE
           CLOSE KARDEX
           IF NOT SEM-ARQUIVO-KIT
               CLOSE KIT
           END-IF
           CLOSE GERA-REL.
       3000-FINALIZA-EXIT.
           EXIT.
