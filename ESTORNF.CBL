      *                   SEM CONFERENCIA, PRONTO PARA CONSERTO E
      *                   REFATURAMENTO. RESUMO NO SPOOL DATADO
      *                   (SPOOLREG.TXT).
      * 15/10/2026 DEV   LINHA DE KIT DE VENDA (KIT) DEVOLVE OS
      *                   COMPONENTES AO ESTOQUE (KARDEX ENF DE CADA
      *                   COMPONENTE), SIMETRICO A BAIXA DO
      *                   FATURAMENTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "USUARIO.SEL".
           COPY "KIT.SEL".

           SELECT ESTORNO-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "USUARIO.FD".
           COPY "KIT.FD".

       FD  ESTORNO-REL
           LABEL RECORD STANDARD.
       77  WS-HORA-KDX                 PIC 9(08)    VALUE ZEROS.
       77  WS-FILIAL-EST-NF            PIC 9(02)    VALUE 1.

      * KIT DE VENDA: A LINHA DO KIT DEVOLVE OS COMPONENTES (KIT.DAT),
      * NUNCA O PROPRIO KIT. SEM ARQUIVO DE KITS, NENHUM PRODUTO E
      * KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-COD-PROD-DEV             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-DEV                  PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-COMPONENTES          PIC 9(03)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
               88  ESTORNO-OK                       VALUE "S".
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           MOVE "N" TO WS-SEM-KIT
           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-NUM-PEDIDO-EST TO NUM-PEDIDO-ITEM
           CLOSE ITEM-PED
           CLOSE ESTOQUE
           CLOSE KARDEX
           IF NOT SEM-ARQUIVO-KIT
               CLOSE KIT
           END-IF
           MOVE ZEROS TO FS.
       2300-DEVOLVE-ESTOQUE-EXIT.
           EXIT.

       2350-DEVOLVE-UMA-LINHA.
           ADD 1 TO WS-QTD-ITENS-EST
           MOVE ZEROS TO WS-QTD-COMPONENTES
           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2380-DEVOLVE-COMPONENTES-KIT
                   THRU 2380-DEVOLVE-COMPONENTES-KIT-EXIT
           END-IF
           IF WS-QTD-COMPONENTES > ZEROS
               GO TO 2350-DEVOLVE-UMA-LINHA-EXIT
           END-IF

           MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-DEV
           MOVE QTD-ITEM-PED     TO WS-QTD-DEV
           PERFORM 2360-DEVOLVE-PRODUTO THRU 2360-DEVOLVE-PRODUTO-EXIT.
       2350-DEVOLVE-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2360-DEVOLVE-PRODUTO - DEVOLVE WS-QTD-DEV DO PRODUTO
      * WS-COD-PROD-DEV (A LINHA OU UM COMPONENTE DE KIT) AO SALDO E
      * A RESERVA.
      *-----------------------------------------------------------------
       2360-DEVOLVE-PRODUTO.
           MOVE WS-FILIAL-EST-NF TO COD-FILIAL-EST
           MOVE WS-COD-PROD-DEV  TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               ADD WS-QTD-DEV TO QTD-ESTOQUE
               ADD WS-QTD-DEV TO QTD-RESERVADA-EST
               REWRITE REG-ESTOQUE
               PERFORM 2370-GRAVA-KARDEX-ENF
                   THRU 2370-GRAVA-KARDEX-ENF-EXIT
           END-IF
           MOVE ZEROS TO FS.
       2360-DEVOLVE-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * NOTA (PROXIMO SEQ-KDX COM START <= / READ PREVIOUS).
      *-----------------------------------------------------------------
       2370-GRAVA-KARDEX-ENF.
           MOVE WS-COD-PROD-DEV  TO COD-PRODUTO-KDX
           MOVE 9999999          TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PROD-DEV
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-KDX
           MOVE WS-COD-PROD-DEV     TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX          TO SEQ-KDX
           MOVE WS-HOJE-NUM         TO DT-KDX
           MOVE WS-HORA-KDX (1:6)   TO HR-KDX
           MOVE "ENF"               TO TIPO-DOC-KDX
           MOVE WS-NUM-NOTA-EST     TO NUM-DOC-KDX
           MOVE WS-FILIAL-EST-NF    TO COD-FILIAL-KDX
           MOVE WS-QTD-DEV          TO QTD-ENTRADA-KDX
           MOVE ZEROS               TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE         TO SALDO-KDX
           WRITE REG-KDX.
       2370-GRAVA-KARDEX-ENF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2380-DEVOLVE-COMPONENTES-KIT - QUANDO O PRODUTO DA LINHA E UM
      * KIT, DEVOLVE CADA COMPONENTE NA QUANTIDADE DA LINHA VEZES A
      * QUANTIDADE DO COMPONENTE (WS-QTD-COMPONENTES FICA ZERO QUANDO
      * O PRODUTO NAO E KIT).
      *-----------------------------------------------------------------
       2380-DEVOLVE-COMPONENTES-KIT.
           MOVE "N" TO WS-FIM-KIT
           MOVE COD-PRODUTO-ITEM TO COD-KIT
           MOVE ZEROS            TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2380-DEVOLVE-COMPONENTES-KIT-EXIT
           END-START

           PERFORM 2390-DEVOLVE-UM-COMPONENTE
               THRU 2390-DEVOLVE-UM-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2380-DEVOLVE-COMPONENTES-KIT-EXIT.
           EXIT.

       2390-DEVOLVE-UM-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2390-DEVOLVE-UM-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = COD-PRODUTO-ITEM
               MOVE "S" TO WS-FIM-KIT
               GO TO 2390-DEVOLVE-UM-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-COMPONENTES
           MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-DEV
           COMPUTE WS-QTD-DEV ROUNDED =
               QTD-ITEM-PED * QTD-COMPONENTE-KIT
           PERFORM 2360-DEVOLVE-PRODUTO THRU 2360-DEVOLVE-PRODUTO-EXIT.
       2390-DEVOLVE-UM-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - NADA A FECHAR ALEM DO QUE CADA PASSO JA
      * FECHOU.
