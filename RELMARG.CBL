      *                   AMBAS DA MENOR PARA A MAIOR - QUEM DA
      *                   PREJUIZO APARECE NO TOPO, MESMO COM O
      *                   DESCONTO DENTRO DO TETO DO VENDEDOR.
      * 15/10/2026 DEV   FRETE DE ENTREGA NO CUSTO: O FRETE RATEADO NO
      *                   PEDIDO PELO ROMANEIO (VALOR-FRETE-PED) E
      *                   DISTRIBUIDO NAS LINHAS PELA RECEITA E SAI EM
      *                   COLUNA PROPRIA, ABATIDO DA MARGEM.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  DET-COD-PRODUTO         PIC 9(05).
           05  DET-RECEITA             PIC S9(11)V99.
           05  DET-CUSTO               PIC S9(11)V99.
           05  DET-FRETE               PIC S9(11)V99.

       SD  WORK-GRP.
       01  REG-GRP.
           05  GRP-CHAVE               PIC 9(07).
           05  GRP-RECEITA             PIC S9(11)V99.
           05  GRP-CUSTO               PIC S9(11)V99.
           05  GRP-FRETE               PIC S9(11)V99.

       SD  WORK-RNK.
       01  REG-RNK.
           05  RNK-CHAVE               PIC 9(07).
           05  RNK-RECEITA             PIC S9(11)V99.
           05  RNK-CUSTO               PIC S9(11)V99.
           05  RNK-FRETE               PIC S9(11)V99.

       FD  AUX-FILE
           LABEL RECORD STANDARD.
           05  AUX-CHAVE               PIC 9(07).
           05  AUX-RECEITA             PIC S9(11)V99.
           05  AUX-CUSTO               PIC S9(11)V99.
           05  AUX-FRETE               PIC S9(11)V99.

       FD  REL-MARG
           LABEL RECORD STANDARD.
       77  WS-TOT-RECEITA              PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-CUSTO                PIC S9(13)V99 VALUE ZEROS.

      * FRETE DO PEDIDO (VALOR-FRETE-PED) DISTRIBUIDO NAS LINHAS NA
      * PROPORCAO DA RECEITA; A SOBRA DE ARREDONDAMENTO VAI NUMA
      * LINHA DE AJUSTE DO ULTIMO PRODUTO DO PEDIDO.
       77  WS-FRETE-LINHA              PIC S9(11)V99 VALUE ZEROS.
       77  WS-FRETE-ACUM               PIC S9(11)V99 VALUE ZEROS.
       77  WS-ULT-PRODUTO              PIC 9(05)    VALUE ZEROS.
       77  WS-FRETE-GRP                PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-FRETE                PIC S9(13)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-PEDIDO           PIC X(01)    VALUE "N".
               88  FIM-PEDIDO                       VALUE "S".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-CUSTO                PIC Z(08)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-FRETE                PIC Z(08)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-MARGEM               PIC Z(08)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LR-PERC                 PIC -Z(02)9,99.
      * (ZERO QUANDO AINDA NAO HA CUSTO APURADO).
      *-----------------------------------------------------------------
       1600-PASSA-ITENS.
           MOVE ZEROS TO WS-FRETE-ACUM WS-ULT-PRODUTO
           MOVE NUM-PEDIDO TO NUM-PEDIDO-ITEM
           MOVE ZEROS      TO SEQ-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
                           MOVE 99 TO FS-ITEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FRETE-ACUM NOT = VALOR-FRETE-PED
           AND WS-ULT-PRODUTO NOT = ZEROS
               MOVE COD-CLI-PED    TO DET-COD-CLI
               MOVE WS-ULT-PRODUTO TO DET-COD-PRODUTO
               MOVE ZEROS          TO DET-RECEITA DET-CUSTO
               COMPUTE DET-FRETE = VALOR-FRETE-PED - WS-FRETE-ACUM
               WRITE REG-DET
           END-IF.
       1600-PASSA-ITENS-EXIT.
           EXIT.

           COMPUTE WS-CUSTO-LINHA ROUNDED =
               QTD-ITEM-PED * CUSTO-MEDIO-PRODUTO

           MOVE ZEROS TO WS-FRETE-LINHA
           IF VALOR-FRETE-PED NOT = ZEROS
           AND VALOR-TOTAL-PED > ZEROS
               COMPUTE WS-FRETE-LINHA ROUNDED =
                   VALOR-FRETE-PED * WS-RECEITA-LINHA
                   / VALOR-TOTAL-PED
           END-IF
           ADD WS-FRETE-LINHA TO WS-FRETE-ACUM
           MOVE COD-PRODUTO-ITEM TO WS-ULT-PRODUTO

           MOVE COD-CLI-PED      TO DET-COD-CLI
           MOVE COD-PRODUTO-ITEM TO DET-COD-PRODUTO
           MOVE WS-RECEITA-LINHA TO DET-RECEITA
           MOVE WS-CUSTO-LINHA   TO DET-CUSTO
           MOVE WS-FRETE-LINHA   TO DET-FRETE
           WRITE REG-DET.
       1700-GRAVA-DETALHE-EXIT.
           EXIT.
                       END-IF
                       MOVE DET-RECEITA TO GRP-RECEITA
                       MOVE DET-CUSTO   TO GRP-CUSTO
                       MOVE DET-FRETE   TO GRP-FRETE
                       RELEASE REG-GRP
               END-READ
           END-PERFORM
               MOVE "N" TO WS-PRIMEIRA-GRP
               MOVE GRP-CHAVE TO WS-CHAVE-ATUAL
               MOVE ZEROS TO WS-RECEITA-GRP WS-CUSTO-GRP
                             WS-FRETE-GRP
           ELSE
               IF GRP-CHAVE NOT = WS-CHAVE-ATUAL
                   PERFORM 2400-FECHA-CHAVE
                       THRU 2400-FECHA-CHAVE-EXIT
                   MOVE GRP-CHAVE TO WS-CHAVE-ATUAL
                   MOVE ZEROS TO WS-RECEITA-GRP WS-CUSTO-GRP
                                 WS-FRETE-GRP
               END-IF
           END-IF

           ADD GRP-RECEITA TO WS-RECEITA-GRP
           ADD GRP-CUSTO   TO WS-CUSTO-GRP
           ADD GRP-FRETE   TO WS-FRETE-GRP

           PERFORM 2250-RETORNA-GRP THRU 2250-RETORNA-GRP-EXIT.
       2300-TRATA-GRP-EXIT.

       2400-FECHA-CHAVE.
           COMPUTE AUX-MARGEM =
               WS-RECEITA-GRP - WS-CUSTO-GRP - WS-FRETE-GRP
           MOVE WS-CHAVE-ATUAL  TO AUX-CHAVE
           MOVE WS-RECEITA-GRP  TO AUX-RECEITA
           MOVE WS-CUSTO-GRP    TO AUX-CUSTO
           MOVE WS-FRETE-GRP    TO AUX-FRETE
           WRITE REG-AUX.
       2400-FECHA-CHAVE-EXIT.
           EXIT.
       3000-EMITE-RANKING.
           MOVE "N"   TO WS-FIM-RNK
           MOVE ZEROS TO WS-RANK WS-TOT-RECEITA WS-TOT-CUSTO
                         WS-TOT-FRETE

           IF SECAO-CLIENTE
               OPEN INPUT CLIENTE

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           COMPUTE WS-MARGEM =
               WS-TOT-RECEITA - WS-TOT-CUSTO - WS-TOT-FRETE
           MOVE SPACES TO REG-REL
           STRING "TOTAL DA SECAO - RECEITA: " WS-TOT-RECEITA
                  " CUSTO: " WS-TOT-CUSTO
                  " FRETE: " WS-TOT-FRETE
                  " MARGEM: " WS-MARGEM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           ADD 1 TO WS-RANK
           ADD RNK-RECEITA TO WS-TOT-RECEITA
           ADD RNK-CUSTO   TO WS-TOT-CUSTO
           ADD RNK-FRETE   TO WS-TOT-FRETE

           MOVE SPACES TO WS-LINHA-RANK
           MOVE WS-RANK    TO LR-RANK

           MOVE RNK-RECEITA TO LR-RECEITA
           MOVE RNK-CUSTO   TO LR-CUSTO
           MOVE RNK-FRETE   TO LR-FRETE
           MOVE RNK-MARGEM  TO LR-MARGEM
           IF RNK-RECEITA NOT = ZEROS
               COMPUTE WS-PERC-MARGEM ROUNDED =
