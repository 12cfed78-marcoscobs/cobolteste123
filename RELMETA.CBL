      *                   UNICA VARREDURA DE PEDIDO POR TABELA DE
      *                   VENDEDORES EM MEMORIA (MESMO LIMITE DE 200
      *                   DA TABELA DE ROTEIRO DO RELROTA).
      * 15/10/2026 DEV   QUADRO POR EQUIPE (SUPERVISOR) COM SUBTOTAL POR
      *                   GERENTE (EQUIPE, MANTIDA NO CADEQP). A META DO
      *                   VENDEDOR VAI PARA A EQUIPE VALIDA NO ULTIMO
      *                   DIA DO MES; O REALIZADO VAI PARA A EQUIPE
      *                   VALIDA NA DT-PEDIDO (MES CONSOLIDADO NO
      *                   RESUMO, SEM DATA DO PEDIDO, USA O ULTIMO DIA
      *                   DAQUELE MES).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "PEDIDO.SEL".
           COPY "RESUMOV.SEL".
           COPY "VENDEDOR.SEL".
           COPY "EQUIPE.SEL".

           SELECT REL-META ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "PEDIDO.FD".
           COPY "RESUMOV.FD".
           COPY "VENDEDOR.FD".
           COPY "EQUIPE.FD".

       FD  REL-META
           LABEL RECORD STANDARD.
               10  TM-REALIZADO        PIC S9(11)V99.
               10  TM-REALIZADO-ANT    PIC S9(11)V99.

      * EQUIPE VALIDA NUMA DATA (VIGENCIA DE EQUIPE) E O QUADRO POR
      * EQUIPE, MANTIDO EM ORDEM DE GERENTE + SUPERVISOR PARA A
      * QUEBRA POR GERENTE NA EMISSAO (ATE 100 EQUIPES).
       77  FS-EQP                      PIC XX       VALUE SPACES.
       77  WS-EQUIPE-ABERTA            PIC X(01)    VALUE "N".
           88  EQUIPE-ABERTA                        VALUE "S".
       77  WS-EQP-VEND                 PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-DATA                 PIC 9(08)    VALUE ZEROS.
       77  WS-EQP-SUPERV               PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-GERENTE              PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-PERC                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-EQP-MES                  PIC 9(06)    VALUE ZEROS.
       77  WS-EQP-VALOR                PIC S9(11)V99 VALUE ZEROS.
       77  WS-EQP-META                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-EQUIPES              PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-EQP                  PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-DESLOCA              PIC 9(03)    VALUE ZEROS.
       77  WS-CHAVE-EQP-BUSCA          PIC 9(06)    VALUE ZEROS.
       77  WS-ACHOU-EQP                PIC X(01)    VALUE "N".
           88  ACHOU-EQP                            VALUE "S".
       77  WS-FIM-BUSCA-EQP            PIC X(01)    VALUE "N".
           88  FIM-BUSCA-EQP                        VALUE "S".
       77  WS-GERENTE-QUEBRA           PIC 9(03)    VALUE ZEROS.
       77  WS-NIVEL-META               PIC S9(11)V99 VALUE ZEROS.
       77  WS-NIVEL-REALIZADO          PIC S9(11)V99 VALUE ZEROS.
       77  WS-NIVEL-ANT                PIC S9(11)V99 VALUE ZEROS.
       77  WS-GER-META                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-GER-REALIZADO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-GER-ANT                  PIC S9(11)V99 VALUE ZEROS.

       01  WS-TAB-EQUIPES.
           05  TE-ITEM OCCURS 100 TIMES.
               10  TE-CHAVE.
                   15  TE-GERENTE      PIC 9(03).
                   15  TE-SUPERV       PIC 9(03).
               10  TE-CHAVE-NUM REDEFINES TE-CHAVE
                                       PIC 9(06).
               10  TE-META             PIC S9(11)V99.
               10  TE-REALIZADO        PIC S9(11)V99.
               10  TE-REALIZADO-ANT    PIC S9(11)V99.

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  FILLER                  PIC X(10) VALUE "ATINGIDO".
           05  FILLER                  PIC X(10) VALUE "TENDENCIA".

       01  WS-CABECALHO-EQUIPE.
           05  FILLER                  PIC X(05) VALUE "SUPV".
           05  FILLER                  PIC X(27) VALUE "EQUIPE".
           05  FILLER                  PIC X(13) VALUE "META".
           05  FILLER                  PIC X(13) VALUE "REALIZADO".
           05  FILLER                  PIC X(10) VALUE "ATINGIDO".
           05  FILLER                  PIC X(10) VALUE "TENDENCIA".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           END-PERFORM
           CLOSE META

           OPEN INPUT EQUIPE
           IF FS-EQP = ZEROS
               MOVE "S" TO WS-EQUIPE-ABERTA
           END-IF
           PERFORM 1100-META-NA-EQUIPE THRU 1100-META-NA-EQUIPE-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-METAS

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-META
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-META-NA-EQUIPE - A META DO VENDEDOR CONTA PARA A EQUIPE
      * VALIDA NO ULTIMO DIA DO MES DO ACOMPANHAMENTO.
      *-----------------------------------------------------------------
       1100-META-NA-EQUIPE.
           MOVE TM-COD-VEND (WS-IDX) TO WS-EQP-VEND
           COMPUTE WS-EQP-DATA = WS-ANO-MES * 100 + 31
           PERFORM 9100-EQUIPE-NA-DATA THRU 9100-EQUIPE-NA-DATA-EXIT
           PERFORM 2170-LOCALIZA-EQUIPE THRU 2170-LOCALIZA-EQUIPE-EXIT
           IF ACHOU-EQP
               ADD TM-VALOR-META (WS-IDX) TO TE-META (WS-IDX-EQP)
           END-IF.
       1100-META-NA-EQUIPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-ACUMULA-REALIZADO - UMA VARREDURA DE PEDIDO ACUMULANDO O
      * REALIZADO DO MES E DO MES ANTERIOR DE CADA VENDEDOR DA TABELA.
                       ADD VALOR-TOTAL-PED
                           TO TM-REALIZADO-ANT (TM-IDX)
                   END-IF
                   MOVE COD-VEND-PED     TO WS-EQP-VEND
                   MOVE DT-PEDIDO        TO WS-EQP-DATA
                   MOVE DT-PEDIDO (1:6)  TO WS-EQP-MES
                   MOVE VALOR-TOTAL-PED  TO WS-EQP-VALOR
                   PERFORM 2150-SOMA-NA-EQUIPE
                       THRU 2150-SOMA-NA-EQUIPE-EXIT
               END-IF
           END-PERFORM.
       2100-SOMA-NA-TABELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-SOMA-NA-EQUIPE - ACUMULA WS-EQP-VALOR (DO MES WS-EQP-MES)
      * NA EQUIPE DO VENDEDOR VALIDA EM WS-EQP-DATA.
      *-----------------------------------------------------------------
       2150-SOMA-NA-EQUIPE.
           PERFORM 9100-EQUIPE-NA-DATA THRU 9100-EQUIPE-NA-DATA-EXIT
           PERFORM 2170-LOCALIZA-EQUIPE THRU 2170-LOCALIZA-EQUIPE-EXIT
           IF NOT ACHOU-EQP
               GO TO 2150-SOMA-NA-EQUIPE-EXIT
           END-IF

           IF WS-EQP-MES = WS-ANO-MES
               ADD WS-EQP-VALOR TO TE-REALIZADO (WS-IDX-EQP)
           ELSE
               ADD WS-EQP-VALOR TO TE-REALIZADO-ANT (WS-IDX-EQP)
           END-IF.
       2150-SOMA-NA-EQUIPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2170-LOCALIZA-EQUIPE - POSICAO DA EQUIPE GERENTE + SUPERVISOR
      * NO QUADRO; EQUIPE NOVA E INSERIDA NA ORDEM DA CHAVE,
      * DESLOCANDO AS MAIORES UMA POSICAO PARA BAIXO.
      *-----------------------------------------------------------------
       2170-LOCALIZA-EQUIPE.
           MOVE "N" TO WS-ACHOU-EQP
           COMPUTE WS-CHAVE-EQP-BUSCA =
               WS-EQP-GERENTE * 1000 + WS-EQP-SUPERV

           MOVE 1   TO WS-IDX-EQP
           MOVE "N" TO WS-FIM-BUSCA-EQP
           PERFORM 2175-AVANCA-EQUIPE THRU 2175-AVANCA-EQUIPE-EXIT
               UNTIL FIM-BUSCA-EQP

           IF WS-IDX-EQP NOT > WS-QTD-EQUIPES
           AND TE-CHAVE-NUM (WS-IDX-EQP) = WS-CHAVE-EQP-BUSCA
               MOVE "S" TO WS-ACHOU-EQP
               GO TO 2170-LOCALIZA-EQUIPE-EXIT
           END-IF

           IF WS-QTD-EQUIPES = 100
               GO TO 2170-LOCALIZA-EQUIPE-EXIT
           END-IF

           PERFORM 2180-DESLOCA-EQUIPE THRU 2180-DESLOCA-EQUIPE-EXIT
               VARYING WS-IDX-DESLOCA FROM WS-QTD-EQUIPES BY -1
               UNTIL WS-IDX-DESLOCA < WS-IDX-EQP
           ADD 1 TO WS-QTD-EQUIPES

           MOVE WS-CHAVE-EQP-BUSCA TO TE-CHAVE-NUM (WS-IDX-EQP)
           MOVE ZEROS TO TE-META (WS-IDX-EQP)
                         TE-REALIZADO (WS-IDX-EQP)
                         TE-REALIZADO-ANT (WS-IDX-EQP)
           MOVE "S" TO WS-ACHOU-EQP.
       2170-LOCALIZA-EQUIPE-EXIT.
           EXIT.

       2175-AVANCA-EQUIPE.
           IF WS-IDX-EQP > WS-QTD-EQUIPES
               MOVE "S" TO WS-FIM-BUSCA-EQP
               GO TO 2175-AVANCA-EQUIPE-EXIT
           END-IF
           IF TE-CHAVE-NUM (WS-IDX-EQP) NOT < WS-CHAVE-EQP-BUSCA
               MOVE "S" TO WS-FIM-BUSCA-EQP
               GO TO 2175-AVANCA-EQUIPE-EXIT
           END-IF
           ADD 1 TO WS-IDX-EQP.
       2175-AVANCA-EQUIPE-EXIT.
           EXIT.

       2180-DESLOCA-EQUIPE.
           MOVE TE-ITEM (WS-IDX-DESLOCA)
               TO TE-ITEM (WS-IDX-DESLOCA + 1).
       2180-DESLOCA-EQUIPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-VERIFICA-RESUMO - CONFERE O MARCADOR DE MES CONSOLIDADO
      * (CELULA TODA ZERADA) DOS DOIS MESES DO ACOMPANHAMENTO.
                   ELSE
                       ADD VALOR-RES TO TM-REALIZADO-ANT (TM-IDX)
                   END-IF
                   MOVE COD-VEND-RES     TO WS-EQP-VEND
                   COMPUTE WS-EQP-DATA = WS-MES-RESUMO * 100 + 31
                   MOVE WS-MES-RESUMO    TO WS-EQP-MES
                   MOVE VALOR-RES        TO WS-EQP-VALOR
                   PERFORM 2150-SOMA-NA-EQUIPE
                       THRU 2150-SOMA-NA-EQUIPE-EXIT
               END-IF
           END-PERFORM.
       1960-SOMA-CELULA-EXIT.
               PERFORM 3100-LINHA-META THRU 3100-LINHA-META-EXIT
           END-PERFORM

           IF WS-QTD-EQUIPES > ZEROS
               PERFORM 3300-QUADRO-EQUIPES
                   THRU 3300-QUADRO-EQUIPES-EXIT
           END-IF

           CLOSE VENDEDOR.
       3000-EMITE-EXIT.
           EXIT.
       3100-LINHA-META-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-QUADRO-EQUIPES - UMA LINHA POR EQUIPE (SUPERVISOR) NA
      * ORDEM DE GERENTE, COM SUBTOTAL A CADA GERENTE.
      *-----------------------------------------------------------------
       3300-QUADRO-EQUIPES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "TOTAIS POR EQUIPE" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-EQUIPE TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE TE-GERENTE (1) TO WS-GERENTE-QUEBRA
           MOVE ZEROS TO WS-GER-META WS-GER-REALIZADO WS-GER-ANT

           PERFORM 3310-LINHA-EQUIPE THRU 3310-LINHA-EQUIPE-EXIT
               VARYING WS-IDX-EQP FROM 1 BY 1
               UNTIL WS-IDX-EQP > WS-QTD-EQUIPES

           PERFORM 3320-TOTAL-GERENTE THRU 3320-TOTAL-GERENTE-EXIT.
       3300-QUADRO-EQUIPES-EXIT.
           EXIT.

       3310-LINHA-EQUIPE.
           IF TE-GERENTE (WS-IDX-EQP) NOT = WS-GERENTE-QUEBRA
               PERFORM 3320-TOTAL-GERENTE THRU 3320-TOTAL-GERENTE-EXIT
               MOVE TE-GERENTE (WS-IDX-EQP) TO WS-GERENTE-QUEBRA
               MOVE ZEROS TO WS-GER-META WS-GER-REALIZADO WS-GER-ANT
           END-IF

           ADD TE-META (WS-IDX-EQP)          TO WS-GER-META
           ADD TE-REALIZADO (WS-IDX-EQP)     TO WS-GER-REALIZADO
           ADD TE-REALIZADO-ANT (WS-IDX-EQP) TO WS-GER-ANT

           MOVE TE-META (WS-IDX-EQP)          TO WS-NIVEL-META
           MOVE TE-REALIZADO (WS-IDX-EQP)     TO WS-NIVEL-REALIZADO
           MOVE TE-REALIZADO-ANT (WS-IDX-EQP) TO WS-NIVEL-ANT
           PERFORM 3350-CALCULA-NIVEL THRU 3350-CALCULA-NIVEL-EXIT

           MOVE SPACES TO WS-LINHA-DADOS
           MOVE TE-SUPERV (WS-IDX-EQP) TO LD-COD-VEND
           IF TE-SUPERV (WS-IDX-EQP) = ZEROS
               MOVE "(SEM EQUIPE)" TO LD-NOME-VEND
           ELSE
               MOVE TE-SUPERV (WS-IDX-EQP) TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
                   INVALID KEY MOVE SPACES TO NOME-VEND
               END-READ
               MOVE NOME-VEND TO LD-NOME-VEND
           END-IF
           PERFORM 3360-GRAVA-NIVEL THRU 3360-GRAVA-NIVEL-EXIT.
       3310-LINHA-EQUIPE-EXIT.
           EXIT.

       3320-TOTAL-GERENTE.
           MOVE WS-GER-META      TO WS-NIVEL-META
           MOVE WS-GER-REALIZADO TO WS-NIVEL-REALIZADO
           MOVE WS-GER-ANT       TO WS-NIVEL-ANT
           PERFORM 3350-CALCULA-NIVEL THRU 3350-CALCULA-NIVEL-EXIT

           MOVE SPACES TO WS-LINHA-DADOS
           MOVE WS-GERENTE-QUEBRA TO LD-COD-VEND
           IF WS-GERENTE-QUEBRA = ZEROS
               MOVE "TOTAL SEM GERENTE" TO LD-NOME-VEND
           ELSE
               MOVE WS-GERENTE-QUEBRA TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
                   INVALID KEY MOVE SPACES TO NOME-VEND
               END-READ
               MOVE SPACES TO LD-NOME-VEND
               STRING "TOTAL GER. " NOME-VEND
                      DELIMITED BY SIZE INTO LD-NOME-VEND
           END-IF
           PERFORM 3360-GRAVA-NIVEL THRU 3360-GRAVA-NIVEL-EXIT
           MOVE SPACES TO REG-REL
           WRITE REG-REL.
       3320-TOTAL-GERENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3350-CALCULA-NIVEL - PERCENTUAL ATINGIDO E TENDENCIA DE UM
      * NIVEL AGREGADO (MESMO CRITERIO DA LINHA DO VENDEDOR).
      *-----------------------------------------------------------------
       3350-CALCULA-NIVEL.
           IF WS-NIVEL-META NOT = ZEROS
               COMPUTE WS-PERC ROUNDED =
                   WS-NIVEL-REALIZADO * 100 / WS-NIVEL-META
           ELSE
               MOVE ZEROS TO WS-PERC
           END-IF

           EVALUATE TRUE
               WHEN WS-NIVEL-REALIZADO > WS-NIVEL-ANT
                   MOVE "SUBINDO"  TO WS-TENDENCIA
               WHEN WS-NIVEL-REALIZADO < WS-NIVEL-ANT
                   MOVE "CAINDO"   TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "ESTAVEL"  TO WS-TENDENCIA
           END-EVALUATE.
       3350-CALCULA-NIVEL-EXIT.
           EXIT.

       3360-GRAVA-NIVEL.
           MOVE WS-NIVEL-META      TO LD-META
           MOVE WS-NIVEL-REALIZADO TO LD-REALIZADO
           MOVE WS-PERC            TO LD-PERC
           MOVE WS-TENDENCIA       TO LD-TENDENCIA
           MOVE WS-LINHA-DADOS     TO REG-REL
           WRITE REG-REL.
       3360-GRAVA-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-FINALIZA - FECHA O RELATORIO
      *-----------------------------------------------------------------
               DISPLAY "ACOMPANHAMENTO GERADO EM "
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)
               CLOSE REL-META
           END-IF
           IF EQUIPE-ABERTA
               CLOSE EQUIPE
           END-IF.
       4000-FINALIZA-EXIT.
           EXIT.
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-EQUIPE-NA-DATA - EQUIPE DO VENDEDOR WS-EQP-VEND VALIDA EM
      * WS-EQP-DATA: VIGENCIA DE MAIOR INICIO NAO POSTERIOR A DATA
      * (START <= / READ PREVIOUS). SEM VIGENCIA = SEM EQUIPE.
      *-----------------------------------------------------------------
       9100-EQUIPE-NA-DATA.
           MOVE ZEROS TO WS-EQP-SUPERV WS-EQP-GERENTE WS-EQP-PERC
           IF NOT EQUIPE-ABERTA
               GO TO 9100-EQUIPE-NA-DATA-EXIT
           END-IF

           MOVE WS-EQP-VEND TO COD-VEND-EQP
           MOVE WS-EQP-DATA TO DT-INICIO-EQP
           START EQUIPE KEY IS <= XAV-EQP
           IF FS-EQP NOT = ZEROS
               GO TO 9100-EQUIPE-NA-DATA-EXIT
           END-IF
           READ EQUIPE PREVIOUS WITH IGNORE LOCK
           IF FS-EQP = ZEROS
           AND COD-VEND-EQP = WS-EQP-VEND
               MOVE COD-SUPERV-EQP    TO WS-EQP-SUPERV
               MOVE COD-GERENTE-EQP   TO WS-EQP-GERENTE
               MOVE PERC-OVERRIDE-EQP TO WS-EQP-PERC
           END-IF.
       9100-EQUIPE-NA-DATA-EXIT.
           EXIT.
