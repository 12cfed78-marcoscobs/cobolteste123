      *                   CENTRAL DE RELATORIOS (RELCENTR), QUE DEIXA
      *                   OS PARAMETROS DO PERIODO EM RELPARMS.TXT
      *                   NO LUGAR DOS ACCEPT DE CONSOLE.
      * 15/10/2026 DEV   QUEBRA POR GERENTE E POR EQUIPE (SUPERVISOR)
      *                   ACIMA DO VENDEDOR, COM SUBTOTAL DE VENDIDO E
      *                   COMISSAO EM CADA NIVEL. O PEDIDO VAI PARA A
      *                   EQUIPE VALIDA NA DT-PEDIDO (EQUIPE, MANTIDA
      *                   NO CADEQP): VENDEDOR QUE MUDOU DE EQUIPE NO
      *                   PERIODO APARECE NAS DUAS, CADA UMA COM OS
      *                   SEUS PEDIDOS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "PEDIDO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "EQUIPE.SEL".

           SELECT WORK-PED ASSIGN TO "WORKPED"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY "PEDIDO.FD".
           COPY "VENDEDOR.FD".
           COPY "EQUIPE.FD".

       SD  WORK-PED.
       01  REG-ORDENADO.
           05  ORD-COD-GERENTE         PIC 9(03).
           05  ORD-COD-SUPERV          PIC 9(03).
           05  ORD-COD-VEND            PIC 9(03).
           05  ORD-NUM-PEDIDO          PIC 9(07).
           05  ORD-VALOR-PED           PIC S9(09)V99.
       77  WS-COMISSAO-VEND            PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-COMISSOES          PIC S9(11)V99 VALUE ZEROS.

      * EQUIPE VALIDA NA DT-PEDIDO (VIGENCIA DE EQUIPE) E OS
      * ACUMULADORES DAS QUEBRAS DE EQUIPE E DE GERENTE.
       77  FS-EQP                      PIC XX       VALUE SPACES.
       77  WS-EQUIPE-ABERTA            PIC X(01)    VALUE "N".
           88  EQUIPE-ABERTA                        VALUE "S".
       77  WS-EQP-VEND                 PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-DATA                 PIC 9(08)    VALUE ZEROS.
       77  WS-EQP-SUPERV               PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-GERENTE              PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-PERC                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-SUPERV-ATUAL             PIC 9(03)    VALUE ZEROS.
       77  WS-GERENTE-ATUAL            PIC 9(03)    VALUE ZEROS.
       77  WS-VALOR-EQUIPE             PIC S9(11)V99 VALUE ZEROS.
       77  WS-COMISSAO-EQUIPE          PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-GERENTE            PIC S9(11)V99 VALUE ZEROS.
       77  WS-COMISSAO-GERENTE         PIC S9(11)V99 VALUE ZEROS.
       77  WS-MUDOU-GERENTE            PIC X(01)    VALUE "N".
       77  WS-MUDOU-EQUIPE             PIC X(01)    VALUE "N".

       01  WS-SWITCHES.
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  FILLER                  PIC X(14) VALUE "  COMISSAO: ".
           05  LR-COMISSAO             PIC Z(08)9,99.

       01  WS-LINHA-GERENTE.
           05  FILLER                  PIC X(09) VALUE "GERENTE: ".
           05  LG-COD-GERENTE          PIC Z(02)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LG-NOME-GERENTE         PIC X(40).

       01  WS-LINHA-EQUIPE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "EQUIPE SUPERVISOR: ".
           05  LE-COD-SUPERV           PIC Z(02)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LE-NOME-SUPERV          PIC X(40).

       01  WS-LINHA-TOTAL-NIVEL.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-NIVEL                PIC X(22).
           05  FILLER                  PIC X(10) VALUE "VENDIDO: ".
           05  LT-VENDIDO              PIC Z(10)9,99.
           05  FILLER                  PIC X(14) VALUE "  COMISSAO: ".
           05  LT-COMISSAO             PIC Z(10)9,99.

       01  WS-LINHA-RODAPE.
           05  FILLER                  PIC X(30)
               VALUE "TOTAL DE VENDEDORES .......: ".
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           SORT WORK-PED
               ON ASCENDING KEY ORD-COD-GERENTE
               ON ASCENDING KEY ORD-COD-SUPERV
               ON ASCENDING KEY ORD-COD-VEND
               ON ASCENDING KEY ORD-NUM-PEDIDO
               INPUT PROCEDURE  1500-ENVIA-PEDIDOS
      *-----------------------------------------------------------------
       1500-ENVIA-PEDIDOS.
           OPEN INPUT PEDIDO
           OPEN INPUT EQUIPE
           IF FS-EQP = ZEROS
               MOVE "S" TO WS-EQUIPE-ABERTA
           END-IF
           MOVE LOW-VALUES TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY CONTINUE
                       IF NOT PED-CANCELADO
                       AND DT-PEDIDO >= WS-DT-INICIO
                       AND DT-PEDIDO <= WS-DT-FIM
                           MOVE COD-VEND-PED  TO WS-EQP-VEND
                           MOVE DT-PEDIDO     TO WS-EQP-DATA
                           PERFORM 9100-EQUIPE-NA-DATA
                               THRU 9100-EQUIPE-NA-DATA-EXIT
                           MOVE WS-EQP-GERENTE TO ORD-COD-GERENTE
                           MOVE WS-EQP-SUPERV TO ORD-COD-SUPERV
                           MOVE COD-VEND-PED  TO ORD-COD-VEND
                           MOVE NUM-PEDIDO    TO ORD-NUM-PEDIDO
                           MOVE VALOR-TOTAL-PED TO ORD-VALOR-PED
               END-READ
           END-PERFORM

           IF EQUIPE-ABERTA
               CLOSE EQUIPE
           END-IF
           CLOSE PEDIDO.
       1500-ENVIA-PEDIDOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - CONSOME O ARQUIVO ORDENADO POR
      * GERENTE/SUPERVISOR/COD-VEND/NUM-PEDIDO COM QUEBRA DE CONTROLE
      * A CADA GERENTE, EQUIPE E VENDEDOR.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT VENDEDOR

           IF NOT PRIMEIRA-LEITURA
               PERFORM 2500-FECHA-VENDEDOR THRU 2500-FECHA-VENDEDOR-EXIT
               PERFORM 2520-FECHA-EQUIPE THRU 2520-FECHA-EQUIPE-EXIT
               PERFORM 2530-FECHA-GERENTE
                   THRU 2530-FECHA-GERENTE-EXIT
           END-IF

           CLOSE VENDEDOR.
       2200-TRATA-REGISTRO.
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               PERFORM 2310-ABRE-GERENTE THRU 2310-ABRE-GERENTE-EXIT
               PERFORM 2320-ABRE-EQUIPE  THRU 2320-ABRE-EQUIPE-EXIT
               MOVE ORD-COD-VEND TO WS-COD-VEND-ATUAL
               PERFORM 2300-ABRE-VENDEDOR
                   THRU 2300-ABRE-VENDEDOR-EXIT
           ELSE
               IF ORD-COD-GERENTE NOT = WS-GERENTE-ATUAL
               OR ORD-COD-SUPERV NOT = WS-SUPERV-ATUAL
               OR ORD-COD-VEND NOT = WS-COD-VEND-ATUAL
                   PERFORM 2250-QUEBRA THRU 2250-QUEBRA-EXIT
               END-IF
           END-IF

           MOVE WS-LINHA-PEDIDO TO REG-REL
           WRITE REG-REL

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-QUEBRA - FECHA O VENDEDOR E, CONFORME O NIVEL QUE MUDOU,
      * A EQUIPE E O GERENTE; ABRE OS NIVEIS NOVOS NA ORDEM INVERSA.
      *-----------------------------------------------------------------
       2250-QUEBRA.
           MOVE "N" TO WS-MUDOU-GERENTE WS-MUDOU-EQUIPE
           IF ORD-COD-GERENTE NOT = WS-GERENTE-ATUAL
               MOVE "S" TO WS-MUDOU-GERENTE WS-MUDOU-EQUIPE
           END-IF
           IF ORD-COD-SUPERV NOT = WS-SUPERV-ATUAL
               MOVE "S" TO WS-MUDOU-EQUIPE
           END-IF

           PERFORM 2500-FECHA-VENDEDOR THRU 2500-FECHA-VENDEDOR-EXIT
           IF WS-MUDOU-EQUIPE = "S"
               PERFORM 2520-FECHA-EQUIPE THRU 2520-FECHA-EQUIPE-EXIT
           END-IF
           IF WS-MUDOU-GERENTE = "S"
               PERFORM 2530-FECHA-GERENTE
                   THRU 2530-FECHA-GERENTE-EXIT
               PERFORM 2310-ABRE-GERENTE THRU 2310-ABRE-GERENTE-EXIT
           END-IF
           IF WS-MUDOU-EQUIPE = "S"
               PERFORM 2320-ABRE-EQUIPE THRU 2320-ABRE-EQUIPE-EXIT
           END-IF

           MOVE ORD-COD-VEND TO WS-COD-VEND-ATUAL
           PERFORM 2300-ABRE-VENDEDOR THRU 2300-ABRE-VENDEDOR-EXIT.
       2250-QUEBRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-ABRE-VENDEDOR - EMITE A LINHA DE CABECALHO DO VENDEDOR NA
      * MUDANCA DE COD-VEND E ZERA OS ACUMULADORES DO VENDEDOR ATUAL.
       2300-ABRE-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2310-ABRE-GERENTE / 2320-ABRE-EQUIPE - CABECALHO DO NIVEL E
      * ZERA OS ACUMULADORES. CODIGO ZERO = SEM GERENTE / SEM EQUIPE.
      *-----------------------------------------------------------------
       2310-ABRE-GERENTE.
           MOVE ORD-COD-GERENTE TO WS-GERENTE-ATUAL
           MOVE ZEROS TO WS-VALOR-GERENTE WS-COMISSAO-GERENTE

           MOVE SPACES           TO WS-LINHA-GERENTE
           MOVE WS-GERENTE-ATUAL TO LG-COD-GERENTE
           IF WS-GERENTE-ATUAL = ZEROS
               MOVE "(SEM GERENTE)" TO LG-NOME-GERENTE
           ELSE
               MOVE WS-GERENTE-ATUAL TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
                   INVALID KEY MOVE SPACES TO NOME-VEND
               END-READ
               MOVE NOME-VEND TO LG-NOME-GERENTE
           END-IF
           MOVE WS-LINHA-GERENTE TO REG-REL
           WRITE REG-REL.
       2310-ABRE-GERENTE-EXIT.
           EXIT.

       2320-ABRE-EQUIPE.
           MOVE ORD-COD-SUPERV TO WS-SUPERV-ATUAL
           MOVE ZEROS TO WS-VALOR-EQUIPE WS-COMISSAO-EQUIPE

           MOVE SPACES          TO WS-LINHA-EQUIPE
           MOVE WS-SUPERV-ATUAL TO LE-COD-SUPERV
           IF WS-SUPERV-ATUAL = ZEROS
               MOVE "(SEM EQUIPE)" TO LE-NOME-SUPERV
           ELSE
               MOVE WS-SUPERV-ATUAL TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
                   INVALID KEY MOVE SPACES TO NOME-VEND
               END-READ
               MOVE NOME-VEND TO LE-NOME-SUPERV
           END-IF
           MOVE WS-LINHA-EQUIPE TO REG-REL
           WRITE REG-REL.
       2320-ABRE-EQUIPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-FECHA-VENDEDOR - EMITE O RESUMO (TOTAL VENDIDO E COMISSAO)
      * DO VENDEDOR ATUAL QUANDO A QUEBRA DE CONTROLE MUDA.
                   WS-VALOR-VEND * TAXA-COMISSAO-VEND / 100

           ADD WS-COMISSAO-VEND TO WS-TOTAL-COMISSOES
                                   WS-COMISSAO-EQUIPE
                                   WS-COMISSAO-GERENTE
           ADD WS-VALOR-VEND    TO WS-VALOR-EQUIPE WS-VALOR-GERENTE

           MOVE SPACES           TO WS-LINHA-RESUMO-VEND
           MOVE WS-VALOR-VEND    TO LR-TOTAL-VEND
       2500-FECHA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2520-FECHA-EQUIPE / 2530-FECHA-GERENTE - SUBTOTAL DO NIVEL.
      *-----------------------------------------------------------------
       2520-FECHA-EQUIPE.
           MOVE SPACES             TO WS-LINHA-TOTAL-NIVEL
           MOVE "TOTAL DA EQUIPE"  TO LT-NIVEL
           MOVE WS-VALOR-EQUIPE    TO LT-VENDIDO
           MOVE WS-COMISSAO-EQUIPE TO LT-COMISSAO
           MOVE WS-LINHA-TOTAL-NIVEL TO REG-REL
           WRITE REG-REL
           MOVE SPACES             TO REG-REL
           WRITE REG-REL.
       2520-FECHA-EQUIPE-EXIT.
           EXIT.

       2530-FECHA-GERENTE.
           MOVE SPACES              TO WS-LINHA-TOTAL-NIVEL
           MOVE "TOTAL DO GERENTE"  TO LT-NIVEL
           MOVE WS-VALOR-GERENTE    TO LT-VENDIDO
           MOVE WS-COMISSAO-GERENTE TO LT-COMISSAO
           MOVE WS-LINHA-TOTAL-NIVEL TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"             TO REG-REL
           WRITE REG-REL.
       2530-FECHA-GERENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - EMITE O RODAPE E FECHA O RELATORIO
      *-----------------------------------------------------------------
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
