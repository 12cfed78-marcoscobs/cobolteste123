      *                   AGRUPA POR CLIENTE (TOTAIS NO ARQUIVO DE
      *                   TRABALHO ABCCLI.TMP), O SEGUNDO ORDENA OS
      *                   TOTAIS POR VALOR DECRESCENTE.
      * 15/10/2026 DEV   CANAL DE VENDA DO CLIENTE (COD-CANAL-CLI) EM
      *                   CADA LINHA E QUADRO FINAL DO FATURAMENTO POR
      *                   CANAL (CLIENTES, VALOR E PARTICIPACAO). NO
      *                   AGRUPAMENTO POR REDE A LINHA DA REDE LEVA O
      *                   CANAL DA PRIMEIRA FILIAL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "RESUMOV.SEL".
           COPY "CLIENTE.SEL".
           COPY "REDE.SEL".
           COPY "CANAL.SEL".

           SELECT WORK-PED ASSIGN TO "WORKABC1"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "RESUMOV.FD".
           COPY "CLIENTE.FD".
           COPY "REDE.FD".
           COPY "CANAL.FD".

       SD  WORK-PED.
       01  REG-ORDENADO.
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-VALOR-PED           PIC S9(09)V99.
           05  ORD-COD-CANAL           PIC 9(02).

       SD  WORK-TOT.
       01  REG-ORDENADO-2.
           05  ORD2-VALOR              PIC S9(11)V99.
           05  ORD2-COD-CLI            PIC 9(07).
           05  ORD2-COD-CANAL          PIC 9(02).

       FD  TOTAIS-FILE
           LABEL RECORD STANDARD.
       01  REG-TOTAIS.
           05  TOT-VALOR               PIC S9(11)V99.
           05  TOT-COD-CLI             PIC 9(07).
           05  TOT-COD-CANAL           PIC 9(02).

       FD  REL-ABCC
           LABEL RECORD STANDARD.
       77  WS-AGRUPA-REDE              PIC X(01)    VALUE "N".
           88  AGRUPANDO-POR-REDE                   VALUE "S".
       77  WS-COD-REDE-AUX             PIC 9(03)    VALUE ZEROS.
       77  WS-COD-CLI-LER              PIC 9(07)    VALUE ZEROS.
      * QUEBRA POR CANAL DE VENDA (CADCANAL): POSICAO = CANAL + 1
      * (A PRIMEIRA E O CLIENTE SEM CANAL).
       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  WS-CANAL-CLI-ATUAL          PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-CANAL                PIC 9(03)    VALUE ZEROS.
       77  WS-PERC-CANAL               PIC 9(03)V99 VALUE ZEROS.
       01  WS-TAB-CANAIS.
           05  TCN-CANAL               OCCURS 100 TIMES.
               10  TCN-QTD-CLIENTES    PIC 9(05).
               10  TCN-VALOR           PIC S9(13)V99.

       01  WS-SWITCHES.
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
           05  FILLER                  PIC X(09) VALUE "CLIENTE".
           05  FILLER                  PIC X(32) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(06) VALUE "VEND".
           05  FILLER                  PIC X(04) VALUE "CN".
           05  FILLER                  PIC X(15) VALUE "TOTAL".
           05  FILLER                  PIC X(09) VALUE "PART %".
           05  FILLER                  PIC X(08) VALUE "ACUM %".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-VEND             PIC Z(02)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-CANAL            PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-TOTAL                PIC Z(09)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PERC                 PIC ZZ9,99.
               VALUE "FATURAMENTO DO PERIODO .: ".
           05  RD-TOTAL-GERAL          PIC Z(11)9,99.

       01  WS-CABECALHO-CANAIS.
           05  FILLER                  PIC X(36)
               VALUE "FATURAMENTO POR CANAL DE VENDA".
           05  FILLER                  PIC X(10) VALUE "CLIENTES".
           05  FILLER                  PIC X(17) VALUE "VALOR".
           05  FILLER                  PIC X(06) VALUE "PART %".

       01  WS-LINHA-CANAL.
           05  LC-COD-CANAL            PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-DESCR-CANAL          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-QTD-CLIENTES         PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-VALOR                PIC Z(12)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-PERC                 PIC ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *-----------------------------------------------------------------
       1500-ENVIA-PEDIDOS.
           OPEN INPUT PEDIDO
           OPEN INPUT CLIENTE

           PERFORM 1700-ENVIA-DO-RESUMO
               THRU 1700-ENVIA-DO-RESUMO-EXIT
                       AND DT-PEDIDO >= WS-DT-INICIO
                       AND DT-PEDIDO <= WS-DT-FIM
                       AND WS-MES-COBERTO NOT = "S"
                           MOVE COD-CLI-PED     TO WS-COD-CLI-LER
                           PERFORM 1800-DADOS-CLIENTE
                               THRU 1800-DADOS-CLIENTE-EXIT
                           MOVE VALOR-TOTAL-PED TO ORD-VALOR-PED
                           RELEASE REG-ORDENADO
                       END-IF
           END-PERFORM

           CLOSE PEDIDO
           CLOSE CLIENTE.
       1500-ENVIA-PEDIDOS-EXIT.
           EXIT.

                               THRU 1720-AVALIA-MARCADOR-EXIT
                       ELSE
                           IF WS-MES-USAVEL = "S"
                               MOVE COD-CLI-RES TO WS-COD-CLI-LER
                               PERFORM 1800-DADOS-CLIENTE
                                   THRU 1800-DADOS-CLIENTE-EXIT
                               MOVE VALOR-RES TO ORD-VALOR-PED
                               RELEASE REG-ORDENADO
                           END-IF
       1750-MES-JA-COBERTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-DADOS-CLIENTE - CODIGO DE ORDENACAO (O DO CLIENTE, OU O
      * PSEUDO-CODIGO DA REDE NO AGRUPAMENTO) E CANAL DE VENDA DO
      * CLIENTE EM WS-COD-CLI-LER (SEM CADASTRO = SEM REDE E CANAL).
      *-----------------------------------------------------------------
       1800-DADOS-CLIENTE.
           MOVE WS-COD-CLI-LER TO ORD-COD-CLI XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO COD-REDE-CLI COD-CANAL-CLI
           END-IF
           MOVE ZEROS TO FS

           MOVE COD-CANAL-CLI TO ORD-COD-CANAL
           IF AGRUPANDO-POR-REDE
           AND COD-REDE-CLI NOT = ZEROS
               COMPUTE ORD-COD-CLI = 9900000 + COD-REDE-CLI
           END-IF.
       1800-DADOS-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TOTALIZA-CLIENTES - QUEBRA DE CONTROLE POR CLIENTE,
      * GRAVANDO UM TOTAL POR CLIENTE NO ARQUIVO DE TRABALHO E
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               MOVE ORD-COD-CLI TO WS-COD-CLI-ATUAL
               MOVE ORD-COD-CANAL TO WS-CANAL-CLI-ATUAL
               MOVE ZEROS       TO WS-VALOR-CLI
           ELSE
               IF ORD-COD-CLI NOT = WS-COD-CLI-ATUAL
                   PERFORM 2500-FECHA-CLIENTE
                       THRU 2500-FECHA-CLIENTE-EXIT
                   MOVE ORD-COD-CLI TO WS-COD-CLI-ATUAL
                   MOVE ORD-COD-CANAL TO WS-CANAL-CLI-ATUAL
                   MOVE ZEROS       TO WS-VALOR-CLI
               END-IF
           END-IF
       2500-FECHA-CLIENTE.
           MOVE WS-VALOR-CLI     TO TOT-VALOR
           MOVE WS-COD-CLI-ATUAL TO TOT-COD-CLI
           MOVE WS-CANAL-CLI-ATUAL TO TOT-COD-CANAL
           WRITE REG-TOTAIS.
       2500-FECHA-CLIENTE-EXIT.
           EXIT.
      * A/B/C (ATE 80% = A, ATE 95% = B, ACIMA = C).
      *-----------------------------------------------------------------
       4000-EMITE-RELATORIO.
           INITIALIZE WS-TAB-CANAIS
           OPEN INPUT CLIENTE
           IF AGRUPANDO-POR-REDE
               OPEN INPUT REDE
           MOVE ORD2-COD-CLI        TO LD-COD-CLI
           MOVE FUNCTION TRIM(RAZAO-CLI) TO LD-RAZAO
           MOVE COD-VEND OF REG-CLI TO LD-COD-VEND
           MOVE ORD2-COD-CANAL      TO LD-COD-CANAL
           MOVE ORD2-VALOR          TO LD-TOTAL
           MOVE WS-PERC-CLI         TO LD-PERC
           MOVE WS-PERC-ACUM        TO LD-PERC-ACUM
           MOVE WS-LINHA-DADOS      TO REG-REL
           WRITE REG-REL

           COMPUTE WS-IDX-CANAL = ORD2-COD-CANAL + 1
           ADD 1          TO TCN-QTD-CLIENTES (WS-IDX-CANAL)
           ADD ORD2-VALOR TO TCN-VALOR (WS-IDX-CANAL)

           PERFORM 4100-RETORNA-TOTAL THRU 4100-RETORNA-TOTAL-EXIT.
       4200-TRATA-TOTAL-EXIT.
           EXIT.
           MOVE WS-LINHA-RODAPE-2   TO REG-REL
           WRITE REG-REL

           MOVE SPACES              TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-CANAIS TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"             TO REG-REL
           WRITE REG-REL

           OPEN INPUT CANAL
           PERFORM 5100-LINHA-CANAL THRU 5100-LINHA-CANAL-EXIT
               VARYING WS-IDX-CANAL FROM 1 BY 1
               UNTIL WS-IDX-CANAL > 100
           CLOSE CANAL

           CLOSE REL-ABCC.
       5000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-LINHA-CANAL - UMA LINHA DO QUADRO POR CANAL, SO PARA O
      * CANAL COM CLIENTE NO PERIODO.
      *-----------------------------------------------------------------
       5100-LINHA-CANAL.
           IF TCN-QTD-CLIENTES (WS-IDX-CANAL) = ZEROS
               GO TO 5100-LINHA-CANAL-EXIT
           END-IF

           MOVE SPACES TO WS-LINHA-CANAL
           COMPUTE LC-COD-CANAL = WS-IDX-CANAL - 1
           IF WS-IDX-CANAL = 1
               MOVE "SEM CANAL" TO LC-DESCR-CANAL
           ELSE
               COMPUTE XAV-CANAL = WS-IDX-CANAL - 1
               READ CANAL WITH IGNORE LOCK
               IF FS-CANAL NOT = ZEROS
                   MOVE "CANAL NAO CADASTRADO" TO DESCR-CANAL
               END-IF
               MOVE DESCR-CANAL TO LC-DESCR-CANAL
           END-IF

           IF WS-TOTAL-GERAL NOT = ZEROS
               COMPUTE WS-PERC-CANAL ROUNDED =
                   TCN-VALOR (WS-IDX-CANAL) * 100 / WS-TOTAL-GERAL
           ELSE
               MOVE ZEROS TO WS-PERC-CANAL
           END-IF

           MOVE TCN-QTD-CLIENTES (WS-IDX-CANAL) TO LC-QTD-CLIENTES
           MOVE TCN-VALOR (WS-IDX-CANAL)        TO LC-VALOR
           MOVE WS-PERC-CANAL                   TO LC-PERC
           MOVE WS-LINHA-CANAL                  TO REG-REL
           WRITE REG-REL.
       5100-LINHA-CANAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
