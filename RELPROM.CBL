      *-----------------------------------------------------------------
      * RELPROM - PROMESSA DE ENTREGA X ENTREGA REALIZADA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELPROM.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - COMPARA A DATA PROMETIDA AO
      *                   CLIENTE NA ENTRADA DO PEDIDO (DT-PROMETIDA-
      *                   PED, CADPED/ROTA) COM A ENTREGA REALIZADA
      *                   (DT-ENTREGA-PED, ROMANEIO OPCAO E), POR
      *                   ROTA, NO PERIODO DE PROMESSA PEDIDO. CADA
      *                   PEDIDO SAI NO PRAZO, ATRASADO (COM OS DIAS),
      *                   PENDENTE ATRASADO (AINDA NAO ENTREGUE E JA
      *                   VENCIDO) OU A ENTREGAR; POR ROTA E NO GERAL,
      *                   O PERCENTUAL ENTREGUE NO PRAZO. FILTRO
      *                   OPCIONAL POR ROTA. SPOOL DATADO
      *                   (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDO.SEL".
           COPY "CLIENTE.SEL".
           COPY "ROTA.SEL".

           SELECT WORK-PROM ASSIGN TO "WORKPROM".

           SELECT REL-PROM ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDO.FD".
           COPY "CLIENTE.FD".
           COPY "ROTA.FD".

       SD  WORK-PROM.
       01  REG-PROM.
           05  PRM-COD-ROTA            PIC 9(03).
           05  PRM-DT-PROMETIDA        PIC 9(08).
           05  PRM-NUM-PEDIDO          PIC 9(07).
           05  PRM-COD-CLI             PIC 9(07).
           05  PRM-DT-ENTREGA          PIC 9(08).
           05  PRM-PESO                PIC 9(07)V999.

       FD  REL-PROM
           LABEL RECORD STANDARD.
       01  REG-REL                     PIC X(132).


       FD  SPOOL-REG
           LABEL RECORD STANDARD.
       01  REG-SPOOLREG                PIC X(120).

       WORKING-STORAGE SECTION.

      * Spool de relatorios: a saida ganha nome com data e hora
      * (SPOOL-<NOME>-AAAAMMDD-HHMMSS.TXT), preservando as execucoes
      * anteriores, e cada arquivo gerado e registrado em SPOOLREG.TXT
      * para o visor de spool (SPOOLVW) reabrir ou reimprimir.
       77  WS-NOME-SPOOL-REL           PIC X(60)    VALUE SPACES.
       77  FS-SPR                      PIC XX       VALUE SPACES.
       77  WS-DATA-SPOOL               PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-SPOOL               PIC 9(08)    VALUE ZEROS.


       77  FS                          PIC XX       VALUE SPACES.
       77  FS-ROTA                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DT-INICIO                PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM                   PIC 9(08)    VALUE ZEROS.
       77  WS-ROTA-FILTRO              PIC 9(03)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-DIF                 PIC S9(05)   VALUE ZEROS.
       77  WS-ROTA-ATUAL               PIC 9(03)    VALUE ZEROS.
       77  WS-PERC                     PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERC-EDIT                PIC ZZ9,99.

      * CONTADORES DA ROTA CORRENTE (QUEBRA) E DO RELATORIO INTEIRO.
      * PERCENTUAL NO PRAZO = NO PRAZO / ENTREGUES + PENDENTES
      * ATRASADOS (O QUE AINDA NAO VENCEU NAO ENTRA NA CONTA).
       01  WS-TOTAIS-ROTA.
           05  WS-ROT-PEDIDOS          PIC 9(05)    VALUE ZEROS.
           05  WS-ROT-NO-PRAZO         PIC 9(05)    VALUE ZEROS.
           05  WS-ROT-ATRASADOS        PIC 9(05)    VALUE ZEROS.
           05  WS-ROT-PEND-ATRASO      PIC 9(05)    VALUE ZEROS.
           05  WS-ROT-A-ENTREGAR       PIC 9(05)    VALUE ZEROS.
           05  WS-ROT-DIAS-ATRASO      PIC 9(07)    VALUE ZEROS.
       01  WS-TOTAIS-GERAL.
           05  WS-GER-PEDIDOS          PIC 9(05)    VALUE ZEROS.
           05  WS-GER-NO-PRAZO         PIC 9(05)    VALUE ZEROS.
           05  WS-GER-ATRASADOS        PIC 9(05)    VALUE ZEROS.
           05  WS-GER-PEND-ATRASO      PIC 9(05)    VALUE ZEROS.
           05  WS-GER-A-ENTREGAR       PIC 9(05)    VALUE ZEROS.
           05  WS-GER-DIAS-ATRASO      PIC 9(07)    VALUE ZEROS.
       77  WS-BASE-PERC                PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-PEDIDO           PIC X(01)    VALUE "N".
               88  FIM-PEDIDO                       VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "PEDIDO".
           05  FILLER                  PIC X(09) VALUE "CLIENTE".
           05  FILLER                  PIC X(32) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(12) VALUE "PESO (KG)".
           05  FILLER                  PIC X(10) VALUE "PROMETIDA".
           05  FILLER                  PIC X(10) VALUE "ENTREGUE".
           05  FILLER                  PIC X(07) VALUE "DIAS".
           05  FILLER                  PIC X(17) VALUE "SITUACAO".

       01  WS-LINHA-DADOS.
           05  LD-NUM-PEDIDO           PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-CLI              PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PESO                 PIC Z(06)9,9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DT-PROMETIDA         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DT-ENTREGA           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS                 PIC -Z(03)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-SITUACAO             PIC X(17).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-PROM
               ON ASCENDING KEY PRM-COD-ROTA
               ON ASCENDING KEY PRM-DT-PROMETIDA
               ON ASCENDING KEY PRM-NUM-PEDIDO
               INPUT PROCEDURE  2000-SELECIONA-PEDIDOS
               OUTPUT PROCEDURE 3000-IMPRIME-PROMESSAS

           PERFORM 4000-FINALIZA        THRU 4000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERIODO DAS PROMESSAS (PADRAO: MES CORRENTE
      * ATE HOJE), FILTRO DE ROTA E ABERTURA DO SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE

           DISPLAY "PROMETIDAS DE (AAAAMMDD, ENTER P/ INICIO DO MES):"
           ACCEPT WS-DT-INICIO FROM CONSOLE
           IF WS-DT-INICIO = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-INICIO
               MOVE "01"        TO WS-DT-INICIO (7:2)
           END-IF
           DISPLAY "PROMETIDAS ATE (AAAAMMDD, ENTER P/ HOJE):"
           ACCEPT WS-DT-FIM FROM CONSOLE
           IF WS-DT-FIM = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-FIM
           END-IF
           DISPLAY "ROTA A LISTAR (ENTER P/ TODAS)?"
           ACCEPT WS-ROTA-FILTRO FROM CONSOLE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-PROM
           MOVE SPACES TO REG-REL
           STRING "PROMESSA DE ENTREGA X ENTREGA REALIZADA -"
                  " PROMETIDAS DE " WS-DT-INICIO " A " WS-DT-FIM
                  "  EMITIDO EM " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           OPEN INPUT CLIENTE
           OPEN INPUT ROTA.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SELECIONA-PEDIDOS - ENVIA PARA O SORT OS PEDIDOS COM DATA
      * PROMETIDA NO PERIODO. CANCELADO E RECUSADO NAO TEM MAIS
      * PROMESSA A CUMPRIR.
      *-----------------------------------------------------------------
       2000-SELECIONA-PEDIDOS.
           OPEN INPUT PEDIDO
           IF FS NOT = ZEROS
               MOVE "S" TO WS-FIM-PEDIDO
           END-IF

           MOVE ZEROS TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-PEDIDO
           END-START

           PERFORM 2100-LE-PEDIDO THRU 2100-LE-PEDIDO-EXIT
               UNTIL FIM-PEDIDO

           CLOSE PEDIDO.
       2000-SELECIONA-PEDIDOS-EXIT.
           EXIT.

       2100-LE-PEDIDO.
           READ PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PEDIDO
                   GO TO 2100-LE-PEDIDO-EXIT
           END-READ

           IF DT-PROMETIDA-PED = ZEROS
           OR DT-PROMETIDA-PED < WS-DT-INICIO
           OR DT-PROMETIDA-PED > WS-DT-FIM
           OR PED-CANCELADO OR PED-RECUSADO
               GO TO 2100-LE-PEDIDO-EXIT
           END-IF
           IF WS-ROTA-FILTRO NOT = ZEROS
           AND COD-ROTA-PED NOT = WS-ROTA-FILTRO
               GO TO 2100-LE-PEDIDO-EXIT
           END-IF

           MOVE COD-ROTA-PED     TO PRM-COD-ROTA
           MOVE DT-PROMETIDA-PED TO PRM-DT-PROMETIDA
           MOVE NUM-PEDIDO       TO PRM-NUM-PEDIDO
           MOVE COD-CLI-PED      TO PRM-COD-CLI
           MOVE PESO-PED         TO PRM-PESO
           IF ENTREGA-CONCLUIDA
               MOVE DT-ENTREGA-PED TO PRM-DT-ENTREGA
           ELSE
               MOVE ZEROS          TO PRM-DT-ENTREGA
           END-IF
           RELEASE REG-PROM.
       2100-LE-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-IMPRIME-PROMESSAS - CONSOME O ORDENADO POR ROTA E DATA
      * PROMETIDA, COM QUEBRA E SUBTOTAL POR ROTA.
      *-----------------------------------------------------------------
       3000-IMPRIME-PROMESSAS.
           PERFORM 3100-RETORNA-ORDENADO
               THRU 3100-RETORNA-ORDENADO-EXIT

           PERFORM 3200-TRATA-PROMESSA THRU 3200-TRATA-PROMESSA-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-LEITURA
               PERFORM 3500-TOTAL-ROTA THRU 3500-TOTAL-ROTA-EXIT
           END-IF.
       3000-IMPRIME-PROMESSAS-EXIT.
           EXIT.

       3100-RETORNA-ORDENADO.
           RETURN WORK-PROM
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       3100-RETORNA-ORDENADO-EXIT.
           EXIT.

       3200-TRATA-PROMESSA.
           IF PRIMEIRA-LEITURA
           OR PRM-COD-ROTA NOT = WS-ROTA-ATUAL
               IF NOT PRIMEIRA-LEITURA
                   PERFORM 3500-TOTAL-ROTA THRU 3500-TOTAL-ROTA-EXIT
               END-IF
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               MOVE PRM-COD-ROTA TO WS-ROTA-ATUAL
               PERFORM 3300-CABECALHO-ROTA
                   THRU 3300-CABECALHO-ROTA-EXIT
           END-IF

           MOVE PRM-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
           END-READ
           MOVE ZEROS TO FS

           MOVE SPACES           TO WS-LINHA-DADOS
           MOVE PRM-NUM-PEDIDO   TO LD-NUM-PEDIDO
           MOVE PRM-COD-CLI      TO LD-COD-CLI
           MOVE RAZAO-CLI        TO LD-RAZAO
           MOVE PRM-PESO         TO LD-PESO
           MOVE PRM-DT-PROMETIDA TO LD-DT-PROMETIDA
           ADD 1 TO WS-ROT-PEDIDOS

           IF PRM-DT-ENTREGA NOT = ZEROS
               MOVE PRM-DT-ENTREGA TO LD-DT-ENTREGA
               COMPUTE WS-DIAS-DIF =
                   FUNCTION INTEGER-OF-DATE(PRM-DT-ENTREGA)
                   - FUNCTION INTEGER-OF-DATE(PRM-DT-PROMETIDA)
               MOVE WS-DIAS-DIF TO LD-DIAS
               IF WS-DIAS-DIF > ZEROS
                   MOVE "ATRASADO"   TO LD-SITUACAO
                   ADD 1             TO WS-ROT-ATRASADOS
                   ADD WS-DIAS-DIF   TO WS-ROT-DIAS-ATRASO
               ELSE
                   IF WS-DIAS-DIF < ZEROS
                       MOVE "ANTECIPADO" TO LD-SITUACAO
                   ELSE
                       MOVE "NO PRAZO"   TO LD-SITUACAO
                   END-IF
                   ADD 1 TO WS-ROT-NO-PRAZO
               END-IF
           ELSE
               COMPUTE WS-DIAS-DIF = WS-INTEIRO-HOJE
                   - FUNCTION INTEGER-OF-DATE(PRM-DT-PROMETIDA)
               IF WS-DIAS-DIF > ZEROS
                   MOVE WS-DIAS-DIF         TO LD-DIAS
                   MOVE "PENDENTE ATRASADO" TO LD-SITUACAO
                   ADD 1                    TO WS-ROT-PEND-ATRASO
                   ADD WS-DIAS-DIF          TO WS-ROT-DIAS-ATRASO
               ELSE
                   MOVE ZEROS               TO LD-DIAS
                   MOVE "A ENTREGAR"        TO LD-SITUACAO
                   ADD 1                    TO WS-ROT-A-ENTREGAR
               END-IF
           END-IF

           MOVE WS-LINHA-DADOS TO REG-REL
           WRITE REG-REL

           PERFORM 3100-RETORNA-ORDENADO
               THRU 3100-RETORNA-ORDENADO-EXIT.
       3200-TRATA-PROMESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-CABECALHO-ROTA - ABRE O BLOCO DA ROTA NOVA E ZERA OS
      * CONTADORES DELA.
      *-----------------------------------------------------------------
       3300-CABECALHO-ROTA.
           INITIALIZE WS-TOTAIS-ROTA

           MOVE WS-ROTA-ATUAL TO XAV-ROTA
           READ ROTA WITH IGNORE LOCK
               INVALID KEY
                   MOVE "ROTA NAO CADASTRADA" TO DESCR-ROTA
                   MOVE ZEROS                 TO COD-FILIAL-ROTA
           END-READ

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ROTA " WS-ROTA-ATUAL " - "
                  FUNCTION TRIM(DESCR-ROTA)
                  "  (FILIAL " COD-FILIAL-ROTA ")"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       3300-CABECALHO-ROTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-TOTAL-ROTA - SUBTOTAL DA ROTA E ACUMULO NO GERAL.
      *-----------------------------------------------------------------
       3500-TOTAL-ROTA.
           COMPUTE WS-BASE-PERC = WS-ROT-NO-PRAZO + WS-ROT-ATRASADOS
                                + WS-ROT-PEND-ATRASO
           IF WS-BASE-PERC = ZEROS
               MOVE ZEROS TO WS-PERC
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   WS-ROT-NO-PRAZO * 100 / WS-BASE-PERC
           END-IF
           MOVE WS-PERC TO WS-PERC-EDIT

           MOVE SPACES TO REG-REL
           STRING "TOTAL DA ROTA " WS-ROTA-ATUAL ": "
                  WS-ROT-PEDIDOS " PEDIDO(S) - NO PRAZO "
                  WS-ROT-NO-PRAZO " / ATRASADOS " WS-ROT-ATRASADOS
                  " / PENDENTES ATRASADOS " WS-ROT-PEND-ATRASO
                  " / A ENTREGAR " WS-ROT-A-ENTREGAR
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "               NO PRAZO: " WS-PERC-EDIT " %"
                  " - DIAS DE ATRASO SOMADOS: " WS-ROT-DIAS-ATRASO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           ADD WS-ROT-PEDIDOS     TO WS-GER-PEDIDOS
           ADD WS-ROT-NO-PRAZO    TO WS-GER-NO-PRAZO
           ADD WS-ROT-ATRASADOS   TO WS-GER-ATRASADOS
           ADD WS-ROT-PEND-ATRASO TO WS-GER-PEND-ATRASO
           ADD WS-ROT-A-ENTREGAR  TO WS-GER-A-ENTREGAR
           ADD WS-ROT-DIAS-ATRASO TO WS-GER-DIAS-ATRASO.
       3500-TOTAL-ROTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-FINALIZA - TOTAL GERAL E FECHAMENTO
      *-----------------------------------------------------------------
       4000-FINALIZA.
           COMPUTE WS-BASE-PERC = WS-GER-NO-PRAZO + WS-GER-ATRASADOS
                                + WS-GER-PEND-ATRASO
           IF WS-BASE-PERC = ZEROS
               MOVE ZEROS TO WS-PERC
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   WS-GER-NO-PRAZO * 100 / WS-BASE-PERC
           END-IF
           MOVE WS-PERC TO WS-PERC-EDIT

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL GERAL: " WS-GER-PEDIDOS " PEDIDO(S) - NO"
                  " PRAZO " WS-GER-NO-PRAZO " / ATRASADOS "
                  WS-GER-ATRASADOS " / PENDENTES ATRASADOS "
                  WS-GER-PEND-ATRASO " / A ENTREGAR "
                  WS-GER-A-ENTREGAR
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "             NO PRAZO: " WS-PERC-EDIT " %"
                  " - DIAS DE ATRASO SOMADOS: " WS-GER-DIAS-ATRASO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE CLIENTE ROTA REL-PROM

           DISPLAY "RELATORIO DE PROMESSA DE ENTREGA GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-GER-PEDIDOS " PEDIDO(S), " WS-PERC-EDIT
                   " % NO PRAZO)".
       4000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELPROM-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELPROM;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
