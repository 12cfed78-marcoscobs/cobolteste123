      *-----------------------------------------------------------------
      * RELPEST - PERDAS DE ESTOQUE DO MES POR MOTIVO, GRUPO E FILIAL
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELPEST.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - TOTALIZA AS BAIXAS POR
      *                   PERDA DO MES (PERDAEST, LANCADAS PELA
      *                   BAIXAEST) POR MOTIVO, GRUPO DE PRODUTO E
      *                   FILIAL (SORT), COM QUANTIDADE DE BAIXAS E
      *                   VALOR AO CUSTO MEDIO, SUBTOTAL POR MOTIVO E
      *                   TOTAL GERAL. O MESMO VALOR VAI AO EXPCONT
      *                   COMO LANCAMENTO DE PERDA DE ESTOQUE. SPOOL
      *                   DATADO (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PERDAEST.SEL".
           COPY "PRODUTO.SEL".
           COPY "GRUPO.SEL".
           COPY "MOTPERDA.SEL".

           SELECT WORK-REC ASSIGN TO "WORKPEST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-PEST ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PERDAEST.FD".
           COPY "PRODUTO.FD".
           COPY "GRUPO.FD".
           COPY "MOTPERDA.FD".

       SD  WORK-REC.
       01  REG-ORDENADO.
           05  ORD-MOTIVO              PIC X(03).
           05  ORD-GRUPO               PIC 9(03).
           05  ORD-FILIAL              PIC 9(02).
           05  ORD-QTD                 PIC 9(07)V999.
           05  ORD-VALOR               PIC S9(09)V99.

       FD  REL-PEST
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
       77  FS-PES                      PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-MPE                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-MES-REL                  PIC 9(06)    VALUE ZEROS.
       77  WS-MOTIVO-ATUAL             PIC X(03)    VALUE SPACES.
       77  WS-GRUPO-ATUAL              PIC 9(03)    VALUE ZEROS.
       77  WS-FILIAL-ATUAL             PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-BAIXAS-LIN           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-LIN                  PIC 9(08)V999 VALUE ZEROS.
       77  WS-VALOR-LIN                PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-BAIXAS-MOT           PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-MOT                PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-BAIXAS-GER           PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-GER                PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(10)9,99.

       01  WS-SWITCHES.
           05  WS-FIM-PES              PIC X(01)    VALUE "N".
               88  FIM-PES                          VALUE "S".
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
           05  FILLER                  PIC X(38) VALUE "MOTIVO".
           05  FILLER                  PIC X(35) VALUE "GRUPO".
           05  FILLER                  PIC X(08) VALUE "FILIAL".
           05  FILLER                  PIC X(08) VALUE "BAIXAS".
           05  FILLER                  PIC X(15) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(15) VALUE "VALOR".

       01  WS-LINHA-DADOS.
           05  LD-MOTIVO               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DESCR-MOTIVO         PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LD-GRUPO                PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DESCR-GRUPO          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FILIAL               PIC 9(02).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LD-BAIXAS               PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(07)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR                PIC Z(10)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-REC
               ON ASCENDING KEY ORD-MOTIVO
               ON ASCENDING KEY ORD-GRUPO
               ON ASCENDING KEY ORD-FILIAL
               INPUT PROCEDURE  1500-ENVIA-PERDAS
                   THRU 1500-ENVIA-PERDAS-EXIT
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO
                   THRU 2000-EMITE-RELATORIO-EXIT

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O MES E ABRE O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           DISPLAY "MES DAS PERDAS (AAAAMM, ENTER P/ O MES ATUAL):"
           ACCEPT WS-MES-REL FROM CONSOLE
           IF WS-MES-REL = ZEROS
               MOVE WS-HOJE-NUM (1:6) TO WS-MES-REL
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-PEST
           MOVE SPACES TO REG-REL
           STRING "PERDAS DE ESTOQUE DO MES " WS-MES-REL
                  " POR MOTIVO, GRUPO E FILIAL (AO CUSTO MEDIO)"
                  "  EMITIDO EM " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-PERDAS - UMA LINHA POR BAIXA DO MES, COM O GRUPO
      * ATUAL DO PRODUTO (ZEROS = SEM GRUPO).
      *-----------------------------------------------------------------
       1500-ENVIA-PERDAS.
           OPEN INPUT PERDAEST
           IF FS-PES NOT = ZEROS
               GO TO 1500-ENVIA-PERDAS-EXIT
           END-IF
           OPEN INPUT PRODUTO

           MOVE LOW-VALUES TO XAV-PES
           START PERDAEST KEY IS NOT LESS THAN XAV-PES
               INVALID KEY MOVE "S" TO WS-FIM-PES
           END-START

           PERFORM 1510-LE-PERDA THRU 1510-LE-PERDA-EXIT
               UNTIL FIM-PES

           CLOSE PRODUTO
           CLOSE PERDAEST.
       1500-ENVIA-PERDAS-EXIT.
           EXIT.

       1510-LE-PERDA.
           READ PERDAEST NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PES
                   GO TO 1510-LE-PERDA-EXIT
           END-READ

           IF DT-PERDA-PES (1:6) NOT = WS-MES-REL
               GO TO 1510-LE-PERDA-EXIT
           END-IF

           MOVE COD-PRODUTO-PES TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE COD-GRUPO-PRODUTO TO ORD-GRUPO
           ELSE
               MOVE ZEROS             TO ORD-GRUPO
           END-IF
           MOVE ZEROS TO FS

           MOVE COD-MOTIVO-PES  TO ORD-MOTIVO
           MOVE COD-FILIAL-PES  TO ORD-FILIAL
           MOVE QTD-PERDA-PES   TO ORD-QTD
           MOVE VALOR-PERDA-PES TO ORD-VALOR
           RELEASE REG-ORDENADO.
       1510-LE-PERDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR MOTIVO/GRUPO/FILIAL E
      * SUBTOTAL A CADA MUDANCA DE MOTIVO.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT GRUPO
           OPEN INPUT MOTPERDA

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-PERDA THRU 2200-TRATA-PERDA-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-LEITURA
               PERFORM 2300-IMPRIME-LINHA THRU 2300-IMPRIME-LINHA-EXIT
               PERFORM 2400-FECHA-MOTIVO THRU 2400-FECHA-MOTIVO-EXIT
           END-IF

           CLOSE GRUPO
           CLOSE MOTPERDA.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-REC
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-PERDA.
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               MOVE ORD-MOTIVO TO WS-MOTIVO-ATUAL
               MOVE ORD-GRUPO  TO WS-GRUPO-ATUAL
               MOVE ORD-FILIAL TO WS-FILIAL-ATUAL
           ELSE
               IF ORD-MOTIVO NOT = WS-MOTIVO-ATUAL
                   PERFORM 2300-IMPRIME-LINHA
                       THRU 2300-IMPRIME-LINHA-EXIT
                   PERFORM 2400-FECHA-MOTIVO
                       THRU 2400-FECHA-MOTIVO-EXIT
                   MOVE ORD-MOTIVO TO WS-MOTIVO-ATUAL
                   MOVE ORD-GRUPO  TO WS-GRUPO-ATUAL
                   MOVE ORD-FILIAL TO WS-FILIAL-ATUAL
               ELSE
                   IF ORD-GRUPO  NOT = WS-GRUPO-ATUAL
                   OR ORD-FILIAL NOT = WS-FILIAL-ATUAL
                       PERFORM 2300-IMPRIME-LINHA
                           THRU 2300-IMPRIME-LINHA-EXIT
                       MOVE ORD-GRUPO  TO WS-GRUPO-ATUAL
                       MOVE ORD-FILIAL TO WS-FILIAL-ATUAL
                   END-IF
               END-IF
           END-IF

           ADD 1         TO WS-QTD-BAIXAS-LIN
           ADD ORD-QTD   TO WS-QTD-LIN
           ADD ORD-VALOR TO WS-VALOR-LIN

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-PERDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-IMPRIME-LINHA - LINHA DO MOTIVO/GRUPO/FILIAL ACUMULADO E
      * SOMA NO SUBTOTAL DO MOTIVO.
      *-----------------------------------------------------------------
       2300-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-DADOS

           MOVE WS-MOTIVO-ATUAL TO XAV-MPE
           READ MOTPERDA WITH IGNORE LOCK
           IF FS-MPE NOT = ZEROS
               MOVE "MOTIVO NAO CADASTRADO" TO DESCR-MOTIVO-MPE
           END-IF

           IF WS-GRUPO-ATUAL = ZEROS
               MOVE "SEM GRUPO" TO DESCR-GRUPO
           ELSE
               MOVE WS-GRUPO-ATUAL TO XAV-GRU
               READ GRUPO WITH IGNORE LOCK
               IF FS-GRU NOT = ZEROS
                   MOVE "GRUPO NAO CADASTRADO" TO DESCR-GRUPO
               END-IF
           END-IF

           MOVE WS-MOTIVO-ATUAL   TO LD-MOTIVO
           MOVE DESCR-MOTIVO-MPE  TO LD-DESCR-MOTIVO
           MOVE WS-GRUPO-ATUAL    TO LD-GRUPO
           MOVE DESCR-GRUPO       TO LD-DESCR-GRUPO
           MOVE WS-FILIAL-ATUAL   TO LD-FILIAL
           MOVE WS-QTD-BAIXAS-LIN TO LD-BAIXAS
           MOVE WS-QTD-LIN        TO LD-QTD
           MOVE WS-VALOR-LIN      TO LD-VALOR
           MOVE WS-LINHA-DADOS    TO REG-REL
           WRITE REG-REL

           ADD WS-QTD-BAIXAS-LIN TO WS-QTD-BAIXAS-MOT
           ADD WS-VALOR-LIN      TO WS-VALOR-MOT
           MOVE ZEROS TO WS-QTD-BAIXAS-LIN WS-QTD-LIN WS-VALOR-LIN.
       2300-IMPRIME-LINHA-EXIT.
           EXIT.

       2400-FECHA-MOTIVO.
           MOVE WS-VALOR-MOT TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "   TOTAL DO MOTIVO " WS-MOTIVO-ATUAL ": "
                  WS-QTD-BAIXAS-MOT " BAIXA(S)  VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           ADD WS-QTD-BAIXAS-MOT TO WS-QTD-BAIXAS-GER
           ADD WS-VALOR-MOT      TO WS-VALOR-GER
           MOVE ZEROS TO WS-QTD-BAIXAS-MOT WS-VALOR-MOT.
       2400-FECHA-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAL GERAL E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE WS-VALOR-GER TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "TOTAL DE PERDAS DO MES: " WS-QTD-BAIXAS-GER
                  " BAIXA(S)  VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "RELATORIO DE PERDAS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-BAIXAS-GER " BAIXA(S))"

           CLOSE REL-PEST.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELPEST-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELPEST;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
