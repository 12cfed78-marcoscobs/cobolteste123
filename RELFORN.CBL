      *-----------------------------------------------------------------
      * RELFORN - DESEMPENHO DE FORNECEDORES (SCORECARD DE COMPRAS)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELFORN.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA OS PEDIDOS DE COMPRA
      *                   (PEDCOMP/ITMCOMP) EMITIDOS NO PERIODO MEDE,
      *                   POR FORNECEDOR: PRAZO MEDIO DE ENTREGA
      *                   (EMISSAO ATE O PRIMEIRO RECEBIMENTO,
      *                   DT-RECEB-PC), ATRASO MEDIO CONTRA A DATA
      *                   PREVISTA E PEDIDOS RECEBIDOS COM ATRASO,
      *                   ATENDIMENTO (RECEBIDO SOBRE PEDIDO, LINHA A
      *                   LINHA, LIMITADO AO PEDIDO), VARIACAO MEDIA DO
      *                   CUSTO CONTRA O PEDIDO ANTERIOR DO MESMO
      *                   PRODUTO NO MESMO FORNECEDOR E DEVOLUCOES
      *                   (DEVFORN) DO PERIODO. RANKING POR NOTA
      *                   (40% ATENDIMENTO, 40% PONTUALIDADE, 20%
      *                   AUSENCIA DE DEVOLUCAO) COM DOIS SORTS, COMO
      *                   O RELRANKP. SPOOL DATADO (SPOOLREG.TXT) E
      *                   FORNSCOR.CSV PARA O COMPRAS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDCOMP.SEL".
           COPY "ITMCOMP.SEL".
           COPY "DEVFORN.SEL".
           COPY "FORNECED.SEL".

           SELECT WORK-MOV ASSIGN TO "WORKFOR1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-TOT ASSIGN TO "WORKFOR2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTAIS-FILE ASSIGN TO "RELFORN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TOT.

           SELECT FORN-CSV ASSIGN TO "FORNSCOR.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

           SELECT REL-FORN ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDCOMP.FD".
           COPY "ITMCOMP.FD".
           COPY "DEVFORN.FD".
           COPY "FORNECED.FD".

      *    ORD-TIPO: 1 = PEDIDO DE COMPRA DO PERIODO (PRAZO/ATRASO),
      *    2 = LINHA DE PEDIDO (ATENDIMENTO E CUSTO - VEM TAMBEM A
      *    LINHA ANTERIOR AO PERIODO, SO PARA A COMPARACAO DE CUSTO),
      *    3 = DEVOLUCAO AO FORNECEDOR DO PERIODO.
       SD  WORK-MOV.
       01  REG-ORDENADO.
           05  ORD-COD-FORN            PIC 9(05).
           05  ORD-TIPO                PIC X(01).
           05  ORD-COD-PRODUTO         PIC 9(05).
           05  ORD-DT                  PIC 9(08).
           05  ORD-NUM-DOC             PIC 9(07).
           05  ORD-NO-PERIODO          PIC X(01).
           05  ORD-DT-PREVISTA         PIC 9(08).
           05  ORD-DT-RECEB            PIC 9(08).
           05  ORD-QTD-PEDIDA          PIC 9(07)V999.
           05  ORD-QTD-RECEBIDA        PIC 9(07)V999.
           05  ORD-CUSTO               PIC S9(07)V99.
           05  ORD-VALOR               PIC S9(09)V99.

       SD  WORK-TOT.
       01  REG-ORDENADO-2.
           05  ORD2-NOTA               PIC 9(03)V99.
           05  ORD2-DADOS              PIC X(90).

       FD  TOTAIS-FILE
           LABEL RECORD STANDARD.
       01  REG-TOTAIS.
           05  TOT-NOTA                PIC 9(03)V99.
           05  TOT-COD-FORN            PIC 9(05).
           05  TOT-QTD-PC              PIC 9(05).
           05  TOT-QTD-RECEB           PIC 9(05).
           05  TOT-PRAZO-MEDIO         PIC S9(05)V9.
           05  TOT-ATRASO-MEDIO        PIC S9(05)V9.
           05  TOT-QTD-ATRASO          PIC 9(05).
           05  TOT-PERC-ATEND          PIC 9(03)V99.
           05  TOT-VAR-CUSTO           PIC S9(05)V99.
           05  TOT-QTD-DEV             PIC 9(05).
           05  TOT-VALOR-DEV           PIC S9(11)V99.
           05  TOT-VALOR-REC           PIC S9(11)V99.
           05  TOT-PERC-DEV            PIC 9(05)V99.
           05  FILLER                  PIC X(08).

       FD  FORN-CSV
           LABEL RECORD STANDARD.
       01  REG-CSV                     PIC X(200).

       FD  REL-FORN
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


       77  FS-PC                       PIC XX       VALUE SPACES.
       77  FS-IPC                      PIC XX       VALUE SPACES.
       77  FS-DVF                      PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-TOT                      PIC XX       VALUE SPACES.
       77  FS-CSV                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-QTD-FORNECEDORES         PIC 9(05)    VALUE ZEROS.
       77  WS-POSICAO                  PIC 9(05)    VALUE ZEROS.
       77  WS-DIAS                     PIC S9(05)   VALUE ZEROS.

      * ACUMULADORES DO FORNECEDOR CORRENTE NA QUEBRA DO PRIMEIRO SORT
       77  WS-COD-FORN-ATUAL           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PC-FOR               PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RECEB-FOR            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-COM-PREV-FOR         PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-ATRASO-FOR           PIC 9(05)    VALUE ZEROS.
       77  WS-SOMA-PRAZO-FOR           PIC S9(09)   VALUE ZEROS.
       77  WS-SOMA-ATRASO-FOR          PIC S9(09)   VALUE ZEROS.
       77  WS-QTD-PEDIDA-FOR           PIC 9(11)V999 VALUE ZEROS.
       77  WS-QTD-ATENDIDA-FOR         PIC 9(11)V999 VALUE ZEROS.
       77  WS-VALOR-REC-FOR            PIC S9(11)V99 VALUE ZEROS.
       77  WS-SOMA-VAR-FOR             PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-COMPAR-FOR           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-DEV-FOR              PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-DEV-FOR            PIC S9(11)V99 VALUE ZEROS.
       77  WS-PROD-ANT                 PIC 9(05)    VALUE ZEROS.
       77  WS-PCOMP-ANT                PIC 9(07)    VALUE ZEROS.
       77  WS-CUSTO-ANT                PIC S9(07)V99 VALUE ZEROS.
       77  WS-VAR-LINHA                PIC S9(07)V99 VALUE ZEROS.
       77  WS-PERC-PONTUAL             PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERC-SEM-DEV             PIC 9(03)V99 VALUE ZEROS.

      * CAMPOS EDITADOS PARA O CSV (VIRGULA DECIMAL, SEM ZEROS A
      * ESQUERDA)
       77  CSV-NOTA                    PIC ZZ9,99.
       77  CSV-PRAZO                   PIC -(05)9,9.
       77  CSV-ATRASO                  PIC -(05)9,9.
       77  CSV-ATEND                   PIC ZZ9,99.
       77  CSV-VAR-CUSTO               PIC -(05)9,99.
       77  CSV-VALOR-DEV               PIC -(11)9,99.
       77  CSV-PERC-DEV                PIC Z(04)9,99.
       77  CSV-CONTADOR                PIC Z(04)9.

       01  WS-SWITCHES.
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-FIM-ORDENADO-2       PIC X(01)    VALUE "N".
               88  FIM-ORDENADO-2                   VALUE "S".
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-PEDCOMP-ABERTO       PIC X(01)    VALUE "N".
               88  PEDCOMP-ABERTO                   VALUE "S".

       01  WS-PERIODO.
           05  WS-DT-INICIO            PIC 9(08)    VALUE ZEROS.
           05  WS-DT-FIM               PIC 9(08)    VALUE 99999999.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(05) VALUE "POS".
           05  FILLER                  PIC X(32) VALUE "FORNECEDOR".
           05  FILLER                  PIC X(06) VALUE "PEDS".
           05  FILLER                  PIC X(06) VALUE "RECEB".
           05  FILLER                  PIC X(09) VALUE "PRAZO MD".
           05  FILLER                  PIC X(09) VALUE "ATRASO MD".
           05  FILLER                  PIC X(06) VALUE "ATRAS".
           05  FILLER                  PIC X(08) VALUE "ATEND %".
           05  FILLER                  PIC X(10) VALUE "VAR CUST%".
           05  FILLER                  PIC X(06) VALUE "DEVOL".
           05  FILLER                  PIC X(14) VALUE "VALOR DEVOL".
           05  FILLER                  PIC X(09) VALUE "DEVOL %".
           05  FILLER                  PIC X(06) VALUE "NOTA".

       01  WS-LINHA-DADOS.
           05  LD-POSICAO              PIC Z(03)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-COD-FORN             PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-RAZAO                PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD-PC               PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD-RECEB            PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PRAZO                PIC -(04)9,9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ATRASO               PIC -(04)9,9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD-ATRASO           PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ATEND                PIC ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VAR-CUSTO            PIC -(04)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD-DEV              PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR-DEV            PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PERC-DEV             PIC Z(03)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NOTA                 PIC ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-MOV
               ON ASCENDING KEY ORD-COD-FORN
               ON ASCENDING KEY ORD-TIPO
               ON ASCENDING KEY ORD-COD-PRODUTO
               ON ASCENDING KEY ORD-DT
               ON ASCENDING KEY ORD-NUM-DOC
               INPUT PROCEDURE  1500-ENVIA-MOVIMENTOS
                   THRU 1500-ENVIA-MOVIMENTOS-EXIT
               OUTPUT PROCEDURE 2000-TOTALIZA-FORNECEDORES
                   THRU 2000-TOTALIZA-FORNECEDORES-EXIT

           SORT WORK-TOT
               ON DESCENDING KEY ORD2-NOTA
               USING TOTAIS-FILE
               OUTPUT PROCEDURE 4000-EMITE-RELATORIO
                   THRU 4000-EMITE-RELATORIO-EXIT

           PERFORM 5000-FINALIZA        THRU 5000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O PERIODO (EMISSAO DO PEDIDO DE
      * COMPRA), ABRE O RELATORIO E O CSV.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD), ENTER P/"
                   " TODAS:"
           ACCEPT WS-DT-INICIO FROM CONSOLE
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD), ENTER P/"
                   " TODAS:"
           ACCEPT WS-DT-FIM FROM CONSOLE
           IF WS-DT-FIM = ZEROS
               MOVE 99999999 TO WS-DT-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-FORN
           MOVE SPACES TO REG-REL
           STRING "DESEMPENHO DE FORNECEDORES - PEDIDOS DE COMPRA"
                  " EMITIDOS DE " WS-DT-INICIO " A " WS-DT-FIM
                  "  EMITIDO EM " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PRAZO/ATRASO EM DIAS ATE O PRIMEIRO RECEBIMENTO;"
                  " NOTA = 40% ATENDIMENTO + 40% PONTUALIDADE + 20%"
                  " SEM DEVOLUCAO"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           OPEN OUTPUT FORN-CSV
           MOVE SPACES TO REG-CSV
           STRING "POSICAO;COD_FORN;RAZAO;PEDIDOS;RECEBIDOS;"
                  "PRAZO_MEDIO;ATRASO_MEDIO;RECEBIDOS_ATRASADOS;"
                  "PERC_ATENDIMENTO;VAR_CUSTO_PERC;DEVOLUCOES;"
                  "VALOR_DEVOLVIDO;PERC_DEVOLVIDO;NOTA"
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-MOVIMENTOS - CABECALHOS DE PEDIDO DO PERIODO,
      * LINHAS DE PEDIDO ATE O FIM DO PERIODO E DEVOLUCOES DO
      * PERIODO. PEDIDO CANCELADO NAO ENTRA.
      *-----------------------------------------------------------------
       1500-ENVIA-MOVIMENTOS.
           OPEN INPUT PEDCOMP
           IF FS-PC = ZEROS
               MOVE "S" TO WS-PEDCOMP-ABERTO
               MOVE "N" TO WS-FIM-ARQ
               MOVE LOW-VALUES TO XAV-PC
               START PEDCOMP KEY IS NOT LESS THAN XAV-PC
                   INVALID KEY MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM 1510-ENVIA-PEDIDO THRU 1510-ENVIA-PEDIDO-EXIT
                   UNTIL FIM-ARQ
           END-IF

           OPEN INPUT ITMCOMP
           IF PEDCOMP-ABERTO AND FS-IPC = ZEROS
               MOVE "N" TO WS-FIM-ARQ
               MOVE LOW-VALUES TO XAV-IPC
               START ITMCOMP KEY IS NOT LESS THAN XAV-IPC
                   INVALID KEY MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM 1520-ENVIA-LINHA THRU 1520-ENVIA-LINHA-EXIT
                   UNTIL FIM-ARQ
           END-IF
           CLOSE ITMCOMP
           CLOSE PEDCOMP

           OPEN INPUT DEVFORN
           IF FS-DVF = ZEROS
               MOVE "N" TO WS-FIM-ARQ
               MOVE LOW-VALUES TO XAV-DVF
               START DEVFORN KEY IS NOT LESS THAN XAV-DVF
                   INVALID KEY MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM 1530-ENVIA-DEVOLUCAO
                   THRU 1530-ENVIA-DEVOLUCAO-EXIT
                   UNTIL FIM-ARQ
           END-IF
           CLOSE DEVFORN.
       1500-ENVIA-MOVIMENTOS-EXIT.
           EXIT.

       1510-ENVIA-PEDIDO.
           READ PEDCOMP NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1510-ENVIA-PEDIDO-EXIT
           END-READ

           IF PC-CANCELADO
           OR DT-EMISSAO-PC < WS-DT-INICIO
           OR DT-EMISSAO-PC > WS-DT-FIM
               GO TO 1510-ENVIA-PEDIDO-EXIT
           END-IF

           INITIALIZE REG-ORDENADO
           MOVE COD-FORN-PC    TO ORD-COD-FORN
           MOVE "1"            TO ORD-TIPO
           MOVE DT-EMISSAO-PC  TO ORD-DT
           MOVE NUM-PCOMP      TO ORD-NUM-DOC
           MOVE "S"            TO ORD-NO-PERIODO
           MOVE DT-PREVISTA-PC TO ORD-DT-PREVISTA
           MOVE DT-RECEB-PC    TO ORD-DT-RECEB
           RELEASE REG-ORDENADO.
       1510-ENVIA-PEDIDO-EXIT.
           EXIT.

       1520-ENVIA-LINHA.
           READ ITMCOMP NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1520-ENVIA-LINHA-EXIT
           END-READ

           MOVE NUM-PCOMP-IPC TO XAV-PC
           READ PEDCOMP WITH IGNORE LOCK
               INVALID KEY GO TO 1520-ENVIA-LINHA-EXIT
           END-READ

           IF PC-CANCELADO
           OR DT-EMISSAO-PC > WS-DT-FIM
               GO TO 1520-ENVIA-LINHA-EXIT
           END-IF

           INITIALIZE REG-ORDENADO
           MOVE COD-FORN-PC      TO ORD-COD-FORN
           MOVE "2"              TO ORD-TIPO
           MOVE COD-PRODUTO-IPC  TO ORD-COD-PRODUTO
           MOVE DT-EMISSAO-PC    TO ORD-DT
           MOVE NUM-PCOMP-IPC    TO ORD-NUM-DOC
           IF DT-EMISSAO-PC < WS-DT-INICIO
               MOVE "N"          TO ORD-NO-PERIODO
           ELSE
               MOVE "S"          TO ORD-NO-PERIODO
           END-IF
           MOVE QTD-PEDIDA-IPC   TO ORD-QTD-PEDIDA
           MOVE QTD-RECEBIDA-IPC TO ORD-QTD-RECEBIDA
           MOVE CUSTO-UNIT-IPC   TO ORD-CUSTO
           RELEASE REG-ORDENADO.
       1520-ENVIA-LINHA-EXIT.
           EXIT.

       1530-ENVIA-DEVOLUCAO.
           READ DEVFORN NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1530-ENVIA-DEVOLUCAO-EXIT
           END-READ

           IF DT-DEVFORN < WS-DT-INICIO
           OR DT-DEVFORN > WS-DT-FIM
               GO TO 1530-ENVIA-DEVOLUCAO-EXIT
           END-IF

           INITIALIZE REG-ORDENADO
           MOVE COD-FORN-DVF     TO ORD-COD-FORN
           MOVE "3"              TO ORD-TIPO
           MOVE DT-DEVFORN       TO ORD-DT
           MOVE NUM-DEVFORN      TO ORD-NUM-DOC
           MOVE "S"              TO ORD-NO-PERIODO
           MOVE VALOR-DEVFORN    TO ORD-VALOR
           RELEASE REG-ORDENADO.
       1530-ENVIA-DEVOLUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TOTALIZA-FORNECEDORES - QUEBRA POR FORNECEDOR; CADA
      * FORNECEDOR COM PEDIDO OU DEVOLUCAO NO PERIODO VIRA UM
      * REGISTRO NO ARQUIVO DE TOTAIS, COM A NOTA DO RANKING.
      *-----------------------------------------------------------------
       2000-TOTALIZA-FORNECEDORES.
           OPEN OUTPUT TOTAIS-FILE

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-MOVIMENTO THRU 2200-TRATA-MOVIMENTO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-LEITURA
               PERFORM 2500-FECHA-FORNECEDOR
                   THRU 2500-FECHA-FORNECEDOR-EXIT
           END-IF

           CLOSE TOTAIS-FILE.
       2000-TOTALIZA-FORNECEDORES-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-MOV
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-MOVIMENTO.
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               PERFORM 2600-ZERA-FORNECEDOR
                   THRU 2600-ZERA-FORNECEDOR-EXIT
           ELSE
               IF ORD-COD-FORN NOT = WS-COD-FORN-ATUAL
                   PERFORM 2500-FECHA-FORNECEDOR
                       THRU 2500-FECHA-FORNECEDOR-EXIT
                   PERFORM 2600-ZERA-FORNECEDOR
                       THRU 2600-ZERA-FORNECEDOR-EXIT
               END-IF
           END-IF

           EVALUATE ORD-TIPO
               WHEN "1"
                   PERFORM 2300-TRATA-PEDIDO
                       THRU 2300-TRATA-PEDIDO-EXIT
               WHEN "2"
                   PERFORM 2350-TRATA-LINHA
                       THRU 2350-TRATA-LINHA-EXIT
               WHEN "3"
                   ADD 1         TO WS-QTD-DEV-FOR
                   ADD ORD-VALOR TO WS-VALOR-DEV-FOR
           END-EVALUATE

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-TRATA-PEDIDO - PRAZO (EMISSAO ATE O PRIMEIRO
      * RECEBIMENTO) E ATRASO CONTRA A DATA PREVISTA DO PEDIDO.
      * PEDIDO SEM RECEBIMENTO SO CONTA NA QUANTIDADE DE PEDIDOS.
      *-----------------------------------------------------------------
       2300-TRATA-PEDIDO.
           ADD 1 TO WS-QTD-PC-FOR
           IF ORD-DT-RECEB = ZEROS
               GO TO 2300-TRATA-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-RECEB-FOR
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(ORD-DT-RECEB)
               - FUNCTION INTEGER-OF-DATE(ORD-DT)
           ADD WS-DIAS TO WS-SOMA-PRAZO-FOR

           IF ORD-DT-PREVISTA NOT = ZEROS
               ADD 1 TO WS-QTD-COM-PREV-FOR
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(ORD-DT-RECEB)
                   - FUNCTION INTEGER-OF-DATE(ORD-DT-PREVISTA)
               ADD WS-DIAS TO WS-SOMA-ATRASO-FOR
               IF WS-DIAS > ZEROS
                   ADD 1 TO WS-QTD-ATRASO-FOR
               END-IF
           END-IF.
       2300-TRATA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2350-TRATA-LINHA - ATENDIMENTO DAS LINHAS DO PERIODO E
      * VARIACAO DE CUSTO CONTRA A LINHA DO MESMO PRODUTO NO PEDIDO
      * ANTERIOR (AS LINHAS CHEGAM POR PRODUTO E DATA DE EMISSAO;
      * A ANTERIOR PODE SER DE ANTES DO PERIODO).
      *-----------------------------------------------------------------
       2350-TRATA-LINHA.
           IF ORD-NO-PERIODO = "S"
               ADD ORD-QTD-PEDIDA TO WS-QTD-PEDIDA-FOR
               IF ORD-QTD-RECEBIDA > ORD-QTD-PEDIDA
                   ADD ORD-QTD-PEDIDA   TO WS-QTD-ATENDIDA-FOR
               ELSE
                   ADD ORD-QTD-RECEBIDA TO WS-QTD-ATENDIDA-FOR
               END-IF
               COMPUTE WS-VALOR-REC-FOR ROUNDED =
                   WS-VALOR-REC-FOR + ORD-QTD-RECEBIDA * ORD-CUSTO
           END-IF

           IF ORD-COD-PRODUTO NOT = WS-PROD-ANT
               MOVE ORD-COD-PRODUTO TO WS-PROD-ANT
               MOVE ORD-NUM-DOC     TO WS-PCOMP-ANT
               MOVE ORD-CUSTO       TO WS-CUSTO-ANT
               GO TO 2350-TRATA-LINHA-EXIT
           END-IF

      * MESMO PRODUTO REPETIDO NO MESMO PEDIDO NAO E "PEDIDO
      * ANTERIOR": MANTEM A REFERENCIA DO PEDIDO DE ANTES.
           IF ORD-NUM-DOC = WS-PCOMP-ANT
               GO TO 2350-TRATA-LINHA-EXIT
           END-IF

           IF ORD-NO-PERIODO = "S"
           AND WS-CUSTO-ANT > ZEROS
           AND ORD-CUSTO > ZEROS
               COMPUTE WS-VAR-LINHA ROUNDED =
                   (ORD-CUSTO - WS-CUSTO-ANT) * 100 / WS-CUSTO-ANT
               ADD WS-VAR-LINHA TO WS-SOMA-VAR-FOR
               ADD 1            TO WS-QTD-COMPAR-FOR
           END-IF

           MOVE ORD-NUM-DOC TO WS-PCOMP-ANT
           MOVE ORD-CUSTO   TO WS-CUSTO-ANT.
       2350-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-FECHA-FORNECEDOR - MEDIAS, PERCENTUAIS E NOTA DO
      * FORNECEDOR; SO LINHAS ANTERIORES AO PERIODO (SEM PEDIDO NEM
      * DEVOLUCAO NO PERIODO) NAO GERAM REGISTRO.
      *-----------------------------------------------------------------
       2500-FECHA-FORNECEDOR.
           IF WS-QTD-PC-FOR = ZEROS
           AND WS-QTD-DEV-FOR = ZEROS
               GO TO 2500-FECHA-FORNECEDOR-EXIT
           END-IF

           INITIALIZE REG-TOTAIS
           MOVE WS-COD-FORN-ATUAL TO TOT-COD-FORN
           MOVE WS-QTD-PC-FOR     TO TOT-QTD-PC
           MOVE WS-QTD-RECEB-FOR  TO TOT-QTD-RECEB
           MOVE WS-QTD-ATRASO-FOR TO TOT-QTD-ATRASO
           MOVE WS-QTD-DEV-FOR    TO TOT-QTD-DEV
           MOVE WS-VALOR-DEV-FOR  TO TOT-VALOR-DEV
           MOVE WS-VALOR-REC-FOR  TO TOT-VALOR-REC

           IF WS-QTD-RECEB-FOR > ZEROS
               COMPUTE TOT-PRAZO-MEDIO ROUNDED =
                   WS-SOMA-PRAZO-FOR / WS-QTD-RECEB-FOR
               COMPUTE WS-PERC-PONTUAL ROUNDED =
                   (WS-QTD-RECEB-FOR - WS-QTD-ATRASO-FOR) * 100
                   / WS-QTD-RECEB-FOR
           ELSE
               MOVE ZEROS TO WS-PERC-PONTUAL
           END-IF
           IF WS-QTD-COM-PREV-FOR > ZEROS
               COMPUTE TOT-ATRASO-MEDIO ROUNDED =
                   WS-SOMA-ATRASO-FOR / WS-QTD-COM-PREV-FOR
           END-IF
           IF WS-QTD-PEDIDA-FOR > ZEROS
               COMPUTE TOT-PERC-ATEND ROUNDED =
                   WS-QTD-ATENDIDA-FOR * 100 / WS-QTD-PEDIDA-FOR
           END-IF
           IF WS-QTD-COMPAR-FOR > ZEROS
               COMPUTE TOT-VAR-CUSTO ROUNDED =
                   WS-SOMA-VAR-FOR / WS-QTD-COMPAR-FOR
           END-IF

      * DEVOLVIDO SOBRE O RECEBIDO A CUSTO DE PEDIDO; DEVOLUCAO SEM
      * NADA RECEBIDO NO PERIODO CONTA COMO 100%.
           IF WS-VALOR-REC-FOR > ZEROS
               COMPUTE TOT-PERC-DEV ROUNDED =
                   WS-VALOR-DEV-FOR * 100 / WS-VALOR-REC-FOR
           ELSE
               IF WS-VALOR-DEV-FOR > ZEROS
                   MOVE 100 TO TOT-PERC-DEV
               END-IF
           END-IF
           IF TOT-PERC-DEV > 100
               MOVE ZEROS TO WS-PERC-SEM-DEV
           ELSE
               COMPUTE WS-PERC-SEM-DEV = 100 - TOT-PERC-DEV
           END-IF

           COMPUTE TOT-NOTA ROUNDED =
               TOT-PERC-ATEND  * 0,4
             + WS-PERC-PONTUAL * 0,4
             + WS-PERC-SEM-DEV * 0,2

           WRITE REG-TOTAIS
           ADD 1 TO WS-QTD-FORNECEDORES.
       2500-FECHA-FORNECEDOR-EXIT.
           EXIT.

       2600-ZERA-FORNECEDOR.
           MOVE ORD-COD-FORN TO WS-COD-FORN-ATUAL
           MOVE ZEROS TO WS-QTD-PC-FOR WS-QTD-RECEB-FOR
                         WS-QTD-COM-PREV-FOR WS-QTD-ATRASO-FOR
                         WS-SOMA-PRAZO-FOR WS-SOMA-ATRASO-FOR
                         WS-QTD-PEDIDA-FOR WS-QTD-ATENDIDA-FOR
                         WS-VALOR-REC-FOR WS-SOMA-VAR-FOR
                         WS-QTD-COMPAR-FOR WS-QTD-DEV-FOR
                         WS-VALOR-DEV-FOR WS-PROD-ANT
                         WS-PCOMP-ANT WS-CUSTO-ANT.
       2600-ZERA-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-EMITE-RELATORIO - RANKING POR NOTA DECRESCENTE, NO SPOOL
      * E NO CSV.
      *-----------------------------------------------------------------
       4000-EMITE-RELATORIO.
           OPEN INPUT FORNECED

           PERFORM 4100-RETORNA-TOTAL THRU 4100-RETORNA-TOTAL-EXIT

           PERFORM 4200-IMPRIME-FORNECEDOR
               THRU 4200-IMPRIME-FORNECEDOR-EXIT
               UNTIL FIM-ORDENADO-2

           CLOSE FORNECED.
       4000-EMITE-RELATORIO-EXIT.
           EXIT.

       4100-RETORNA-TOTAL.
           RETURN WORK-TOT INTO REG-TOTAIS
               AT END MOVE "S" TO WS-FIM-ORDENADO-2
           END-RETURN.
       4100-RETORNA-TOTAL-EXIT.
           EXIT.

       4200-IMPRIME-FORNECEDOR.
           ADD 1 TO WS-POSICAO

           MOVE TOT-COD-FORN TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               MOVE "FORNECEDOR NAO CADASTRADO" TO RAZAO-FORN
           END-IF

           MOVE WS-POSICAO       TO LD-POSICAO
           MOVE TOT-COD-FORN     TO LD-COD-FORN
           MOVE RAZAO-FORN       TO LD-RAZAO
           MOVE TOT-QTD-PC       TO LD-QTD-PC
           MOVE TOT-QTD-RECEB    TO LD-QTD-RECEB
           MOVE TOT-PRAZO-MEDIO  TO LD-PRAZO
           MOVE TOT-ATRASO-MEDIO TO LD-ATRASO
           MOVE TOT-QTD-ATRASO   TO LD-QTD-ATRASO
           MOVE TOT-PERC-ATEND   TO LD-ATEND
           MOVE TOT-VAR-CUSTO    TO LD-VAR-CUSTO
           MOVE TOT-QTD-DEV      TO LD-QTD-DEV
           MOVE TOT-VALOR-DEV    TO LD-VALOR-DEV
           MOVE TOT-PERC-DEV     TO LD-PERC-DEV
           MOVE TOT-NOTA         TO LD-NOTA
           MOVE WS-LINHA-DADOS   TO REG-REL
           WRITE REG-REL

           PERFORM 4300-GRAVA-CSV THRU 4300-GRAVA-CSV-EXIT

           PERFORM 4100-RETORNA-TOTAL THRU 4100-RETORNA-TOTAL-EXIT.
       4200-IMPRIME-FORNECEDOR-EXIT.
           EXIT.

       4300-GRAVA-CSV.
           MOVE TOT-NOTA         TO CSV-NOTA
           MOVE TOT-PRAZO-MEDIO  TO CSV-PRAZO
           MOVE TOT-ATRASO-MEDIO TO CSV-ATRASO
           MOVE TOT-PERC-ATEND   TO CSV-ATEND
           MOVE TOT-VAR-CUSTO    TO CSV-VAR-CUSTO
           MOVE TOT-VALOR-DEV    TO CSV-VALOR-DEV
           MOVE TOT-PERC-DEV     TO CSV-PERC-DEV

           MOVE SPACES TO REG-CSV
           STRING WS-POSICAO ";"
                  TOT-COD-FORN ";"
                  FUNCTION TRIM(RAZAO-FORN) ";"
                  TOT-QTD-PC ";"
                  TOT-QTD-RECEB ";"
                  FUNCTION TRIM(CSV-PRAZO) ";"
                  FUNCTION TRIM(CSV-ATRASO) ";"
                  TOT-QTD-ATRASO ";"
                  FUNCTION TRIM(CSV-ATEND) ";"
                  FUNCTION TRIM(CSV-VAR-CUSTO) ";"
                  TOT-QTD-DEV ";"
                  FUNCTION TRIM(CSV-VALOR-DEV) ";"
                  FUNCTION TRIM(CSV-PERC-DEV) ";"
                  FUNCTION TRIM(CSV-NOTA)
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
       4300-GRAVA-CSV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       5000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-FORNECEDORES TO CSV-CONTADOR
           MOVE SPACES TO REG-REL
           STRING "FORNECEDORES AVALIADOS: " CSV-CONTADOR
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE REL-FORN
           CLOSE FORN-CSV

           DISPLAY "DESEMPENHO DE FORNECEDORES GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)
                   " E FORNSCOR.CSV (" WS-QTD-FORNECEDORES
                   " FORNECEDOR(ES))".
       5000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELFORN-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELFORN;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
