      *-----------------------------------------------------------------
      * CONFPAG - CONFERENCIA A TRES VIAS: PEDIDO X RECEBIDO X FATURADO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONFPAG.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - ANTES DO PAGAMENTO CONFERE,
      *                   POR LINHA DO PEDIDO DE COMPRA (ITMCOMP), O
      *                   QUE FOI PEDIDO (QTD-PEDIDA-IPC E
      *                   CUSTO-UNIT-IPC), O QUE CHEGOU
      *                   (QTD-RECEBIDA-IPC) E O QUE O FORNECEDOR
      *                   FATUROU (LINHAS DA NOTA ELETRONICA LANCADA,
      *                   PRENOTA/PREITEM, E O VALOR DOS TITULOS DO
      *                   CONTAPAG DO PEDIDO), COM AS TOLERANCIAS
      *                   TOL-QTD-CONFPAG E TOL-PRECO-CONFPAG DO
      *                   PARAM. AS PARCELAS EM ABERTO DO PEDIDO COM
      *                   DIVERGENCIA FICAM CPAG-RETIDO ATE A
      *                   LIBERACAO DO SUPERVISOR (LIBPAG); SEM
      *                   DIVERGENCIA FICAM CONFERIDAS. RELATORIO DE
      *                   DIVERGENCIAS POR FORNECEDOR EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONTAPAG.SEL".
           COPY "FORNECED.SEL".
           COPY "ITMCOMP.SEL".
           COPY "PRENOTA.SEL".
           COPY "PREITEM.SEL".
           COPY "PARAM.SEL".

           SELECT WORK-CONF ASSIGN TO "WORKCONF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONF-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAPAG.FD".
           COPY "FORNECED.FD".
           COPY "ITMCOMP.FD".
           COPY "PRENOTA.FD".
           COPY "PREITEM.FD".
           COPY "PARAM.FD".

      *    UMA PARCELA DE TITULO COM PEDIDO DE COMPRA POR REGISTRO,
      *    ORDENADA POR FORNECEDOR / PEDIDO / TITULO / PARCELA.
       SD  WORK-CONF.
       01  REG-ORDENADO.
           05  ORD-COD-FORN            PIC 9(05).
           05  ORD-NUM-PCOMP           PIC 9(07).
           05  ORD-NUM-TITULO          PIC 9(07).
           05  ORD-NUM-PARCELA         PIC 9(02).
           05  ORD-DOC-FORN            PIC X(20).
           05  ORD-VALOR               PIC S9(09)V99.
           05  ORD-PAGAVEL             PIC X(01).

       FD  CONF-REL
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


      *-----------------------------------------------------------------
      * CHAVES E CONTADORES DE CONTROLE
      *-----------------------------------------------------------------
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-IPC                      PIC XX       VALUE SPACES.
       77  FS-PRE                      PIC XX       VALUE SPACES.
       77  FS-PIT                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-COD-FORN-INF             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PEDIDOS              PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PEDIDOS-DIV          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RETIDAS              PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-CONFERIDAS           PIC 9(05)    VALUE ZEROS.
       77  WS-FORN-PEDIDOS-DIV         PIC 9(05)    VALUE ZEROS.
       77  WS-FORN-RETIDAS             PIC 9(05)    VALUE ZEROS.

      * TOLERANCIAS (PERCENTUAIS) DO PARAM; AUSENTES = ZERO, OU SEJA,
      * QUALQUER DIFERENCA PARA MAIS RETEM O PAGAMENTO.
       77  WS-TOL-QTD                  PIC 9(03)V99 VALUE ZEROS.
       77  WS-TOL-PRECO                PIC 9(03)V99 VALUE ZEROS.

      * PEDIDO EM CONFERENCIA (QUEBRA DO ARQUIVO ORDENADO).
       77  WS-COD-FORN-ATUAL           PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-PCOMP-ATUAL          PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-FATURADO           PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-RECEBIDO           PIC S9(11)V99 VALUE ZEROS.
       77  WS-LIMITE                   PIC S9(11)V999 VALUE ZEROS.
       77  WS-CUSTO-FATURADO           PIC S9(07)V99 VALUE ZEROS.
       77  WS-MOTIVO-PEDIDO            PIC X(40)    VALUE SPACES.
       77  WS-IDX                      PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-DOC                  PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-PARC                 PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-EDIT                 PIC Z(06)9,999.
       77  WS-QTD-EDIT-2               PIC Z(06)9,999.
       77  WS-VALOR-EDIT               PIC Z(09)9,99.
       77  WS-VALOR-EDIT-2             PIC Z(09)9,99.
       77  WS-PERC-EDIT                PIC ZZ9,99.
       77  WS-PERC-EDIT-2              PIC ZZ9,99.

      * LINHAS DO PEDIDO (ITMCOMP) COM O FATURADO SOMADO DAS NOTAS.
       01  WS-TAB-LINHAS.
           05  WS-QTD-LINHAS           PIC 9(03)    VALUE ZEROS.
           05  WS-MAX-LINHAS           PIC 9(03)    VALUE 200.
           05  WS-LINHA-PC             OCCURS 200 TIMES.
               10  TL-SEQ              PIC 9(03).
               10  TL-COD-PRODUTO      PIC 9(05).
               10  TL-QTD-PEDIDA       PIC 9(07)V999.
               10  TL-QTD-RECEBIDA     PIC 9(07)V999.
               10  TL-CUSTO-UNIT       PIC S9(07)V99.
               10  TL-QTD-FATURADA     PIC 9(07)V999.
               10  TL-VALOR-FATURADO   PIC S9(09)V99.

      * DOCUMENTOS (NOTAS) DOS TITULOS DO PEDIDO.
       01  WS-TAB-DOCS.
           05  WS-QTD-DOCS             PIC 9(03)    VALUE ZEROS.
           05  WS-MAX-DOCS             PIC 9(03)    VALUE 20.
           05  WS-DOC-PC               OCCURS 20 TIMES.
               10  TD-DOC-FORN         PIC X(20).

      * PARCELAS EM ABERTO DO PEDIDO QUE RECEBEM O RESULTADO.
       01  WS-TAB-PARCELAS.
           05  WS-QTD-PARCELAS         PIC 9(03)    VALUE ZEROS.
           05  WS-MAX-PARCELAS         PIC 9(03)    VALUE 50.
           05  WS-PARCELA-PC           OCCURS 50 TIMES.
               10  TP-NUM-TITULO       PIC 9(07).
               10  TP-NUM-PARCELA      PIC 9(02).

       01  WS-SWITCHES.
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-IPC              PIC X(01)    VALUE "N".
               88  FIM-IPC                          VALUE "S".
           05  WS-FIM-PRE              PIC X(01)    VALUE "N".
               88  FIM-PRE                          VALUE "S".
           05  WS-FIM-PIT              PIC X(01)    VALUE "N".
               88  FIM-PIT                          VALUE "S".
           05  WS-ACHOU-LINHA          PIC X(01)    VALUE "N".
               88  ACHOU-LINHA                      VALUE "S".
           05  WS-ACHOU-DOC            PIC X(01)    VALUE "N".
               88  ACHOU-DOC                        VALUE "S".
           05  WS-DIVERGENTE           PIC X(01)    VALUE "N".
               88  PEDIDO-DIVERGENTE                VALUE "S".
           05  WS-SEM-DETALHE          PIC X(01)    VALUE "N".
               88  NOTA-SEM-DETALHE                 VALUE "S".
           05  WS-ABRIU-PRENOTA        PIC X(01)    VALUE "N".
               88  ABRIU-PRENOTA                    VALUE "S".
           05  WS-FORN-IMPRESSO        PIC X(01)    VALUE "N".
               88  FORN-IMPRESSO                    VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-PEDIDO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "PEDIDO ".
           05  LP-NUM-PCOMP            PIC 9(07).
           05  FILLER                  PIC X(12) VALUE "  RECEBIDO: ".
           05  LP-RECEBIDO             PIC Z(09)9,99.
           05  FILLER                  PIC X(12) VALUE "  FATURADO: ".
           05  LP-FATURADO             PIC Z(09)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-CONF
               ON ASCENDING KEY ORD-COD-FORN
               ON ASCENDING KEY ORD-NUM-PCOMP
               ON ASCENDING KEY ORD-NUM-TITULO
               ON ASCENDING KEY ORD-NUM-PARCELA
               INPUT PROCEDURE  1500-ENVIA-PARCELAS
                   THRU 1500-ENVIA-PARCELAS-EXIT
               OUTPUT PROCEDURE 2000-CONFERE-PEDIDOS
                   THRU 2000-CONFERE-PEDIDOS-EXIT

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O FORNECEDOR, LE AS TOLERANCIAS E
      * ABRE O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           DISPLAY "FORNECEDOR A CONFERIR (0 P/ TODOS):"
           ACCEPT WS-COD-FORN-INF FROM CONSOLE

           PERFORM 1100-LE-PARAM-TOLERANCIAS
               THRU 1100-LE-PARAM-TOLERANCIAS-EXIT

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CONF-REL
           MOVE SPACES TO REG-REL
           STRING "CONFERENCIA A TRES VIAS (PEDIDO X RECEBIDO X"
                  " FATURADO) - DIVERGENCIAS POR FORNECEDOR - "
                  WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-TOL-QTD   TO WS-PERC-EDIT
           MOVE WS-TOL-PRECO TO WS-PERC-EDIT-2
           MOVE SPACES TO REG-REL
           STRING "TOLERANCIA DE QUANTIDADE: " WS-PERC-EDIT
                  "%  TOLERANCIA DE PRECO: " WS-PERC-EDIT-2 "%"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LE-PARAM-TOLERANCIAS - TOLERANCIAS DOS PARAMETROS GERAIS
      * (CADPARAM); ARQUIVO OU CODIGOS AUSENTES DEIXAM ZERO.
      *-----------------------------------------------------------------
       1100-LE-PARAM-TOLERANCIAS.
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 1100-LE-PARAM-TOLERANCIAS-EXIT
           END-IF

           MOVE "TOL-QTD-CONFPAG" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-TOL-QTD
           END-IF

           MOVE "TOL-PRECO-CONFPAG" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-TOL-PRECO
           END-IF

           CLOSE PARAM.
       1100-LE-PARAM-TOLERANCIAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-PARCELAS - PARCELAS DE TITULO COM PEDIDO DE COMPRA
      * (NOTA DE DEBITO, PARCELA 99, E CANCELADAS FICAM DE FORA) DO
      * FORNECEDOR PEDIDO. SO PEDIDOS COM ALGUMA PARCELA AINDA A
      * PAGAR E NAO LIBERADA PELO SUPERVISOR SAO CONFERIDOS.
      *-----------------------------------------------------------------
       1500-ENVIA-PARCELAS.
           OPEN INPUT CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               CLOSE CONTAPAG
               GO TO 1500-ENVIA-PARCELAS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CPAG
           MOVE LOW-VALUES TO XAV-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-CPAG
           END-START

           PERFORM 1510-ENVIA-PARCELA THRU 1510-ENVIA-PARCELA-EXIT
               UNTIL FIM-CPAG

           CLOSE CONTAPAG.
       1500-ENVIA-PARCELAS-EXIT.
           EXIT.

       1510-ENVIA-PARCELA.
           READ CONTAPAG NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CPAG
                   GO TO 1510-ENVIA-PARCELA-EXIT
           END-READ

           IF NUM-PCOMP-CPAG = ZEROS
           OR NUM-PARCELA-CPAG = 99
           OR CPAG-CANCELADO
               GO TO 1510-ENVIA-PARCELA-EXIT
           END-IF
           IF WS-COD-FORN-INF NOT = ZEROS
           AND COD-FORN-CPAG NOT = WS-COD-FORN-INF
               GO TO 1510-ENVIA-PARCELA-EXIT
           END-IF

           MOVE COD-FORN-CPAG    TO ORD-COD-FORN
           MOVE NUM-PCOMP-CPAG   TO ORD-NUM-PCOMP
           MOVE NUM-TITULO-CPAG  TO ORD-NUM-TITULO
           MOVE NUM-PARCELA-CPAG TO ORD-NUM-PARCELA
           MOVE DOC-FORN-CPAG    TO ORD-DOC-FORN
           MOVE VALOR-CPAG       TO ORD-VALOR
           MOVE "N"              TO ORD-PAGAVEL
           IF CPAG-ABERTO
           AND NOT REMPAG-ENVIADA
           AND NOT CONF-LIBERADO
               MOVE "S"          TO ORD-PAGAVEL
           END-IF
           RELEASE REG-ORDENADO.
       1510-ENVIA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONFERE-PEDIDOS - QUEBRAS POR FORNECEDOR E POR PEDIDO.
      *-----------------------------------------------------------------
       2000-CONFERE-PEDIDOS.
           OPEN I-O CONTAPAG
           OPEN INPUT FORNECED
           OPEN INPUT ITMCOMP
           OPEN INPUT PRENOTA
           IF FS-PRE = ZEROS
               OPEN INPUT PREITEM
               IF FS-PIT = ZEROS
                   MOVE "S" TO WS-ABRIU-PRENOTA
               ELSE
                   CLOSE PREITEM
               END-IF
           END-IF

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-REGISTRO THRU 2200-TRATA-REGISTRO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-LEITURA
               PERFORM 2500-FECHA-PEDIDO THRU 2500-FECHA-PEDIDO-EXIT
               PERFORM 2800-FECHA-FORNECEDOR
                   THRU 2800-FECHA-FORNECEDOR-EXIT
           END-IF

           CLOSE CONTAPAG
           CLOSE FORNECED
           CLOSE ITMCOMP
           CLOSE PRENOTA
           IF ABRIU-PRENOTA
               CLOSE PREITEM
           END-IF.
       2000-CONFERE-PEDIDOS-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-CONF
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-REGISTRO.
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               PERFORM 2700-ABRE-FORNECEDOR
                   THRU 2700-ABRE-FORNECEDOR-EXIT
               PERFORM 2300-ABRE-PEDIDO THRU 2300-ABRE-PEDIDO-EXIT
           ELSE
               IF ORD-COD-FORN NOT = WS-COD-FORN-ATUAL
                   PERFORM 2500-FECHA-PEDIDO
                       THRU 2500-FECHA-PEDIDO-EXIT
                   PERFORM 2800-FECHA-FORNECEDOR
                       THRU 2800-FECHA-FORNECEDOR-EXIT
                   PERFORM 2700-ABRE-FORNECEDOR
                       THRU 2700-ABRE-FORNECEDOR-EXIT
                   PERFORM 2300-ABRE-PEDIDO THRU 2300-ABRE-PEDIDO-EXIT
               ELSE
                   IF ORD-NUM-PCOMP NOT = WS-NUM-PCOMP-ATUAL
                       PERFORM 2500-FECHA-PEDIDO
                           THRU 2500-FECHA-PEDIDO-EXIT
                       PERFORM 2300-ABRE-PEDIDO
                           THRU 2300-ABRE-PEDIDO-EXIT
                   END-IF
               END-IF
           END-IF

           PERFORM 2400-ACUMULA-PARCELA THRU 2400-ACUMULA-PARCELA-EXIT

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-ABRE-PEDIDO - CARREGA AS LINHAS DO PEDIDO DE COMPRA.
      *-----------------------------------------------------------------
       2300-ABRE-PEDIDO.
           MOVE ORD-NUM-PCOMP TO WS-NUM-PCOMP-ATUAL
           MOVE ZEROS TO WS-QTD-LINHAS WS-QTD-DOCS WS-QTD-PARCELAS
                         WS-TOTAL-FATURADO WS-TOTAL-RECEBIDO
           MOVE "N" TO WS-DIVERGENTE WS-SEM-DETALHE WS-FIM-IPC
           MOVE SPACES TO WS-MOTIVO-PEDIDO

           MOVE WS-NUM-PCOMP-ATUAL TO NUM-PCOMP-IPC
           MOVE ZEROS              TO SEQ-IPC
           START ITMCOMP KEY IS NOT LESS THAN XAV-IPC
               INVALID KEY MOVE "S" TO WS-FIM-IPC
           END-START

           PERFORM 2310-CARREGA-LINHA THRU 2310-CARREGA-LINHA-EXIT
               UNTIL FIM-IPC.
       2300-ABRE-PEDIDO-EXIT.
           EXIT.

       2310-CARREGA-LINHA.
           READ ITMCOMP NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-IPC
                   GO TO 2310-CARREGA-LINHA-EXIT
           END-READ
           IF NUM-PCOMP-IPC NOT = WS-NUM-PCOMP-ATUAL
               MOVE "S" TO WS-FIM-IPC
               GO TO 2310-CARREGA-LINHA-EXIT
           END-IF
           IF WS-QTD-LINHAS NOT < WS-MAX-LINHAS
               MOVE "S" TO WS-FIM-IPC
               GO TO 2310-CARREGA-LINHA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LINHAS
           MOVE SEQ-IPC          TO TL-SEQ (WS-QTD-LINHAS)
           MOVE COD-PRODUTO-IPC  TO TL-COD-PRODUTO (WS-QTD-LINHAS)
           MOVE QTD-PEDIDA-IPC   TO TL-QTD-PEDIDA (WS-QTD-LINHAS)
           MOVE QTD-RECEBIDA-IPC TO TL-QTD-RECEBIDA (WS-QTD-LINHAS)
           MOVE CUSTO-UNIT-IPC   TO TL-CUSTO-UNIT (WS-QTD-LINHAS)
           MOVE ZEROS            TO TL-QTD-FATURADA (WS-QTD-LINHAS)
                                    TL-VALOR-FATURADO (WS-QTD-LINHAS)
           COMPUTE WS-TOTAL-RECEBIDO ROUNDED = WS-TOTAL-RECEBIDO
               + QTD-RECEBIDA-IPC * CUSTO-UNIT-IPC.
       2310-CARREGA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-ACUMULA-PARCELA - SOMA O VALOR FATURADO, GUARDA O
      * DOCUMENTO (UMA VEZ POR NOTA) E A PARCELA AINDA A PAGAR.
      *-----------------------------------------------------------------
       2400-ACUMULA-PARCELA.
           ADD ORD-VALOR TO WS-TOTAL-FATURADO

           MOVE "N" TO WS-ACHOU-DOC
           PERFORM 2410-PROCURA-DOC THRU 2410-PROCURA-DOC-EXIT
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC > WS-QTD-DOCS OR ACHOU-DOC
           IF NOT ACHOU-DOC
           AND WS-QTD-DOCS < WS-MAX-DOCS
               ADD 1 TO WS-QTD-DOCS
               MOVE ORD-DOC-FORN TO TD-DOC-FORN (WS-QTD-DOCS)
           END-IF

           IF ORD-PAGAVEL = "S"
           AND WS-QTD-PARCELAS < WS-MAX-PARCELAS
               ADD 1 TO WS-QTD-PARCELAS
               MOVE ORD-NUM-TITULO  TO TP-NUM-TITULO (WS-QTD-PARCELAS)
               MOVE ORD-NUM-PARCELA TO TP-NUM-PARCELA (WS-QTD-PARCELAS)
           END-IF.
       2400-ACUMULA-PARCELA-EXIT.
           EXIT.

       2410-PROCURA-DOC.
           IF TD-DOC-FORN (WS-IDX-DOC) = ORD-DOC-FORN
               MOVE "S" TO WS-ACHOU-DOC
           END-IF.
       2410-PROCURA-DOC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-FECHA-PEDIDO - SOMA O FATURADO DAS NOTAS ELETRONICAS,
      * CONFRONTA AS TRES VIAS E GRAVA O RESULTADO NAS PARCELAS. SO
      * PEDIDO COM PARCELA AINDA A PAGAR E CONFERIDO - O QUE JA FOI
      * PAGO OU LIBERADO PELO SUPERVISOR NAO TEM O QUE RETER.
      *-----------------------------------------------------------------
       2500-FECHA-PEDIDO.
           IF WS-QTD-PARCELAS = ZEROS
               GO TO 2500-FECHA-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           IF NOT FORN-IMPRESSO
               PERFORM 2750-IMPRIME-FORNECEDOR
                   THRU 2750-IMPRIME-FORNECEDOR-EXIT
           END-IF

           MOVE SPACES             TO WS-LINHA-PEDIDO
           MOVE WS-NUM-PCOMP-ATUAL TO LP-NUM-PCOMP
           MOVE WS-TOTAL-RECEBIDO  TO LP-RECEBIDO
           MOVE WS-TOTAL-FATURADO  TO LP-FATURADO
           MOVE WS-LINHA-PEDIDO    TO REG-REL
           WRITE REG-REL

           PERFORM 2510-SOMA-NOTA THRU 2510-SOMA-NOTA-EXIT
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC > WS-QTD-DOCS

           PERFORM 2550-CONFRONTA-LINHA THRU 2550-CONFRONTA-LINHA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS

      *    VALOR DAS NOTAS (TITULOS) CONTRA O RECEBIDO A PRECO DO
      *    PEDIDO - UNICA CONFERENCIA DE PRECO QUANDO A NOTA NAO VEIO
      *    PELA IMPORTACAO ELETRONICA.
           IF WS-TOTAL-RECEBIDO > ZEROS
               COMPUTE WS-LIMITE =
                   WS-TOTAL-RECEBIDO * (1 + WS-TOL-PRECO / 100)
               IF WS-TOTAL-FATURADO > WS-LIMITE
                   MOVE "VALOR FATURADO ACIMA DO RECEBIDO"
                       TO WS-MOTIVO-PEDIDO
                   MOVE SPACES TO REG-REL
                   STRING "        VALOR DAS NOTAS ACIMA DO RECEBIDO"
                          " A PRECO DO PEDIDO"
                          DELIMITED BY SIZE INTO REG-REL
                   PERFORM 2590-REGISTRA-DIVERGENCIA
                       THRU 2590-REGISTRA-DIVERGENCIA-EXIT
               END-IF
           END-IF

           IF NOTA-SEM-DETALHE
               MOVE SPACES TO REG-REL
               STRING "        NOTA SEM IMPORTACAO ELETRONICA - PRECO"
                      " CONFERIDO SO PELO VALOR TOTAL"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           IF PEDIDO-DIVERGENTE
               ADD 1 TO WS-QTD-PEDIDOS-DIV WS-FORN-PEDIDOS-DIV
           END-IF

           PERFORM 2600-GRAVA-RESULTADO THRU 2600-GRAVA-RESULTADO-EXIT
               VARYING WS-IDX-PARC FROM 1 BY 1
               UNTIL WS-IDX-PARC > WS-QTD-PARCELAS

           MOVE SPACES TO REG-REL
           IF PEDIDO-DIVERGENTE
               STRING "        SITUACAO: DIVERGENTE - " WS-QTD-PARCELAS
                      " PARCELA(S) RETIDA(S) ATE LIBERACAO (LIBPAG)"
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "        SITUACAO: CONFERIDO - " WS-QTD-PARCELAS
                      " PARCELA(S) LIBERADA(S) PARA PAGAMENTO"
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL.
       2500-FECHA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2510-SOMA-NOTA - PROCURA A PRE-NOTA LANCADA DO FORNECEDOR COM
      * O NUMERO DO DOCUMENTO E SOMA AS SUAS LINHAS NAS LINHAS DO
      * PEDIDO. SEM PRE-NOTA A NOTA FICA SEM DETALHE DE LINHA.
      *-----------------------------------------------------------------
       2510-SOMA-NOTA.
           MOVE "N" TO WS-ACHOU-DOC
           IF ABRIU-PRENOTA
               MOVE "N"   TO WS-FIM-PRE
               MOVE ZEROS TO XAV-PRE
               START PRENOTA KEY IS NOT LESS THAN XAV-PRE
                   INVALID KEY MOVE "S" TO WS-FIM-PRE
               END-START
               PERFORM 2520-PROCURA-PRENOTA
                   THRU 2520-PROCURA-PRENOTA-EXIT
                   UNTIL FIM-PRE
           END-IF

           IF NOT ACHOU-DOC
               MOVE "S" TO WS-SEM-DETALHE
               GO TO 2510-SOMA-NOTA-EXIT
           END-IF

           MOVE "N"         TO WS-FIM-PIT
           MOVE NUM-PRENOTA TO NUM-PRENOTA-PIT
           MOVE ZEROS       TO SEQ-PIT
           START PREITEM KEY IS NOT LESS THAN XAV-PIT
               INVALID KEY MOVE "S" TO WS-FIM-PIT
           END-START
           PERFORM 2530-SOMA-ITEM-NOTA THRU 2530-SOMA-ITEM-NOTA-EXIT
               UNTIL FIM-PIT.
       2510-SOMA-NOTA-EXIT.
           EXIT.

       2520-PROCURA-PRENOTA.
           READ PRENOTA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PRE
                   GO TO 2520-PROCURA-PRENOTA-EXIT
           END-READ

           IF PRE-LANCADA
           AND COD-FORN-PRE = WS-COD-FORN-ATUAL
           AND NUM-NOTA-PRE = TD-DOC-FORN (WS-IDX-DOC)
               MOVE "S" TO WS-ACHOU-DOC WS-FIM-PRE
           END-IF.
       2520-PROCURA-PRENOTA-EXIT.
           EXIT.

       2530-SOMA-ITEM-NOTA.
           READ PREITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PIT
                   GO TO 2530-SOMA-ITEM-NOTA-EXIT
           END-READ
           IF NUM-PRENOTA-PIT NOT = NUM-PRENOTA
               MOVE "S" TO WS-FIM-PIT
               GO TO 2530-SOMA-ITEM-NOTA-EXIT
           END-IF

           MOVE "N" TO WS-ACHOU-LINHA
           PERFORM 2540-PROCURA-PRODUTO THRU 2540-PROCURA-PRODUTO-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-LINHAS OR ACHOU-LINHA

           IF ACHOU-LINHA
               SUBTRACT 1 FROM WS-IDX
               ADD QTD-NOTA-PIT TO TL-QTD-FATURADA (WS-IDX)
               COMPUTE TL-VALOR-FATURADO (WS-IDX) ROUNDED =
                   TL-VALOR-FATURADO (WS-IDX)
                   + QTD-NOTA-PIT * CUSTO-UNIT-PIT
               GO TO 2530-SOMA-ITEM-NOTA-EXIT
           END-IF

           MOVE QTD-NOTA-PIT TO WS-QTD-EDIT
           MOVE "PRODUTO FATURADO FORA DO PEDIDO" TO WS-MOTIVO-PEDIDO
           MOVE SPACES TO REG-REL
           STRING "        NOTA " FUNCTION TRIM(NUM-NOTA-PRE)
                  " PRODUTO " COD-PRODUTO-PIT " QTD " WS-QTD-EDIT
                  " FATURADO FORA DO PEDIDO"
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 2590-REGISTRA-DIVERGENCIA
               THRU 2590-REGISTRA-DIVERGENCIA-EXIT.
       2530-SOMA-ITEM-NOTA-EXIT.
           EXIT.

       2540-PROCURA-PRODUTO.
           IF TL-COD-PRODUTO (WS-IDX) = COD-PRODUTO-PIT
               MOVE "S" TO WS-ACHOU-LINHA
           END-IF.
       2540-PROCURA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2550-CONFRONTA-LINHA - POR LINHA DO PEDIDO: RECEBIDO ACIMA DO
      * PEDIDO, FATURADO ACIMA DO RECEBIDO E CUSTO FATURADO ACIMA DO
      * CUSTO DO PEDIDO, CADA UM ALEM DA SUA TOLERANCIA.
      *-----------------------------------------------------------------
       2550-CONFRONTA-LINHA.
           COMPUTE WS-LIMITE =
               TL-QTD-PEDIDA (WS-IDX) * (1 + WS-TOL-QTD / 100)
           IF TL-QTD-RECEBIDA (WS-IDX) > WS-LIMITE
               MOVE TL-QTD-RECEBIDA (WS-IDX) TO WS-QTD-EDIT
               MOVE TL-QTD-PEDIDA (WS-IDX)   TO WS-QTD-EDIT-2
               MOVE "RECEBIDO ACIMA DO PEDIDO" TO WS-MOTIVO-PEDIDO
               MOVE SPACES TO REG-REL
               STRING "        LINHA " TL-SEQ (WS-IDX) " PRODUTO "
                      TL-COD-PRODUTO (WS-IDX) " RECEBIDO "
                      WS-QTD-EDIT " ACIMA DO PEDIDO " WS-QTD-EDIT-2
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 2590-REGISTRA-DIVERGENCIA
                   THRU 2590-REGISTRA-DIVERGENCIA-EXIT
           END-IF

           IF TL-QTD-FATURADA (WS-IDX) = ZEROS
               GO TO 2550-CONFRONTA-LINHA-EXIT
           END-IF

           COMPUTE WS-LIMITE =
               TL-QTD-RECEBIDA (WS-IDX) * (1 + WS-TOL-QTD / 100)
           IF TL-QTD-FATURADA (WS-IDX) > WS-LIMITE
               MOVE TL-QTD-FATURADA (WS-IDX) TO WS-QTD-EDIT
               MOVE TL-QTD-RECEBIDA (WS-IDX) TO WS-QTD-EDIT-2
               MOVE "FATURADO ACIMA DO RECEBIDO" TO WS-MOTIVO-PEDIDO
               MOVE SPACES TO REG-REL
               STRING "        LINHA " TL-SEQ (WS-IDX) " PRODUTO "
                      TL-COD-PRODUTO (WS-IDX) " FATURADO "
                      WS-QTD-EDIT " ACIMA DO RECEBIDO " WS-QTD-EDIT-2
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 2590-REGISTRA-DIVERGENCIA
                   THRU 2590-REGISTRA-DIVERGENCIA-EXIT
           END-IF

           IF TL-CUSTO-UNIT (WS-IDX) NOT > ZEROS
               GO TO 2550-CONFRONTA-LINHA-EXIT
           END-IF
           COMPUTE WS-CUSTO-FATURADO ROUNDED =
               TL-VALOR-FATURADO (WS-IDX) / TL-QTD-FATURADA (WS-IDX)
           COMPUTE WS-LIMITE =
               TL-CUSTO-UNIT (WS-IDX) * (1 + WS-TOL-PRECO / 100)
           IF WS-CUSTO-FATURADO > WS-LIMITE
               MOVE WS-CUSTO-FATURADO      TO WS-VALOR-EDIT
               MOVE TL-CUSTO-UNIT (WS-IDX) TO WS-VALOR-EDIT-2
               MOVE "PRECO FATURADO ACIMA DO PEDIDO" TO WS-MOTIVO-PEDIDO
               MOVE SPACES TO REG-REL
               STRING "        LINHA " TL-SEQ (WS-IDX) " PRODUTO "
                      TL-COD-PRODUTO (WS-IDX) " CUSTO FATURADO "
                      WS-VALOR-EDIT " ACIMA DO PEDIDO " WS-VALOR-EDIT-2
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 2590-REGISTRA-DIVERGENCIA
                   THRU 2590-REGISTRA-DIVERGENCIA-EXIT
           END-IF.
       2550-CONFRONTA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2590-REGISTRA-DIVERGENCIA - IMPRIME A LINHA DE DIVERGENCIA JA
      * MONTADA EM REG-REL E MARCA O PEDIDO COMO DIVERGENTE.
      *-----------------------------------------------------------------
       2590-REGISTRA-DIVERGENCIA.
           WRITE REG-REL
           MOVE "S" TO WS-DIVERGENTE.
       2590-REGISTRA-DIVERGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-GRAVA-RESULTADO - PARCELA A PAGAR DO PEDIDO DIVERGENTE
      * FICA RETIDA COM O MOTIVO; SEM DIVERGENCIA FICA CONFERIDA
      * (RETIDA DE CONFERENCIA ANTERIOR QUE AGORA BATE E SOLTA).
      *-----------------------------------------------------------------
       2600-GRAVA-RESULTADO.
           MOVE TP-NUM-TITULO (WS-IDX-PARC)  TO NUM-TITULO-CPAG
           MOVE TP-NUM-PARCELA (WS-IDX-PARC) TO NUM-PARCELA-CPAG
           READ CONTAPAG WITH LOCK
           IF FS-CPAG NOT = ZEROS
               GO TO 2600-GRAVA-RESULTADO-EXIT
           END-IF

           MOVE WS-HOJE-NUM TO DT-CONF-CPAG
           IF PEDIDO-DIVERGENTE
               SET CPAG-RETIDO TO TRUE
               MOVE WS-MOTIVO-PEDIDO TO MOTIVO-RETENCAO-CPAG
               ADD 1 TO WS-QTD-RETIDAS WS-FORN-RETIDAS
           ELSE
               SET CONF-CONFERIDO TO TRUE
               MOVE SPACES TO MOTIVO-RETENCAO-CPAG
               ADD 1 TO WS-QTD-CONFERIDAS
           END-IF
           REWRITE REG-CPAG.
       2600-GRAVA-RESULTADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-ABRE-FORNECEDOR / 2800-FECHA-FORNECEDOR - CABECALHO E
      * RESUMO DE CADA FORNECEDOR, IMPRESSOS SO QUANDO HA PEDIDO
      * CONFERIDO (FORNECEDOR COM TUDO PAGO NAO APARECE).
      *-----------------------------------------------------------------
       2700-ABRE-FORNECEDOR.
           MOVE ORD-COD-FORN TO WS-COD-FORN-ATUAL
           MOVE ZEROS TO WS-FORN-PEDIDOS-DIV WS-FORN-RETIDAS
           MOVE "N"   TO WS-FORN-IMPRESSO.
       2700-ABRE-FORNECEDOR-EXIT.
           EXIT.

       2750-IMPRIME-FORNECEDOR.
           MOVE "S" TO WS-FORN-IMPRESSO
           MOVE WS-COD-FORN-ATUAL TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               MOVE "*** NAO CADASTRADO ***" TO RAZAO-FORN
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FORNECEDOR " WS-COD-FORN-ATUAL " - "
                  FUNCTION TRIM(RAZAO-FORN)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       2750-IMPRIME-FORNECEDOR-EXIT.
           EXIT.

       2800-FECHA-FORNECEDOR.
           IF NOT FORN-IMPRESSO
               GO TO 2800-FECHA-FORNECEDOR-EXIT
           END-IF
           MOVE SPACES TO REG-REL
           STRING "    TOTAL DO FORNECEDOR: " WS-FORN-PEDIDOS-DIV
                  " PEDIDO(S) DIVERGENTE(S), " WS-FORN-RETIDAS
                  " PARCELA(S) RETIDA(S)"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       2800-FECHA-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO GERAL E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RESUMO: " WS-QTD-PEDIDOS " PEDIDO(S) CONFERIDO(S), "
                  WS-QTD-PEDIDOS-DIV " DIVERGENTE(S); "
                  WS-QTD-RETIDAS " PARCELA(S) RETIDA(S), "
                  WS-QTD-CONFERIDAS " LIBERADA(S) PARA PAGAMENTO."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE CONF-REL

           DISPLAY "CONFERENCIA CONCLUIDA: " WS-QTD-PEDIDOS-DIV
                   " PEDIDO(S) DIVERGENTE(S), " WS-QTD-RETIDAS
                   " PARCELA(S) RETIDA(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
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
           STRING "SPOOL-CONFPAG-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "CONFPAG;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
