      *-----------------------------------------------------------------
      * RELDESC - DESCONTOS DE PONTUALIDADE CONCEDIDOS POR CLIENTE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELDESC.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - TOTALIZA POR CLIENTE O
      *                   DESCONTO DE PONTUALIDADE CONCEDIDO NO MES
      *                   (VALOR-DESCONTO-RECEB DOS TITULOS QUITADOS
      *                   NO MES INFORMADO), COM QUANTIDADE DE
      *                   TITULOS, VALOR PAGO E TOTAL GERAL - ORDENADO
      *                   POR CLIENTE (SORT, MESMA TECNICA DO
      *                   RELPERDA), IMPRESSO EM SPOOL DATADO
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
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".

           SELECT WORK-REC ASSIGN TO "WORKDESC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-DESC ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".

       SD  WORK-REC.
       01  REG-ORDENADO.
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-VALOR-PAGO          PIC S9(09)V99.
           05  ORD-DESCONTO            PIC S9(09)V99.

       FD  REL-DESC
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
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-MES-REF                  PIC 9(06)    VALUE ZEROS.
       77  WS-DT-INICIO                PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM                   PIC 9(08)    VALUE ZEROS.
       77  WS-CLI-ATUAL                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CLI                  PIC 9(05)    VALUE ZEROS.
       77  WS-PAGO-CLI                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-DESC-CLI                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-CLIENTES             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-TITULOS              PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-PAGO               PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOTAL-DESC               PIC S9(13)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-PRIMEIRO-CLI         PIC X(01)    VALUE "S".
               88  PRIMEIRO-CLI                     VALUE "S".

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(45) VALUE
               "DESCONTOS DE PONTUALIDADE CONCEDIDOS - MES ".
           05  CB-MES-REF              PIC 9(06).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "CLIENTE".
           05  FILLER                  PIC X(32) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(09) VALUE "TITULOS".
           05  FILLER                  PIC X(16) VALUE "VALOR PAGO".
           05  FILLER                  PIC X(14) VALUE "DESCONTO".

       01  WS-LINHA-DADOS.
           05  LD-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PAGO                 PIC Z(09)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DESCONTO             PIC Z(09)9,99.

       01  WS-LINHA-RODAPE.
           05  FILLER                  PIC X(30)
               VALUE "TOTAL GERAL ................: ".
           05  RD-QTD                  PIC Z(06)9.
           05  FILLER                  PIC X(11) VALUE " TITULO(S) ".
           05  RD-PAGO                 PIC Z(11)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DESCONTO             PIC Z(11)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-REC
               ON ASCENDING KEY ORD-COD-CLI
               INPUT PROCEDURE  1500-ENVIA-DESCONTOS
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O MES E ABRE O RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "MES DE REFERENCIA (AAAAMM), ENTER P/ O MES"
                   " CORRENTE:"
           ACCEPT WS-MES-REF FROM CONSOLE
           IF WS-MES-REF = ZEROS
               ACCEPT WS-DT-INICIO FROM DATE YYYYMMDD
               MOVE WS-DT-INICIO (1:6) TO WS-MES-REF
           END-IF
           COMPUTE WS-DT-INICIO = WS-MES-REF * 100 + 1
           COMPUTE WS-DT-FIM    = WS-MES-REF * 100 + 31

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-DESC
           MOVE WS-MES-REF TO CB-MES-REF
           MOVE WS-CABECALHO-1 TO REG-REL
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
      * 1500-ENVIA-DESCONTOS - TITULOS QUITADOS NO MES COM DESCONTO DE
      * PONTUALIDADE (O DESCONTO SO E CONCEDIDO NA BAIXA QUE QUITA,
      * ENTAO A DATA DO RECEBIMENTO E A DATA DO DESCONTO).
      *-----------------------------------------------------------------
       1500-ENVIA-DESCONTOS.
           OPEN INPUT RECEBIMENTO
           IF FS = "35" OR FS = "05"
               CLOSE RECEBIMENTO
               GO TO 1500-ENVIA-DESCONTOS-EXIT
           END-IF

           MOVE LOW-VALUES TO XAV-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "10" TO FS
           END-START

           PERFORM 1510-LER-TITULO THRU 1510-LER-TITULO-EXIT
               UNTIL FS = "10"

           CLOSE RECEBIMENTO.
       1500-ENVIA-DESCONTOS-EXIT.
           EXIT.

       1510-LER-TITULO.
           READ RECEBIMENTO NEXT RECORD
               AT END
                   MOVE "10" TO FS
                   GO TO 1510-LER-TITULO-EXIT
           END-READ

           IF RECEB-RECEBIDO
           AND VALOR-DESCONTO-RECEB > ZEROS
           AND DT-RECEBIMENTO-RECEB >= WS-DT-INICIO
           AND DT-RECEBIMENTO-RECEB <= WS-DT-FIM
               MOVE COD-CLI-RECEB        TO ORD-COD-CLI
               MOVE VALOR-RECEBIDO-RECEB TO ORD-VALOR-PAGO
               MOVE VALOR-DESCONTO-RECEB TO ORD-DESCONTO
               RELEASE REG-ORDENADO
           END-IF.
       1510-LER-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR CLIENTE (QUEBRA EM
      * ORD-COD-CLI).
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT CLIENTE

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-TITULO THRU 2200-TRATA-TITULO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRO-CLI
               PERFORM 2300-IMPRIME-CLIENTE
                   THRU 2300-IMPRIME-CLIENTE-EXIT
           END-IF

           CLOSE CLIENTE.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-REC
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-TITULO.
           IF PRIMEIRO-CLI
               MOVE "N" TO WS-PRIMEIRO-CLI
               MOVE ORD-COD-CLI TO WS-CLI-ATUAL
           ELSE
               IF ORD-COD-CLI NOT = WS-CLI-ATUAL
                   PERFORM 2300-IMPRIME-CLIENTE
                       THRU 2300-IMPRIME-CLIENTE-EXIT
                   MOVE ORD-COD-CLI TO WS-CLI-ATUAL
               END-IF
           END-IF

           ADD 1              TO WS-QTD-CLI
           ADD ORD-VALOR-PAGO TO WS-PAGO-CLI
           ADD ORD-DESCONTO   TO WS-DESC-CLI

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-IMPRIME-CLIENTE - LINHA DO CLIENTE ACUMULADO E ZERA OS
      * ACUMULADORES PARA O PROXIMO.
      *-----------------------------------------------------------------
       2300-IMPRIME-CLIENTE.
           MOVE WS-CLI-ATUAL TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
           END-READ

           MOVE SPACES       TO WS-LINHA-DADOS
           MOVE WS-CLI-ATUAL TO LD-COD-CLI
           MOVE FUNCTION TRIM(RAZAO-CLI) TO LD-RAZAO
           MOVE WS-QTD-CLI   TO LD-QTD
           MOVE WS-PAGO-CLI  TO LD-PAGO
           MOVE WS-DESC-CLI  TO LD-DESCONTO
           MOVE WS-LINHA-DADOS TO REG-REL
           WRITE REG-REL

           ADD 1           TO WS-QTD-CLIENTES
           ADD WS-QTD-CLI  TO WS-QTD-TITULOS
           ADD WS-PAGO-CLI TO WS-TOTAL-PAGO
           ADD WS-DESC-CLI TO WS-TOTAL-DESC
           MOVE ZEROS TO WS-QTD-CLI WS-PAGO-CLI WS-DESC-CLI.
       2300-IMPRIME-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAL NO RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-TITULOS TO RD-QTD
           MOVE WS-TOTAL-PAGO  TO RD-PAGO
           MOVE WS-TOTAL-DESC  TO RD-DESCONTO
           MOVE WS-LINHA-RODAPE TO REG-REL
           WRITE REG-REL

           DISPLAY "RELATORIO DE DESCONTOS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-CLIENTES " CLIENTE(S))"

           CLOSE REL-DESC.
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
           STRING "SPOOL-RELDESC-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELDESC;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
