      *-----------------------------------------------------------------
      * RELESTC - ESTORNOS DE COMISSAO POR VENDEDOR
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELESTC.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LISTA OS ESTORNOS DE
      *                   COMISSAO (ESTCOM) POR VENDEDOR: PEDIDO E
      *                   NOTA DE ORIGEM, DEVOLUCAO OU PERDA, MOTIVO,
      *                   BASE, TAXA APLICADA, VALOR, MES DE COMISSAO
      *                   E SE JA FOI ABATIDO PELO GERACOM. FILTRO POR
      *                   VENDEDOR E MES DO ESTORNO; SUBTOTAL POR
      *                   VENDEDOR (SORT, MESMA TECNICA DO RELDESC),
      *                   SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   SALDO NEGATIVO TRANSPORTADO PELO GERACOM
      *                   (ESTCOM ORIGEM S) SAI COMO "SALDO".
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTCOM.SEL".
           COPY "VENDEDOR.SEL".

           SELECT WORK-ECOM ASSIGN TO "WORKESTC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-ESTC ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "ESTCOM.FD".
           COPY "VENDEDOR.FD".

       SD  WORK-ECOM.
       01  REG-ORDENADO.
           05  ORD-COD-VEND            PIC 9(03).
           05  ORD-DT                  PIC 9(08).
           05  ORD-NUM-ECOM            PIC 9(07).
           05  ORD-ORIGEM              PIC X(01).
           05  ORD-NUM-DOC             PIC 9(05).
           05  ORD-NUM-PEDIDO          PIC 9(07).
           05  ORD-NUM-NOTA            PIC 9(07).
           05  ORD-BASE                PIC S9(09)V99.
           05  ORD-TAXA                PIC 9(02)V99.
           05  ORD-VALOR               PIC S9(09)V99.
           05  ORD-ANO-MES             PIC 9(06).
           05  ORD-SIT                 PIC X(01).
           05  ORD-MOTIVO              PIC X(40).

       FD  REL-ESTC
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
       77  FS-ECOM                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-VEND-FILTRO              PIC 9(03)    VALUE ZEROS.
       77  WS-MES-FILTRO               PIC 9(06)    VALUE ZEROS.
       77  WS-VEND-ATUAL               PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-VEND                 PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-VEND               PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-VENDEDORES           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-ESTORNOS             PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-ESTORNO            PIC S9(13)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-ESTCOM           PIC X(01)    VALUE "N".
               88  FIM-ESTCOM                       VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-PRIMEIRO-VEND        PIC X(01)    VALUE "S".
               88  PRIMEIRO-VEND                    VALUE "S".

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(39) VALUE
               "ESTORNOS DE COMISSAO POR VENDEDOR - MES".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CB-MES                  PIC X(06).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE "DATA".
           05  FILLER                  PIC X(13) VALUE "ORIGEM".
           05  FILLER                  PIC X(09) VALUE "PEDIDO".
           05  FILLER                  PIC X(09) VALUE "NOTA".
           05  FILLER                  PIC X(14) VALUE "BASE".
           05  FILLER                  PIC X(07) VALUE "TAXA".
           05  FILLER                  PIC X(12) VALUE "ESTORNO".
           05  FILLER                  PIC X(08) VALUE "MES COM".
           05  FILLER                  PIC X(06) VALUE "SIT".
           05  FILLER                  PIC X(40) VALUE "MOTIVO".

       01  WS-LINHA-VENDEDOR.
           05  FILLER                  PIC X(10) VALUE "VENDEDOR: ".
           05  LV-COD-VEND             PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LV-NOME-VEND            PIC X(60).

       01  WS-LINHA-DADOS.
           05  LD-DT                   PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ORIGEM               PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-NUM-DOC              PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUM-PEDIDO           PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUM-NOTA             PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-BASE                 PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-TAXA                 PIC Z9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR                PIC Z(06)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ANO-MES              PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SIT                  PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-MOTIVO               PIC X(40).

       01  WS-LINHA-SUBTOTAL.
           05  FILLER                  PIC X(20)
               VALUE "TOTAL DO VENDEDOR : ".
           05  LS-QTD                  PIC Z(04)9.
           05  FILLER                  PIC X(13) VALUE " ESTORNO(S)  ".
           05  LS-VALOR                PIC Z(10)9,99.

       01  WS-LINHA-RODAPE.
           05  FILLER                  PIC X(20)
               VALUE "TOTAL GERAL ......: ".
           05  RD-QTD                  PIC Z(06)9.
           05  FILLER                  PIC X(13) VALUE " ESTORNO(S)  ".
           05  RD-VALOR                PIC Z(12)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-ECOM
               ON ASCENDING KEY ORD-COD-VEND
               ON ASCENDING KEY ORD-DT
               ON ASCENDING KEY ORD-NUM-ECOM
               INPUT PROCEDURE  1500-ENVIA-ESTORNOS
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - FILTROS (VENDEDOR E MES DO ESTORNO, ZERO =
      * TODOS) E CABECALHO DO RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "VENDEDOR (0 P/ TODOS):"
           ACCEPT WS-VEND-FILTRO FROM CONSOLE
           DISPLAY "MES DO ESTORNO (AAAAMM, ENTER P/ TODOS):"
           ACCEPT WS-MES-FILTRO FROM CONSOLE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-ESTC
           IF WS-MES-FILTRO = ZEROS
               MOVE "TODOS"       TO CB-MES
           ELSE
               MOVE WS-MES-FILTRO TO CB-MES
           END-IF
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
      * 1500-ENVIA-ESTORNOS - ESTORNOS QUE PASSAM NOS FILTROS.
      *-----------------------------------------------------------------
       1500-ENVIA-ESTORNOS.
           OPEN INPUT ESTCOM
           IF FS-ECOM NOT = ZEROS
               GO TO 1500-ENVIA-ESTORNOS-EXIT
           END-IF

           MOVE ZEROS TO XAV-ECOM
           START ESTCOM KEY IS NOT LESS THAN XAV-ECOM
               INVALID KEY MOVE "S" TO WS-FIM-ESTCOM
           END-START

           PERFORM 1510-LER-ESTORNO THRU 1510-LER-ESTORNO-EXIT
               UNTIL FIM-ESTCOM

           CLOSE ESTCOM.
       1500-ENVIA-ESTORNOS-EXIT.
           EXIT.

       1510-LER-ESTORNO.
           READ ESTCOM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ESTCOM
                   GO TO 1510-LER-ESTORNO-EXIT
           END-READ

           IF WS-VEND-FILTRO NOT = ZEROS
           AND COD-VEND-ECOM NOT = WS-VEND-FILTRO
               GO TO 1510-LER-ESTORNO-EXIT
           END-IF
           IF WS-MES-FILTRO NOT = ZEROS
           AND DT-ECOM (1:6) NOT = WS-MES-FILTRO
               GO TO 1510-LER-ESTORNO-EXIT
           END-IF

           MOVE COD-VEND-ECOM   TO ORD-COD-VEND
           MOVE DT-ECOM         TO ORD-DT
           MOVE NUM-ECOM        TO ORD-NUM-ECOM
           MOVE ORIGEM-ECOM     TO ORD-ORIGEM
           MOVE NUM-DOC-ECOM    TO ORD-NUM-DOC
           MOVE NUM-PEDIDO-ECOM TO ORD-NUM-PEDIDO
           MOVE NUM-NOTA-ECOM   TO ORD-NUM-NOTA
           MOVE VALOR-BASE-ECOM TO ORD-BASE
           MOVE TAXA-ECOM       TO ORD-TAXA
           MOVE VALOR-ECOM      TO ORD-VALOR
           MOVE ANO-MES-ECOM    TO ORD-ANO-MES
           MOVE SIT-ECOM        TO ORD-SIT
           MOVE MOTIVO-ECOM     TO ORD-MOTIVO
           RELEASE REG-ORDENADO.
       1510-LER-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR ESTORNO, QUEBRA POR
      * VENDEDOR COM SUBTOTAL.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT VENDEDOR

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-ESTORNO THRU 2200-TRATA-ESTORNO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRO-VEND
               PERFORM 2400-FECHA-VENDEDOR
                   THRU 2400-FECHA-VENDEDOR-EXIT
           END-IF

           CLOSE VENDEDOR.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-ECOM
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-ESTORNO.
           IF PRIMEIRO-VEND
               MOVE "N" TO WS-PRIMEIRO-VEND
               MOVE ORD-COD-VEND TO WS-VEND-ATUAL
               PERFORM 2300-ABRE-VENDEDOR THRU 2300-ABRE-VENDEDOR-EXIT
           ELSE
               IF ORD-COD-VEND NOT = WS-VEND-ATUAL
                   PERFORM 2400-FECHA-VENDEDOR
                       THRU 2400-FECHA-VENDEDOR-EXIT
                   MOVE ORD-COD-VEND TO WS-VEND-ATUAL
                   PERFORM 2300-ABRE-VENDEDOR
                       THRU 2300-ABRE-VENDEDOR-EXIT
               END-IF
           END-IF

           MOVE SPACES         TO WS-LINHA-DADOS
           MOVE ORD-DT         TO LD-DT
           EVALUATE ORD-ORIGEM
               WHEN "D"
                   MOVE "DEVOL"    TO LD-ORIGEM
               WHEN "S"
                   MOVE "SALDO"    TO LD-ORIGEM
               WHEN OTHER
                   MOVE "PERDA"    TO LD-ORIGEM
           END-EVALUATE
           MOVE ORD-NUM-DOC    TO LD-NUM-DOC
           MOVE ORD-NUM-PEDIDO TO LD-NUM-PEDIDO
           MOVE ORD-NUM-NOTA   TO LD-NUM-NOTA
           MOVE ORD-BASE       TO LD-BASE
           MOVE ORD-TAXA       TO LD-TAXA
           MOVE ORD-VALOR      TO LD-VALOR
           MOVE ORD-ANO-MES    TO LD-ANO-MES
           IF ORD-SIT = "L"
               MOVE "LANC"     TO LD-SIT
           ELSE
               MOVE "PEND"     TO LD-SIT
           END-IF
           MOVE ORD-MOTIVO     TO LD-MOTIVO
           MOVE WS-LINHA-DADOS TO REG-REL
           WRITE REG-REL

           ADD 1         TO WS-QTD-VEND
           ADD ORD-VALOR TO WS-VALOR-VEND

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-ESTORNO-EXIT.
           EXIT.

       2300-ABRE-VENDEDOR.
           MOVE WS-VEND-ATUAL TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
               INVALID KEY MOVE "VENDEDOR NAO ENCONTRADO" TO NOME-VEND
           END-READ

           MOVE SPACES        TO REG-REL
           WRITE REG-REL
           MOVE WS-VEND-ATUAL TO LV-COD-VEND
           MOVE NOME-VEND     TO LV-NOME-VEND
           MOVE WS-LINHA-VENDEDOR TO REG-REL
           WRITE REG-REL.
       2300-ABRE-VENDEDOR-EXIT.
           EXIT.

       2400-FECHA-VENDEDOR.
           MOVE WS-QTD-VEND   TO LS-QTD
           MOVE WS-VALOR-VEND TO LS-VALOR
           MOVE WS-LINHA-SUBTOTAL TO REG-REL
           WRITE REG-REL

           ADD 1             TO WS-QTD-VENDEDORES
           ADD WS-QTD-VEND   TO WS-QTD-ESTORNOS
           ADD WS-VALOR-VEND TO WS-TOTAL-ESTORNO
           MOVE ZEROS TO WS-QTD-VEND WS-VALOR-VEND.
       2400-FECHA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAL NO RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-ESTORNOS  TO RD-QTD
           MOVE WS-TOTAL-ESTORNO TO RD-VALOR
           MOVE WS-LINHA-RODAPE  TO REG-REL
           WRITE REG-REL

           DISPLAY "RELATORIO DE ESTORNOS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-VENDEDORES " VENDEDOR(ES))"

           CLOSE REL-ESTC.
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
           STRING "SPOOL-RELESTC-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELESTC;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
