      *-----------------------------------------------------------------
      * RELTEREX - CLIENTES COM VENDEDOR DIFERENTE DO DO TERRITORIO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELTEREX.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - VARRE OS CLIENTES ATIVOS,
      *                   ACHA O TERRITORIO DE VENDA PELO CEP
      *                   (ACHATERR) E LISTA AS EXCECOES: VENDEDOR DO
      *                   CLIENTE DIFERENTE DO RESPONSAVEL PELO
      *                   TERRITORIO, CLIENTE FORA DE TERRITORIO E
      *                   TERRITORIO SEM VENDEDOR. TOTAIS POR OCORRENCIA
      *                   NO RODAPE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".

           SELECT REL-TEREX ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".

       FD  REL-TEREX
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
       77  WS-QTD-LIDOS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CONFEREM             PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-DIVERGE              PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-FORA-TERR            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-TERR-SEM-VEND        PIC 9(07)    VALUE ZEROS.

      * AREA DE CHAMADA DO ACHATERR.
       77  WS-CEP-TERR                 PIC 9(08)    VALUE ZEROS.
       77  WS-COD-TERR                 PIC 9(03)    VALUE ZEROS.
       77  WS-VEND-TERR                PIC 9(03)    VALUE ZEROS.
       77  WS-NOME-TERR                PIC X(30)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-CLIENTE          PIC X(01)    VALUE "N".
               88  FIM-CLIENTE                      VALUE "S".

       01  WS-CABECALHO.
           05  FILLER                  PIC X(08) VALUE "CODIGO".
           05  FILLER                  PIC X(31) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(09) VALUE "CEP".
           05  FILLER                  PIC X(05) VALUE "VEND".
           05  FILLER                  PIC X(30) VALUE "TERRITORIO".
           05  FILLER                  PIC X(10) VALUE "VEND.TERR".
           05  FILLER                  PIC X(25) VALUE "OCORRENCIA".

       01  WS-LINHA-DET.
           05  LD-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CEP                  PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VEND-CLI             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-TERR             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NOME-TERR            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VEND-TERR            PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  LD-OCORRENCIA           PIC X(25).

       01  WS-LINHA-TOTAL.
           05  LT-DESCRICAO            PIC X(40).
           05  LT-QTD                  PIC Z(06)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-VARRE-CLIENTES  THRU 2000-VARRE-CLIENTES-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - SPOOL E CABECALHO
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-TEREX
           MOVE "CLIENTES ATIVOS COM VENDEDOR FORA DO SEU TERRITORIO"
               TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-VARRE-CLIENTES - SO OS CLIENTES ATIVOS.
      *-----------------------------------------------------------------
       2000-VARRE-CLIENTES.
           OPEN INPUT CLIENTE
           IF FS NOT = ZEROS
               CLOSE CLIENTE
               GO TO 2000-VARRE-CLIENTES-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CLIENTE
           MOVE LOW-VALUES TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-CLIENTE
           END-START

           PERFORM 2100-CONFERE-CLIENTE THRU 2100-CONFERE-CLIENTE-EXIT
               UNTIL FIM-CLIENTE

           CLOSE CLIENTE.
       2000-VARRE-CLIENTES-EXIT.
           EXIT.

       2100-CONFERE-CLIENTE.
           READ CLIENTE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CLIENTE
                   GO TO 2100-CONFERE-CLIENTE-EXIT
           END-READ

           IF NOT CLI-ATIVO
               GO TO 2100-CONFERE-CLIENTE-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE CEP-CLI TO WS-CEP-TERR
           CALL "ACHATERR" USING WS-CEP-TERR WS-COD-TERR WS-VEND-TERR
                                 WS-NOME-TERR

           MOVE SPACES TO LD-OCORRENCIA
           EVALUATE TRUE
               WHEN WS-COD-TERR = ZEROS
                   ADD 1 TO WS-QTD-FORA-TERR
                   MOVE "CEP FORA DE TERRITORIO"  TO LD-OCORRENCIA
               WHEN WS-VEND-TERR = ZEROS
                   ADD 1 TO WS-QTD-TERR-SEM-VEND
                   MOVE "TERRITORIO SEM VENDEDOR" TO LD-OCORRENCIA
               WHEN COD-VEND OF REG-CLI NOT = WS-VEND-TERR
                   ADD 1 TO WS-QTD-DIVERGE
                   MOVE "VENDEDOR DIVERGENTE"     TO LD-OCORRENCIA
               WHEN OTHER
                   ADD 1 TO WS-QTD-CONFEREM
           END-EVALUATE

           IF LD-OCORRENCIA = SPACES
               GO TO 2100-CONFERE-CLIENTE-EXIT
           END-IF

           MOVE COD-CLI             TO LD-COD-CLI
           MOVE RAZAO-CLI           TO LD-RAZAO
           MOVE CEP-CLI             TO LD-CEP
           MOVE COD-VEND OF REG-CLI TO LD-VEND-CLI
           MOVE WS-COD-TERR         TO LD-COD-TERR
           MOVE WS-NOME-TERR        TO LD-NOME-TERR
           MOVE WS-VEND-TERR        TO LD-VEND-TERR
           MOVE WS-LINHA-DET        TO REG-REL
           WRITE REG-REL.
       2100-CONFERE-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - TOTAIS POR OCORRENCIA E FECHAMENTO
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CANCEL "ACHATERR"

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "CLIENTES ATIVOS CONFERIDOS ...... :" TO LT-DESCRICAO
           MOVE WS-QTD-LIDOS         TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "VENDEDOR CONFERE COM TERRITORIO . :" TO LT-DESCRICAO
           MOVE WS-QTD-CONFEREM      TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "VENDEDOR DIVERGENTE ............. :" TO LT-DESCRICAO
           MOVE WS-QTD-DIVERGE       TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "CEP FORA DE TERRITORIO .......... :" TO LT-DESCRICAO
           MOVE WS-QTD-FORA-TERR     TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "TERRITORIO SEM VENDEDOR ......... :" TO LT-DESCRICAO
           MOVE WS-QTD-TERR-SEM-VEND TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT

           CLOSE REL-TEREX.
       9000-FINALIZA-EXIT.
           EXIT.

       9100-IMPRIME-TOTAL.
           MOVE WS-LINHA-TOTAL TO REG-REL
           WRITE REG-REL.
       9100-IMPRIME-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELTEREX-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELTEREX;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
