      *-----------------------------------------------------------------
      * RELDOCV - DOCUMENTOS DE CLIENTE VENCIDOS OU A VENCER
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELDOCV.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RELATORIO MENSAL DOS
      *                   DOCUMENTOS REGULATORIOS ATIVOS DOS CLIENTES
      *                   (DOCCLI) QUE VENCEM NOS PROXIMOS N DIAS
      *                   (PADRAO 30), MAIS OS JA VENCIDOS, EM ORDEM
      *                   DE VALIDADE, COM OS DIAS QUE FALTAM E A
      *                   MARCA DE OBRIGATORIO - DOCUMENTO OBRIGATORIO
      *                   VENCIDO SEGURA O FATURAMENTO DO CLIENTE.
      *                   ACEITA O HORIZONTE EM RELPARMS.TXT
      *                   (RELDOCV;DIAS), PARA O FECHAMENTO DO MES
      *                   RODAR PELO RODANOITE SEM PERGUNTAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DOCCLI.SEL".
           COPY "CLIENTE.SEL".

           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.

           SELECT WORK-DCL ASSIGN TO "WORKDOCV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-DOCV ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "DOCCLI.FD".
           COPY "CLIENTE.FD".

       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).

       SD  WORK-DCL.
       01  REG-ORDENADO.
           05  ORD-DT-VALIDADE         PIC 9(08).
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-TIPO                PIC X(04).
           05  ORD-DESCR               PIC X(30).
           05  ORD-NUMERO              PIC X(30).
           05  ORD-OBRIG               PIC X(01).
           05  ORD-DIAS                PIC S9(05).

       FD  REL-DOCV
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
       77  FS-DCL                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DIAS-LIMITE              PIC 9(03)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-FALTAM              PIC S9(07)   VALUE ZEROS.
       77  WS-QTD-VENCIDOS             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-A-VENCER             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-OBRIG-VENCIDOS       PIC 9(05)    VALUE ZEROS.

      * PARAMETROS VINDOS DO LOTE (RODANOITE) OU DA CENTRAL DE
      * RELATORIOS VIA RELPARMS.TXT (PROGRAMA;PARM1). ARQUIVO AUSENTE
      * OU DE OUTRO PROGRAMA = EXECUCAO DIRETA, PERGUNTA NO CONSOLE.
      * O ARQUIVO E CONSUMIDO (ESVAZIADO) DEPOIS DE LIDO.
       77  FS-PRM                      PIC XX       VALUE SPACES.
       77  WS-PRM-PROG                 PIC X(08)    VALUE SPACES.
       77  WS-PRM-1                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-USADO                PIC X(01)    VALUE "N".
           88  PARAMETROS-RECEBIDOS                 VALUE "S".

       01  WS-SWITCHES.
           05  WS-FIM-DCL              PIC X(01)    VALUE "N".
               88  FIM-DCL                          VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-SEM-DOCCLI           PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-DOCCLI               VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-DATA-EDIT.
           05  WS-DIA-EDIT             PIC 9(02).
           05  FILLER                  PIC X(01)    VALUE "/".
           05  WS-MES-EDIT             PIC 9(02).
           05  FILLER                  PIC X(01)    VALUE "/".
           05  WS-ANO-EDIT             PIC 9(04).

       01  WS-LINHA-CABEC.
           05  FILLER                  PIC X(12) VALUE "VALIDADE".
           05  FILLER                  PIC X(07) VALUE "  DIAS".
           05  FILLER                  PIC X(34)
               VALUE "CLIENTE".
           05  FILLER                  PIC X(36)
               VALUE "DOCUMENTO".
           05  FILLER                  PIC X(22) VALUE "NUMERO".
           05  FILLER                  PIC X(21)
               VALUE "OBRIG. SITUACAO".

       01  WS-LINHA-DADOS.
           05  LD-VALIDADE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS                 PIC -ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RAZAO                PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-TIPO                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-DESCR                PIC X(29).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUMERO               PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-OBRIG                PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LD-SITUACAO             PIC X(14).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-DCL
               ON ASCENDING KEY ORD-DT-VALIDADE
               ON ASCENDING KEY ORD-COD-CLI
               ON ASCENDING KEY ORD-TIPO
               INPUT PROCEDURE  1500-ENVIA-DOCUMENTOS
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O HORIZONTE EM DIAS E ABRE O
      * RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT
           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "DOCUMENTOS QUE VENCEM NOS PROXIMOS QUANTOS DIAS"
                       " (ENTER = 30):"
               ACCEPT WS-DIAS-LIMITE FROM CONSOLE
           END-IF
           IF WS-DIAS-LIMITE = ZEROS
               MOVE 30 TO WS-DIAS-LIMITE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-DOCV
           MOVE SPACES TO REG-REL
           STRING "DOCUMENTOS DE CLIENTE VENCIDOS OU A VENCER NOS"
                  " PROXIMOS " WS-DIAS-LIMITE " DIAS - EMISSAO "
                  WS-DIA-HOJE "/" WS-MES-HOJE "/" WS-ANO-HOJE
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE WS-LINHA-CABEC TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - LE O HORIZONTE DEIXADO EM RELPARMS.TXT,
      * QUANDO HOUVER, E CONSOME O ARQUIVO.
      *-----------------------------------------------------------------
       1010-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF FS-PRM NOT = ZEROS
               CLOSE PARAM-FILE
               GO TO 1010-LER-PARAMETROS-EXIT
           END-IF

           READ PARAM-FILE
               AT END MOVE "10" TO FS-PRM
           END-READ

           IF FS-PRM = ZEROS
               UNSTRING REG-PARAM DELIMITED BY ";" INTO
                   WS-PRM-PROG WS-PRM-1
               IF WS-PRM-PROG = "RELDOCV"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE FUNCTION NUMVAL(WS-PRM-1) TO WS-DIAS-LIMITE
               END-IF
           END-IF

           CLOSE PARAM-FILE

           IF PARAMETROS-RECEBIDOS
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
           END-IF.
       1010-LER-PARAMETROS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-DOCUMENTOS - DOCUMENTOS ATIVOS COM VALIDADE ATE HOJE
      * MAIS O HORIZONTE (OS JA VENCIDOS INCLUSIVE). SEM DOCCLI O
      * RELATORIO SAI VAZIO.
      *-----------------------------------------------------------------
       1500-ENVIA-DOCUMENTOS.
           OPEN INPUT DOCCLI
           IF FS-DCL NOT = ZEROS
               CLOSE DOCCLI
               MOVE "S" TO WS-SEM-DOCCLI
               GO TO 1500-ENVIA-DOCUMENTOS-EXIT
           END-IF

           MOVE "N"        TO WS-FIM-DCL
           MOVE LOW-VALUES TO XAV-DCL
           START DOCCLI KEY IS NOT LESS THAN XAV-DCL
               INVALID KEY MOVE "S" TO WS-FIM-DCL
           END-START

           PERFORM 1600-LER-DOCUMENTO THRU 1600-LER-DOCUMENTO-EXIT
           PERFORM 1700-TRATA-DOCUMENTO THRU 1700-TRATA-DOCUMENTO-EXIT
               UNTIL FIM-DCL

           CLOSE DOCCLI.
       1500-ENVIA-DOCUMENTOS-EXIT.
           EXIT.

       1600-LER-DOCUMENTO.
           IF NOT FIM-DCL
               READ DOCCLI NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-DCL
               END-READ
           END-IF.
       1600-LER-DOCUMENTO-EXIT.
           EXIT.

       1700-TRATA-DOCUMENTO.
           IF DCL-ATIVO AND DT-VALIDADE-DCL NOT = ZEROS
               COMPUTE WS-DIAS-FALTAM =
                   FUNCTION INTEGER-OF-DATE(DT-VALIDADE-DCL)
                   - WS-INTEIRO-HOJE
               IF WS-DIAS-FALTAM NOT > WS-DIAS-LIMITE
                   MOVE DT-VALIDADE-DCL TO ORD-DT-VALIDADE
                   MOVE COD-CLI-DCL     TO ORD-COD-CLI
                   MOVE TIPO-DCL        TO ORD-TIPO
                   MOVE DESCR-DCL       TO ORD-DESCR
                   MOVE NUM-DCL         TO ORD-NUMERO
                   MOVE OBRIG-DCL       TO ORD-OBRIG
                   MOVE WS-DIAS-FALTAM  TO ORD-DIAS
                   RELEASE REG-ORDENADO
               END-IF
           END-IF

           PERFORM 1600-LER-DOCUMENTO THRU 1600-LER-DOCUMENTO-EXIT.
       1700-TRATA-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR DOCUMENTO, DO QUE VENCE
      * PRIMEIRO PARA O ULTIMO.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT CLIENTE

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-REGISTRO THRU 2200-TRATA-REGISTRO-EXIT
               UNTIL FIM-ORDENADO

           CLOSE CLIENTE.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-DCL
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-REGISTRO.
           MOVE ORD-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO RAZAO-CLI
           END-READ

           MOVE ORD-DT-VALIDADE (7:2)    TO WS-DIA-EDIT
           MOVE ORD-DT-VALIDADE (5:2)    TO WS-MES-EDIT
           MOVE ORD-DT-VALIDADE (1:4)    TO WS-ANO-EDIT
           MOVE WS-DATA-EDIT             TO LD-VALIDADE
           MOVE ORD-DIAS                 TO LD-DIAS
           MOVE ORD-COD-CLI              TO LD-COD-CLI
           MOVE FUNCTION TRIM(RAZAO-CLI) TO LD-RAZAO
           MOVE ORD-TIPO                 TO LD-TIPO
           MOVE ORD-DESCR                TO LD-DESCR
           MOVE ORD-NUMERO               TO LD-NUMERO
           IF ORD-OBRIG = "S"
               MOVE "SIM"                TO LD-OBRIG
           ELSE
               MOVE "NAO"                TO LD-OBRIG
           END-IF

           IF ORD-DIAS < ZEROS
               ADD 1 TO WS-QTD-VENCIDOS
               IF ORD-OBRIG = "S"
                   ADD 1 TO WS-QTD-OBRIG-VENCIDOS
                   MOVE "VENCIDO-BLOQ."  TO LD-SITUACAO
               ELSE
                   MOVE "VENCIDO"        TO LD-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WS-QTD-A-VENCER
               MOVE "A VENCER"           TO LD-SITUACAO
           END-IF

           MOVE WS-LINHA-DADOS           TO REG-REL
           WRITE REG-REL

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           IF SEM-ARQUIVO-DOCCLI
               MOVE "ARQUIVO DE DOCUMENTOS (DOCCLI) NAO ENCONTRADO."
                   TO REG-REL
               WRITE REG-REL
           END-IF
           MOVE SPACES TO REG-REL
           STRING "DOCUMENTOS JA VENCIDOS ........: " WS-QTD-VENCIDOS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "  OBRIGATORIOS (CLIENTE RETIDO): "
                  WS-QTD-OBRIG-VENCIDOS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "DOCUMENTOS A VENCER ...........: " WS-QTD-A-VENCER
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE REL-DOCV.
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
           STRING "SPOOL-RELDOCV-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELDOCV;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
