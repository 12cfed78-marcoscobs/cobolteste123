      *                   CENTRAL DE RELATORIOS OU COMO PASSO DO
      *                   RODANOITE DEPOIS DO FECHAMES. TERMINA COM
      *                   GOBACK. SPOOL DATADO (SPOOLREG.TXT).
      * 15/10/2026 DEV   RESUMO POR CFOP DEPOIS DO REGISTRO: LINHAS DAS
      *                   NOTAS NAO CANCELADAS DO PERIODO (ICMS/IPI DO
      *                   CABECALHO RATEADOS PELO VALOR DA LINHA) E
      *                   LINHAS DAS DEVOLUCOES DO PERIODO COMO
      *                   ENTRADAS, COM DOCUMENTOS, LINHAS E VALORES.
      * 15/10/2026 DEV   NOTAS DO PERIODO LIDAS PELA CHAVE DE DATA DE
      *                   EMISSAO, SEM VARRER O NOTAFIS INTEIRO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "DEVOL.SEL".
           COPY "DEVITEM.SEL".

           SELECT WORK-REC ASSIGN TO "WORKFISC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-CFOP ASSIGN TO "WORKCFOP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.
       DATA DIVISION.
       FILE SECTION.
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "DEVOL.FD".
           COPY "DEVITEM.FD".

       SD  WORK-REC.
       01  REG-ORDENADO.
           05  ORD-TOTAL               PIC S9(09)V99.
           05  ORD-SIT                 PIC X(01).

      * UMA LINHA FISCAL POR REGISTRO PARA O RESUMO POR CFOP: LINHAS DE
      * NOTA (SAIDA, ICMS/IPI DO CABECALHO RATEADOS PELO VALOR DA
      * LINHA) E LINHAS DE DEVOLUCAO (ENTRADA).
       SD  WORK-CFOP.
       01  REG-CFOP-ORD.
           05  CF-CFOP                 PIC 9(04).
           05  CF-ORIGEM               PIC X(01).
               88  CF-SAIDA                         VALUE "S".
               88  CF-ENTRADA                       VALUE "E".
           05  CF-NUM-DOC              PIC 9(07).
           05  CF-VALOR                PIC S9(09)V99.
           05  CF-ICMS                 PIC S9(09)V99.
           05  CF-IPI                  PIC S9(09)V99.
           05  CF-NATUREZA             PIC X(40).

       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).
       77  WS-BURACO-FIM               PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-BURACOS              PIC 9(05)    VALUE ZEROS.

      * RESUMO POR CFOP.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-DEV                      PIC XX       VALUE SPACES.
       77  FS-DVI                      PIC XX       VALUE SPACES.
       77  WS-SEQ-LINHA-NF             PIC 9(03)    VALUE ZEROS.
       77  WS-ICMS-RATEADO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-IPI-RATEADO              PIC S9(09)V99 VALUE ZEROS.
       77  WS-CFOP-ATUAL               PIC 9(04)    VALUE ZEROS.
       77  WS-ORIGEM-ATUAL             PIC X(01)    VALUE SPACE.
       77  WS-DOC-ATUAL                PIC 9(07)    VALUE ZEROS.
       77  WS-NATUREZA-ATUAL           PIC X(40)    VALUE SPACES.
       77  WS-QTD-DOCS-CF              PIC 9(06)    VALUE ZEROS.
       77  WS-QTD-LINHAS-CF            PIC 9(06)    VALUE ZEROS.
       77  WS-VALOR-CF                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-ICMS-CF                  PIC S9(11)V99 VALUE ZEROS.
       77  WS-IPI-CF                   PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOT-VALOR-SAI            PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-ICMS-SAI             PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-IPI-SAI              PIC S9(13)V99 VALUE ZEROS.
       77  WS-TOT-VALOR-ENT            PIC S9(13)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-NOTAS            PIC X(01)    VALUE "N".
               88  FIM-NOTAS                        VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-FIM-LINHAS-CF        PIC X(01)    VALUE "N".
               88  FIM-LINHAS-CF                    VALUE "S".
           05  WS-FIM-DEVOL            PIC X(01)    VALUE "N".
               88  FIM-DEVOL                        VALUE "S".
           05  WS-FIM-CFOP             PIC X(01)    VALUE "N".
               88  FIM-CFOP                         VALUE "S".
           05  WS-PRIMEIRO-CFOP        PIC X(01)    VALUE "S".
               88  PRIMEIRO-CFOP                    VALUE "S".

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "NOTA".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MARCA                PIC X(09).

       01  WS-CABECALHO-CFOP.
           05  FILLER                  PIC X(06) VALUE "CFOP".
           05  FILLER                  PIC X(32) VALUE "NATUREZA".
           05  FILLER                  PIC X(08) VALUE "TIPO".
           05  FILLER                  PIC X(07) VALUE "  DOCS".
           05  FILLER                  PIC X(07) VALUE " LINHAS".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "VALOR".
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ICMS".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "IPI".

       01  WS-LINHA-CFOP.
           05  LC-CFOP                 PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-NATUREZA             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-TIPO                 PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DOCS                 PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-LINHAS               PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-VALOR                PIC -(10)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-ICMS                 PIC -(08)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-IPI                  PIC -(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               INPUT PROCEDURE  1500-ENVIA-NOTAS
               OUTPUT PROCEDURE 2000-EMITE-REGISTRO

           SORT WORK-CFOP
               ON ASCENDING KEY CF-CFOP
               ON ASCENDING KEY CF-ORIGEM
               ON ASCENDING KEY CF-NUM-DOC
               INPUT PROCEDURE  3000-ENVIA-LINHAS-CFOP
               OUTPUT PROCEDURE 3500-EMITE-RESUMO-CFOP

           PERFORM 4000-CONFERE-NUMERACAO
               THRU 4000-CONFERE-NUMERACAO-EXIT
           PERFORM 5000-FINALIZA        THRU 5000-FINALIZA-EXIT

      *-----------------------------------------------------------------
      * 1500-ENVIA-NOTAS - NOTAS EMITIDAS NO PERIODO (CANCELADAS VAO
      * MARCADAS, FORA DOS TOTAIS), LIDAS PELA CHAVE ALTERNATIVA
      * DT-EMISSAO-NF.
      *-----------------------------------------------------------------
       1500-ENVIA-NOTAS.
           OPEN INPUT NOTAFIS
               GO TO 1500-ENVIA-NOTAS-EXIT
           END-IF

           MOVE WS-DT-INICIO TO DT-EMISSAO-NF
           START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
               INVALID KEY MOVE "S" TO WS-FIM-NOTAS
           END-START

               READ NOTAFIS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF DT-EMISSAO-NF > WS-DT-FIM
                           MOVE "S" TO WS-FIM-NOTAS
                       END-IF
                       IF DT-EMISSAO-NF >= WS-DT-INICIO
                       AND DT-EMISSAO-NF <= WS-DT-FIM
                           MOVE DT-EMISSAO-NF TO ORD-DT-EMISSAO
       2500-FECHA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-ENVIA-LINHAS-CFOP - LINHAS DAS NOTAS NAO CANCELADAS DO
      * PERIODO (CFOP DA LINHA; LINHA SEM CFOP, DE NOTA ANTERIOR AO
      * CARIMBO, USA O DO CABECALHO) E LINHAS DAS DEVOLUCOES DO
      * PERIODO, QUE ENTRAM COM O CFOP DE ENTRADA GRAVADO NO DEVITEM.
      *-----------------------------------------------------------------
       3000-ENVIA-LINHAS-CFOP.
           MOVE "N" TO WS-FIM-NOTAS
           OPEN INPUT NOTAFIS
           OPEN INPUT NOTAITEM
           IF FS-NF = ZEROS AND FS-NFI = ZEROS
               MOVE LOW-VALUES TO XAV-NF
               START NOTAFIS KEY IS NOT LESS THAN XAV-NF
                   INVALID KEY MOVE "S" TO WS-FIM-NOTAS
               END-START
               PERFORM 3100-LE-NOTA-CFOP THRU 3100-LE-NOTA-CFOP-EXIT
                   UNTIL FIM-NOTAS
           END-IF
           CLOSE NOTAFIS
           CLOSE NOTAITEM

           MOVE "N" TO WS-FIM-DEVOL
           OPEN INPUT DEVOL
           OPEN INPUT DEVITEM
           IF FS-DEV = ZEROS AND FS-DVI = ZEROS
               MOVE ZEROS TO XAV-DEV
               START DEVOL KEY IS NOT LESS THAN XAV-DEV
                   INVALID KEY MOVE "S" TO WS-FIM-DEVOL
               END-START
               PERFORM 3300-LE-DEVOL-CFOP THRU 3300-LE-DEVOL-CFOP-EXIT
                   UNTIL FIM-DEVOL
           END-IF
           CLOSE DEVOL
           CLOSE DEVITEM.
       3000-ENVIA-LINHAS-CFOP-EXIT.
           EXIT.

       3100-LE-NOTA-CFOP.
           READ NOTAFIS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NOTAS
                   GO TO 3100-LE-NOTA-CFOP-EXIT
           END-READ
           IF DT-EMISSAO-NF < WS-DT-INICIO
           OR DT-EMISSAO-NF > WS-DT-FIM
           OR SIT-NF = "C"
               GO TO 3100-LE-NOTA-CFOP-EXIT
           END-IF

           MOVE ZEROS TO WS-SEQ-LINHA-NF WS-ICMS-RATEADO
                         WS-IPI-RATEADO
           MOVE "N"   TO WS-FIM-LINHAS-CF
           MOVE NUM-NOTA-NF TO NUM-NOTA-NFI
           MOVE ZEROS       TO SEQ-NFI
           START NOTAITEM KEY IS NOT LESS THAN XAV-NFI
               INVALID KEY MOVE "S" TO WS-FIM-LINHAS-CF
           END-START
           PERFORM 3150-LE-LINHA-NOTA THRU 3150-LE-LINHA-NOTA-EXIT
               UNTIL FIM-LINHAS-CF.
       3100-LE-NOTA-CFOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3150-LE-LINHA-NOTA - ICMS E IPI SAO DO CABECALHO: CADA LINHA
      * LEVA A PARTE PROPORCIONAL AO SEU VALOR E A ULTIMA O QUE SOBRA
      * DO ARREDONDAMENTO (NOTA SEM MERCADORIA: TUDO NA PRIMEIRA).
      *-----------------------------------------------------------------
       3150-LE-LINHA-NOTA.
           READ NOTAITEM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LINHAS-CF
                   GO TO 3150-LE-LINHA-NOTA-EXIT
           END-READ
           IF NUM-NOTA-NFI NOT = NUM-NOTA-NF
               MOVE "S" TO WS-FIM-LINHAS-CF
               GO TO 3150-LE-LINHA-NOTA-EXIT
           END-IF

           ADD 1 TO WS-SEQ-LINHA-NF
           MOVE CFOP-NFI      TO CF-CFOP
           IF CF-CFOP = ZEROS
               MOVE CFOP-NF   TO CF-CFOP
           END-IF
           MOVE "S"           TO CF-ORIGEM
           MOVE NUM-NOTA-NF   TO CF-NUM-DOC
           MOVE VALOR-NFI     TO CF-VALOR
           IF CF-CFOP = CFOP-NF
               MOVE NATUREZA-NF TO CF-NATUREZA
           ELSE
               MOVE SPACES      TO CF-NATUREZA
           END-IF

           IF VALOR-MERC-NF = ZEROS
               IF WS-SEQ-LINHA-NF = 1
                   MOVE VALOR-ICMS-NF TO CF-ICMS
                   MOVE VALOR-IPI-NF  TO CF-IPI
               ELSE
                   MOVE ZEROS TO CF-ICMS CF-IPI
               END-IF
           ELSE
               IF WS-SEQ-LINHA-NF NOT < QTD-ITENS-NF
                   COMPUTE CF-ICMS = VALOR-ICMS-NF - WS-ICMS-RATEADO
                   COMPUTE CF-IPI  = VALOR-IPI-NF  - WS-IPI-RATEADO
               ELSE
                   COMPUTE CF-ICMS ROUNDED =
                       VALOR-ICMS-NF * VALOR-NFI / VALOR-MERC-NF
                   COMPUTE CF-IPI ROUNDED =
                       VALOR-IPI-NF * VALOR-NFI / VALOR-MERC-NF
               END-IF
           END-IF
           ADD CF-ICMS TO WS-ICMS-RATEADO
           ADD CF-IPI  TO WS-IPI-RATEADO

           RELEASE REG-CFOP-ORD.
       3150-LE-LINHA-NOTA-EXIT.
           EXIT.

       3300-LE-DEVOL-CFOP.
           READ DEVOL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-DEVOL
                   GO TO 3300-LE-DEVOL-CFOP-EXIT
           END-READ
           IF DT-DEVOL < WS-DT-INICIO
           OR DT-DEVOL > WS-DT-FIM
               GO TO 3300-LE-DEVOL-CFOP-EXIT
           END-IF

           MOVE "N"       TO WS-FIM-LINHAS-CF
           MOVE NUM-DEVOL TO NUM-DEVOL-DVI
           MOVE ZEROS     TO SEQ-DVI
           START DEVITEM KEY IS NOT LESS THAN XAV-DVI
               INVALID KEY MOVE "S" TO WS-FIM-LINHAS-CF
           END-START
           PERFORM 3350-LE-LINHA-DEVOL THRU 3350-LE-LINHA-DEVOL-EXIT
               UNTIL FIM-LINHAS-CF.
       3300-LE-DEVOL-CFOP-EXIT.
           EXIT.

       3350-LE-LINHA-DEVOL.
           READ DEVITEM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LINHAS-CF
                   GO TO 3350-LE-LINHA-DEVOL-EXIT
           END-READ
           IF NUM-DEVOL-DVI NOT = NUM-DEVOL
               MOVE "S" TO WS-FIM-LINHAS-CF
               GO TO 3350-LE-LINHA-DEVOL-EXIT
           END-IF

           MOVE CFOP-DVI  TO CF-CFOP
           MOVE "E"       TO CF-ORIGEM
           MOVE NUM-DEVOL TO CF-NUM-DOC
           MOVE VALOR-DVI TO CF-VALOR
           MOVE ZEROS     TO CF-ICMS CF-IPI
           MOVE SPACES    TO CF-NATUREZA
           RELEASE REG-CFOP-ORD.
       3350-LE-LINHA-DEVOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-EMITE-RESUMO-CFOP - UMA LINHA POR CFOP: DOCUMENTOS,
      * LINHAS, VALOR DAS LINHAS E ICMS/IPI RATEADOS, COM O TOTAL DAS
      * SAIDAS E DAS ENTRADAS POR DEVOLUCAO.
      *-----------------------------------------------------------------
       3500-EMITE-RESUMO-CFOP.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "RESUMO POR CFOP:" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-CFOP TO REG-REL
           WRITE REG-REL

           PERFORM 3510-RETORNA-CFOP THRU 3510-RETORNA-CFOP-EXIT
           PERFORM 3600-TRATA-LINHA-CFOP THRU 3600-TRATA-LINHA-CFOP-EXIT
               UNTIL FIM-CFOP

           IF PRIMEIRO-CFOP
               MOVE "  NENHUMA LINHA FISCAL NO PERIODO." TO REG-REL
               WRITE REG-REL
               GO TO 3500-EMITE-RESUMO-CFOP-EXIT
           END-IF
           PERFORM 3700-FECHA-CFOP THRU 3700-FECHA-CFOP-EXIT

           MOVE SPACES TO REG-REL
           STRING "  TOTAL SAIDAS - VALOR " WS-TOT-VALOR-SAI
                  " ICMS " WS-TOT-ICMS-SAI
                  " IPI " WS-TOT-IPI-SAI
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "  TOTAL ENTRADAS (DEVOLUCOES) - VALOR "
                  WS-TOT-VALOR-ENT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       3500-EMITE-RESUMO-CFOP-EXIT.
           EXIT.

       3510-RETORNA-CFOP.
           RETURN WORK-CFOP
               AT END MOVE "S" TO WS-FIM-CFOP
           END-RETURN.
       3510-RETORNA-CFOP-EXIT.
           EXIT.

       3600-TRATA-LINHA-CFOP.
           IF PRIMEIRO-CFOP
               MOVE "N" TO WS-PRIMEIRO-CFOP
               PERFORM 3650-INICIA-CFOP THRU 3650-INICIA-CFOP-EXIT
           ELSE
               IF CF-CFOP NOT = WS-CFOP-ATUAL
               OR CF-ORIGEM NOT = WS-ORIGEM-ATUAL
                   PERFORM 3700-FECHA-CFOP THRU 3700-FECHA-CFOP-EXIT
                   PERFORM 3650-INICIA-CFOP
                       THRU 3650-INICIA-CFOP-EXIT
               END-IF
           END-IF

           IF CF-NUM-DOC NOT = WS-DOC-ATUAL
               ADD 1 TO WS-QTD-DOCS-CF
               MOVE CF-NUM-DOC TO WS-DOC-ATUAL
           END-IF
           ADD 1        TO WS-QTD-LINHAS-CF
           ADD CF-VALOR TO WS-VALOR-CF
           ADD CF-ICMS  TO WS-ICMS-CF
           ADD CF-IPI   TO WS-IPI-CF
           IF WS-NATUREZA-ATUAL = SPACES
               MOVE CF-NATUREZA TO WS-NATUREZA-ATUAL
           END-IF

           PERFORM 3510-RETORNA-CFOP THRU 3510-RETORNA-CFOP-EXIT.
       3600-TRATA-LINHA-CFOP-EXIT.
           EXIT.

       3650-INICIA-CFOP.
           MOVE CF-CFOP   TO WS-CFOP-ATUAL
           MOVE CF-ORIGEM TO WS-ORIGEM-ATUAL
           MOVE ZEROS     TO WS-DOC-ATUAL WS-QTD-DOCS-CF
                             WS-QTD-LINHAS-CF WS-VALOR-CF
                             WS-ICMS-CF WS-IPI-CF
           MOVE SPACES    TO WS-NATUREZA-ATUAL.
       3650-INICIA-CFOP-EXIT.
           EXIT.

       3700-FECHA-CFOP.
           MOVE SPACES            TO WS-LINHA-CFOP
           MOVE WS-CFOP-ATUAL     TO LC-CFOP
           MOVE WS-NATUREZA-ATUAL TO LC-NATUREZA
           IF WS-CFOP-ATUAL = ZEROS
               MOVE "SEM CFOP (ANTES DA REGRA)" TO LC-NATUREZA
           END-IF
           IF WS-ORIGEM-ATUAL = "E"
               MOVE "ENTRADA" TO LC-TIPO
               IF LC-NATUREZA = SPACES
                   MOVE "DEVOLUCAO DE CLIENTE" TO LC-NATUREZA
               END-IF
               ADD WS-VALOR-CF TO WS-TOT-VALOR-ENT
           ELSE
               MOVE "SAIDA"   TO LC-TIPO
               ADD WS-VALOR-CF TO WS-TOT-VALOR-SAI
               ADD WS-ICMS-CF  TO WS-TOT-ICMS-SAI
               ADD WS-IPI-CF   TO WS-TOT-IPI-SAI
           END-IF
           MOVE WS-QTD-DOCS-CF    TO LC-DOCS
           MOVE WS-QTD-LINHAS-CF  TO LC-LINHAS
           MOVE WS-VALOR-CF       TO LC-VALOR
           MOVE WS-ICMS-CF        TO LC-ICMS
           MOVE WS-IPI-CF         TO LC-IPI
           MOVE WS-LINHA-CFOP     TO REG-REL
           WRITE REG-REL.
       3700-FECHA-CFOP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CONFERE-NUMERACAO - VARRE NOTAFIS NA ORDEM DO NUMERO E
      * APONTA OS BURACOS DA NUMERACAO (NOTA QUE O FISCO VAI COBRAR).
