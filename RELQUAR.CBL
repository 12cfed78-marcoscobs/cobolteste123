      *-----------------------------------------------------------------
      * RELQUAR - MERCADORIA PARADA EM QUARENTENA HA MAIS DE N DIAS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELQUAR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LISTA O SALDO EM QUARENTENA
      *                   DE QUALIDADE (QUARENT) CUJO RECEBIMENTO MAIS
      *                   ANTIGO TEM MAIS DE N DIAS (N PERGUNTADO,
      *                   PADRAO 7), E O REJEITADO QUE AINDA NAO FOI
      *                   DEVOLVIDO AO FORNECEDOR HA MAIS DE N DIAS,
      *                   DO MAIS ANTIGO PARA O MAIS NOVO (SORT), COM
      *                   FILIAL, PRODUTO, LOTE, NOTA, QUANTIDADE,
      *                   VALOR AO CUSTO DE AQUISICAO E DIAS PARADO.
      *                   SPOOL DATADO (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUARENT.SEL".
           COPY "PRODUTO.SEL".

           SELECT WORK-REC ASSIGN TO "WORKQUAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-QUAR ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "QUARENT.FD".
           COPY "PRODUTO.FD".

       SD  WORK-REC.
       01  REG-ORDENADO.
           05  ORD-DT-DESDE            PIC 9(08).
           05  ORD-FILIAL              PIC 9(02).
           05  ORD-COD-PRODUTO         PIC 9(05).
           05  ORD-NUM-LOTE            PIC X(10).
           05  ORD-SITUACAO            PIC X(01).
           05  ORD-QTD                 PIC 9(07)V999.
           05  ORD-CUSTO               PIC S9(07)V99.
           05  ORD-COD-FORN            PIC 9(05).
           05  ORD-DOC                 PIC X(20).

       FD  REL-QUAR
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
       77  FS-QUA                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DIAS-LIMITE              PIC 9(03)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DT-CORTE                 PIC 9(08)    VALUE ZEROS.
       77  WS-DIAS-PARADO              PIC S9(05)   VALUE ZEROS.
       77  WS-VALOR-LINHA              PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-EM-QUARENTENA        PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-AG-DEVOLUCAO         PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-QUARENTENA         PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-REJEITADO          PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(10)9,99.

       01  WS-SWITCHES.
           05  WS-FIM-QUA              PIC X(01)    VALUE "N".
               88  FIM-QUA                          VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(10) VALUE "DESDE".
           05  FILLER                  PIC X(06) VALUE "DIAS".
           05  FILLER                  PIC X(14) VALUE "SITUACAO".
           05  FILLER                  PIC X(05) VALUE "FIL".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(27) VALUE "DESCRICAO".
           05  FILLER                  PIC X(12) VALUE "LOTE".
           05  FILLER                  PIC X(13) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(15) VALUE "VALOR".
           05  FILLER                  PIC X(07) VALUE "FORN".
           05  FILLER                  PIC X(10) VALUE "NOTA".

       01  WS-LINHA-DADOS.
           05  LD-DT-DESDE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS                 PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SITUACAO             PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FILIAL               PIC 9(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DESCR                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUM-LOTE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR                PIC Z(09)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-FORN             PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DOC                  PIC X(12).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-REC
               ON ASCENDING KEY ORD-DT-DESDE
               ON ASCENDING KEY ORD-FILIAL
               ON ASCENDING KEY ORD-COD-PRODUTO
               INPUT PROCEDURE  1500-ENVIA-QUARENTENA
                   THRU 1500-ENVIA-QUARENTENA-EXIT
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO
                   THRU 2000-EMITE-RELATORIO-EXIT

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O LIMITE EM DIAS E ABRE O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "PARADO EM QUARENTENA HA MAIS DE QUANTOS DIAS"
                   " (ENTER P/ 7)?"
           ACCEPT WS-DIAS-LIMITE FROM CONSOLE
           IF WS-DIAS-LIMITE = ZEROS
               MOVE 7 TO WS-DIAS-LIMITE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE
           COMPUTE WS-DT-CORTE =
               FUNCTION DATE-OF-INTEGER
                   (WS-INTEIRO-HOJE - WS-DIAS-LIMITE)

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-QUAR
           MOVE SPACES TO REG-REL
           STRING "QUARENTENA DE QUALIDADE PARADA HA MAIS DE "
                  WS-DIAS-LIMITE " DIAS (RECEBIDO/REJEITADO ANTES DE "
                  WS-DT-CORTE ")  EMITIDO EM " WS-HOJE-NUM
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
      * 1500-ENVIA-QUARENTENA - CADA FILIAL/PRODUTO/LOTE PODE GERAR
      * ATE DUAS LINHAS: O SALDO EM QUARENTENA (DESDE O RECEBIMENTO
      * MAIS ANTIGO) E O REJEITADO AGUARDANDO DEVOLUCAO (DESDE A
      * PRIMEIRA REJEICAO), CADA UM SO QUANDO PASSA DO LIMITE.
      *-----------------------------------------------------------------
       1500-ENVIA-QUARENTENA.
           OPEN INPUT QUARENT
           IF FS-QUA NOT = ZEROS
               GO TO 1500-ENVIA-QUARENTENA-EXIT
           END-IF

           MOVE LOW-VALUES TO XAV-QUA
           START QUARENT KEY IS NOT LESS THAN XAV-QUA
               INVALID KEY MOVE "S" TO WS-FIM-QUA
           END-START

           PERFORM 1510-LE-QUARENT THRU 1510-LE-QUARENT-EXIT
               UNTIL FIM-QUA

           CLOSE QUARENT.
       1500-ENVIA-QUARENTENA-EXIT.
           EXIT.

       1510-LE-QUARENT.
           READ QUARENT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-QUA
                   GO TO 1510-LE-QUARENT-EXIT
           END-READ

           MOVE COD-FILIAL-QUA  TO ORD-FILIAL
           MOVE COD-PRODUTO-QUA TO ORD-COD-PRODUTO
           MOVE LOTE-QUA        TO ORD-NUM-LOTE
           MOVE CUSTO-UNIT-QUA  TO ORD-CUSTO
           MOVE COD-FORN-QUA    TO ORD-COD-FORN
           MOVE DOC-FORN-QUA    TO ORD-DOC

           IF QTD-QUARENTENA-QUA > ZEROS
           AND DT-ENTRADA-QUA < WS-DT-CORTE
               MOVE DT-ENTRADA-QUA     TO ORD-DT-DESDE
               MOVE "Q"                TO ORD-SITUACAO
               MOVE QTD-QUARENTENA-QUA TO ORD-QTD
               RELEASE REG-ORDENADO
           END-IF

           IF QTD-REJEITADA-QUA > ZEROS
           AND DT-REJEICAO-QUA < WS-DT-CORTE
               MOVE DT-REJEICAO-QUA    TO ORD-DT-DESDE
               MOVE "R"                TO ORD-SITUACAO
               MOVE QTD-REJEITADA-QUA  TO ORD-QTD
               RELEASE REG-ORDENADO
           END-IF.
       1510-LE-QUARENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR SALDO PARADO, DO MAIS
      * ANTIGO PARA O MAIS NOVO.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT PRODUTO

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-SALDO THRU 2200-TRATA-SALDO-EXIT
               UNTIL FIM-ORDENADO

           CLOSE PRODUTO.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-REC
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-SALDO.
           MOVE ORD-COD-PRODUTO TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO" TO DESCR-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           COMPUTE WS-DIAS-PARADO =
               WS-INTEIRO-HOJE
               - FUNCTION INTEGER-OF-DATE(ORD-DT-DESDE)
           COMPUTE WS-VALOR-LINHA ROUNDED = ORD-QTD * ORD-CUSTO

           MOVE SPACES          TO WS-LINHA-DADOS
           IF ORD-SITUACAO = "Q"
               MOVE "QUARENTENA"   TO LD-SITUACAO
               ADD 1               TO WS-QTD-EM-QUARENTENA
               ADD WS-VALOR-LINHA  TO WS-VALOR-QUARENTENA
           ELSE
               MOVE "AG.DEVOLUCAO" TO LD-SITUACAO
               ADD 1               TO WS-QTD-AG-DEVOLUCAO
               ADD WS-VALOR-LINHA  TO WS-VALOR-REJEITADO
           END-IF
           MOVE ORD-DT-DESDE    TO LD-DT-DESDE
           MOVE WS-DIAS-PARADO  TO LD-DIAS
           MOVE ORD-FILIAL      TO LD-FILIAL
           MOVE ORD-COD-PRODUTO TO LD-COD-PRODUTO
           MOVE DESCR-PRODUTO   TO LD-DESCR
           MOVE ORD-NUM-LOTE    TO LD-NUM-LOTE
           MOVE ORD-QTD         TO LD-QTD
           MOVE WS-VALOR-LINHA  TO LD-VALOR
           MOVE ORD-COD-FORN    TO LD-COD-FORN
           MOVE ORD-DOC         TO LD-DOC
           MOVE WS-LINHA-DADOS  TO REG-REL
           WRITE REG-REL

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-SALDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-VALOR-QUARENTENA TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "EM QUARENTENA ......: " WS-QTD-EM-QUARENTENA
                  " SALDO(S)  VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-VALOR-REJEITADO TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "AGUARDANDO DEVOLUCAO: " WS-QTD-AG-DEVOLUCAO
                  " SALDO(S)  VALOR " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "RELATORIO DE QUARENTENA GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-EM-QUARENTENA " EM QUARENTENA, "
                   WS-QTD-AG-DEVOLUCAO " AGUARDANDO DEVOLUCAO)"

           CLOSE REL-QUAR.
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
           STRING "SPOOL-RELQUAR-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELQUAR;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
