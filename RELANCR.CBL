      *-----------------------------------------------------------------
      * RELANCR - CLIENTES AGUARDANDO A ANALISE DE CREDITO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELANCR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LISTA OS CLIENTES ATIVOS
      *                   AINDA PENDENTES NA ANALISE DE CREDITO
      *                   (SIT-CRED-CLI "P"), DO CADASTRO MAIS ANTIGO
      *                   PARA O MAIS NOVO, COM OS DIAS DE ESPERA, O
      *                   LIMITE PEDIDO NO CADASTRO E OS PEDIDOS DO
      *                   CLIENTE RETIDOS NA FILA DE APROVACAO ("G").
      *                   NO RODAPE, QUANTIDADE, ESPERA MEDIA E MAIOR
      *                   ESPERA.
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
           COPY "PEDIDO.SEL".
           COPY "VENDEDOR.SEL".

           SELECT WORK-ACR ASSIGN TO "WORKANCR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-ANCR ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".
           COPY "PEDIDO.FD".
           COPY "VENDEDOR.FD".

       SD  WORK-ACR.
       01  REG-ORDENADO.
           05  ORD-DT-CADASTRO         PIC 9(08).
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-RAZAO               PIC X(60).
           05  ORD-COD-VEND            PIC 9(03).
           05  ORD-DIAS-ESPERA         PIC 9(05).
           05  ORD-LIMITE-SOLIC        PIC S9(09)V99.
           05  ORD-QTD-PED-RETIDOS     PIC 9(05).
           05  ORD-VLR-PED-RETIDOS     PIC S9(09)V99.

       FD  REL-ANCR
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
       77  WS-COD-CLI-ATUAL            PIC 9(07)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-ESPERA              PIC S9(07)   VALUE ZEROS.
       77  WS-QTD-PED-RETIDOS          PIC 9(05)    VALUE ZEROS.
       77  WS-VLR-PED-RETIDOS          PIC S9(09)V99 VALUE ZEROS.

       77  WS-QTD-CLIENTES             PIC 9(05)    VALUE ZEROS.
       77  WS-SOMA-DIAS                PIC 9(09)    VALUE ZEROS.
       77  WS-MEDIA-DIAS               PIC 9(05)    VALUE ZEROS.
       77  WS-MAIOR-ESPERA             PIC 9(05)    VALUE ZEROS.
       77  WS-TOT-PED-RETIDOS          PIC 9(07)    VALUE ZEROS.
       77  WS-TOT-VLR-RETIDOS          PIC S9(11)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-CLI              PIC X(01)    VALUE "N".
               88  FIM-CLI                          VALUE "S".
           05  WS-FIM-PED              PIC X(01)    VALUE "N".
               88  FIM-PED                          VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-SEM-VENDEDOR         PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-VENDEDOR             VALUE "S".

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
           05  FILLER                  PIC X(09) VALUE "CLIENTE".
           05  FILLER                  PIC X(32) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(22) VALUE "VENDEDOR".
           05  FILLER                  PIC X(12) VALUE "CADASTRO".
           05  FILLER                  PIC X(07) VALUE "ESPERA".
           05  FILLER                  PIC X(17)
               VALUE "  LIMITE PEDIDO".
           05  FILLER                  PIC X(20)
               VALUE "PEDIDOS RETIDOS".

       01  WS-LINHA-DADOS.
           05  LD-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-VEND             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NOME-VEND            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-CADASTRO             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS                 PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-LIMITE               PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LD-QTD-PED              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VLR-PED              PIC ZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  LT-DESCRICAO            PIC X(30).
           05  LT-QTD                  PIC Z(12)9.

       01  WS-LINHA-TOTAL-VLR.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "VALOR DOS PEDIDOS RETIDOS :".
           05  LT-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-ACR
               ON ASCENDING KEY ORD-DT-CADASTRO
               ON ASCENDING KEY ORD-COD-CLI
               INPUT PROCEDURE  1500-ENVIA-CLIENTES
               OUTPUT PROCEDURE 2000-EMITE-RELATORIO

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - DATA DE HOJE E ABERTURA DO RELATORIO
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-ANCR
           MOVE SPACES TO REG-REL
           STRING "CLIENTES AGUARDANDO ANALISE DE CREDITO EM "
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
      * 1500-ENVIA-CLIENTES - ENVIA PARA O SORT CADA CLIENTE ATIVO
      * PENDENTE NA ANALISE DE CREDITO, COM OS DIAS DE ESPERA E OS
      * PEDIDOS DELE RETIDOS NA FILA DE APROVACAO.
      *-----------------------------------------------------------------
       1500-ENVIA-CLIENTES.
           OPEN INPUT CLIENTE
           OPEN INPUT PEDIDO
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT PEDIDO
               CLOSE PEDIDO
               OPEN INPUT PEDIDO
           END-IF

           MOVE "N" TO WS-FIM-CLI
           INITIALIZE REG-CLI
           MOVE ZEROS TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-CLI
           END-START

           PERFORM 1600-LER-CLIENTE THRU 1600-LER-CLIENTE-EXIT
           PERFORM 1700-TRATA-CLIENTE THRU 1700-TRATA-CLIENTE-EXIT
               UNTIL FIM-CLI

           CLOSE CLIENTE
           CLOSE PEDIDO.
       1500-ENVIA-CLIENTES-EXIT.
           EXIT.

       1600-LER-CLIENTE.
           IF NOT FIM-CLI
               READ CLIENTE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CLI
               END-READ
           END-IF.
       1600-LER-CLIENTE-EXIT.
           EXIT.

       1700-TRATA-CLIENTE.
           IF NOT CLI-ATIVO OR NOT CRED-PENDENTE
               GO TO 1700-PROXIMO
           END-IF

           MOVE COD-CLI TO WS-COD-CLI-ATUAL
           PERFORM 1800-PEDIDOS-RETIDOS
               THRU 1800-PEDIDOS-RETIDOS-EXIT

           IF DT-CADASTRO-CLI = ZEROS
               MOVE ZEROS TO WS-DIAS-ESPERA
           ELSE
               COMPUTE WS-DIAS-ESPERA = WS-INTEIRO-HOJE -
                   FUNCTION INTEGER-OF-DATE(DT-CADASTRO-CLI)
               IF WS-DIAS-ESPERA < ZEROS
                   MOVE ZEROS TO WS-DIAS-ESPERA
               END-IF
           END-IF

           MOVE DT-CADASTRO-CLI     TO ORD-DT-CADASTRO
           MOVE COD-CLI             TO ORD-COD-CLI
           MOVE RAZAO-CLI           TO ORD-RAZAO
           MOVE COD-VEND OF REG-CLI TO ORD-COD-VEND
           MOVE WS-DIAS-ESPERA      TO ORD-DIAS-ESPERA
           MOVE LIMITE-CRED-CLI     TO ORD-LIMITE-SOLIC
           MOVE WS-QTD-PED-RETIDOS  TO ORD-QTD-PED-RETIDOS
           MOVE WS-VLR-PED-RETIDOS  TO ORD-VLR-PED-RETIDOS
           RELEASE REG-ORDENADO.

       1700-PROXIMO.
           PERFORM 1600-LER-CLIENTE THRU 1600-LER-CLIENTE-EXIT.
       1700-TRATA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-PEDIDOS-RETIDOS - CONTA E SOMA OS PEDIDOS DO CLIENTE
      * PARADOS NA FILA DE APROVACAO (VARREDURA SEQUENCIAL - PEDIDO
      * NAO TEM CHAVE POR CLIENTE).
      *-----------------------------------------------------------------
       1800-PEDIDOS-RETIDOS.
           MOVE ZEROS TO WS-QTD-PED-RETIDOS
           MOVE ZEROS TO WS-VLR-PED-RETIDOS
           MOVE "N"   TO WS-FIM-PED

           MOVE LOW-VALUES TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-PED
           END-START

           PERFORM 1850-LER-PEDIDO THRU 1850-LER-PEDIDO-EXIT
               UNTIL FIM-PED.
       1800-PEDIDOS-RETIDOS-EXIT.
           EXIT.

       1850-LER-PEDIDO.
           READ PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PED
                   GO TO 1850-LER-PEDIDO-EXIT
           END-READ

           IF COD-CLI-PED = WS-COD-CLI-ATUAL
           AND PED-PENDENTE-APROV
               ADD 1               TO WS-QTD-PED-RETIDOS
               ADD VALOR-TOTAL-PED TO WS-VLR-PED-RETIDOS
           END-IF.
       1850-LER-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-RELATORIO - UMA LINHA POR CLIENTE, DO CADASTRO MAIS
      * ANTIGO PARA O MAIS NOVO.
      *-----------------------------------------------------------------
       2000-EMITE-RELATORIO.
           OPEN INPUT VENDEDOR
           IF FS NOT = "00"
               CLOSE VENDEDOR
               MOVE "S" TO WS-SEM-VENDEDOR
           END-IF

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

           PERFORM 2200-TRATA-REGISTRO THRU 2200-TRATA-REGISTRO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT SEM-ARQUIVO-VENDEDOR
               CLOSE VENDEDOR
           END-IF.
       2000-EMITE-RELATORIO-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-ACR
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-REGISTRO.
           ADD 1                   TO WS-QTD-CLIENTES
           ADD ORD-DIAS-ESPERA     TO WS-SOMA-DIAS
           IF ORD-DIAS-ESPERA > WS-MAIOR-ESPERA
               MOVE ORD-DIAS-ESPERA TO WS-MAIOR-ESPERA
           END-IF
           ADD ORD-QTD-PED-RETIDOS TO WS-TOT-PED-RETIDOS
           ADD ORD-VLR-PED-RETIDOS TO WS-TOT-VLR-RETIDOS

           MOVE SPACES TO NOME-VEND
           IF NOT SEM-ARQUIVO-VENDEDOR
               MOVE ORD-COD-VEND TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
                   INVALID KEY MOVE SPACES TO NOME-VEND
               END-READ
           END-IF

           MOVE ORD-COD-CLI              TO LD-COD-CLI
           MOVE FUNCTION TRIM(ORD-RAZAO) TO LD-RAZAO
           MOVE ORD-COD-VEND             TO LD-COD-VEND
           MOVE NOME-VEND                TO LD-NOME-VEND
           IF ORD-DT-CADASTRO = ZEROS
               MOVE "SEM DATA"           TO LD-CADASTRO
           ELSE
               MOVE ORD-DT-CADASTRO (7:2) TO WS-DIA-EDIT
               MOVE ORD-DT-CADASTRO (5:2) TO WS-MES-EDIT
               MOVE ORD-DT-CADASTRO (1:4) TO WS-ANO-EDIT
               MOVE WS-DATA-EDIT          TO LD-CADASTRO
           END-IF
           MOVE ORD-DIAS-ESPERA          TO LD-DIAS
           MOVE ORD-LIMITE-SOLIC         TO LD-LIMITE
           MOVE ORD-QTD-PED-RETIDOS      TO LD-QTD-PED
           MOVE ORD-VLR-PED-RETIDOS      TO LD-VLR-PED
           MOVE WS-LINHA-DADOS           TO REG-REL
           WRITE REG-REL

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE (QUANTIDADE, ESPERA MEDIA E MAIOR
      * ESPERA, PEDIDOS RETIDOS) E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF WS-QTD-CLIENTES > ZEROS
               DIVIDE WS-SOMA-DIAS BY WS-QTD-CLIENTES
                   GIVING WS-MEDIA-DIAS ROUNDED
           END-IF

           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE SPACES                     TO WS-LINHA-TOTAL
           MOVE "CLIENTES AGUARDANDO ......:" TO LT-DESCRICAO
           MOVE WS-QTD-CLIENTES            TO LT-QTD
           MOVE WS-LINHA-TOTAL             TO REG-REL
           WRITE REG-REL

           MOVE "ESPERA MEDIA (DIAS) ......:" TO LT-DESCRICAO
           MOVE WS-MEDIA-DIAS              TO LT-QTD
           MOVE WS-LINHA-TOTAL             TO REG-REL
           WRITE REG-REL

           MOVE "MAIOR ESPERA (DIAS) ......:" TO LT-DESCRICAO
           MOVE WS-MAIOR-ESPERA            TO LT-QTD
           MOVE WS-LINHA-TOTAL             TO REG-REL
           WRITE REG-REL

           MOVE "PEDIDOS RETIDOS ..........:" TO LT-DESCRICAO
           MOVE WS-TOT-PED-RETIDOS         TO LT-QTD
           MOVE WS-LINHA-TOTAL             TO REG-REL
           WRITE REG-REL

           MOVE WS-TOT-VLR-RETIDOS         TO LT-VALOR
           MOVE WS-LINHA-TOTAL-VLR         TO REG-REL
           WRITE REG-REL

           CLOSE REL-ANCR.
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
           STRING "SPOOL-RELANCR-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELANCR;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
