      *-----------------------------------------------------------------
      * LIBPAG - LIBERACAO DE TITULO A PAGAR RETIDO NA CONFERENCIA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIBPAG.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - O SUPERVISOR SE VALIDA
      *                   (LOGIN E SENHA CONTRA USUARIO, MESMA
      *                   CONFERENCIA DO BAIXAPER), INFORMA O TITULO
      *                   A PAGAR RETIDO NA CONFERENCIA A TRES VIAS
      *                   (CONFPAG), VE O MOTIVO DA RETENCAO E
      *                   INFORMA O MOTIVO DA LIBERACAO; AS PARCELAS
      *                   RETIDAS DO TITULO FICAM CONF-LIBERADO COM
      *                   LOGIN, DATA E MOTIVO GRAVADOS E VOLTAM A
      *                   PODER SER PAGAS NO BAIXAPAG E NO REMPAG.
      *                   LIBERACOES DA SESSAO NO SPOOL DATADO
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
           COPY "USUARIO.SEL".

           SELECT LIB-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAPAG.FD".
           COPY "USUARIO.FD".

       FD  LIB-REL
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
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-NUM-TITULO-INF           PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-RETIDAS-TIT          PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-LIBERADAS            PIC 9(05)    VALUE ZEROS.
       77  WS-MOTIVO-LIB               PIC X(40)    VALUE SPACES.
       77  WS-LOGIN-LIB                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-LIB                PIC X(20)    VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-VALOR-EDIT               PIC Z(08)9,99.

       01  WS-SWITCHES.
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-MODO-LIBERA          PIC X(01)    VALUE "N".
               88  MODO-LIBERA                      VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-LIB.
           05  FILLER                  PIC X(07) VALUE "TITULO ".
           05  LL-NUM-TITULO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LL-PARCELA              PIC 99.
           05  FILLER                  PIC X(06) VALUE " FORN ".
           05  LL-COD-FORN             PIC 9(05).
           05  FILLER                  PIC X(07) VALUE " VALOR ".
           05  LL-VALOR                PIC Z(07)9,99.
           05  FILLER                  PIC X(10) VALUE " RETENCAO ".
           05  LL-MOTIVO-RET           PIC X(32).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LL-MOTIVO-LIB           PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF AUTORIZADO
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - VALIDA O SUPERVISOR E ABRE OS ARQUIVOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           PERFORM 1050-VALIDA-SUPERVISOR
               THRU 1050-VALIDA-SUPERVISOR-EXIT
           IF NOT AUTORIZADO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               MOVE "N" TO WS-AUTORIZADO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT LIB-REL
           MOVE SPACES TO REG-REL
           STRING "LIBERACAO DE TITULOS RETIDOS NA CONFERENCIA - "
                  WS-HOJE-NUM " - SUPERVISOR "
                  FUNCTION TRIM(WS-LOGIN-LIB)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-VALIDA-SUPERVISOR - A LIBERACAO E RESTRITA A
      * SUPERVISOR/ADMIN: PEDE LOGIN E SENHA NO CONSOLE E VALIDA
      * CONTRA USUARIO, MESMA CONFERENCIA DO BAIXAPER. ARQUIVO DE
      * USUARIOS AINDA INEXISTENTE (SISTEMA RECEM-IMPLANTADO) LIBERA
      * SEM VALIDAR.
      *-----------------------------------------------------------------
       1050-VALIDA-SUPERVISOR.
           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               MOVE "S" TO WS-AUTORIZADO
               GO TO 1050-VALIDA-SUPERVISOR-EXIT
           END-IF

           DISPLAY "LOGIN DO SUPERVISOR:"
           ACCEPT WS-LOGIN-LIB FROM CONSOLE
           DISPLAY "SENHA:"
           ACCEPT WS-SENHA-LIB FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(WS-LOGIN-LIB) TO XAV-USU
           READ USUARIO WITH IGNORE LOCK

           IF FS-USU NOT = ZEROS
           OR USU-INATIVO
           OR SENHA-USU NOT = WS-SENHA-LIB
           OR USU-OPERADOR
               DISPLAY "LOGIN INVALIDO OU SEM PERFIL DE SUPERVISOR -"
                       " LIBERACAO NAO AUTORIZADA."
           ELSE
               MOVE "S" TO WS-AUTORIZADO
               MOVE FUNCTION UPPER-CASE(WS-LOGIN-LIB) TO WS-LOGIN-LIB
           END-IF

           CLOSE USUARIO.
       1050-VALIDA-SUPERVISOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - LACO DE DIGITACAO DOS TITULOS A LIBERAR
      * (TITULO ZERO ENCERRA).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           PERFORM 2100-TRATA-TITULO THRU 2100-TRATA-TITULO-EXIT
               UNTIL FIM-DIGITACAO.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-TRATA-TITULO - MOSTRA AS PARCELAS RETIDAS DO TITULO COM
      * O MOTIVO DA RETENCAO, PEDE O MOTIVO DA LIBERACAO (OBRIGATORIO)
      * E A CONFIRMACAO, E LIBERA TODAS ELAS.
      *-----------------------------------------------------------------
       2100-TRATA-TITULO.
           DISPLAY "NUMERO DO TITULO A PAGAR RETIDO (0 P/ ENCERRAR):"
           ACCEPT WS-NUM-TITULO-INF FROM CONSOLE
           IF WS-NUM-TITULO-INF = ZEROS
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 2100-TRATA-TITULO-EXIT
           END-IF

           MOVE "N"   TO WS-MODO-LIBERA
           MOVE ZEROS TO WS-QTD-RETIDAS-TIT
           PERFORM 2200-PERCORRE-TITULO THRU 2200-PERCORRE-TITULO-EXIT
           IF WS-QTD-RETIDAS-TIT = ZEROS
               DISPLAY "TITULO SEM PARCELA RETIDA - NADA FEITO."
               GO TO 2100-TRATA-TITULO-EXIT
           END-IF

           DISPLAY "MOTIVO DA LIBERACAO:"
           ACCEPT WS-MOTIVO-LIB FROM CONSOLE
           IF WS-MOTIVO-LIB = SPACES
               DISPLAY "MOTIVO E OBRIGATORIO - NADA FEITO."
               GO TO 2100-TRATA-TITULO-EXIT
           END-IF

           DISPLAY "CONFIRMA A LIBERACAO DE " WS-QTD-RETIDAS-TIT
                   " PARCELA(S) PARA PAGAMENTO (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA FEITO."
               GO TO 2100-TRATA-TITULO-EXIT
           END-IF

           MOVE "S"   TO WS-MODO-LIBERA
           MOVE ZEROS TO WS-QTD-RETIDAS-TIT
           PERFORM 2200-PERCORRE-TITULO THRU 2200-PERCORRE-TITULO-EXIT
           DISPLAY WS-QTD-RETIDAS-TIT " PARCELA(S) LIBERADA(S).".
       2100-TRATA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-PERCORRE-TITULO - PARCELAS DO TITULO (CHAVE TITULO +
      * PARCELA); NA PRIMEIRA PASSADA SO MOSTRA AS RETIDAS, NA
      * SEGUNDA GRAVA A LIBERACAO.
      *-----------------------------------------------------------------
       2200-PERCORRE-TITULO.
           MOVE "N"               TO WS-FIM-CPAG
           MOVE WS-NUM-TITULO-INF TO NUM-TITULO-CPAG
           MOVE ZEROS             TO NUM-PARCELA-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-CPAG
           END-START

           PERFORM 2210-TRATA-PARCELA THRU 2210-TRATA-PARCELA-EXIT
               UNTIL FIM-CPAG.
       2200-PERCORRE-TITULO-EXIT.
           EXIT.

       2210-TRATA-PARCELA.
           READ CONTAPAG NEXT RECORD WITH LOCK
               AT END
                   MOVE "S" TO WS-FIM-CPAG
                   GO TO 2210-TRATA-PARCELA-EXIT
           END-READ
           IF NUM-TITULO-CPAG NOT = WS-NUM-TITULO-INF
               MOVE "S" TO WS-FIM-CPAG
               GO TO 2210-TRATA-PARCELA-EXIT
           END-IF
           IF NOT CPAG-RETIDO
               GO TO 2210-TRATA-PARCELA-EXIT
           END-IF

           ADD 1 TO WS-QTD-RETIDAS-TIT
           IF NOT MODO-LIBERA
               MOVE VALOR-CPAG TO WS-VALOR-EDIT
               DISPLAY "PARCELA " NUM-PARCELA-CPAG " FORN "
                       COD-FORN-CPAG " PEDIDO " NUM-PCOMP-CPAG
                       " VALOR " WS-VALOR-EDIT " - RETIDA EM "
                       DT-CONF-CPAG ": "
                       FUNCTION TRIM(MOTIVO-RETENCAO-CPAG)
               GO TO 2210-TRATA-PARCELA-EXIT
           END-IF

           SET CONF-LIBERADO TO TRUE
           MOVE WS-LOGIN-LIB  TO LOGIN-LIBERACAO-CPAG
           MOVE WS-HOJE-NUM   TO DT-LIBERACAO-CPAG
           MOVE WS-MOTIVO-LIB TO MOTIVO-LIBERACAO-CPAG
           REWRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DA LIBERACAO. FS: " FS-CPAG
               GO TO 2210-TRATA-PARCELA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIBERADAS
           MOVE SPACES               TO WS-LINHA-LIB
           MOVE NUM-TITULO-CPAG      TO LL-NUM-TITULO
           MOVE NUM-PARCELA-CPAG     TO LL-PARCELA
           MOVE COD-FORN-CPAG        TO LL-COD-FORN
           MOVE VALOR-CPAG           TO LL-VALOR
           MOVE MOTIVO-RETENCAO-CPAG TO LL-MOTIVO-RET
           MOVE WS-MOTIVO-LIB        TO LL-MOTIVO-LIB
           MOVE WS-LINHA-LIB         TO REG-REL
           WRITE REG-REL.
       2210-TRATA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF NOT AUTORIZADO
               GO TO 3000-FINALIZA-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PARCELAS LIBERADAS: " WS-QTD-LIBERADAS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "LIBERACAO CONCLUIDA: " WS-QTD-LIBERADAS
                   " PARCELA(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE CONTAPAG
           CLOSE LIB-REL.
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
           STRING "SPOOL-LIBPAG-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "LIBPAG;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
