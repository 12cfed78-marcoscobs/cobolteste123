      *-----------------------------------------------------------------
      * BAIXAEST - BAIXA DE ESTOQUE POR PERDA (AVARIA, VENCIMENTO,
      *            FURTO, AMOSTRA)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAIXAEST.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - BAIXA DE QUEBRA, VENCIDO,
      *                   FURTO E AMOSTRA POR FILIAL/PRODUTO/LOTE COM
      *                   MOTIVO DA TABELA MOTPERDA (CADMPER), NO LUGAR
      *                   DO AJUSTE PELO INVENTAR/CONTCICL. VALOR AO
      *                   CUSTO MEDIO DO PRODUTO; ACIMA DO LIMITE
      *                   LIMITE-PERDA-ESTQ (PARAM) EXIGE LOGIN E SENHA
      *                   DE SUPERVISOR (USUARIO SUPERVISOR/ADMIN
      *                   LOGADO JA APROVA). BAIXA O ESTOQUE E O LOTE,
      *                   GRAVA A PERDA EM PERDAEST (BASE DO RELPEST E
      *                   DO EXPCONT) E O KARDEX TIPO PER. COMPROVANTE
      *                   EM SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUTO.SEL".
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "LOTE.SEL".
           COPY "FILIAL.SEL".
           COPY "MOTPERDA.SEL".
           COPY "PERDAEST.SEL".
           COPY "USUARIO.SEL".
           COPY "PARAM.SEL".

           SELECT BAIXAEST-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUTO.FD".
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "LOTE.FD".
           COPY "FILIAL.FD".
           COPY "MOTPERDA.FD".
           COPY "PERDAEST.FD".
           COPY "USUARIO.FD".
           COPY "PARAM.FD".

       FD  BAIXAEST-REL
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
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-LOTE                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-MPE                      PIC XX       VALUE SPACES.
       77  FS-PES                      PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILIAL-PER               PIC 9(02)    VALUE 1.
       77  WS-COD-PRODUTO-DIG          PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-LOTE-DIG             PIC X(10)    VALUE SPACES.
       77  WS-COD-MOTIVO-DIG           PIC X(03)    VALUE SPACES.
       77  WS-OBS-DIG                  PIC X(40)    VALUE SPACES.
       77  WS-QTD-TEXT                 PIC X(15)    VALUE SPACES.
       77  WS-QTD-PERDA                PIC 9(07)V999 VALUE ZEROS.
       77  WS-CUSTO-PERDA              PIC S9(07)V99 VALUE ZEROS.
       77  WS-VALOR-PERDA              PIC S9(09)V99 VALUE ZEROS.
       77  WS-LIMITE-PERDA             PIC S9(09)V99 VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-LOGIN-SUP                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-SUP                PIC X(20)    VALUE SPACES.
       77  WS-APROVADOR                PIC X(20)    VALUE SPACES.
       77  WS-NUM-PERDA                PIC 9(07)    VALUE ZEROS.
       77  WS-SEQ-KDX                  PIC 9(07)    VALUE ZEROS.
       77  WS-HORA-KDX                 PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-BAIXAS               PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-PERDAS             PIC S9(11)V99 VALUE ZEROS.
       77  WS-QTD-EDIT                 PIC Z(06)9,999.
       77  WS-VALOR-EDIT               PIC Z(08)9,99.
       77  WS-TOTAL-EDIT               PIC Z(10)9,99.

       01  WS-SWITCHES.
           05  WS-ARQUIVOS-OK          PIC X(01)    VALUE "N".
               88  ARQUIVOS-OK                      VALUE "S".
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(40)
               VALUE "BAIXAS DE ESTOQUE POR PERDA".
           05  FILLER                  PIC X(08) VALUE "FILIAL ".
           05  HDR-FILIAL              PIC 9(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-DATA                PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "USUARIO: ".
           05  HDR-USUARIO             PIC X(20).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "NUMERO".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(27) VALUE "DESCRICAO".
           05  FILLER                  PIC X(12) VALUE "LOTE".
           05  FILLER                  PIC X(05) VALUE "MOT".
           05  FILLER                  PIC X(13) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(13) VALUE "VALOR".
           05  FILLER                  PIC X(15) VALUE "APROVADOR".
           05  FILLER                  PIC X(30) VALUE "OBSERVACAO".

       01  WS-LINHA-DADOS.
           05  LD-NUM-PERDA            PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DESCR                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-LOTE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-MOTIVO               PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-APROVADOR            PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-OBS                  PIC X(30).

       COPY USULOG.CPY.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF ARQUIVOS-OK
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
           END-IF
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - FILIAL (FIXA DO USUARIO OU PERGUNTADA),
      * LIMITE DE APROVACAO, ABERTURA DOS ARQUIVOS E DO SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL NOT = SPACES
           AND NOT USUARIO-SEM-FILIAL-FIXA
               MOVE FILIAL-USUARIO-ATUAL TO WS-FILIAL-PER
               DISPLAY "FILIAL DA BAIXA (FIXA DO USUARIO): "
                       WS-FILIAL-PER
           ELSE
               DISPLAY "FILIAL DA BAIXA (ENTER P/ 01):"
               ACCEPT WS-FILIAL-PER FROM CONSOLE
               IF WS-FILIAL-PER = ZEROS
                   MOVE 1 TO WS-FILIAL-PER
               END-IF
           END-IF
           PERFORM 1100-VALIDA-FILIAL THRU 1100-VALIDA-FILIAL-EXIT
           PERFORM 1200-LE-PARAM-LIMITE
               THRU 1200-LE-PARAM-LIMITE-EXIT

           OPEN INPUT MOTPERDA
           IF FS-MPE NOT = ZEROS
               DISPLAY "TABELA DE MOTIVOS DE PERDA INEXISTENTE -"
                       " CADASTRE OS MOTIVOS NO CADMPER."
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PRODUTO
           OPEN I-O ESTOQUE
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ESTOQUE. FS: " FS
               CLOSE MOTPERDA PRODUTO
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           OPEN I-O KARDEX
           IF FS-KDX = "35" OR FS-KDX = "05"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           OPEN I-O LOTE
           IF FS-LOTE = "35" OR FS-LOTE = "05"
               OPEN OUTPUT LOTE
               CLOSE LOTE
               OPEN I-O LOTE
           END-IF
           OPEN I-O PERDAEST
           IF FS-PES = "35" OR FS-PES = "05"
               OPEN OUTPUT PERDAEST
               CLOSE PERDAEST
               OPEN I-O PERDAEST
           END-IF
           MOVE "S" TO WS-ARQUIVOS-OK

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT BAIXAEST-REL

           MOVE WS-FILIAL-PER       TO HDR-FILIAL
           MOVE WS-HOJE-NUM         TO HDR-DATA
           MOVE LOGIN-USUARIO-ATUAL TO HDR-USUARIO
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
      * 1100-VALIDA-FILIAL - A FILIAL INFORMADA PRECISA EXISTIR E
      * ESTAR ATIVA EM FILIAL; ARQUIVO DE FILIAIS AINDA INEXISTENTE
      * (OPERACAO DE DEPOSITO UNICO) PASSA DIRETO.
      *-----------------------------------------------------------------
       1100-VALIDA-FILIAL.
           OPEN INPUT FILIAL
           IF FS-FIL = "35" OR FS-FIL = "05"
               CLOSE FILIAL
               GO TO 1100-VALIDA-FILIAL-EXIT
           END-IF

           MOVE WS-FILIAL-PER TO XAV-FIL
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL NOT = ZEROS OR FILIAL-INATIVA
               DISPLAY "FILIAL " WS-FILIAL-PER
                       " NAO CADASTRADA OU INATIVA - USANDO 01"
               MOVE 1 TO WS-FILIAL-PER
           END-IF

           CLOSE FILIAL.
       1100-VALIDA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-LE-PARAM-LIMITE - VALOR DE PERDA ACIMA DO QUAL A BAIXA
      * PRECISA DE SUPERVISOR (LIMITE-PERDA-ESTQ); SEM PARAMETRO O
      * LIMITE E ZERO E TODA BAIXA PASSA PELO SUPERVISOR.
      *-----------------------------------------------------------------
       1200-LE-PARAM-LIMITE.
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               GO TO 1200-LE-PARAM-LIMITE-EXIT
           END-IF

           MOVE "LIMITE-PERDA-ESTQ" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-LIMITE-PERDA
           END-IF

           CLOSE PARAM.
       1200-LE-PARAM-LIMITE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - LACO PRODUTO/LOTE/MOTIVO (PRODUTO ZERO
      * ENCERRA).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           PERFORM 2100-TRATA-LINHA THRU 2100-TRATA-LINHA-EXIT
               UNTIL FIM-DIGITACAO.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-TRATA-LINHA.
           DISPLAY "CODIGO DO PRODUTO (0 P/ ENCERRAR):"
           ACCEPT WS-COD-PRODUTO-DIG FROM CONSOLE
           IF WS-COD-PRODUTO-DIG = ZEROS
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE WS-COD-PRODUTO-DIG TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "PRODUTO NAO CADASTRADO - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE WS-FILIAL-PER      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS NOT = ZEROS
           OR QTD-ESTOQUE NOT > ZEROS
               DISPLAY "PRODUTO SEM SALDO NA FILIAL - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF
           MOVE QTD-ESTOQUE TO WS-QTD-EDIT
           DISPLAY FUNCTION TRIM(DESCR-PRODUTO) " - SALDO NA FILIAL "
                   WS-QTD-EDIT

           DISPLAY "LOTE (ENTER P/ PRODUTO SEM LOTE):"
           ACCEPT WS-NUM-LOTE-DIG FROM CONSOLE
           IF WS-NUM-LOTE-DIG NOT = SPACES
               MOVE WS-FILIAL-PER      TO COD-FILIAL-LOTE
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
               MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
               READ LOTE WITH IGNORE LOCK
               IF FS-LOTE NOT = ZEROS
               OR QTD-LOTE NOT > ZEROS
                   DISPLAY "LOTE SEM SALDO NA FILIAL - LINHA"
                           " IGNORADA."
                   GO TO 2100-TRATA-LINHA-EXIT
               END-IF
               MOVE QTD-LOTE TO WS-QTD-EDIT
               DISPLAY "LOTE " FUNCTION TRIM(WS-NUM-LOTE-DIG)
                       " - SALDO " WS-QTD-EDIT
                       " VALIDADE " DT-VALIDADE-LOTE
           END-IF

           DISPLAY "QUANTIDADE PERDIDA:"
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-QTD-TEXT) TO WS-QTD-PERDA
           IF WS-QTD-PERDA NOT > ZEROS
           OR WS-QTD-PERDA > QTD-ESTOQUE
               DISPLAY "QUANTIDADE INVALIDA (DEVE SER ENTRE 0 E O"
                       " SALDO DA FILIAL) - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF
           IF WS-NUM-LOTE-DIG NOT = SPACES
           AND WS-QTD-PERDA > QTD-LOTE
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE - LINHA"
                       " IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "MOTIVO (AVA, VEN, FUR, AMO OU OUTRO DO CADMPER):"
           ACCEPT WS-COD-MOTIVO-DIG FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-COD-MOTIVO-DIG)
               TO WS-COD-MOTIVO-DIG
           MOVE WS-COD-MOTIVO-DIG TO XAV-MPE
           READ MOTPERDA WITH IGNORE LOCK
           IF FS-MPE NOT = ZEROS
           OR MOTIVO-INATIVO
               DISPLAY "MOTIVO NAO CADASTRADO OU INATIVO - LINHA"
                       " IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF
           DISPLAY "MOTIVO: " DESCR-MOTIVO-MPE

           DISPLAY "OBSERVACAO (ENTER P/ NENHUMA):"
           ACCEPT WS-OBS-DIG FROM CONSOLE

           MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-PERDA
           COMPUTE WS-VALOR-PERDA ROUNDED =
               WS-QTD-PERDA * WS-CUSTO-PERDA
           MOVE WS-VALOR-PERDA TO WS-VALOR-EDIT
           DISPLAY "VALOR DA PERDA AO CUSTO MEDIO: " WS-VALOR-EDIT

           MOVE SPACES TO WS-APROVADOR
           IF WS-VALOR-PERDA > WS-LIMITE-PERDA
               PERFORM 2150-APROVA-SUPERVISOR
                   THRU 2150-APROVA-SUPERVISOR-EXIT
               IF NOT AUTORIZADO
                   GO TO 2100-TRATA-LINHA-EXIT
               END-IF
           END-IF

           DISPLAY "CONFIRMA A BAIXA (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "BAIXA NAO EFETUADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           PERFORM 2200-GRAVA-BAIXA THRU 2200-GRAVA-BAIXA-EXIT.
       2100-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-APROVA-SUPERVISOR - PERDA ACIMA DO LIMITE: USUARIO
      * LOGADO COM PERFIL SUPERVISOR/ADMIN JA APROVA; DO CONTRARIO
      * PEDE LOGIN E SENHA DE SUPERVISOR, MESMA CONFERENCIA DO
      * BAIXAPER. ARQUIVO DE USUARIOS AINDA INEXISTENTE (SISTEMA
      * RECEM-IMPLANTADO) LIBERA SEM VALIDAR.
      *-----------------------------------------------------------------
       2150-APROVA-SUPERVISOR.
           MOVE "N" TO WS-AUTORIZADO

           IF LOGIN-USUARIO-ATUAL NOT = SPACES
           AND PERFIL-SUPERVISOR-OU-ADMIN
               MOVE LOGIN-USUARIO-ATUAL TO WS-APROVADOR
               MOVE "S" TO WS-AUTORIZADO
               GO TO 2150-APROVA-SUPERVISOR-EXIT
           END-IF

           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               MOVE "S" TO WS-AUTORIZADO
               GO TO 2150-APROVA-SUPERVISOR-EXIT
           END-IF

           MOVE WS-LIMITE-PERDA TO WS-VALOR-EDIT
           DISPLAY "PERDA ACIMA DO LIMITE DE " WS-VALOR-EDIT
                   " - APROVACAO DO SUPERVISOR."
           DISPLAY "LOGIN DO SUPERVISOR:"
           ACCEPT WS-LOGIN-SUP FROM CONSOLE
           DISPLAY "SENHA:"
           ACCEPT WS-SENHA-SUP FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(WS-LOGIN-SUP) TO XAV-USU
           READ USUARIO WITH IGNORE LOCK

           IF FS-USU NOT = ZEROS
           OR USU-INATIVO
           OR SENHA-USU NOT = WS-SENHA-SUP
           OR USU-OPERADOR
               DISPLAY "LOGIN INVALIDO OU SEM PERFIL DE SUPERVISOR -"
                       " BAIXA NAO AUTORIZADA."
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-LOGIN-SUP)
                   TO WS-APROVADOR
               MOVE "S" TO WS-AUTORIZADO
           END-IF

           CLOSE USUARIO.
       2150-APROVA-SUPERVISOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-GRAVA-BAIXA - RELE O ESTOQUE COM TRAVA (OUTRA ESTACAO
      * PODE TER MOVIMENTADO DESDE A DIGITACAO), BAIXA ESTOQUE E
      * LOTE, GRAVA A PERDA E O KARDEX PER.
      *-----------------------------------------------------------------
       2200-GRAVA-BAIXA.
           MOVE WS-FILIAL-PER      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS NOT = ZEROS
           OR QTD-ESTOQUE < WS-QTD-PERDA
               DISPLAY "SALDO ALTERADO POR OUTRA ESTACAO - BAIXA NAO"
                       " EFETUADA."
               MOVE ZEROS TO FS
               GO TO 2200-GRAVA-BAIXA-EXIT
           END-IF

           IF WS-NUM-LOTE-DIG NOT = SPACES
               MOVE WS-FILIAL-PER      TO COD-FILIAL-LOTE
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
               MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
               READ LOTE WITH LOCK
               IF FS-LOTE NOT = ZEROS
               OR QTD-LOTE < WS-QTD-PERDA
                   DISPLAY "SALDO DO LOTE ALTERADO POR OUTRA ESTACAO -"
                           " BAIXA NAO EFETUADA."
                   GO TO 2200-GRAVA-BAIXA-EXIT
               END-IF
               SUBTRACT WS-QTD-PERDA FROM QTD-LOTE
               REWRITE REG-LOTE
           END-IF

           SUBTRACT WS-QTD-PERDA FROM QTD-ESTOQUE
           REWRITE REG-ESTOQUE

           PERFORM 2300-GRAVA-PERDA  THRU 2300-GRAVA-PERDA-EXIT
           PERFORM 2400-GRAVA-KARDEX THRU 2400-GRAVA-KARDEX-EXIT

           ADD 1              TO WS-QTD-BAIXAS
           ADD WS-VALOR-PERDA TO WS-TOTAL-PERDAS
           PERFORM 2500-IMPRIME-BAIXA THRU 2500-IMPRIME-BAIXA-EXIT
           MOVE QTD-ESTOQUE TO WS-QTD-EDIT
           DISPLAY "PERDA " WS-NUM-PERDA " BAIXADA. SALDO NA FILIAL: "
                   WS-QTD-EDIT.
       2200-GRAVA-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-GRAVA-PERDA - PROXIMO NUMERO (START <= / READ PREVIOUS)
      * E REGISTRO DA BAIXA EM PERDAEST.
      *-----------------------------------------------------------------
       2300-GRAVA-PERDA.
           MOVE 9999999 TO XAV-PES
           START PERDAEST KEY IS <= XAV-PES
           IF FS-PES EQUAL ZEROS
               READ PERDAEST PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-PES EQUAL ZEROS
               MOVE NUM-PERDA-PES TO WS-NUM-PERDA
               ADD 1              TO WS-NUM-PERDA
           ELSE
               MOVE 1             TO WS-NUM-PERDA
           END-IF

           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-PES
           MOVE WS-NUM-PERDA        TO NUM-PERDA-PES
           MOVE WS-HOJE-NUM         TO DT-PERDA-PES
           MOVE WS-HORA-KDX (1:6)   TO HR-PERDA-PES
           MOVE WS-FILIAL-PER       TO COD-FILIAL-PES
           MOVE WS-COD-PRODUTO-DIG  TO COD-PRODUTO-PES
           MOVE WS-NUM-LOTE-DIG     TO LOTE-PES
           MOVE WS-COD-MOTIVO-DIG   TO COD-MOTIVO-PES
           MOVE WS-QTD-PERDA        TO QTD-PERDA-PES
           MOVE WS-CUSTO-PERDA      TO CUSTO-UNIT-PES
           MOVE WS-VALOR-PERDA      TO VALOR-PERDA-PES
           MOVE LOGIN-USUARIO-ATUAL TO USUARIO-PES
           MOVE WS-APROVADOR        TO APROVADOR-PES
           MOVE WS-OBS-DIG          TO OBS-PES
           WRITE REG-PES.
       2300-GRAVA-PERDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-GRAVA-KARDEX - MOVIMENTO PER (SAIDA) COM O SALDO
      * RESULTANTE, O NUMERO DA PERDA NO DOCUMENTO E O CUSTO MEDIO
      * USADO NA VALORIZACAO.
      *-----------------------------------------------------------------
       2400-GRAVA-KARDEX.
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-KDX
           MOVE 9999999            TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PRODUTO-DIG
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
               MOVE 1       TO WS-SEQ-KDX
           END-IF

           INITIALIZE REG-KDX
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX         TO SEQ-KDX
           MOVE WS-HOJE-NUM        TO DT-KDX
           MOVE WS-HORA-KDX (1:6)  TO HR-KDX
           MOVE "PER"              TO TIPO-DOC-KDX
           MOVE WS-NUM-PERDA       TO NUM-DOC-KDX
           MOVE WS-NUM-LOTE-DIG    TO LOTE-KDX
           MOVE WS-FILIAL-PER      TO COD-FILIAL-KDX
           MOVE ZEROS              TO QTD-ENTRADA-KDX
           MOVE WS-QTD-PERDA       TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE        TO SALDO-KDX
           MOVE WS-CUSTO-PERDA     TO CUSTO-UNIT-KDX
           WRITE REG-KDX.
       2400-GRAVA-KARDEX-EXIT.
           EXIT.

       2500-IMPRIME-BAIXA.
           MOVE WS-NUM-PERDA       TO LD-NUM-PERDA
           MOVE WS-COD-PRODUTO-DIG TO LD-COD-PRODUTO
           MOVE DESCR-PRODUTO      TO LD-DESCR
           MOVE WS-NUM-LOTE-DIG    TO LD-LOTE
           MOVE WS-COD-MOTIVO-DIG  TO LD-MOTIVO
           MOVE WS-QTD-PERDA       TO LD-QTD
           MOVE WS-VALOR-PERDA     TO LD-VALOR
           MOVE WS-APROVADOR       TO LD-APROVADOR
           MOVE WS-OBS-DIG         TO LD-OBS
           MOVE WS-LINHA-DADOS     TO REG-REL
           WRITE REG-REL.
       2500-IMPRIME-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - RODAPE E FECHAMENTO DOS ARQUIVOS
      *-----------------------------------------------------------------
       9000-FINALIZA.
           IF NOT ARQUIVOS-OK
               GO TO 9000-FINALIZA-EXIT
           END-IF

           MOVE WS-TOTAL-PERDAS TO WS-TOTAL-EDIT
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "BAIXAS: " WS-QTD-BAIXAS
                  "   VALOR TOTAL AO CUSTO MEDIO: " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE BAIXAEST-REL
           DISPLAY WS-QTD-BAIXAS " BAIXA(S) POR PERDA - COMPROVANTE EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE PRODUTO
           CLOSE ESTOQUE
           CLOSE KARDEX
           CLOSE LOTE
           CLOSE MOTPERDA
           CLOSE PERDAEST.
       9000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-BAIXAEST-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "BAIXAEST;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
