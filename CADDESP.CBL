      *-----------------------------------------------------------------
      * CADDESP - DESPESAS DE VIAGEM E QUILOMETRAGEM DO VENDEDOR
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADDESP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - DIGITACAO DAS DESPESAS DO
      *                   VENDEDOR POR DIA (KM DECLARADO, COMBUSTIVEL,
      *                   PEDAGIO, REFEICAO E REFERENCIA DOS
      *                   COMPROVANTES) EM DESPVEND. O PERCURSO DO DIA
      *                   E REFEITO PELAS VISITAS APONTADAS NO CADVIS
      *                   (BASE DO VENDEDOR, PARADAS NA ORDEM DE
      *                   ORDEM-VIS, VOLTA A BASE) E O KM DECLARADO
      *                   ACIMA DO CALCULADO MAIS A TOLERANCIA
      *                   TOLER-KM-DESP (PARAM, PADRAO 30%) FICA
      *                   MARCADO. APROVACAO E RECUSA RESTRITAS A
      *                   SUPERVISOR/ADMIN (LOGIN E SENHA CONTRA
      *                   USUARIO, COMO NO LIBPAG); O APROVADO ENTRA NA
      *                   COMISSAO DO MES PELO GERACOM (REEMBOLSO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DESPVEND.SEL".
           COPY "VISITA.SEL".
           COPY "CLIENTE.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PARAM.SEL".
           COPY "USUARIO.SEL".

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.
           COPY "DESPVEND.FD".
           COPY "VISITA.FD".
           COPY "CLIENTE.FD".
           COPY "VENDEDOR.FD".
           COPY "PARAM.FD".
           COPY "USUARIO.FD".

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-DSP                      PIC XX       VALUE SPACES.
       77  FS-VIS                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-LOGIN-SUP                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-SUP                PIC X(20)    VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(30)    VALUE SPACES.
       77  WS-COD-VEND-INF             PIC 9(03)    VALUE ZEROS.
       77  WS-DT-DESP-INF              PIC 9(08)    VALUE ZEROS.
       77  WS-MES-INF                  PIC 9(06)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-TOTAL-DECLARADO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-SUGERIDO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-INF                PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-MES-DECLARADO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-MES-APROVADO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-MES-KM-INF           PIC 9(06)V9  VALUE ZEROS.
       77  WS-TOT-MES-KM-CALC          PIC 9(06)V9  VALUE ZEROS.

      * TOLERANCIA (PERCENTUAL SOBRE O KM CALCULADO) ANTES DE MARCAR O
      * DIA; A LINHA RETA FICA ABAIXO DA ESTRADA, DAI O PADRAO FOLGADO.
       77  WS-TOLER-KM                 PIC 9(03)V99 VALUE 30.

      * PERCURSO DO DIA: PARADAS VISITADAS (RESULTADO P, S OU F) COM A
      * COORDENADA DO CLIENTE, PERCORRIDAS NA ORDEM DE ORDEM-VIS.
       77  WS-QTD-PARADAS              PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-PERCORRIDAS          PIC 9(03)    VALUE ZEROS.
       77  WS-IDX                      PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-PROXIMA              PIC 9(03)    VALUE ZEROS.
       77  WS-ORDEM-MENOR              PIC 9(06)    VALUE ZEROS.
       77  WS-LAT-BASE                 PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-LONG-BASE                PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-LAT-ATUAL                PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-LONG-ATUAL               PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-LAT-DESTINO              PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-LONG-DESTINO             PIC S9(03)V9(08) VALUE ZEROS.
       77  WS-DLAT-KM                  PIC S9(05)V9(06) VALUE ZEROS.
       77  WS-DLONG-KM                 PIC S9(05)V9(06) VALUE ZEROS.
       77  WS-DIST-KM                  PIC 9(05)V9(06)  VALUE ZEROS.
       77  WS-KM-PERCURSO              PIC 9(06)V9(06)  VALUE ZEROS.

      * KM POR GRAU DE LATITUDE (O DA LONGITUDE ENCOLHE PELO COSSENO).
       77  WS-KM-POR-GRAU              PIC 9(03)V99 VALUE 111,12.

      * CAMPOS DO LOG CENTRAL DE ACOES (ACAOLOG.TXT).
       77  WS-ALOG-OPER                PIC X(14)    VALUE SPACES.
       77  WS-ALOG-CHAVE               PIC X(20)    VALUE SPACES.
       77  WS-ALOG-DT                  PIC 9(08)    VALUE ZEROS.
       77  WS-ALOG-HR                  PIC 9(08)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-DSP-OK               PIC X(01)    VALUE "N".
               88  DSP-OK                           VALUE "S".
           05  WS-DSP-EXISTE           PIC X(01)    VALUE "N".
               88  DSP-EXISTE                       VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           05  WS-PERCURSO-INCOMPLETO  PIC X(01)    VALUE "N".
               88  PERCURSO-INCOMPLETO              VALUE "S".

       01  WS-TAB-PARADAS.
           05  TP-PARADA               OCCURS 200 TIMES.
               10  TP-ORDEM            PIC 9(06).
               10  TP-LAT              PIC S9(03)V9(08).
               10  TP-LONG             PIC S9(03)V9(08).
               10  TP-USADA            PIC X(01).

       COPY USULOG.CPY.

       01  WS-LINHA-CONFERE.
           05  FILLER                  PIC X(14) VALUE "KM DECLARADO: ".
           05  LC-KM-INFORMADO         PIC Z(03)9,9.
           05  FILLER                  PIC X(13) VALUE "  CALCULADO: ".
           05  LC-KM-CALCULADO         PIC Z(03)9,9.
           05  FILLER                  PIC X(09) VALUE "  LIMITE:".
           05  LC-KM-LIMITE            PIC Z(04)9,9.
           05  FILLER                  PIC X(11) VALUE "  PARADAS: ".
           05  LC-PARADAS              PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-SITUACAO-KM          PIC X(20).

       01  WS-LINHA-LISTA.
           05  LL-DT-DESP              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-KM-INFORMADO         PIC Z(03)9,9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-KM-CALCULADO         PIC Z(03)9,9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SITUACAO-KM          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-TOTAL                PIC Z(06)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-APROVADO             PIC Z(06)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SIT                  PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-COMPROV              PIC X(20).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC X(08) VALUE "TOTAL   ".
           05  LT-KM-INFORMADO         PIC Z(05)9,9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-KM-CALCULADO         PIC Z(05)9,9.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  LT-TOTAL                PIC Z(08)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LT-APROVADO             PIC Z(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - OPERADOR (LOGIN DO MENU OU DIGITADO),
      * TOLERANCIA DE KM E ABERTURA DOS ARQUIVOS (DESPVEND E CRIADO NA
      * PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           IF LOGIN-USUARIO-ATUAL = SPACES
               DISPLAY "LOGIN DO OPERADOR:"
               ACCEPT WS-OPERADOR FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF

           PERFORM 1010-LER-TOLERANCIA THRU 1010-LER-TOLERANCIA-EXIT

           OPEN I-O DESPVEND
           IF FS-DSP = "35" OR FS-DSP = "05"
               OPEN OUTPUT DESPVEND
               CLOSE DESPVEND
               OPEN I-O DESPVEND
           END-IF
           IF FS-DSP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE DESPVEND. FS: " FS-DSP
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT VISITA
           OPEN INPUT CLIENTE
           OPEN INPUT VENDEDOR
           MOVE ZEROS TO FS.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-TOLERANCIA - TOLER-KM-DESP EM PARAM; ARQUIVO OU
      * CODIGO AUSENTE MANTEM O PADRAO.
      *-----------------------------------------------------------------
       1010-LER-TOLERANCIA.
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 1010-LER-TOLERANCIA-EXIT
           END-IF

           MOVE "TOLER-KM-DESP" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
           AND FUNCTION NUMVAL(VALOR-PARAM) NOT < ZEROS
           AND FUNCTION NUMVAL(VALOR-PARAM) < 1000
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-TOLER-KM
           END-IF
           CLOSE PARAM.
       1010-LER-TOLERANCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: D DIGITA (INCLUI OU CORRIGE O DIA AINDA NAO
      * APROVADO), A APROVA, R RECUSA, L LISTA O MES, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "DESPESAS DE VENDEDOR - OPCAO (D=DIGITA A=APROVA"
                   " R=RECUSA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "D"
                   PERFORM 2100-DIGITA  THRU 2100-DIGITA-EXIT
               WHEN "A"
                   PERFORM 2200-APROVA  THRU 2200-APROVA-EXIT
               WHEN "R"
                   PERFORM 2300-RECUSA  THRU 2300-RECUSA-EXIT
               WHEN "L"
                   PERFORM 2400-LISTA   THRU 2400-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-DIGITA - DESPESAS DO DIA; DIA JA DIGITADO E AINDA NAO
      * APROVADO E CORRIGIDO (ENTER MANTEM O VALOR ATUAL).
      *-----------------------------------------------------------------
       2100-DIGITA.
           PERFORM 2600-LE-DIA THRU 2600-LE-DIA-EXIT
           IF NOT DSP-OK
               GO TO 2100-DIGITA-EXIT
           END-IF
           IF DSP-EXISTE AND NOT DSP-DIGITADA
               DISPLAY "DESPESA DO DIA JA DECIDIDA PELO SUPERVISOR -"
                       " NAO PODE SER ALTERADA."
               GO TO 2100-DIGITA-EXIT
           END-IF

           IF NOT DSP-EXISTE
               INITIALIZE REG-DSP
               MOVE WS-COD-VEND-INF TO COD-VEND-DSP
               MOVE WS-DT-DESP-INF  TO DT-DESP-DSP
               SET DSP-DIGITADA     TO TRUE
           END-IF

           DISPLAY "KM RODADOS NO DIA:"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO KM-INFORMADO-DSP
           END-IF
           DISPLAY "COMBUSTIVEL (R$):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO VALOR-COMBUST-DSP
           END-IF
           DISPLAY "PEDAGIO (R$):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO VALOR-PEDAGIO-DSP
           END-IF
           DISPLAY "REFEICAO (R$):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO VALOR-REFEICAO-DSP
           END-IF
           DISPLAY "REFERENCIA DOS COMPROVANTES:"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO REF-COMPROV-DSP
           END-IF

           COMPUTE WS-TOTAL-DECLARADO = VALOR-COMBUST-DSP
               + VALOR-PEDAGIO-DSP + VALOR-REFEICAO-DSP
           IF WS-TOTAL-DECLARADO = ZEROS
               DISPLAY "NENHUM VALOR INFORMADO - NADA GRAVADO."
               GO TO 2100-DIGITA-EXIT
           END-IF
           IF REF-COMPROV-DSP = SPACES
               DISPLAY "DESPESA SEM REFERENCIA DOS COMPROVANTES -"
                       " NADA GRAVADO."
               GO TO 2100-DIGITA-EXIT
           END-IF

           MOVE WS-OPERADOR TO OPERADOR-DSP
           MOVE WS-HOJE     TO DT-DIGITACAO-DSP
           PERFORM 2700-CONFERE-KM THRU 2700-CONFERE-KM-EXIT

           IF DSP-EXISTE
               REWRITE REG-DSP
           ELSE
               WRITE REG-DSP
           END-IF
           IF FS-DSP = ZEROS
               DISPLAY "DESPESA GRAVADA - AGUARDA APROVACAO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-DSP
           END-IF.
       2100-DIGITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-APROVA - SUPERVISOR CONFERE O KM (REFEITO AGORA, AS
      * VISITAS PODEM TER SIDO APONTADAS DEPOIS DA DIGITACAO) E APROVA
      * O VALOR. SUGESTAO: PEDAGIO + REFEICAO + COMBUSTIVEL, ESTE
      * PROPORCIONAL AO LIMITE QUANDO O KM DECLARADO PASSA DELE.
      *-----------------------------------------------------------------
       2200-APROVA.
           PERFORM 2800-VALIDA-SUPERVISOR
               THRU 2800-VALIDA-SUPERVISOR-EXIT
           IF NOT AUTORIZADO
               GO TO 2200-APROVA-EXIT
           END-IF

           PERFORM 2600-LE-DIA THRU 2600-LE-DIA-EXIT
           IF NOT DSP-OK
               GO TO 2200-APROVA-EXIT
           END-IF
           IF NOT DSP-EXISTE
               DISPLAY "NAO HA DESPESA DIGITADA NESTE DIA."
               GO TO 2200-APROVA-EXIT
           END-IF
           IF NOT DSP-DIGITADA
               DISPLAY "DESPESA DO DIA JA DECIDIDA (SITUACAO " SIT-DSP
                       ")."
               GO TO 2200-APROVA-EXIT
           END-IF

           PERFORM 2700-CONFERE-KM THRU 2700-CONFERE-KM-EXIT

           COMPUTE WS-TOTAL-DECLARADO = VALOR-COMBUST-DSP
               + VALOR-PEDAGIO-DSP + VALOR-REFEICAO-DSP
           MOVE WS-TOTAL-DECLARADO TO WS-VALOR-SUGERIDO
           IF DSP-KM-EXCEDIDO AND KM-INFORMADO-DSP > ZEROS
               COMPUTE WS-VALOR-SUGERIDO ROUNDED =
                   VALOR-PEDAGIO-DSP + VALOR-REFEICAO-DSP
                   + VALOR-COMBUST-DSP * KM-LIMITE-DSP
                     / KM-INFORMADO-DSP
           END-IF

           DISPLAY "COMBUSTIVEL " VALOR-COMBUST-DSP
                   " PEDAGIO " VALOR-PEDAGIO-DSP
                   " REFEICAO " VALOR-REFEICAO-DSP
           DISPLAY "COMPROVANTES: " REF-COMPROV-DSP
           DISPLAY "VALOR SUGERIDO: " WS-VALOR-SUGERIDO
           DISPLAY "VALOR APROVADO (ENTER = SUGERIDO):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE WS-VALOR-SUGERIDO TO WS-VALOR-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-VALOR-INF
           END-IF
           IF WS-VALOR-INF = ZEROS
           OR WS-VALOR-INF > WS-TOTAL-DECLARADO
               DISPLAY "VALOR APROVADO DEVE SER MAIOR QUE ZERO E NAO"
                       " PASSAR DO DECLARADO - NADA GRAVADO."
               GO TO 2200-APROVA-EXIT
           END-IF

      * KM ACIMA DO LIMITE PAGO ALEM DA SUGESTAO PRECISA DE MOTIVO.
           MOVE SPACES TO MOTIVO-DSP
           IF DSP-KM-EXCEDIDO AND WS-VALOR-INF > WS-VALOR-SUGERIDO
               DISPLAY "MOTIVO PARA APROVAR ACIMA DA SUGESTAO:"
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO FROM CONSOLE
               IF WS-TEXTO = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - NADA GRAVADO."
                   GO TO 2200-APROVA-EXIT
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO MOTIVO-DSP
           END-IF

           MOVE WS-VALOR-INF TO VALOR-APROVADO-DSP
           MOVE WS-LOGIN-SUP TO APROVADOR-DSP
           MOVE WS-HOJE      TO DT-APROVACAO-DSP
           SET DSP-APROVADA  TO TRUE
           REWRITE REG-DSP
           IF FS-DSP NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-DSP
               GO TO 2200-APROVA-EXIT
           END-IF

           DISPLAY "DESPESA APROVADA - ENTRA NA PROXIMA APURACAO DE"
                   " COMISSAO (GERACOM)."
           MOVE "APROVA-DESP" TO WS-ALOG-OPER
           PERFORM 2900-MONTA-CHAVE-LOG THRU 2900-MONTA-CHAVE-LOG-EXIT
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT.
       2200-APROVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-RECUSA - DESPESA DIGITADA OU APROVADA E AINDA NAO LANCADA
      * NA COMISSAO PODE SER RECUSADA, SEMPRE COM MOTIVO.
      *-----------------------------------------------------------------
       2300-RECUSA.
           PERFORM 2800-VALIDA-SUPERVISOR
               THRU 2800-VALIDA-SUPERVISOR-EXIT
           IF NOT AUTORIZADO
               GO TO 2300-RECUSA-EXIT
           END-IF

           PERFORM 2600-LE-DIA THRU 2600-LE-DIA-EXIT
           IF NOT DSP-OK
               GO TO 2300-RECUSA-EXIT
           END-IF
           IF NOT DSP-EXISTE
               DISPLAY "NAO HA DESPESA DIGITADA NESTE DIA."
               GO TO 2300-RECUSA-EXIT
           END-IF
           IF DSP-LANCADA OR DSP-RECUSADA
               DISPLAY "DESPESA JA LANCADA NA COMISSAO OU RECUSADA."
               GO TO 2300-RECUSA-EXIT
           END-IF

           DISPLAY "MOTIVO DA RECUSA:"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - NADA GRAVADO."
               GO TO 2300-RECUSA-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO MOTIVO-DSP
           MOVE ZEROS        TO VALOR-APROVADO-DSP
           MOVE WS-LOGIN-SUP TO APROVADOR-DSP
           MOVE WS-HOJE      TO DT-APROVACAO-DSP
           SET DSP-RECUSADA  TO TRUE
           REWRITE REG-DSP
           IF FS-DSP NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-DSP
               GO TO 2300-RECUSA-EXIT
           END-IF

           DISPLAY "DESPESA RECUSADA."
           MOVE "RECUSA-DESP" TO WS-ALOG-OPER
           PERFORM 2900-MONTA-CHAVE-LOG THRU 2900-MONTA-CHAVE-LOG-EXIT
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT.
       2300-RECUSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - DIAS DO MES DE UM VENDEDOR COM A CONFERENCIA DE KM
      * E OS TOTAIS DECLARADO E APROVADO.
      *-----------------------------------------------------------------
       2400-LISTA.
           DISPLAY "CODIGO DO VENDEDOR:"
           ACCEPT WS-COD-VEND-INF FROM CONSOLE
           DISPLAY "MES (AAAAMM, ENTER = MES ATUAL):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE WS-HOJE (1:6) TO WS-MES-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-MES-INF
           END-IF

           MOVE ZEROS TO WS-QTD-LISTADOS WS-TOT-MES-DECLARADO
                         WS-TOT-MES-APROVADO WS-TOT-MES-KM-INF
                         WS-TOT-MES-KM-CALC
           MOVE "N"   TO WS-FIM-LISTA

           MOVE WS-COD-VEND-INF TO COD-VEND-DSP
           MOVE WS-MES-INF      TO DT-DESP-DSP (1:6)
           MOVE "00"            TO DT-DESP-DSP (7:2)
           START DESPVEND KEY IS >= XAV-DSP
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           DISPLAY "DATA      KM DECL  KM CALC CONFERENCIA    "
                   "DECLARADO   APROVADO SITUACAO  COMPROVANTES"
           PERFORM 2410-LISTA-DIA THRU 2410-LISTA-DIA-EXIT
               UNTIL FIM-LISTA

           MOVE WS-TOT-MES-KM-INF    TO LT-KM-INFORMADO
           MOVE WS-TOT-MES-KM-CALC   TO LT-KM-CALCULADO
           MOVE WS-TOT-MES-DECLARADO TO LT-TOTAL
           MOVE WS-TOT-MES-APROVADO  TO LT-APROVADO
           DISPLAY WS-LINHA-TOTAL
           DISPLAY WS-QTD-LISTADOS " DIA(S).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-DIA.
           READ DESPVEND NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-DIA-EXIT
           END-READ
           IF COD-VEND-DSP NOT = WS-COD-VEND-INF
           OR DT-DESP-DSP (1:6) NOT = WS-MES-INF
               MOVE "S" TO WS-FIM-LISTA
               GO TO 2410-LISTA-DIA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           COMPUTE WS-TOTAL-DECLARADO = VALOR-COMBUST-DSP
               + VALOR-PEDAGIO-DSP + VALOR-REFEICAO-DSP
           ADD WS-TOTAL-DECLARADO TO WS-TOT-MES-DECLARADO
           ADD VALOR-APROVADO-DSP TO WS-TOT-MES-APROVADO
           ADD KM-INFORMADO-DSP   TO WS-TOT-MES-KM-INF
           ADD KM-CALCULADO-DSP   TO WS-TOT-MES-KM-CALC

           MOVE DT-DESP-DSP        TO LL-DT-DESP
           MOVE KM-INFORMADO-DSP   TO LL-KM-INFORMADO
           MOVE KM-CALCULADO-DSP   TO LL-KM-CALCULADO
           EVALUATE TRUE
               WHEN DSP-KM-EXCEDIDO
                   MOVE "KM EXCEDIDO"  TO LL-SITUACAO-KM
               WHEN DSP-KM-INCOMPLETO
                   MOVE "INCOMPLETA"   TO LL-SITUACAO-KM
               WHEN DSP-KM-SEM-VISITA
                   MOVE "SEM VISITA"   TO LL-SITUACAO-KM
               WHEN OTHER
                   MOVE "OK"           TO LL-SITUACAO-KM
           END-EVALUATE
           MOVE WS-TOTAL-DECLARADO TO LL-TOTAL
           MOVE VALOR-APROVADO-DSP TO LL-APROVADO
           EVALUATE TRUE
               WHEN DSP-APROVADA
                   MOVE "APROVADA"  TO LL-SIT
               WHEN DSP-RECUSADA
                   MOVE "RECUSADA"  TO LL-SIT
               WHEN DSP-LANCADA
                   MOVE "LANCADA"   TO LL-SIT
               WHEN OTHER
                   MOVE "DIGITADA"  TO LL-SIT
           END-EVALUATE
           MOVE REF-COMPROV-DSP    TO LL-COMPROV
           DISPLAY WS-LINHA-LISTA.
       2410-LISTA-DIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-LE-DIA - VENDEDOR ATIVO E DATA (NAO FUTURA); LE A DESPESA
      * DO DIA SE JA EXISTIR.
      *-----------------------------------------------------------------
       2600-LE-DIA.
           MOVE "N" TO WS-DSP-OK
           MOVE "N" TO WS-DSP-EXISTE

           DISPLAY "CODIGO DO VENDEDOR:"
           ACCEPT WS-COD-VEND-INF FROM CONSOLE
           MOVE WS-COD-VEND-INF TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
           IF FS NOT = ZEROS OR VEND-INATIVO
               DISPLAY "VENDEDOR NAO ENCONTRADO OU INATIVO."
               MOVE ZEROS TO FS
               GO TO 2600-LE-DIA-EXIT
           END-IF

           DISPLAY "DATA DA DESPESA (AAAAMMDD, ENTER = HOJE):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE WS-HOJE TO WS-DT-DESP-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-DT-DESP-INF
           END-IF
           IF WS-DT-DESP-INF > WS-HOJE
           OR WS-DT-DESP-INF = ZEROS
               DISPLAY "DATA INVALIDA OU FUTURA."
               GO TO 2600-LE-DIA-EXIT
           END-IF

           MOVE WS-COD-VEND-INF TO COD-VEND-DSP
           MOVE WS-DT-DESP-INF  TO DT-DESP-DSP
           READ DESPVEND
           IF FS-DSP = ZEROS
               MOVE "S" TO WS-DSP-EXISTE
           END-IF
           MOVE ZEROS TO FS-DSP
           MOVE "S" TO WS-DSP-OK.
       2600-LE-DIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-CONFERE-KM - REFAZ O PERCURSO DO DIA (BASE, PARADAS NA
      * ORDEM APONTADA, VOLTA A BASE), CALCULA O LIMITE COM A
      * TOLERANCIA E MARCA O DIA. MOSTRA A CONFERENCIA NO CONSOLE.
      *-----------------------------------------------------------------
       2700-CONFERE-KM.
           PERFORM 2710-CARREGA-PARADAS THRU 2710-CARREGA-PARADAS-EXIT

           MOVE ZEROS TO WS-KM-PERCURSO WS-QTD-PERCORRIDAS
           IF WS-QTD-PARADAS > ZEROS
               MOVE WS-LAT-BASE  TO WS-LAT-ATUAL
               MOVE WS-LONG-BASE TO WS-LONG-ATUAL
               PERFORM 2730-PROXIMA-PARADA
                   THRU 2730-PROXIMA-PARADA-EXIT
                   UNTIL WS-QTD-PERCORRIDAS = WS-QTD-PARADAS
               IF NOT PERCURSO-INCOMPLETO
                   MOVE WS-LAT-BASE  TO WS-LAT-DESTINO
                   MOVE WS-LONG-BASE TO WS-LONG-DESTINO
                   PERFORM 2790-DISTANCIA THRU 2790-DISTANCIA-EXIT
               END-IF
           END-IF

           MOVE WS-QTD-PARADAS TO QTD-PARADAS-DSP
           COMPUTE KM-CALCULADO-DSP ROUNDED = WS-KM-PERCURSO
           COMPUTE KM-LIMITE-DSP ROUNDED =
               WS-KM-PERCURSO * (1 + WS-TOLER-KM / 100)
               ON SIZE ERROR
                   MOVE 9999,9 TO KM-LIMITE-DSP
           END-COMPUTE

           EVALUATE TRUE
               WHEN WS-QTD-PARADAS = ZEROS
                   SET DSP-KM-SEM-VISITA TO TRUE
                   MOVE "SEM VISITA NO DIA"    TO LC-SITUACAO-KM
               WHEN PERCURSO-INCOMPLETO
                   SET DSP-KM-INCOMPLETO TO TRUE
                   MOVE "SEM COORDENADA"       TO LC-SITUACAO-KM
               WHEN KM-INFORMADO-DSP > KM-LIMITE-DSP
                   SET DSP-KM-EXCEDIDO   TO TRUE
                   MOVE "*** KM EXCEDIDO ***"  TO LC-SITUACAO-KM
               WHEN OTHER
                   SET DSP-KM-OK         TO TRUE
                   MOVE "KM CONFERE"           TO LC-SITUACAO-KM
           END-EVALUATE

           MOVE KM-INFORMADO-DSP TO LC-KM-INFORMADO
           MOVE KM-CALCULADO-DSP TO LC-KM-CALCULADO
           MOVE KM-LIMITE-DSP    TO LC-KM-LIMITE
           MOVE QTD-PARADAS-DSP  TO LC-PARADAS
           DISPLAY WS-LINHA-CONFERE.
       2700-CONFERE-KM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2710-CARREGA-PARADAS - BASE DO VENDEDOR E AS VISITAS DO DIA
      * QUE TIVERAM PARADA (PEDIDO, SEM PEDIDO OU CLIENTE FECHADO).
      * APONTAMENTO SEM ORDEM VAI AO FIM, NA ORDEM DA CHAVE. BASE OU
      * CLIENTE SEM COORDENADA DEIXA O PERCURSO INCOMPLETO.
      *-----------------------------------------------------------------
       2710-CARREGA-PARADAS.
           MOVE ZEROS TO WS-QTD-PARADAS
           MOVE "N"   TO WS-PERCURSO-INCOMPLETO

           MOVE LAT-VEND  TO WS-LAT-BASE
           MOVE LONG-VEND TO WS-LONG-BASE
           IF WS-LAT-BASE = ZEROS AND WS-LONG-BASE = ZEROS
               MOVE "S" TO WS-PERCURSO-INCOMPLETO
           END-IF

           MOVE "N"             TO WS-FIM-LISTA
           MOVE WS-COD-VEND-INF TO COD-VEND-VIS
           MOVE WS-DT-DESP-INF  TO DT-VISITA-VIS
           MOVE ZEROS           TO COD-CLI-VIS
           START VISITA KEY IS >= XAV-VIS
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2720-LE-VISITA THRU 2720-LE-VISITA-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-VIS.
       2710-CARREGA-PARADAS-EXIT.
           EXIT.

       2720-LE-VISITA.
           READ VISITA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2720-LE-VISITA-EXIT
           END-READ
           IF COD-VEND-VIS NOT = WS-COD-VEND-INF
           OR DT-VISITA-VIS NOT = WS-DT-DESP-INF
               MOVE "S" TO WS-FIM-LISTA
               GO TO 2720-LE-VISITA-EXIT
           END-IF
           IF VIS-NAO-VISITADO
           OR WS-QTD-PARADAS = 200
               GO TO 2720-LE-VISITA-EXIT
           END-IF

           ADD 1 TO WS-QTD-PARADAS
           IF ORDEM-VIS = ZEROS
               COMPUTE TP-ORDEM (WS-QTD-PARADAS) = 1000 + WS-QTD-PARADAS
           ELSE
               MOVE ORDEM-VIS TO TP-ORDEM (WS-QTD-PARADAS)
           END-IF
           MOVE "N" TO TP-USADA (WS-QTD-PARADAS)

           MOVE COD-CLI-VIS TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO LAT-CLI LONG-CLI FS
           END-IF
           MOVE LAT-CLI  TO TP-LAT  (WS-QTD-PARADAS)
           MOVE LONG-CLI TO TP-LONG (WS-QTD-PARADAS)
           IF LAT-CLI = ZEROS AND LONG-CLI = ZEROS
               MOVE "S" TO WS-PERCURSO-INCOMPLETO
           END-IF.
       2720-LE-VISITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2730-PROXIMA-PARADA - PARADA AINDA NAO PERCORRIDA DE MENOR
      * ORDEM; SOMA O TRECHO DESDE A POSICAO ATUAL (PONTA SEM
      * COORDENADA NAO SOMA) E AVANCA PARA ELA.
      *-----------------------------------------------------------------
       2730-PROXIMA-PARADA.
           MOVE ZEROS  TO WS-IDX-PROXIMA
           MOVE 999999 TO WS-ORDEM-MENOR
           PERFORM 2740-AVALIA-PARADA THRU 2740-AVALIA-PARADA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PARADAS

           MOVE "S" TO TP-USADA (WS-IDX-PROXIMA)
           ADD 1 TO WS-QTD-PERCORRIDAS

           MOVE TP-LAT  (WS-IDX-PROXIMA) TO WS-LAT-DESTINO
           MOVE TP-LONG (WS-IDX-PROXIMA) TO WS-LONG-DESTINO
           IF (WS-LAT-ATUAL NOT = ZEROS OR WS-LONG-ATUAL NOT = ZEROS)
           AND (WS-LAT-DESTINO NOT = ZEROS
                OR WS-LONG-DESTINO NOT = ZEROS)
               PERFORM 2790-DISTANCIA THRU 2790-DISTANCIA-EXIT
           END-IF

           MOVE WS-LAT-DESTINO  TO WS-LAT-ATUAL
           MOVE WS-LONG-DESTINO TO WS-LONG-ATUAL.
       2730-PROXIMA-PARADA-EXIT.
           EXIT.

       2740-AVALIA-PARADA.
           IF TP-USADA (WS-IDX) = "N"
           AND TP-ORDEM (WS-IDX) < WS-ORDEM-MENOR
               MOVE TP-ORDEM (WS-IDX) TO WS-ORDEM-MENOR
               MOVE WS-IDX            TO WS-IDX-PROXIMA
           END-IF.
       2740-AVALIA-PARADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2790-DISTANCIA - TRECHO EM LINHA RETA, EM KM, DA POSICAO ATUAL
      * AO DESTINO (GRAU DE LONGITUDE CORRIGIDO PELO COSSENO DA
      * LATITUDE), SOMADO AO PERCURSO.
      *-----------------------------------------------------------------
       2790-DISTANCIA.
           COMPUTE WS-DLAT-KM =
               (WS-LAT-DESTINO - WS-LAT-ATUAL) * WS-KM-POR-GRAU
           COMPUTE WS-DLONG-KM =
               (WS-LONG-DESTINO - WS-LONG-ATUAL) * WS-KM-POR-GRAU
               * FUNCTION COS(WS-LAT-ATUAL * FUNCTION PI / 180)
           COMPUTE WS-DIST-KM = FUNCTION SQRT(WS-DLAT-KM * WS-DLAT-KM
                                    + WS-DLONG-KM * WS-DLONG-KM)
           ADD WS-DIST-KM TO WS-KM-PERCURSO.
       2790-DISTANCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-VALIDA-SUPERVISOR - APROVACAO E RECUSA SAO RESTRITAS A
      * SUPERVISOR/ADMIN: LOGIN E SENHA NO CONSOLE CONTRA USUARIO, UMA
      * VEZ POR SESSAO, MESMA CONFERENCIA DO LIBPAG. ARQUIVO DE
      * USUARIOS AINDA INEXISTENTE LIBERA SEM VALIDAR.
      *-----------------------------------------------------------------
       2800-VALIDA-SUPERVISOR.
           IF AUTORIZADO
               GO TO 2800-VALIDA-SUPERVISOR-EXIT
           END-IF

           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               MOVE "S"         TO WS-AUTORIZADO
               MOVE WS-OPERADOR TO WS-LOGIN-SUP
               GO TO 2800-VALIDA-SUPERVISOR-EXIT
           END-IF

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
                       " OPERACAO NAO AUTORIZADA."
           ELSE
               MOVE "S" TO WS-AUTORIZADO
               MOVE FUNCTION UPPER-CASE(WS-LOGIN-SUP) TO WS-LOGIN-SUP
           END-IF

           CLOSE USUARIO.
       2800-VALIDA-SUPERVISOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-MONTA-CHAVE-LOG - CHAVE DO LOG: VENDEDOR/DATA DA DESPESA.
      *-----------------------------------------------------------------
       2900-MONTA-CHAVE-LOG.
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING COD-VEND-DSP "/" DT-DESP-DSP
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE.
       2900-MONTA-CHAVE-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE DESPVEND
           CLOSE VISITA
           CLOSE CLIENTE
           CLOSE VENDEDOR.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8900-GRAVA-ACAO-LOG - APENDA NO ACAOLOG.TXT A OPERACAO
      * (DATA;HORA;OPERADOR;OPERACAO;CHAVE), LIDO PELO VERLOG.
      *-----------------------------------------------------------------
       8900-GRAVA-ACAO-LOG.
           ACCEPT WS-ALOG-DT FROM DATE YYYYMMDD
           ACCEPT WS-ALOG-HR FROM TIME

           OPEN EXTEND ACAO-LOG
           IF FS-ALOG = "05" OR FS-ALOG = "35"
               OPEN OUTPUT ACAO-LOG
           END-IF
           IF FS-ALOG NOT = ZEROS
               GO TO 8900-GRAVA-ACAO-LOG-EXIT
           END-IF

           MOVE SPACES TO REG-ALOG
           STRING WS-ALOG-DT ";" WS-ALOG-HR (1:6) ";"
                  FUNCTION TRIM(WS-LOGIN-SUP) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
