      *-----------------------------------------------------------------
      * CAIXA - ABERTURA, SANGRIA, SUPRIMENTO E FECHAMENTO DE CAIXA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAIXA.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CONTROLE DO DINHEIRO FISICO
      *                   DA GAVETA POR OPERADOR (ARQUIVO CAIXA).
      *                   OPCAO 1 ABRE O CAIXA COM O TROCO INICIAL;
      *                   OPCOES 2 E 3 LANCAM SANGRIA E SUPRIMENTO
      *                   (TAMBEM EM CAIXAMOV.TXT); OPCAO 4 FECHA: O
      *                   OPERADOR DIGITA O CONTADO POR FORMA DE
      *                   PAGAMENTO, O PROGRAMA COMPARA COM AS BAIXAS
      *                   DO BAIXADIA.TXT DESTA SESSAO (MAIS TROCO,
      *                   MENOS SANGRIAS, MAIS SUPRIMENTOS NO
      *                   DINHEIRO) E DIFERENCA EXIGE LIBERACAO DE
      *                   SUPERVISOR COM MOTIVO. COMPROVANTE DE
      *                   FECHAMENTO NO SPOOL DATADO REGISTRADO NO
      *                   SPOOLREG.TXT. O CADREC SO ACEITA BAIXA EM
      *                   DINHEIRO OU CHEQUE COM CAIXA ABERTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAIXA.SEL".
           COPY "USUARIO.SEL".

      * DIARIO DE BAIXAS (UMA LINHA POR BAIXA), GRAVADO PELO CADREC
      * COM A SESSAO DE CAIXA DO OPERADOR NO NONO CAMPO.
           SELECT BAIXA-DIA ASSIGN TO "BAIXADIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.

      * MOVIMENTOS DO CAIXA (ABERTURA, SANGRIA, SUPRIMENTO), UMA
      * LINHA POR LANCAMENTO: OPERADOR;SESSAO;DATA;HORA;TIPO;
      * VALOR EM CENTAVOS;MOTIVO.
           SELECT CAIXA-MOV ASSIGN TO "CAIXAMOV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOV.

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

           SELECT CAIXA-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CAIXA.FD".
           COPY "USUARIO.FD".

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       01  REG-BAIXA-DIA               PIC X(120).

       FD  CAIXA-MOV
           LABEL RECORD STANDARD.
       01  REG-CAIXA-MOV               PIC X(120).

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       FD  CAIXA-REL
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
       77  FS-CX                       PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  FS-MOV                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACES.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-ATUAL               PIC 9(08)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-VALOR-INF                PIC S9(09)V99 VALUE ZEROS.
       77  WS-MOTIVO-INF               PIC X(40)    VALUE SPACES.
       77  WS-ULT-SEQ-HOJE             PIC 9(02)    VALUE ZEROS.
      * CHAVE DA SESSAO ABERTA DO OPERADOR (XAV-CX), GUARDADA PARA
      * RELER O REGISTRO A CADA LANCAMENTO.
       77  WS-XAV-ABERTO               PIC X(30)    VALUE SPACES.
       77  WS-SESSAO-TXT               PIC X(10)    VALUE SPACES.
       77  WS-TIPO-MOV                 PIC X(01)    VALUE SPACES.
       77  WS-IDX                      PIC 9(03)    VALUE ZEROS.
       77  WS-CENTAVOS                 PIC 9(11)    VALUE ZEROS.
       77  WS-SALDO-DINHEIRO           PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIFERENCA-TOTAL          PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-BAIXAS-SESSAO        PIC 9(05)    VALUE ZEROS.
       77  WS-LOGIN-CON                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-CON                PIC X(20)    VALUE SPACES.

      * CAMPOS DO LOG CENTRAL DE ACOES (ACAOLOG.TXT).
       77  WS-ALOG-OPER                PIC X(14)    VALUE SPACES.
       77  WS-ALOG-CHAVE               PIC X(20)    VALUE SPACES.
       77  WS-ALOG-DT                  PIC 9(08)    VALUE ZEROS.
       77  WS-ALOG-HR                  PIC 9(08)    VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-SWITCHES.
           05  WS-FIM-PROGRAMA         PIC X(01)    VALUE "N".
               88  FIM-PROGRAMA                     VALUE "S".
           05  WS-FIM-ARQUIVO          PIC X(01)    VALUE "N".
               88  FIM-ARQUIVO                      VALUE "S".
           05  WS-CAIXA-ABERTO         PIC X(01)    VALUE "N".
               88  TEM-CAIXA-ABERTO                 VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  SUPERVISOR-AUTORIZOU             VALUE "S".

      * FORMAS DE PAGAMENTO NA ORDEM DO FECHAMENTO (FORMA-FECHA-CX).
       01  WS-TAB-FORMAS-LIT.
           05  FILLER                  PIC X(14) VALUE "DDINHEIRO     ".
           05  FILLER                  PIC X(14) VALUE "TTRANSFERENCIA".
           05  FILLER                  PIC X(14) VALUE "BBOLETO       ".
           05  FILLER                  PIC X(14) VALUE "CCHEQUE       ".
       01  WS-TAB-FORMAS REDEFINES WS-TAB-FORMAS-LIT.
           05  WS-FORMA-TAB            OCCURS 4 TIMES.
               10  WS-COD-FORMA        PIC X(01).
               10  WS-NOME-FORMA       PIC X(13).

      * BAIXAS DA SESSAO SOMADAS POR FORMA (PRINCIPAL + ENCARGOS).
       01  WS-TOT-BAIXAS-FORMA.
           05  WS-TOT-BAIXA            PIC S9(09)V99 OCCURS 4 TIMES.

      * CONTAGEM DIGITADA NO FECHAMENTO, REAPLICADA APOS RELER O
      * REGISTRO COM LOCK (MESMO FORMATO DE FORMA-FECHA-CX).
       01  WS-FORMAS-SALVAS.
           05  WS-FORMA-SALVA          PIC X(33)    OCCURS 4 TIMES.

      * CAMPOS DESMEMBRADOS DA LINHA DO BAIXADIA.TXT
      * (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;PRINCIPAL;JUROS;
      * SESSAO DE CAIXA).
       01  WS-CAMPOS-LINHA.
           05  WS-LIN-DATA             PIC X(08).
           05  WS-LIN-HORA             PIC X(06).
           05  WS-LIN-OPERADOR         PIC X(20).
           05  WS-LIN-FORMA            PIC X(01).
           05  WS-LIN-PEDIDO           PIC X(07).
           05  WS-LIN-PARCELA          PIC X(02).
           05  WS-LIN-PRINCIPAL        PIC X(15).
           05  WS-LIN-JUROS            PIC X(15).
           05  WS-LIN-SESSAO           PIC X(10).

      * CAMPOS DESMEMBRADOS DA LINHA DO CAIXAMOV.TXT.
       01  WS-CAMPOS-MOV.
           05  WS-MOV-OPERADOR         PIC X(20).
           05  WS-MOV-SESSAO           PIC X(10).
           05  WS-MOV-DATA             PIC X(08).
           05  WS-MOV-HORA             PIC X(06).
           05  WS-MOV-TIPO             PIC X(01).
           05  WS-MOV-VALOR            PIC X(15).
           05  WS-MOV-MOTIVO           PIC X(40).

       COPY USULOG.CPY.

       01  WS-LINHA-MOV.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LM-HORA                 PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LM-TIPO                 PIC X(12).
           05  LM-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LM-MOTIVO               PIC X(40).

       01  WS-LINHA-FORMA.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LF-FORMA                PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-SISTEMA              PIC Z(08)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-CONTADO              PIC Z(08)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-DIFERENCA            PIC Z(08)9,99-.

       01  WS-LINHA-VALOR.
           05  LV-TEXTO                PIC X(30).
           05  LV-VALOR                PIC Z(08)9,99-.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
               UNTIL FIM-PROGRAMA
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - IDENTIFICA O OPERADOR (LOGIN DO MENU OU
      * DIGITADO), ABRE O ARQUIVO DE CAIXA (CRIADO NA PRIMEIRA VEZ)
      * E LOCALIZA A SESSAO ABERTA DELE.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL = SPACES
               DISPLAY "LOGIN DO OPERADOR DO CAIXA:"
               ACCEPT WS-OPERADOR FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO."
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CAIXA
           IF FS-CX = "35"
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN I-O CAIXA
           END-IF
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CAIXA. FS: " FS-CX
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 1100-LOCALIZA-SESSAO THRU 1100-LOCALIZA-SESSAO-EXIT.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-VALIDA-SUPERVISOR - LOGIN E SENHA DE UM SUPERVISOR OU
      * ADMIN ATIVO, DIFERENTE DO PROPRIO OPERADOR DO CAIXA. SEM
      * ARQUIVO DE USUARIOS (INSTALACAO ANTIGA) LIBERA.
      *-----------------------------------------------------------------
       1050-VALIDA-SUPERVISOR.
           MOVE "N" TO WS-AUTORIZADO
           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               MOVE "S" TO WS-AUTORIZADO
               MOVE "CAIXA" TO WS-LOGIN-CON
               GO TO 1050-VALIDA-SUPERVISOR-EXIT
           END-IF

           DISPLAY "LOGIN DO SUPERVISOR:"
           ACCEPT WS-LOGIN-CON FROM CONSOLE
           DISPLAY "SENHA:"
           ACCEPT WS-SENHA-CON FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(WS-LOGIN-CON) TO WS-LOGIN-CON
           MOVE WS-LOGIN-CON TO XAV-USU
           READ USUARIO WITH IGNORE LOCK

           IF FS-USU NOT = ZEROS
           OR USU-INATIVO
           OR SENHA-USU NOT = WS-SENHA-CON
           OR USU-OPERADOR
               DISPLAY "LOGIN INVALIDO OU SEM PERFIL DE SUPERVISOR."
           ELSE
               IF WS-LOGIN-CON = WS-OPERADOR
                   DISPLAY "O PROPRIO OPERADOR NAO PODE LIBERAR A"
                           " DIFERENCA DO SEU CAIXA."
               ELSE
                   MOVE "S" TO WS-AUTORIZADO
               END-IF
           END-IF

           CLOSE USUARIO.
       1050-VALIDA-SUPERVISOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LOCALIZA-SESSAO - PERCORRE AS SESSOES DO OPERADOR: GUARDA
      * A CHAVE DA QUE ESTIVER ABERTA E A ULTIMA SEQUENCIA DE HOJE.
      *-----------------------------------------------------------------
       1100-LOCALIZA-SESSAO.
           MOVE "N"    TO WS-CAIXA-ABERTO
           MOVE SPACES TO WS-XAV-ABERTO
           MOVE ZEROS  TO WS-ULT-SEQ-HOJE
           MOVE "N"    TO WS-FIM-ARQUIVO

           MOVE WS-OPERADOR TO OPERADOR-CX
           MOVE ZEROS       TO DT-ABERTURA-CX SEQ-CX
           START CAIXA KEY IS NOT LESS THAN XAV-CX
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START

           PERFORM 1150-LER-SESSAO THRU 1150-LER-SESSAO-EXIT
               UNTIL FIM-ARQUIVO.
       1100-LOCALIZA-SESSAO-EXIT.
           EXIT.

       1150-LER-SESSAO.
           READ CAIXA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 1150-LER-SESSAO-EXIT
           END-READ
           IF OPERADOR-CX NOT = WS-OPERADOR
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO 1150-LER-SESSAO-EXIT
           END-IF

           IF DT-ABERTURA-CX = WS-HOJE-NUM
               MOVE SEQ-CX TO WS-ULT-SEQ-HOJE
           END-IF
           IF CX-ABERTO
               MOVE "S"       TO WS-CAIXA-ABERTO
               MOVE XAV-CX    TO WS-XAV-ABERTO
               MOVE SESSAO-CX TO WS-SESSAO-TXT
           END-IF.
       1150-LER-SESSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - MENU DO CAIXA (0 ENCERRA).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "CAIXA DO OPERADOR " FUNCTION TRIM(WS-OPERADOR)
           IF TEM-CAIXA-ABERTO
               DISPLAY "SESSAO ABERTA: " WS-SESSAO-TXT
           ELSE
               DISPLAY "SEM CAIXA ABERTO"
           END-IF
           DISPLAY "1 - ABRIR CAIXA"
           DISPLAY "2 - SANGRIA"
           DISPLAY "3 - SUPRIMENTO"
           DISPLAY "4 - FECHAR CAIXA"
           DISPLAY "0 - ENCERRAR"
           ACCEPT WS-OPCAO FROM CONSOLE

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 2100-ABRE-CAIXA THRU 2100-ABRE-CAIXA-EXIT
               WHEN "2"
                   MOVE "S" TO WS-TIPO-MOV
                   PERFORM 2200-MOVIMENTO THRU 2200-MOVIMENTO-EXIT
               WHEN "3"
                   MOVE "U" TO WS-TIPO-MOV
                   PERFORM 2200-MOVIMENTO THRU 2200-MOVIMENTO-EXIT
               WHEN "4"
                   PERFORM 2400-FECHA-CAIXA THRU 2400-FECHA-CAIXA-EXIT
               WHEN "0"
                   MOVE "S" TO WS-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-ABRE-CAIXA - NOVA SESSAO COM O TROCO INICIAL. UM CAIXA
      * ABERTO POR OPERADOR DE CADA VEZ.
      *-----------------------------------------------------------------
       2100-ABRE-CAIXA.
           IF TEM-CAIXA-ABERTO
               DISPLAY "JA EXISTE CAIXA ABERTO (SESSAO "
                       WS-SESSAO-TXT ") - FECHE ANTES DE ABRIR OUTRO."
               GO TO 2100-ABRE-CAIXA-EXIT
           END-IF
           IF WS-ULT-SEQ-HOJE = 99
               DISPLAY "LIMITE DE ABERTURAS DO DIA ATINGIDO."
               GO TO 2100-ABRE-CAIXA-EXIT
           END-IF

           DISPLAY "TROCO INICIAL (FUNDO DE CAIXA):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-VALOR-INF
           IF WS-VALOR-INF < ZEROS
               DISPLAY "TROCO INVALIDO - NADA FEITO."
               GO TO 2100-ABRE-CAIXA-EXIT
           END-IF

           ACCEPT WS-HORA-ATUAL FROM TIME
           INITIALIZE REG-CX
           MOVE WS-OPERADOR         TO OPERADOR-CX
           MOVE WS-HOJE-NUM         TO DT-ABERTURA-CX
           ADD 1 TO WS-ULT-SEQ-HOJE GIVING SEQ-CX
           MOVE WS-HORA-ATUAL (1:6) TO HR-ABERTURA-CX
           SET CX-ABERTO            TO TRUE
           MOVE WS-VALOR-INF        TO VALOR-TROCO-CX
           MOVE SPACES              TO SUPERVISOR-CX MOTIVO-DIF-CX
           WRITE REG-CX
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CAIXA. FS: " FS-CX
               GO TO 2100-ABRE-CAIXA-EXIT
           END-IF

           MOVE SEQ-CX         TO WS-ULT-SEQ-HOJE
           MOVE "S"            TO WS-CAIXA-ABERTO
           MOVE XAV-CX         TO WS-XAV-ABERTO
           MOVE SESSAO-CX      TO WS-SESSAO-TXT

           MOVE "A"            TO WS-TIPO-MOV
           MOVE "ABERTURA"     TO WS-MOTIVO-INF
           PERFORM 2300-GRAVA-MOVIMENTO THRU 2300-GRAVA-MOVIMENTO-EXIT

           MOVE "CAIXA-ABRE"   TO WS-ALOG-OPER
           MOVE WS-SESSAO-TXT  TO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "CAIXA ABERTO - SESSAO " WS-SESSAO-TXT ".".
       2100-ABRE-CAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-MOVIMENTO - SANGRIA (S, RETIRADA DE DINHEIRO DA GAVETA)
      * OU SUPRIMENTO (U, REFORCO DE TROCO). A SANGRIA NAO PODE
      * PASSAR DO DINHEIRO QUE O SISTEMA ESPERA NA GAVETA.
      *-----------------------------------------------------------------
       2200-MOVIMENTO.
           IF NOT TEM-CAIXA-ABERTO
               DISPLAY "SEM CAIXA ABERTO - ABRA O CAIXA ANTES."
               GO TO 2200-MOVIMENTO-EXIT
           END-IF

           IF WS-TIPO-MOV = "S"
               DISPLAY "VALOR DA SANGRIA:"
           ELSE
               DISPLAY "VALOR DO SUPRIMENTO:"
           END-IF
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-VALOR-INF
           IF WS-VALOR-INF NOT > ZEROS
               DISPLAY "VALOR INVALIDO - NADA FEITO."
               GO TO 2200-MOVIMENTO-EXIT
           END-IF

           DISPLAY "MOTIVO / DESTINO:"
           ACCEPT WS-MOTIVO-INF FROM CONSOLE
           IF WS-MOTIVO-INF = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO."
               GO TO 2200-MOVIMENTO-EXIT
           END-IF

           MOVE WS-XAV-ABERTO TO XAV-CX
           READ CAIXA WITH LOCK
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA LEITURA DO CAIXA. FS: " FS-CX
               GO TO 2200-MOVIMENTO-EXIT
           END-IF

           IF WS-TIPO-MOV = "S"
               PERFORM 2410-SOMA-BAIXAS THRU 2410-SOMA-BAIXAS-EXIT
               COMPUTE WS-SALDO-DINHEIRO = VALOR-TROCO-CX
                   + WS-TOT-BAIXA (1) - TOT-SANGRIA-CX
                   + TOT-SUPRIMENTO-CX
               IF WS-VALOR-INF > WS-SALDO-DINHEIRO
                   DISPLAY "SANGRIA MAIOR QUE O DINHEIRO ESPERADO NA"
                           " GAVETA (" WS-SALDO-DINHEIRO
                           ") - NADA FEITO."
                   GO TO 2200-MOVIMENTO-EXIT
               END-IF
               ADD WS-VALOR-INF TO TOT-SANGRIA-CX
               MOVE "CAIXA-SANGRIA" TO WS-ALOG-OPER
           ELSE
               ADD WS-VALOR-INF TO TOT-SUPRIMENTO-CX
               MOVE "CAIXA-SUPRIM"  TO WS-ALOG-OPER
           END-IF

           REWRITE REG-CX
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CAIXA. FS: " FS-CX
               GO TO 2200-MOVIMENTO-EXIT
           END-IF

           PERFORM 2300-GRAVA-MOVIMENTO THRU 2300-GRAVA-MOVIMENTO-EXIT
           MOVE WS-SESSAO-TXT TO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "LANCAMENTO REGISTRADO.".
       2200-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-GRAVA-MOVIMENTO - APENDA O LANCAMENTO NO CAIXAMOV.TXT.
      *-----------------------------------------------------------------
       2300-GRAVA-MOVIMENTO.
           ACCEPT WS-HORA-ATUAL FROM TIME

           OPEN EXTEND CAIXA-MOV
           IF FS-MOV = "05" OR FS-MOV = "35"
               OPEN OUTPUT CAIXA-MOV
           END-IF
           IF FS-MOV NOT = ZEROS
               GO TO 2300-GRAVA-MOVIMENTO-EXIT
           END-IF

           COMPUTE WS-CENTAVOS = WS-VALOR-INF * 100

           MOVE SPACES TO REG-CAIXA-MOV
           STRING FUNCTION TRIM(WS-OPERADOR) ";"
                  WS-SESSAO-TXT ";"
                  WS-HOJE-NUM ";"
                  WS-HORA-ATUAL (1:6) ";"
                  WS-TIPO-MOV ";"
                  WS-CENTAVOS ";"
                  FUNCTION TRIM(WS-MOTIVO-INF)
                  DELIMITED BY SIZE INTO REG-CAIXA-MOV
           WRITE REG-CAIXA-MOV
           CLOSE CAIXA-MOV.
       2300-GRAVA-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-FECHA-CAIXA - CONTAGEM POR FORMA CONTRA O SISTEMA.
      * DIFERENCA (SOBRA OU FALTA) SO FECHA COM LIBERACAO DE
      * SUPERVISOR E MOTIVO; SEM ELA O CAIXA CONTINUA ABERTO.
      *-----------------------------------------------------------------
       2400-FECHA-CAIXA.
           IF NOT TEM-CAIXA-ABERTO
               DISPLAY "SEM CAIXA ABERTO - NADA A FECHAR."
               GO TO 2400-FECHA-CAIXA-EXIT
           END-IF

           MOVE WS-XAV-ABERTO TO XAV-CX
           READ CAIXA WITH IGNORE LOCK
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA LEITURA DO CAIXA. FS: " FS-CX
               GO TO 2400-FECHA-CAIXA-EXIT
           END-IF

           PERFORM 2410-SOMA-BAIXAS THRU 2410-SOMA-BAIXAS-EXIT

           MOVE ZEROS TO WS-DIFERENCA-TOTAL
           DISPLAY "INFORME O VALOR CONTADO DE CADA FORMA"
                   " (ENTER = ZERO):"
           PERFORM 2450-CONTA-FORMA THRU 2450-CONTA-FORMA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4

           MOVE SPACES TO WS-LOGIN-CON WS-MOTIVO-INF
           IF WS-DIFERENCA-TOTAL NOT = ZEROS
           OR VALOR-DIFERENCA-CX (1) NOT = ZEROS
           OR VALOR-DIFERENCA-CX (2) NOT = ZEROS
           OR VALOR-DIFERENCA-CX (3) NOT = ZEROS
           OR VALOR-DIFERENCA-CX (4) NOT = ZEROS
               DISPLAY "DIFERENCA NO CAIXA: " WS-DIFERENCA-TOTAL
                       " - EXIGE LIBERACAO DO SUPERVISOR."
               PERFORM 1050-VALIDA-SUPERVISOR
                   THRU 1050-VALIDA-SUPERVISOR-EXIT
               IF NOT SUPERVISOR-AUTORIZOU
                   DISPLAY "FECHAMENTO NAO GRAVADO - O CAIXA CONTINUA"
                           " ABERTO."
                   GO TO 2400-FECHA-CAIXA-EXIT
               END-IF
               DISPLAY "MOTIVO DA DIFERENCA:"
               ACCEPT WS-MOTIVO-INF FROM CONSOLE
               IF WS-MOTIVO-INF = SPACES
                   DISPLAY "MOTIVO OBRIGATORIO - FECHAMENTO NAO"
                           " GRAVADO."
                   GO TO 2400-FECHA-CAIXA-EXIT
               END-IF
           END-IF

      * RELE COM LOCK E REAPLICA A CONTAGEM (A LEITURA ACIMA FOI SEM
      * LOCK PARA NAO PRENDER O REGISTRO DURANTE A DIGITACAO).
           MOVE FORMA-FECHA-CX (1) TO WS-FORMA-SALVA (1)
           MOVE FORMA-FECHA-CX (2) TO WS-FORMA-SALVA (2)
           MOVE FORMA-FECHA-CX (3) TO WS-FORMA-SALVA (3)
           MOVE FORMA-FECHA-CX (4) TO WS-FORMA-SALVA (4)
           MOVE WS-XAV-ABERTO TO XAV-CX
           READ CAIXA WITH LOCK
           IF FS-CX NOT = ZEROS OR NOT CX-ABERTO
               DISPLAY "CAIXA NAO ENCONTRADO OU JA FECHADO. FS: "
                       FS-CX
               GO TO 2400-FECHA-CAIXA-EXIT
           END-IF
           MOVE WS-FORMA-SALVA (1) TO FORMA-FECHA-CX (1)
           MOVE WS-FORMA-SALVA (2) TO FORMA-FECHA-CX (2)
           MOVE WS-FORMA-SALVA (3) TO FORMA-FECHA-CX (3)
           MOVE WS-FORMA-SALVA (4) TO FORMA-FECHA-CX (4)

           ACCEPT WS-HORA-ATUAL FROM TIME
           MOVE WS-DIFERENCA-TOTAL  TO DIFERENCA-TOTAL-CX
           MOVE WS-HOJE-NUM         TO DT-FECHAMENTO-CX
           MOVE WS-HORA-ATUAL (1:6) TO HR-FECHAMENTO-CX
           MOVE WS-LOGIN-CON        TO SUPERVISOR-CX
           MOVE WS-MOTIVO-INF       TO MOTIVO-DIF-CX
           SET CX-FECHADO           TO TRUE
           REWRITE REG-CX
           IF FS-CX NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO FECHAMENTO. FS: " FS-CX
               GO TO 2400-FECHA-CAIXA-EXIT
           END-IF

           MOVE "CAIXA-FECHA"  TO WS-ALOG-OPER
           MOVE WS-SESSAO-TXT  TO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           PERFORM 2600-EMITE-COMPROVANTE
               THRU 2600-EMITE-COMPROVANTE-EXIT

           MOVE "N"    TO WS-CAIXA-ABERTO
           MOVE SPACES TO WS-XAV-ABERTO
           DISPLAY "CAIXA FECHADO - COMPROVANTE EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       2400-FECHA-CAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2410-SOMA-BAIXAS - SOMA POR FORMA AS BAIXAS DO BAIXADIA.TXT
      * DESTE OPERADOR MARCADAS COM A SESSAO ABERTA.
      *-----------------------------------------------------------------
       2410-SOMA-BAIXAS.
           INITIALIZE WS-TOT-BAIXAS-FORMA
           MOVE ZEROS TO WS-QTD-BAIXAS-SESSAO
           MOVE "N"   TO WS-FIM-ARQUIVO

           OPEN INPUT BAIXA-DIA
           IF FS-DIA NOT = ZEROS
               CLOSE BAIXA-DIA
               GO TO 2410-SOMA-BAIXAS-EXIT
           END-IF

           PERFORM 2420-LER-BAIXA THRU 2420-LER-BAIXA-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE BAIXA-DIA.
       2410-SOMA-BAIXAS-EXIT.
           EXIT.

       2420-LER-BAIXA.
           READ BAIXA-DIA
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 2420-LER-BAIXA-EXIT
           END-READ

           INITIALIZE WS-CAMPOS-LINHA
           UNSTRING REG-BAIXA-DIA DELIMITED BY ";" INTO
               WS-LIN-DATA WS-LIN-HORA WS-LIN-OPERADOR
               WS-LIN-FORMA WS-LIN-PEDIDO WS-LIN-PARCELA
               WS-LIN-PRINCIPAL WS-LIN-JUROS WS-LIN-SESSAO

           IF WS-LIN-OPERADOR NOT = WS-OPERADOR
           OR WS-LIN-SESSAO   NOT = WS-SESSAO-TXT
               GO TO 2420-LER-BAIXA-EXIT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 4
               OR WS-COD-FORMA (WS-IDX) = WS-LIN-FORMA
               CONTINUE
           END-PERFORM
           IF WS-IDX > 4
               GO TO 2420-LER-BAIXA-EXIT
           END-IF

      * PRINCIPAL E JUROS VEM EM CENTAVOS INTEIROS (CONVENCAO DO
      * CADREC AO GRAVAR O DIARIO).
           COMPUTE WS-TOT-BAIXA (WS-IDX) = WS-TOT-BAIXA (WS-IDX)
               + (FUNCTION NUMVAL(WS-LIN-PRINCIPAL)
               +  FUNCTION NUMVAL(WS-LIN-JUROS)) / 100
           ADD 1 TO WS-QTD-BAIXAS-SESSAO.
       2420-LER-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-CONTA-FORMA - VALOR DO SISTEMA, CONTADO E DIFERENCA DE
      * UMA FORMA. NO DINHEIRO O SISTEMA ESPERA TROCO + BAIXAS -
      * SANGRIAS + SUPRIMENTOS.
      *-----------------------------------------------------------------
       2450-CONTA-FORMA.
           IF WS-IDX = 1
               COMPUTE VALOR-SISTEMA-CX (1) = VALOR-TROCO-CX
                   + WS-TOT-BAIXA (1) - TOT-SANGRIA-CX
                   + TOT-SUPRIMENTO-CX
           ELSE
               MOVE WS-TOT-BAIXA (WS-IDX)
                   TO VALOR-SISTEMA-CX (WS-IDX)
           END-IF

           DISPLAY WS-NOME-FORMA (WS-IDX) ":"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT = SPACES
               MOVE ZEROS TO WS-VALOR-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-VALOR-INF
           END-IF

           MOVE WS-VALOR-INF TO VALOR-CONTADO-CX (WS-IDX)
           COMPUTE VALOR-DIFERENCA-CX (WS-IDX) =
               VALOR-CONTADO-CX (WS-IDX) - VALOR-SISTEMA-CX (WS-IDX)
           ADD VALOR-DIFERENCA-CX (WS-IDX) TO WS-DIFERENCA-TOTAL.
       2450-CONTA-FORMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-EMITE-COMPROVANTE - COMPROVANTE DE FECHAMENTO NO SPOOL:
      * ABERTURA, LANCAMENTOS DA SESSAO, CONTAGEM POR FORMA E
      * DIFERENCA COM A LIBERACAO DO SUPERVISOR.
      *-----------------------------------------------------------------
       2600-EMITE-COMPROVANTE.
           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CAIXA-REL

           MOVE SPACES TO REG-REL
           STRING "COMPROVANTE DE FECHAMENTO DE CAIXA - OPERADOR "
                  FUNCTION TRIM(WS-OPERADOR) " - SESSAO "
                  WS-SESSAO-TXT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ABERTURA: " DT-ABERTURA-CX " " HR-ABERTURA-CX
                  "   FECHAMENTO: " DT-FECHAMENTO-CX " "
                  HR-FECHAMENTO-CX
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "BAIXAS DA SESSAO: " WS-QTD-BAIXAS-SESSAO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "LANCAMENTOS DO CAIXA:" TO REG-REL
           WRITE REG-REL
           PERFORM 2610-LISTA-MOVIMENTOS
               THRU 2610-LISTA-MOVIMENTOS-EXIT

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "    FORMA                  SISTEMA       CONTADO"
                  "     DIFERENCA"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM 2650-LINHA-FORMA THRU 2650-LINHA-FORMA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES               TO WS-LINHA-VALOR
           MOVE "DIFERENCA TOTAL:"   TO LV-TEXTO
           MOVE DIFERENCA-TOTAL-CX   TO LV-VALOR
           MOVE WS-LINHA-VALOR       TO REG-REL
           WRITE REG-REL
           IF SUPERVISOR-CX NOT = SPACES
               MOVE SPACES TO REG-REL
               STRING "LIBERADO POR: " FUNCTION TRIM(SUPERVISOR-CX)
                      " - MOTIVO: " FUNCTION TRIM(MOTIVO-DIF-CX)
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           MOVE "    ______________________        ____________________"
               TO REG-REL
           WRITE REG-REL
           MOVE "    OPERADOR                      SUPERVISOR"
               TO REG-REL
           WRITE REG-REL

           CLOSE CAIXA-REL.
       2600-EMITE-COMPROVANTE-EXIT.
           EXIT.

       2610-LISTA-MOVIMENTOS.
           MOVE "N" TO WS-FIM-ARQUIVO
           OPEN INPUT CAIXA-MOV
           IF FS-MOV NOT = ZEROS
               CLOSE CAIXA-MOV
               GO TO 2610-LISTA-MOVIMENTOS-EXIT
           END-IF

           PERFORM 2620-LER-MOVIMENTO THRU 2620-LER-MOVIMENTO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE CAIXA-MOV.
       2610-LISTA-MOVIMENTOS-EXIT.
           EXIT.

       2620-LER-MOVIMENTO.
           READ CAIXA-MOV
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 2620-LER-MOVIMENTO-EXIT
           END-READ

           INITIALIZE WS-CAMPOS-MOV
           UNSTRING REG-CAIXA-MOV DELIMITED BY ";" INTO
               WS-MOV-OPERADOR WS-MOV-SESSAO WS-MOV-DATA
               WS-MOV-HORA WS-MOV-TIPO WS-MOV-VALOR WS-MOV-MOTIVO

           IF WS-MOV-OPERADOR NOT = WS-OPERADOR
           OR WS-MOV-SESSAO   NOT = WS-SESSAO-TXT
               GO TO 2620-LER-MOVIMENTO-EXIT
           END-IF

           INITIALIZE WS-LINHA-MOV
           MOVE WS-MOV-HORA TO LM-HORA
           EVALUATE WS-MOV-TIPO
               WHEN "A" MOVE "TROCO"      TO LM-TIPO
               WHEN "S" MOVE "SANGRIA"    TO LM-TIPO
               WHEN "U" MOVE "SUPRIMENTO" TO LM-TIPO
               WHEN OTHER MOVE WS-MOV-TIPO TO LM-TIPO
           END-EVALUATE
           COMPUTE LM-VALOR = FUNCTION NUMVAL(WS-MOV-VALOR) / 100
           MOVE WS-MOV-MOTIVO TO LM-MOTIVO
           MOVE WS-LINHA-MOV  TO REG-REL
           WRITE REG-REL.
       2620-LER-MOVIMENTO-EXIT.
           EXIT.

       2650-LINHA-FORMA.
           INITIALIZE WS-LINHA-FORMA
           MOVE WS-NOME-FORMA (WS-IDX)      TO LF-FORMA
           MOVE VALOR-SISTEMA-CX (WS-IDX)   TO LF-SISTEMA
           MOVE VALOR-CONTADO-CX (WS-IDX)   TO LF-CONTADO
           MOVE VALOR-DIFERENCA-CX (WS-IDX) TO LF-DIFERENCA
           MOVE WS-LINHA-FORMA              TO REG-REL
           WRITE REG-REL.
       2650-LINHA-FORMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CAIXA.
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
           STRING "SPOOL-CAIXA-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "CAIXA;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8900-GRAVA-ACAO-LOG - APENDA NO ACAOLOG.TXT A OPERACAO
      * SENSIVEL RECEM-EFETIVADA (DATA;HORA;QUEM;OPERACAO;CHAVE),
      * MESMO LOG DAS NEGATIVAS DE ACESSO DO HBSIS, LIDO PELO VERLOG.
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
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
