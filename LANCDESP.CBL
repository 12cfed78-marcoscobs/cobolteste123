      *-----------------------------------------------------------------
      * LANCDESP - LANCAMENTO DE DESPESAS GERAIS NO CONTAS A PAGAR
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANCDESP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - DESPESAS QUE NAO NASCEM DE
      *                   RECEBIMENTO DE MERCADORIA (ALUGUEL, ENERGIA,
      *                   MANUTENCAO, SERVICOS, PESSOAL, MARKETING,
      *                   ADMINISTRATIVAS) VIRAM TITULO DE PARCELA
      *                   UNICA EM CONTAPAG COM A CATEGORIA
      *                   (CATEG-DESP-CPAG), A FILIAL QUE ARCA COM A
      *                   DESPESA E A DATA DE COMPETENCIA EM
      *                   DT-ENTRADA-CPAG. NUMERACAO DO TITULO COMO NO
      *                   ROMANEIO. O TITULO SEGUE O FLUXO NORMAL
      *                   (BAIXAPAG, REMPAG, RELPAGB, RELFLUXO) E ENTRA
      *                   NA DRE GERENCIAL (RELDRE). CANCELAMENTO SO DE
      *                   TITULO SEM PAGAMENTO E FORA DE REMESSA.
      *                   INCLUSAO E CANCELAMENTO VAO AO ACAOLOG.TXT.
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
           COPY "FORNECED.SEL".
           COPY "FILIAL.SEL".

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAPAG.FD".
           COPY "FORNECED.FD".
           COPY "FILIAL.FD".

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(30)    VALUE SPACES.
       77  WS-NUM-TITULO-NOVO          PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-TITULO-INF           PIC 9(07)    VALUE ZEROS.
       77  WS-COD-FORN-INF             PIC 9(05)    VALUE ZEROS.
       77  WS-DOC-INF                  PIC X(20)    VALUE SPACES.
       77  WS-COD-FILIAL-INF           PIC 9(02)    VALUE ZEROS.
       77  WS-CATEG-INF                PIC X(03)    VALUE SPACES.
       77  WS-DT-COMPET-INF            PIC 9(08)    VALUE ZEROS.
       77  WS-DT-VENC-INF              PIC 9(08)    VALUE ZEROS.
       77  WS-VALOR-INF                PIC 9(09)V99 VALUE ZEROS.
       77  WS-MES-INF                  PIC 9(06)    VALUE ZEROS.
       77  WS-FILIAL-LISTA             PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-TOT-LISTADO              PIC S9(11)V99 VALUE ZEROS.

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
           05  WS-DADOS-OK             PIC X(01)    VALUE "N".
               88  DADOS-OK                         VALUE "S".

       COPY USULOG.CPY.

       01  WS-LINHA-LISTA.
           05  LL-TITULO               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-COMPET            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-FILIAL               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-CATEG                PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-FORN                 PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DOC                  PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-VENC              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SIT                  PIC X(09).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC X(07) VALUE "TOTAL: ".
           05  LT-QTD                  PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE " TITULOS  ".
           05  LT-VALOR                PIC Z(10)9,99-.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - OPERADOR (LOGIN DO MENU OU DIGITADO) E
      * ABERTURA DOS ARQUIVOS (CONTAPAG E CRIADO NA PRIMEIRA VEZ).
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

           OPEN I-O CONTAPAG
           IF FS-CPAG = "35" OR FS-CPAG = "05"
               OPEN OUTPUT CONTAPAG
               CLOSE CONTAPAG
               OPEN I-O CONTAPAG
           END-IF
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT FORNECED
           OPEN INPUT FILIAL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI DESPESA, C CANCELA, L LISTA O
      * MES DE COMPETENCIA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "DESPESAS GERAIS - OPCAO (I=INCLUI C=CANCELA"
                   " L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI  THRU 2100-INCLUI-EXIT
               WHEN "C"
                   PERFORM 2200-CANCELA THRU 2200-CANCELA-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA   THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI - LE E VALIDA OS DADOS DA DESPESA, CONFIRMA E GRAVA
      * O TITULO (PARCELA 1) EM ABERTO.
      *-----------------------------------------------------------------
       2100-INCLUI.
           PERFORM 2110-LE-DADOS THRU 2110-LE-DADOS-EXIT
           IF NOT DADOS-OK
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "CONFIRMA O LANCAMENTO (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "LANCAMENTO DESPREZADO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           PERFORM 2150-GRAVA-TITULO THRU 2150-GRAVA-TITULO-EXIT.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-LE-DADOS - FORNECEDOR ATIVO, DOCUMENTO, FILIAL ATIVA
      * (ENTER = FILIAL DO USUARIO), CATEGORIA, COMPETENCIA (ENTER =
      * HOJE), VENCIMENTO E VALOR.
      *-----------------------------------------------------------------
       2110-LE-DADOS.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "CODIGO DO FORNECEDOR:"
           ACCEPT WS-COD-FORN-INF FROM CONSOLE
           MOVE WS-COD-FORN-INF TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS OR FORN-INATIVO
               DISPLAY "FORNECEDOR NAO ENCONTRADO OU INATIVO."
               GO TO 2110-LE-DADOS-EXIT
           END-IF
           DISPLAY "FORNECEDOR: " RAZAO-FORN

           DISPLAY "DOCUMENTO (NOTA/FATURA/RECIBO):"
           MOVE SPACES TO WS-DOC-INF
           ACCEPT WS-DOC-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-DOC-INF) TO WS-DOC-INF
           IF WS-DOC-INF = SPACES
               DISPLAY "DOCUMENTO OBRIGATORIO."
               GO TO 2110-LE-DADOS-EXIT
           END-IF

           DISPLAY "FILIAL DA DESPESA (ENTER = FILIAL DO USUARIO):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               IF LOGIN-USUARIO-ATUAL NOT = SPACES
               AND NOT USUARIO-SEM-FILIAL-FIXA
                   MOVE FILIAL-USUARIO-ATUAL TO WS-COD-FILIAL-INF
               ELSE
                   MOVE 1 TO WS-COD-FILIAL-INF
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-COD-FILIAL-INF
           END-IF
           MOVE WS-COD-FILIAL-INF TO XAV-FIL
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL NOT = ZEROS OR FILIAL-INATIVA
               DISPLAY "FILIAL NAO ENCONTRADA OU INATIVA."
               GO TO 2110-LE-DADOS-EXIT
           END-IF

           DISPLAY "CATEGORIA (ALU=ALUGUEL UTI=UTILIDADES"
                   " MAN=MANUTENCAO SRV=SERVICOS PES=PESSOAL"
                   " MKT=MARKETING ADM=ADMINISTRATIVAS OUT=OUTRAS):"
           MOVE SPACES TO WS-CATEG-INF
           ACCEPT WS-CATEG-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CATEG-INF) TO CATEG-DESP-CPAG
           IF NOT CATEG-DESP-VALIDA
               DISPLAY "CATEGORIA INVALIDA."
               GO TO 2110-LE-DADOS-EXIT
           END-IF
           MOVE CATEG-DESP-CPAG TO WS-CATEG-INF

           DISPLAY "DATA DE COMPETENCIA (AAAAMMDD, ENTER = HOJE):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE WS-HOJE TO WS-DT-COMPET-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-DT-COMPET-INF
           END-IF
           IF WS-DT-COMPET-INF = ZEROS
           OR WS-DT-COMPET-INF > WS-HOJE
               DISPLAY "DATA DE COMPETENCIA INVALIDA OU FUTURA."
               GO TO 2110-LE-DADOS-EXIT
           END-IF

           DISPLAY "DATA DE VENCIMENTO (AAAAMMDD):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-DT-VENC-INF
           IF WS-DT-VENC-INF < WS-DT-COMPET-INF
               DISPLAY "VENCIMENTO ANTERIOR A COMPETENCIA."
               GO TO 2110-LE-DADOS-EXIT
           END-IF

           DISPLAY "VALOR (R$):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-VALOR-INF
           IF WS-VALOR-INF = ZEROS
               DISPLAY "VALOR INVALIDO."
               GO TO 2110-LE-DADOS-EXIT
           END-IF

           MOVE "S" TO WS-DADOS-OK.
       2110-LE-DADOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-GRAVA-TITULO - PROXIMO NUMERO DE TITULO (START <= / READ
      * PREVIOUS, COMO NO ROMANEIO) E GRAVACAO DA PARCELA UNICA.
      *-----------------------------------------------------------------
       2150-GRAVA-TITULO.
           MOVE ZEROS TO WS-NUM-TITULO-NOVO
           MOVE 999999999 TO XAV-CPAG
           START CONTAPAG KEY IS <= XAV-CPAG
           IF FS-CPAG EQUAL ZEROS
               READ CONTAPAG PREVIOUS WITH IGNORE LOCK
               MOVE NUM-TITULO-CPAG TO WS-NUM-TITULO-NOVO
           END-IF
           ADD 1 TO WS-NUM-TITULO-NOVO

           INITIALIZE REG-CPAG
           MOVE WS-NUM-TITULO-NOVO TO NUM-TITULO-CPAG
           MOVE 1                  TO NUM-PARCELA-CPAG
           MOVE WS-COD-FORN-INF    TO COD-FORN-CPAG
           MOVE WS-DOC-INF         TO DOC-FORN-CPAG
           MOVE WS-DT-COMPET-INF   TO DT-ENTRADA-CPAG
           MOVE WS-DT-VENC-INF     TO DT-VENCIMENTO-CPAG
           MOVE WS-VALOR-INF       TO VALOR-CPAG
           SET CPAG-ABERTO         TO TRUE
           SET CONF-CONFERIDO      TO TRUE
           MOVE WS-HOJE            TO DT-CONF-CPAG
           MOVE WS-CATEG-INF       TO CATEG-DESP-CPAG
           MOVE WS-COD-FILIAL-INF  TO COD-FILIAL-CPAG

           WRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO TITULO. FS: " FS-CPAG
               GO TO 2150-GRAVA-TITULO-EXIT
           END-IF
           DISPLAY "TITULO " WS-NUM-TITULO-NOVO " GRAVADO."

           MOVE "DESPESA-INCL" TO WS-ALOG-OPER
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING WS-NUM-TITULO-NOVO "/" WS-CATEG-INF
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT.
       2150-GRAVA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CANCELA - CANCELA TITULO DE DESPESA (CATEGORIA PREENCHIDA)
      * AINDA SEM PAGAMENTO E QUE NAO ESTEJA EM REMESSA NO BANCO.
      *-----------------------------------------------------------------
       2200-CANCELA.
           DISPLAY "NUMERO DO TITULO:"
           ACCEPT WS-NUM-TITULO-INF FROM CONSOLE
           MOVE WS-NUM-TITULO-INF TO NUM-TITULO-CPAG
           MOVE 1                 TO NUM-PARCELA-CPAG
           READ CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "TITULO NAO ENCONTRADO."
               GO TO 2200-CANCELA-EXIT
           END-IF
           IF NOT CATEG-DESP-VALIDA
               DISPLAY "TITULO NAO E DE DESPESA GERAL - CANCELE PELA"
                       " ORIGEM."
               GO TO 2200-CANCELA-EXIT
           END-IF
           IF NOT CPAG-ABERTO
           OR VALOR-PAGO-CPAG NOT = ZEROS
           OR REMPAG-ENVIADA
               DISPLAY "TITULO PAGO, CANCELADO OU EM REMESSA - NAO"
                       " PODE SER CANCELADO."
               GO TO 2200-CANCELA-EXIT
           END-IF

           MOVE VALOR-CPAG TO LL-VALOR
           DISPLAY "DOCUMENTO " DOC-FORN-CPAG " CATEGORIA "
                   CATEG-DESP-CPAG " VALOR " LL-VALOR
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               GO TO 2200-CANCELA-EXIT
           END-IF

           SET CPAG-CANCELADO TO TRUE
           REWRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA REGRAVACAO DO TITULO. FS: " FS-CPAG
               GO TO 2200-CANCELA-EXIT
           END-IF
           DISPLAY "TITULO CANCELADO."

           MOVE "DESPESA-CANC" TO WS-ALOG-OPER
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING NUM-TITULO-CPAG "/" CATEG-DESP-CPAG
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT.
       2200-CANCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-LISTA - TITULOS DE DESPESA COM COMPETENCIA NO MES
      * INFORMADO, DE UMA FILIAL OU DE TODAS, COM O TOTAL (CANCELADO
      * LISTADO MAS FORA DO TOTAL).
      *-----------------------------------------------------------------
       2300-LISTA.
           DISPLAY "MES DE COMPETENCIA (AAAAMM):"
           ACCEPT WS-MES-INF FROM CONSOLE
           DISPLAY "FILIAL (ENTER = TODAS):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-FILIAL-LISTA

           MOVE ZEROS TO WS-QTD-LISTADOS WS-TOT-LISTADO
           MOVE "N"   TO WS-FIM-LISTA
           MOVE ZEROS TO XAV-CPAG
           START CONTAPAG KEY IS >= XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           DISPLAY "TITULO  COMPET.  FI CAT FORN. DOCUMENTO      "
                   " VENCTO          VALOR SITUACAO"
           PERFORM 2310-LE-TITULO THRU 2310-LE-TITULO-EXIT
               UNTIL FIM-LISTA

           MOVE WS-QTD-LISTADOS TO LT-QTD
           MOVE WS-TOT-LISTADO  TO LT-VALOR
           DISPLAY WS-LINHA-TOTAL
           MOVE ZEROS TO FS-CPAG.
       2300-LISTA-EXIT.
           EXIT.

       2310-LE-TITULO.
           READ CONTAPAG NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2310-LE-TITULO-EXIT
           END-READ
           IF NOT CATEG-DESP-VALIDA
           OR DT-ENTRADA-CPAG (1:6) NOT = WS-MES-INF
               GO TO 2310-LE-TITULO-EXIT
           END-IF
           IF WS-FILIAL-LISTA NOT = ZEROS
           AND COD-FILIAL-CPAG NOT = WS-FILIAL-LISTA
               GO TO 2310-LE-TITULO-EXIT
           END-IF

           MOVE NUM-TITULO-CPAG    TO LL-TITULO
           MOVE DT-ENTRADA-CPAG    TO LL-DT-COMPET
           MOVE COD-FILIAL-CPAG    TO LL-FILIAL
           MOVE CATEG-DESP-CPAG    TO LL-CATEG
           MOVE COD-FORN-CPAG      TO LL-FORN
           MOVE DOC-FORN-CPAG      TO LL-DOC
           MOVE DT-VENCIMENTO-CPAG TO LL-DT-VENC
           MOVE VALOR-CPAG         TO LL-VALOR
           EVALUATE TRUE
               WHEN CPAG-PAGO
                   MOVE "PAGO"      TO LL-SIT
               WHEN CPAG-CANCELADO
                   MOVE "CANCELADO" TO LL-SIT
               WHEN OTHER
                   MOVE "EM ABERTO" TO LL-SIT
           END-EVALUATE
           DISPLAY WS-LINHA-LISTA

           IF NOT CPAG-CANCELADO
               ADD 1          TO WS-QTD-LISTADOS
               ADD VALOR-CPAG TO WS-TOT-LISTADO
           END-IF.
       2310-LE-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CONTAPAG
           CLOSE FORNECED
           CLOSE FILIAL.
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
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
