      *-----------------------------------------------------------------
      * CONCBCO - CONCILIACAO BANCARIA (EXTRATO X RECEBER/PAGAR)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCBCO.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LE O EXTRATO DO BANCO
      *                   (EXTBANCO.TXT) E CASA CADA CREDITO COM OS
      *                   TITULOS DE RECEBIMENTO BAIXADOS POR
      *                   TRANSFERENCIA OU BOLETO (VALOR RECEBIDO +
      *                   ENCARGOS, DATA DA BAIXA) E CADA DEBITO COM
      *                   AS PARCELAS PAGAS DO CONTAPAG (VALOR E DATA
      *                   DO PAGAMENTO), COM TOLERANCIA DE DIAS DO
      *                   PARAMETRO DIAS-FLOAT-CONCILIA. O QUE NAO
      *                   CASA FICA PENDENTE NO CONCBCO ATE SER
      *                   RESOLVIDO (OPCAO 2, SUPERVISOR, COM MOTIVO).
      *                   SPOOL DATADO COM CONCILIADOS, SO NO BANCO E
      *                   SO NO SISTEMA.
      * 15/10/2026 DEV   LADO DO RECEBER PASSA A SAIR DO DIARIO DE
      *                   BAIXAS (BAIXADIA.TXT): UM ITEM POR BAIXA
      *                   (TITULO + DATA/HORA/SEQUENCIA DA BAIXA) COM
      *                   O VALOR DAQUELA BAIXA, EM VEZ DE UM ITEM POR
      *                   TITULO COM O ACUMULADO - BAIXA PARCIAL
      *                   POSTERIOR A UMA JA CONCILIADA ENTRA NA
      *                   CONCILIACAO. ITEM ANTIGO POR TITULO PENDENTE
      *                   E SUBSTITUIDO; CONCILIADO COBRE AS BAIXAS
      *                   ATE A SUA DATA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONCBCO.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "CONTAPAG.SEL".
           COPY "PARAM.SEL".
           COPY "USUARIO.SEL".

      * DIARIO DE BAIXAS (CADREC, RETORNO, ACERTMOT, PROTESTO,
      * VENDBAL): UMA LINHA POR BAIXA, COM O VALOR DAQUELA BAIXA.
           SELECT BAIXA-DIA ASSIGN TO "BAIXADIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.

      * EXTRATO DO BANCO: DETALHES TIPO 1 (DATA, NATUREZA C/D, VALOR,
      * DOCUMENTO E HISTORICO); HEADER E TRAILER SAO IGNORADOS.
           SELECT EXTRATO-BCO ASSIGN TO "EXTBANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXT.

           SELECT CONC-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONCBCO.FD".
           COPY "RECEBIMENTO.FD".
           COPY "CONTAPAG.FD".
           COPY "PARAM.FD".
           COPY "USUARIO.FD".

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       01  REG-BAIXA-DIA               PIC X(120).

       FD  EXTRATO-BCO
           LABEL RECORD STANDARD.
       01  REG-EXTRATO                 PIC X(120).

       FD  CONC-REL
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
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CBC                      PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-EXT                      PIC XX       VALUE SPACES.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACES.
       77  WS-RESPOSTA                 PIC X(01)    VALUE SPACES.
       77  WS-LOGIN-CON                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-CON                PIC X(20)    VALUE SPACES.
       77  WS-MOTIVO-INF               PIC X(40)    VALUE SPACES.
      * TOLERANCIA, EM DIAS, ENTRE A DATA DA BAIXA NO SISTEMA E A
      * DATA DO LANCAMENTO NO EXTRATO (FLOAT DO BANCO). PARAMETRO
      * DIAS-FLOAT-CONCILIA, PADRAO 2.
       77  WS-DIAS-FLOAT               PIC 9(02)    VALUE 2.
       77  WS-DT-MENOR-EXT             PIC 9(08)    VALUE ZEROS.
       77  WS-DT-CORTE                 PIC 9(08)    VALUE ZEROS.
       77  WS-DIAS-DIF                 PIC S9(05)   VALUE ZEROS.
       77  WS-VALOR-SISTEMA            PIC S9(09)V99 VALUE ZEROS.
       77  WS-DT-SISTEMA               PIC 9(08)    VALUE ZEROS.
       77  WS-XAV-SISTEMA              PIC X(34)    VALUE SPACES.
       77  WS-VALOR-CENTAVOS           PIC 9(13)    VALUE ZEROS.
       77  WS-QTD-EXTRATO              PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-REPETIDOS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-CONCILIADOS          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-SO-BANCO             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-SO-SISTEMA           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RESOLVIDOS           PIC 9(05)    VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-SWITCHES.
           05  WS-FIM-EXTRATO          PIC X(01)    VALUE "N".
               88  FIM-EXTRATO                      VALUE "S".
           05  WS-FIM-CBC              PIC X(01)    VALUE "N".
               88  FIM-CBC                          VALUE "S".
           05  WS-FIM-BAIXAS           PIC X(01)    VALUE "N".
               88  FIM-BAIXAS                       VALUE "S".
           05  WS-COBERTO-LEGADO       PIC X(01)    VALUE "N".
               88  COBERTO-LEGADO                   VALUE "S".
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA-EXECUCAO                  VALUE "S".
           05  WS-ACHOU-PAR            PIC X(01)    VALUE "N".
               88  ACHOU-PAR                        VALUE "S".

      *-----------------------------------------------------------------
      * LAYOUT DO DETALHE DO EXTRATO BANCARIO (TIPO 1)
      *-----------------------------------------------------------------
       01  WS-EXT-DETALHE.
           05  EXT-TIPO                PIC X(01).
           05  EXT-DT-LANC             PIC 9(08).
           05  EXT-NATUREZA            PIC X(01).
           05  EXT-VALOR               PIC 9(11)V99.
           05  EXT-NUM-DOC             PIC X(12).
           05  EXT-HISTORICO           PIC X(40).
           05  FILLER                  PIC X(45).

      * CHAVE DO LANCAMENTO DO BANCO NO CONCBCO: DATA + DOCUMENTO +
      * VALOR EM CENTAVOS (O MESMO EXTRATO LIDO DUAS VEZES NAO
      * DUPLICA PENDENCIA).
       01  WS-DOC-BANCO.
           05  DB-DT-LANC              PIC 9(08).
           05  DB-NUM-DOC              PIC X(12).
           05  DB-VALOR-CENT           PIC 9(13).

      * CHAVE DO ITEM DO SISTEMA NO CONCBCO: PEDIDO+PARCELA MAIS
      * DATA, HORA E SEQUENCIA DA BAIXA (RECEBER, UM ITEM POR BAIXA)
      * OU TITULO+PARCELA COM O RESTO EM BRANCO (PAGAR).
       01  WS-DOC-SISTEMA.
           05  DS-CHAVE                PIC 9(09).
           05  DS-DT-BAIXA             PIC 9(08).
           05  DS-HORA-BAIXA           PIC 9(06).
           05  DS-SEQ-BAIXA            PIC 9(02).
           05  FILLER                  PIC X(08)    VALUE SPACES.

      * CAMPOS DESMEMBRADOS DA LINHA DO BAIXADIA.TXT
      * (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;PRINCIPAL;JUROS -
      * PRINCIPAL E JUROS EM CENTAVOS INTEIROS).
       01  WS-CAMPOS-BAIXA.
           05  BX-DATA                 PIC X(08).
           05  BX-HORA                 PIC X(06).
           05  BX-OPERADOR             PIC X(20).
           05  BX-FORMA                PIC X(01).
           05  BX-PEDIDO               PIC X(07).
           05  BX-PARCELA              PIC X(02).
           05  BX-PRINCIPAL            PIC X(15).
           05  BX-JUROS                PIC X(15).

      * BAIXA LIDA E ANTERIOR (TITULO+DATA+HORA): DUAS BAIXAS DO
      * MESMO TITULO NO MESMO SEGUNDO GANHAM SEQUENCIAS DIFERENTES.
       77  WS-BAIXA-ATUAL              PIC X(23)    VALUE SPACES.
       77  WS-BAIXA-ANTERIOR           PIC X(23)    VALUE SPACES.
       77  WS-SEQ-BAIXA                PIC 9(02)    VALUE ZEROS.

      * LANCAMENTOS DO BANCO EM ABERTO (OS DESTE EXTRATO E OS QUE
      * SOBRARAM DE EXECUCOES ANTERIORES), CANDIDATOS AO CASAMENTO.
       77  WS-MAX-BANCO                PIC 9(05)    VALUE 2000.
       77  WS-QTD-BANCO                PIC 9(05)    VALUE ZEROS.
       77  WS-IDX                      PIC 9(05)    VALUE ZEROS.
       01  WS-TAB-BANCO.
           05  TB-ITEM OCCURS 2000 TIMES.
               10  TB-XAV              PIC X(34).
               10  TB-DT-MOVTO         PIC 9(08).
               10  TB-NATUREZA         PIC X(01).
               10  TB-VALOR            PIC S9(09)V99.
               10  TB-HISTORICO        PIC X(40).
               10  TB-XAV-PAR          PIC X(34).

       01  WS-LINHA-CBC.
           05  LC-ORIGEM               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-DOC                  PIC X(33).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-DATA                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-NATUREZA             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-VALOR                PIC -Z(08)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-HISTORICO            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-PAR                  PIC X(33).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA-EXECUCAO
               EVALUATE WS-OPCAO
                   WHEN "1"
                       PERFORM 2000-PROCESSA
                           THRU 2000-PROCESSA-EXIT
                   WHEN "2"
                       PERFORM 5000-RESOLVE-PENDENCIAS
                           THRU 5000-RESOLVE-PENDENCIAS-EXIT
               END-EVALUATE
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ESCOLHE A OPCAO E ABRE O CONCBCO (CRIADO NA
      * PRIMEIRA EXECUCAO).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           DISPLAY "CONCILIACAO BANCARIA"
           DISPLAY "1 - PROCESSAR EXTRATO (EXTBANCO.TXT)"
           DISPLAY "2 - RESOLVER PENDENCIAS"
           ACCEPT WS-OPCAO FROM CONSOLE
           IF WS-OPCAO NOT = "1" AND WS-OPCAO NOT = "2"
               DISPLAY "OPCAO INVALIDA."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           IF WS-OPCAO = "2"
               PERFORM 1050-VALIDA-SUPERVISOR
                   THRU 1050-VALIDA-SUPERVISOR-EXIT
               IF NOT AUTORIZADO
                   MOVE "S" TO WS-ABORTA
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           END-IF

           OPEN I-O CONCBCO
           IF FS-CBC = "35"
               OPEN OUTPUT CONCBCO
               CLOSE CONCBCO
               OPEN I-O CONCBCO
           END-IF
           IF FS-CBC NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONCBCO. FS: " FS-CBC
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           IF WS-OPCAO = "2"
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT EXTRATO-BCO
           IF FS-EXT NOT = ZEROS
               DISPLAY "ARQUIVO EXTBANCO.TXT NAO ENCONTRADO. FS: "
                       FS-EXT
               MOVE "S" TO WS-ABORTA
               CLOSE CONCBCO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 1100-LER-PARAMETRO THRU 1100-LER-PARAMETRO-EXIT

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CONC-REL
           MOVE SPACES TO REG-REL
           STRING "CONCILIACAO BANCARIA - " WS-HOJE-NUM
                  "  (TOLERANCIA " WS-DIAS-FLOAT " DIA(S))"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-VALIDA-SUPERVISOR - RESOLVER PENDENCIA E RESTRITO A
      * SUPERVISOR/ADMIN, MESMA CONFERENCIA DO FECHADIA. ARQUIVO DE
      * USUARIOS AINDA INEXISTENTE LIBERA SEM VALIDAR.
      *-----------------------------------------------------------------
       1050-VALIDA-SUPERVISOR.
           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               MOVE "S" TO WS-AUTORIZADO
               MOVE "CONCBCO" TO WS-LOGIN-CON
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
               MOVE "S" TO WS-AUTORIZADO
           END-IF

           CLOSE USUARIO.
       1050-VALIDA-SUPERVISOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LER-PARAMETRO - TOLERANCIA EM DIAS DOS PARAMETROS GERAIS
      * (CADPARAM); ARQUIVO OU CODIGO AUSENTE MANTEM O PADRAO 2.
      *-----------------------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 1100-LER-PARAMETRO-EXIT
           END-IF

           MOVE "DIAS-FLOAT-CONCILIA" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-DIAS-FLOAT
           END-IF

           CLOSE PARAM.
       1100-LER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - GRAVA OS LANCAMENTOS NOVOS DO EXTRATO, TRAZ
      * PARA O CONCBCO AS BAIXAS DO PERIODO, CASA E IMPRIME.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           PERFORM 2100-LER-EXTRATO THRU 2100-LER-EXTRATO-EXIT
           PERFORM 2200-TRATA-EXTRATO THRU 2200-TRATA-EXTRATO-EXIT
               UNTIL FIM-EXTRATO

           IF WS-DT-MENOR-EXT = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-MENOR-EXT
           END-IF
           COMPUTE WS-DT-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DT-MENOR-EXT)
               - WS-DIAS-FLOAT)

           PERFORM 2300-CARREGA-RECEBER THRU 2300-CARREGA-RECEBER-EXIT
           PERFORM 2400-CARREGA-PAGAR   THRU 2400-CARREGA-PAGAR-EXIT
           PERFORM 2500-CARREGA-BANCO   THRU 2500-CARREGA-BANCO-EXIT

           MOVE "CONCILIADOS NESTA EXECUCAO" TO REG-REL
           WRITE REG-REL
           PERFORM 2600-CASA-SISTEMA    THRU 2600-CASA-SISTEMA-EXIT
           PERFORM 2700-GRAVA-BANCO     THRU 2700-GRAVA-BANCO-EXIT
           PERFORM 2800-LISTA-SO-SISTEMA
               THRU 2800-LISTA-SO-SISTEMA-EXIT.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-LER-EXTRATO.
           READ EXTRATO-BCO
               AT END MOVE "S" TO WS-FIM-EXTRATO
           END-READ.
       2100-LER-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-TRATA-EXTRATO - CADA DETALHE TIPO 1 AINDA NAO VISTO VIRA
      * UM LANCAMENTO DO BANCO PENDENTE NO CONCBCO.
      *-----------------------------------------------------------------
       2200-TRATA-EXTRATO.
           MOVE REG-EXTRATO TO WS-EXT-DETALHE
           IF EXT-TIPO NOT = "1"
               GO TO 2200-TRATA-EXTRATO-PROXIMO
           END-IF
           IF EXT-NATUREZA NOT = "C" AND EXT-NATUREZA NOT = "D"
               GO TO 2200-TRATA-EXTRATO-PROXIMO
           END-IF

           ADD 1 TO WS-QTD-EXTRATO
           IF WS-DT-MENOR-EXT = ZEROS
           OR EXT-DT-LANC < WS-DT-MENOR-EXT
               MOVE EXT-DT-LANC TO WS-DT-MENOR-EXT
           END-IF

           COMPUTE WS-VALOR-CENTAVOS = EXT-VALOR * 100
           MOVE EXT-DT-LANC       TO DB-DT-LANC
           MOVE EXT-NUM-DOC       TO DB-NUM-DOC
           MOVE WS-VALOR-CENTAVOS TO DB-VALOR-CENT

           INITIALIZE REG-CBC
           SET CBC-BANCO          TO TRUE
           MOVE WS-DOC-BANCO      TO DOC-CBC
           MOVE EXT-DT-LANC       TO DT-MOVTO-CBC
           MOVE EXT-NATUREZA      TO NATUREZA-CBC
           MOVE EXT-VALOR         TO VALOR-CBC
           MOVE EXT-HISTORICO     TO HISTORICO-CBC
           SET CBC-PENDENTE       TO TRUE
           MOVE SPACES            TO XAV-PAR-CBC
           WRITE REG-CBC
               INVALID KEY ADD 1 TO WS-QTD-REPETIDOS
           END-WRITE.
       2200-TRATA-EXTRATO-PROXIMO.
           PERFORM 2100-LER-EXTRATO THRU 2100-LER-EXTRATO-EXIT.
       2200-TRATA-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CARREGA-RECEBER - CADA BAIXA POR TRANSFERENCIA OU
      * BOLETO DO DIARIO DE BAIXAS DESDE A DATA DE CORTE ENTRA NO
      * CONCBCO COMO PENDENTE DO LADO DO SISTEMA, COM O VALOR DAQUELA
      * BAIXA (PRINCIPAL + ENCARGOS). O TITULO E LIDO SO PARA O
      * HISTORICO (CLIENTE E NOTA).
      *-----------------------------------------------------------------
       2300-CARREGA-RECEBER.
           OPEN INPUT RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "RECEBIMENTO INDISPONIVEL. FS: " FS
               GO TO 2300-CARREGA-RECEBER-EXIT
           END-IF

           OPEN INPUT BAIXA-DIA
           IF FS-DIA NOT = ZEROS
               DISPLAY "DIARIO DE BAIXAS (BAIXADIA.TXT) INDISPONIVEL."
                       " FS: " FS-DIA
               CLOSE BAIXA-DIA
               CLOSE RECEBIMENTO
               GO TO 2300-CARREGA-RECEBER-EXIT
           END-IF

           PERFORM UNTIL FIM-BAIXAS
               READ BAIXA-DIA
                   AT END MOVE "S" TO WS-FIM-BAIXAS
                   NOT AT END
                       PERFORM 2350-TRATA-RECEB
                           THRU 2350-TRATA-RECEB-EXIT
               END-READ
           END-PERFORM

           CLOSE BAIXA-DIA
           CLOSE RECEBIMENTO.
       2300-CARREGA-RECEBER-EXIT.
           EXIT.

       2350-TRATA-RECEB.
           INITIALIZE WS-CAMPOS-BAIXA
           UNSTRING REG-BAIXA-DIA DELIMITED BY ";" INTO
               BX-DATA BX-HORA BX-OPERADOR BX-FORMA
               BX-PEDIDO BX-PARCELA BX-PRINCIPAL BX-JUROS

           IF BX-FORMA NOT = "T" AND BX-FORMA NOT = "B"
               GO TO 2350-TRATA-RECEB-EXIT
           END-IF
           IF BX-DATA NOT NUMERIC OR BX-HORA NOT NUMERIC
           OR BX-PEDIDO NOT NUMERIC OR BX-PARCELA NOT NUMERIC
               GO TO 2350-TRATA-RECEB-EXIT
           END-IF

           MOVE BX-DATA TO WS-DT-SISTEMA
           IF WS-DT-SISTEMA < WS-DT-CORTE
               GO TO 2350-TRATA-RECEB-EXIT
           END-IF
           COMPUTE WS-VALOR-SISTEMA =
               (FUNCTION NUMVAL(BX-PRINCIPAL)
                + FUNCTION NUMVAL(BX-JUROS)) / 100
           IF WS-VALOR-SISTEMA NOT > ZEROS
               GO TO 2350-TRATA-RECEB-EXIT
           END-IF

           STRING BX-PEDIDO BX-PARCELA BX-DATA BX-HORA
                  DELIMITED BY SIZE INTO WS-BAIXA-ATUAL
           IF WS-BAIXA-ATUAL = WS-BAIXA-ANTERIOR
               ADD 1 TO WS-SEQ-BAIXA
           ELSE
               MOVE 1 TO WS-SEQ-BAIXA
               MOVE WS-BAIXA-ATUAL TO WS-BAIXA-ANTERIOR
           END-IF

           MOVE BX-PEDIDO  TO NUM-PEDIDO-RECEB
           MOVE BX-PARCELA TO NUM-PARCELA-RECEB
           READ RECEBIMENTO
           IF FS NOT = ZEROS
               MOVE ZEROS TO COD-CLI-RECEB NUM-NOTA-FISCAL-RECEB
           END-IF

           PERFORM 2360-TRATA-LEGADO THRU 2360-TRATA-LEGADO-EXIT
           IF COBERTO-LEGADO
               GO TO 2350-TRATA-RECEB-EXIT
           END-IF

           MOVE XAV-RECEB      TO DS-CHAVE
           MOVE WS-DT-SISTEMA  TO DS-DT-BAIXA
           MOVE BX-HORA        TO DS-HORA-BAIXA
           MOVE WS-SEQ-BAIXA   TO DS-SEQ-BAIXA
           MOVE "R"            TO ORIGEM-CBC
           MOVE WS-DOC-SISTEMA TO DOC-CBC
           PERFORM 2390-GRAVA-SISTEMA THRU 2390-GRAVA-SISTEMA-EXIT.
       2350-TRATA-RECEB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2360-TRATA-LEGADO - ITEM ANTIGO DO TITULO (CHAVE SO PEDIDO+
      * PARCELA, COM O ACUMULADO DAS BAIXAS): AINDA PENDENTE E
      * EXCLUIDO, POIS AS BAIXAS DELE VOLTAM UMA A UMA; CONCILIADO OU
      * RESOLVIDO JA COBRE AS BAIXAS ATE A SUA DATA.
      *-----------------------------------------------------------------
       2360-TRATA-LEGADO.
           MOVE "N"            TO WS-COBERTO-LEGADO
           MOVE SPACES         TO WS-DOC-SISTEMA
           MOVE XAV-RECEB      TO DS-CHAVE
           MOVE "R"            TO ORIGEM-CBC
           MOVE WS-DOC-SISTEMA TO DOC-CBC
           READ CONCBCO
           IF FS-CBC NOT = ZEROS
               GO TO 2360-TRATA-LEGADO-EXIT
           END-IF

           IF CBC-PENDENTE
               DELETE CONCBCO RECORD
               GO TO 2360-TRATA-LEGADO-EXIT
           END-IF
           IF WS-DT-SISTEMA NOT > DT-MOVTO-CBC
               MOVE "S" TO WS-COBERTO-LEGADO
           END-IF.
       2360-TRATA-LEGADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2390-GRAVA-SISTEMA - INCLUI A PENDENCIA DO LADO DO SISTEMA OU,
      * SE JA EXISTE PENDENTE COM OUTRO VALOR/DATA, ATUALIZA.
      * CONCILIADO OU RESOLVIDO NAO E MEXIDO.
      *-----------------------------------------------------------------
       2390-GRAVA-SISTEMA.
           MOVE XAV-CBC TO WS-XAV-SISTEMA
           READ CONCBCO
           IF FS-CBC = ZEROS
               IF CBC-PENDENTE
               AND (VALOR-CBC NOT = WS-VALOR-SISTEMA
                    OR DT-MOVTO-CBC NOT = WS-DT-SISTEMA)
                   PERFORM 2395-MONTA-SISTEMA
                       THRU 2395-MONTA-SISTEMA-EXIT
                   REWRITE REG-CBC
               END-IF
               GO TO 2390-GRAVA-SISTEMA-EXIT
           END-IF

           MOVE WS-XAV-SISTEMA TO XAV-CBC
           PERFORM 2395-MONTA-SISTEMA THRU 2395-MONTA-SISTEMA-EXIT
           SET CBC-PENDENTE TO TRUE
           MOVE SPACES      TO XAV-PAR-CBC
           MOVE ZEROS       TO DT-CONCILIA-CBC
           MOVE SPACES      TO MOTIVO-RESOL-CBC
           MOVE SPACES      TO OPERADOR-CBC
           WRITE REG-CBC.
       2390-GRAVA-SISTEMA-EXIT.
           EXIT.

       2395-MONTA-SISTEMA.
           MOVE WS-VALOR-SISTEMA  TO VALOR-CBC
           MOVE WS-DT-SISTEMA     TO DT-MOVTO-CBC
           IF CBC-RECEBER
               SET CBC-CREDITO TO TRUE
               MOVE SPACES TO HISTORICO-CBC
               STRING "RECEBIMENTO CLIENTE " COD-CLI-RECEB
                      " NF " NUM-NOTA-FISCAL-RECEB
                      DELIMITED BY SIZE INTO HISTORICO-CBC
           ELSE
               SET CBC-DEBITO TO TRUE
               MOVE SPACES TO HISTORICO-CBC
               STRING "PAGAMENTO FORNECEDOR " COD-FORN-CPAG
                      " DOC " DOC-FORN-CPAG (1:10)
                      DELIMITED BY SIZE INTO HISTORICO-CBC
           END-IF.
       2395-MONTA-SISTEMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CARREGA-PAGAR - PARCELAS DO CONTAS A PAGAR COM PAGAMENTO
      * DESDE A DATA DE CORTE, MESMO TRATAMENTO DO RECEBER.
      *-----------------------------------------------------------------
       2400-CARREGA-PAGAR.
           OPEN INPUT CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "CONTAPAG INDISPONIVEL. FS: " FS-CPAG
               GO TO 2400-CARREGA-PAGAR-EXIT
           END-IF

           PERFORM UNTIL FIM-CPAG
               READ CONTAPAG NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CPAG
                   NOT AT END
                       PERFORM 2450-TRATA-CPAG
                           THRU 2450-TRATA-CPAG-EXIT
               END-READ
           END-PERFORM

           CLOSE CONTAPAG.
       2400-CARREGA-PAGAR-EXIT.
           EXIT.

       2450-TRATA-CPAG.
           IF CPAG-CANCELADO
           OR DT-PAGAMENTO-CPAG < WS-DT-CORTE
           OR VALOR-PAGO-CPAG NOT > ZEROS
               GO TO 2450-TRATA-CPAG-EXIT
           END-IF

           MOVE VALOR-PAGO-CPAG TO WS-VALOR-SISTEMA
           MOVE DT-PAGAMENTO-CPAG TO WS-DT-SISTEMA
           MOVE SPACES          TO WS-DOC-SISTEMA
           MOVE XAV-CPAG        TO DS-CHAVE
           MOVE "P"             TO ORIGEM-CBC
           MOVE WS-DOC-SISTEMA  TO DOC-CBC
           PERFORM 2390-GRAVA-SISTEMA THRU 2390-GRAVA-SISTEMA-EXIT.
       2450-TRATA-CPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CARREGA-BANCO - TODOS OS LANCAMENTOS DO BANCO AINDA
      * PENDENTES (DESTE EXTRATO E DE ANTERIORES) VAO PARA A TABELA.
      *-----------------------------------------------------------------
       2500-CARREGA-BANCO.
           MOVE "N" TO WS-FIM-CBC
           MOVE "B" TO ORIGEM-CBC
           MOVE LOW-VALUES TO DOC-CBC
           START CONCBCO KEY IS NOT LESS THAN XAV-CBC
               INVALID KEY MOVE "S" TO WS-FIM-CBC
           END-START

           PERFORM UNTIL FIM-CBC
               READ CONCBCO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CBC
                   NOT AT END
                       IF NOT CBC-BANCO
                           MOVE "S" TO WS-FIM-CBC
                       ELSE
                           IF CBC-PENDENTE
                               PERFORM 2550-EMPILHA-BANCO
                                   THRU 2550-EMPILHA-BANCO-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2500-CARREGA-BANCO-EXIT.
           EXIT.

       2550-EMPILHA-BANCO.
           IF WS-QTD-BANCO NOT < WS-MAX-BANCO
               GO TO 2550-EMPILHA-BANCO-EXIT
           END-IF
           ADD 1 TO WS-QTD-BANCO
           MOVE XAV-CBC       TO TB-XAV (WS-QTD-BANCO)
           MOVE DT-MOVTO-CBC  TO TB-DT-MOVTO (WS-QTD-BANCO)
           MOVE NATUREZA-CBC  TO TB-NATUREZA (WS-QTD-BANCO)
           MOVE VALOR-CBC     TO TB-VALOR (WS-QTD-BANCO)
           MOVE HISTORICO-CBC TO TB-HISTORICO (WS-QTD-BANCO)
           MOVE SPACES        TO TB-XAV-PAR (WS-QTD-BANCO).
       2550-EMPILHA-BANCO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-CASA-SISTEMA - CADA PENDENCIA DO SISTEMA (PAGAR E
      * RECEBER) PROCURA NA TABELA UM LANCAMENTO DO BANCO LIVRE, DA
      * MESMA NATUREZA, MESMO VALOR E DATA DENTRO DA TOLERANCIA.
      *-----------------------------------------------------------------
       2600-CASA-SISTEMA.
           MOVE "N" TO WS-FIM-CBC
           MOVE "P" TO ORIGEM-CBC
           MOVE LOW-VALUES TO DOC-CBC
           START CONCBCO KEY IS NOT LESS THAN XAV-CBC
               INVALID KEY MOVE "S" TO WS-FIM-CBC
           END-START

           PERFORM UNTIL FIM-CBC
               READ CONCBCO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CBC
                   NOT AT END
                       IF CBC-PENDENTE
                           PERFORM 2650-PROCURA-BANCO
                               THRU 2650-PROCURA-BANCO-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2600-CASA-SISTEMA-EXIT.
           EXIT.

       2650-PROCURA-BANCO.
           MOVE "N" TO WS-ACHOU-PAR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-BANCO OR ACHOU-PAR
               IF TB-XAV-PAR (WS-IDX) = SPACES
               AND TB-NATUREZA (WS-IDX) = NATUREZA-CBC
               AND TB-VALOR (WS-IDX) = VALOR-CBC
                   COMPUTE WS-DIAS-DIF =
                       FUNCTION INTEGER-OF-DATE(TB-DT-MOVTO (WS-IDX))
                       - FUNCTION INTEGER-OF-DATE(DT-MOVTO-CBC)
                   IF WS-DIAS-DIF NOT < ZEROS - WS-DIAS-FLOAT
                   AND WS-DIAS-DIF NOT > WS-DIAS-FLOAT
                       MOVE "S" TO WS-ACHOU-PAR
                       MOVE XAV-CBC TO TB-XAV-PAR (WS-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ACHOU-PAR
               GO TO 2650-PROCURA-BANCO-EXIT
           END-IF
           SUBTRACT 1 FROM WS-IDX

           MOVE TB-XAV (WS-IDX) TO XAV-PAR-CBC
           MOVE WS-HOJE-NUM     TO DT-CONCILIA-CBC
           SET CBC-CONCILIADO   TO TRUE
           REWRITE REG-CBC
           ADD 1 TO WS-QTD-CONCILIADOS

           PERFORM 2900-MONTA-LINHA THRU 2900-MONTA-LINHA-EXIT
           MOVE WS-LINHA-CBC TO REG-REL
           WRITE REG-REL.
       2650-PROCURA-BANCO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-GRAVA-BANCO - MARCA NO CONCBCO OS LANCAMENTOS DO BANCO
      * QUE CASARAM E LISTA OS QUE SOBRARAM (SO NO BANCO).
      *-----------------------------------------------------------------
       2700-GRAVA-BANCO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "SO NO BANCO (SEM BAIXA CORRESPONDENTE NO SISTEMA)"
               TO REG-REL
           WRITE REG-REL

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-BANCO
               PERFORM 2750-TRATA-BANCO THRU 2750-TRATA-BANCO-EXIT
           END-PERFORM.
       2700-GRAVA-BANCO-EXIT.
           EXIT.

       2750-TRATA-BANCO.
           MOVE TB-XAV (WS-IDX) TO XAV-CBC
           READ CONCBCO
           IF FS-CBC NOT = ZEROS
               GO TO 2750-TRATA-BANCO-EXIT
           END-IF

           IF TB-XAV-PAR (WS-IDX) NOT = SPACES
               MOVE TB-XAV-PAR (WS-IDX) TO XAV-PAR-CBC
               MOVE WS-HOJE-NUM         TO DT-CONCILIA-CBC
               SET CBC-CONCILIADO       TO TRUE
               REWRITE REG-CBC
               GO TO 2750-TRATA-BANCO-EXIT
           END-IF

           ADD 1 TO WS-QTD-SO-BANCO
           PERFORM 2900-MONTA-LINHA THRU 2900-MONTA-LINHA-EXIT
           MOVE WS-LINHA-CBC TO REG-REL
           WRITE REG-REL.
       2750-TRATA-BANCO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-LISTA-SO-SISTEMA - BAIXAS DO SISTEMA AINDA SEM DINHEIRO
      * NO EXTRATO, INCLUSIVE AS PENDENTES DE EXECUCOES ANTERIORES.
      *-----------------------------------------------------------------
       2800-LISTA-SO-SISTEMA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "SO NO SISTEMA (BAIXA SEM LANCAMENTO NO EXTRATO)"
               TO REG-REL
           WRITE REG-REL

           MOVE "N" TO WS-FIM-CBC
           MOVE "P" TO ORIGEM-CBC
           MOVE LOW-VALUES TO DOC-CBC
           START CONCBCO KEY IS NOT LESS THAN XAV-CBC
               INVALID KEY MOVE "S" TO WS-FIM-CBC
           END-START

           PERFORM UNTIL FIM-CBC
               READ CONCBCO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CBC
                   NOT AT END
                       IF CBC-PENDENTE
                           ADD 1 TO WS-QTD-SO-SISTEMA
                           PERFORM 2900-MONTA-LINHA
                               THRU 2900-MONTA-LINHA-EXIT
                           MOVE WS-LINHA-CBC TO REG-REL
                           WRITE REG-REL
                       END-IF
               END-READ
           END-PERFORM.
       2800-LISTA-SO-SISTEMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-MONTA-LINHA - LINHA DO RELATORIO PARA O REGISTRO CORRENTE
      * DO CONCBCO.
      *-----------------------------------------------------------------
       2900-MONTA-LINHA.
           MOVE SPACES TO WS-LINHA-CBC
           EVALUATE TRUE
               WHEN CBC-BANCO
                   MOVE "BANCO"   TO LC-ORIGEM
               WHEN CBC-RECEBER
                   MOVE "RECEBER" TO LC-ORIGEM
               WHEN CBC-PAGAR
                   MOVE "PAGAR"   TO LC-ORIGEM
           END-EVALUATE
           MOVE DOC-CBC          TO LC-DOC
           MOVE DT-MOVTO-CBC     TO LC-DATA
           MOVE NATUREZA-CBC     TO LC-NATUREZA
           MOVE VALOR-CBC        TO LC-VALOR
           MOVE HISTORICO-CBC    TO LC-HISTORICO
           MOVE XAV-PAR-CBC (2:33) TO LC-PAR.
       2900-MONTA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-RESOLVE-PENDENCIAS - PERCORRE AS PENDENCIAS E, PARA CADA
      * UMA QUE O SUPERVISOR RESOLVER, GRAVA MOTIVO, DATA E LOGIN.
      *-----------------------------------------------------------------
       5000-RESOLVE-PENDENCIAS.
           MOVE "N" TO WS-FIM-CBC
           MOVE LOW-VALUES TO XAV-CBC
           START CONCBCO KEY IS NOT LESS THAN XAV-CBC
               INVALID KEY MOVE "S" TO WS-FIM-CBC
           END-START

           PERFORM UNTIL FIM-CBC
               READ CONCBCO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CBC
                   NOT AT END
                       IF CBC-PENDENTE
                           PERFORM 5100-TRATA-PENDENCIA
                               THRU 5100-TRATA-PENDENCIA-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       5000-RESOLVE-PENDENCIAS-EXIT.
           EXIT.

       5100-TRATA-PENDENCIA.
           PERFORM 2900-MONTA-LINHA THRU 2900-MONTA-LINHA-EXIT
           DISPLAY WS-LINHA-CBC
           DISPLAY "RESOLVER ESTA PENDENCIA (S/N, F P/ ENCERRAR)?"
           ACCEPT WS-RESPOSTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA

           IF WS-RESPOSTA = "F"
               MOVE "S" TO WS-FIM-CBC
               GO TO 5100-TRATA-PENDENCIA-EXIT
           END-IF
           IF WS-RESPOSTA NOT = "S"
               GO TO 5100-TRATA-PENDENCIA-EXIT
           END-IF

           DISPLAY "MOTIVO DA RESOLUCAO:"
           ACCEPT WS-MOTIVO-INF FROM CONSOLE
           IF WS-MOTIVO-INF = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - PENDENCIA MANTIDA."
               GO TO 5100-TRATA-PENDENCIA-EXIT
           END-IF

           MOVE WS-MOTIVO-INF TO MOTIVO-RESOL-CBC
           MOVE WS-LOGIN-CON  TO OPERADOR-CBC
           MOVE WS-HOJE-NUM   TO DT-CONCILIA-CBC
           SET CBC-RESOLVIDO  TO TRUE
           REWRITE REG-CBC
           IF FS-CBC = ZEROS
               ADD 1 TO WS-QTD-RESOLVIDOS
               DISPLAY "PENDENCIA RESOLVIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-CBC
           END-IF.
       5100-TRATA-PENDENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF ABORTA-EXECUCAO
               GO TO 3000-FINALIZA-EXIT
           END-IF

           IF WS-OPCAO = "2"
               DISPLAY "PENDENCIAS RESOLVIDAS: " WS-QTD-RESOLVIDOS
               CLOSE CONCBCO
               GO TO 3000-FINALIZA-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "EXTRATO: " WS-QTD-EXTRATO " LANCAMENTO(S), "
                  WS-QTD-REPETIDOS " JA LIDO(S) ANTES.  CONCILIADOS: "
                  WS-QTD-CONCILIADOS "  SO NO BANCO: " WS-QTD-SO-BANCO
                  "  SO NO SISTEMA: " WS-QTD-SO-SISTEMA
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF WS-QTD-BANCO NOT < WS-MAX-BANCO
               MOVE "ATENCAO: TABELA DO BANCO CHEIA - REPROCESSAR"
                   TO REG-REL
               WRITE REG-REL
           END-IF

           DISPLAY "CONCILIACAO CONCLUIDA: " WS-QTD-CONCILIADOS
                   " CONCILIADO(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE EXTRATO-BCO
           CLOSE CONCBCO
           CLOSE CONC-REL.
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
           STRING "SPOOL-CONCBCO-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "CONCBCO;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
