      *-----------------------------------------------------------------
      * CUSTCHEQ - CUSTODIA DE CHEQUES, DEPOSITO E DEVOLUCAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCHEQ.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CUSTODIA DOS CHEQUES QUE
      *                   PAGARAM TITULOS NO CADREC (ARQUIVO CHEQUE).
      *                   OPCAO 1 COMPLETA OS DADOS DO CHEQUE (BANCO,
      *                   AGENCIA, CONTA, NUMERO, EMITENTE, BOM-PARA);
      *                   OPCAO 2 EMITE NO SPOOL A LISTA DE DEPOSITO
      *                   DOS CHEQUES COM BOM-PARA ATE A DATA E, COM
      *                   CONFIRMACAO, MARCA COMO DEPOSITADOS; OPCAO 3
      *                   REGISTRA A DEVOLUCAO: REABRE O TITULO PELO
      *                   VALOR DO CHEQUE, LANCA A TARIFA (PARAMETRO
      *                   TAXA-DEVOL-CHEQUE) COMO TITULO PARCELA 98
      *                   DO MESMO PEDIDO E SOBE O NIVEL DE COBRANCA
      *                   DO CLIENTE.
      * 15/10/2026 DEV   DEVOLUCAO ESTORNA TAMBEM DO TITULO O DESCONTO
      *                   DE PONTUALIDADE CONCEDIDO NA BAIXA PAGA COM
      *                   O CHEQUE (VALOR-DESC-CHQ).
      * 15/10/2026 DEV   SUBIDA PARA O NIVEL 3 DA REGUA NA DEVOLUCAO
      *                   GRAVA A DATA DO AVISO FINAL (DT-NIVEL3-COB).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CHEQUE.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "COBRANCA.SEL".
           COPY "PARAM.SEL".

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

           SELECT CHEQUE-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CHEQUE.FD".
           COPY "RECEBIMENTO.FD".
           COPY "COBRANCA.FD".
           COPY "PARAM.FD".

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       FD  CHEQUE-REL
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
       77  FS-CHQ                      PIC XX       VALUE SPACES.
       77  FS-COB                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACES.
       77  WS-RESPOSTA                 PIC X(01)    VALUE SPACES.
       77  WS-NUM-PEDIDO-INF           PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-PARCELA-INF          PIC 9(02)    VALUE ZEROS.
       77  WS-SEQ-INF                  PIC 9(02)    VALUE ZEROS.
       77  WS-DATA-INF                 PIC 9(08)    VALUE ZEROS.
       77  WS-NUMERO-INF               PIC 9(14)    VALUE ZEROS.
       77  WS-TEXTO-INF                PIC X(30)    VALUE SPACES.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-DT-LIMITE                PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-LISTA                PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-INCOMPLETOS          PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-LISTA              PIC S9(11)V99 VALUE ZEROS.
      * TARIFA DO BANCO POR CHEQUE DEVOLVIDO, COBRADA DO CLIENTE
      * (PARAMETRO TAXA-DEVOL-CHEQUE; O OPERADOR PODE ALTERAR NA
      * DEVOLUCAO). ZERO = SEM TARIFA.
       77  WS-TAXA-PADRAO              PIC 9(05)V99 VALUE ZEROS.
       77  WS-TAXA-DEVOL               PIC S9(07)V99 VALUE ZEROS.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-PARCELA-TAXA             PIC 9(02)    VALUE ZEROS.
      * DADOS DO TITULO ORIGINAL COPIADOS PARA O TITULO DA TARIFA.
       77  WS-COD-CLI-TIT              PIC 9(07)    VALUE ZEROS.
       77  WS-NOTA-TIT                 PIC 9(07)    VALUE ZEROS.

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
           05  WS-FIM-CHEQUE           PIC X(01)    VALUE "N".
               88  FIM-CHEQUE                       VALUE "S".
           05  WS-ACHOU-PARCELA        PIC X(01)    VALUE "N".
               88  ACHOU-PARCELA-TAXA               VALUE "S".

       COPY USULOG.CPY.

       01  WS-LINHA-CHEQUE.
           05  LQ-PEDIDO               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LQ-PARCELA              PIC 99.
           05  FILLER                  PIC X(01) VALUE "-".
           05  LQ-SEQ                  PIC 99.
           05  FILLER                  PIC X(05) VALUE " CLI ".
           05  LQ-COD-CLI              PIC 9(07).
           05  FILLER                  PIC X(05) VALUE " BCO ".
           05  LQ-BANCO                PIC 9(03).
           05  FILLER                  PIC X(05) VALUE " AG ".
           05  LQ-AGENCIA              PIC 9(05).
           05  FILLER                  PIC X(04) VALUE " CC ".
           05  LQ-CONTA                PIC X(12).
           05  FILLER                  PIC X(05) VALUE " CHQ ".
           05  LQ-NUM-CHEQUE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE " BOM ".
           05  LQ-BOM-PARA             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LQ-VALOR                PIC Z(07)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LQ-OBS                  PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
               UNTIL FIM-PROGRAMA
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE A CUSTODIA (CRIADA NA PRIMEIRA VEZ) E
      * LE A TARIFA PADRAO DE DEVOLUCAO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL = SPACES
               MOVE "CUSTCHEQ" TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF

           OPEN I-O CHEQUE
           IF FS-CHQ = "35"
               OPEN OUTPUT CHEQUE
               CLOSE CHEQUE
               OPEN I-O CHEQUE
           END-IF
           IF FS-CHQ NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CHEQUE. FS: " FS-CHQ
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PARAM
           IF FS-PAR = ZEROS
               MOVE "TAXA-DEVOL-CHEQUE" TO XAV-PAR
               READ PARAM WITH IGNORE LOCK
               IF FS-PAR = ZEROS
                   MOVE FUNCTION NUMVAL(VALOR-PARAM)
                       TO WS-TAXA-PADRAO
               END-IF
           END-IF
           CLOSE PARAM.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - MENU DA CUSTODIA (0 ENCERRA).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "CUSTODIA DE CHEQUES"
           DISPLAY "1 - COMPLETAR DADOS DO CHEQUE"
           DISPLAY "2 - LISTA DE DEPOSITO"
           DISPLAY "3 - REGISTRAR CHEQUE DEVOLVIDO"
           DISPLAY "0 - ENCERRAR"
           ACCEPT WS-OPCAO FROM CONSOLE

           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM 2100-COMPLETA-CHEQUE
                       THRU 2100-COMPLETA-CHEQUE-EXIT
               WHEN "2"
                   PERFORM 2200-LISTA-DEPOSITO
                       THRU 2200-LISTA-DEPOSITO-EXIT
               WHEN "3"
                   PERFORM 2300-DEVOLUCAO
                       THRU 2300-DEVOLUCAO-EXIT
               WHEN "0"
                   MOVE "S" TO WS-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-LE-CHEQUE - PEDE PEDIDO, PARCELA E SEQUENCIA E LE O
      * CHEQUE COM LOCK. FS-CHQ DIFERENTE DE ZEROS = NAO ACHOU.
      *-----------------------------------------------------------------
       2050-LE-CHEQUE.
           DISPLAY "PEDIDO DO TITULO PAGO:"
           ACCEPT WS-NUM-PEDIDO-INF FROM CONSOLE
           DISPLAY "PARCELA:"
           ACCEPT WS-NUM-PARCELA-INF FROM CONSOLE
           DISPLAY "SEQUENCIA DO CHEQUE (ENTER P/ 1):"
           ACCEPT WS-SEQ-INF FROM CONSOLE
           IF WS-SEQ-INF = ZEROS
               MOVE 1 TO WS-SEQ-INF
           END-IF

           MOVE WS-NUM-PEDIDO-INF  TO NUM-PEDIDO-CHQ
           MOVE WS-NUM-PARCELA-INF TO NUM-PARCELA-CHQ
           MOVE WS-SEQ-INF         TO SEQ-CHQ
           READ CHEQUE WITH LOCK
           IF FS-CHQ NOT = ZEROS
               DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA. FS: "
                       FS-CHQ
           END-IF.
       2050-LE-CHEQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-COMPLETA-CHEQUE - DADOS DO CHEQUE LANCADO PELA BAIXA DO
      * CADREC. SO CHEQUE AINDA NAO DEPOSITADO PODE SER ALTERADO.
      *-----------------------------------------------------------------
       2100-COMPLETA-CHEQUE.
           PERFORM 2050-LE-CHEQUE THRU 2050-LE-CHEQUE-EXIT
           IF FS-CHQ NOT = ZEROS
               GO TO 2100-COMPLETA-CHEQUE-EXIT
           END-IF

           IF NOT CHQ-INCOMPLETO AND NOT CHQ-CUSTODIA
               DISPLAY "CHEQUE JA DEPOSITADO OU DEVOLVIDO (SITUACAO "
                       SIT-CHQ ") - NADA FEITO."
               GO TO 2100-COMPLETA-CHEQUE-EXIT
           END-IF

           DISPLAY "CLIENTE " COD-CLI-CHQ "  VALOR " VALOR-CHQ
                   "  BAIXA EM " DT-ENTRADA-CHQ

           DISPLAY "BANCO (3 DIGITOS):"
           ACCEPT WS-NUMERO-INF FROM CONSOLE
           MOVE WS-NUMERO-INF TO BANCO-CHQ
           DISPLAY "AGENCIA:"
           ACCEPT WS-NUMERO-INF FROM CONSOLE
           MOVE WS-NUMERO-INF TO AGENCIA-CHQ
           DISPLAY "CONTA:"
           ACCEPT WS-TEXTO-INF FROM CONSOLE
           MOVE WS-TEXTO-INF TO CONTA-CHQ
           DISPLAY "NUMERO DO CHEQUE:"
           ACCEPT WS-NUMERO-INF FROM CONSOLE
           MOVE WS-NUMERO-INF TO NUM-CHEQUE-CHQ
           DISPLAY "CPF/CNPJ DO EMITENTE (SO NUMEROS):"
           ACCEPT WS-NUMERO-INF FROM CONSOLE
           MOVE WS-NUMERO-INF TO CPF-CNPJ-EMIT-CHQ
           DISPLAY "BOM PARA (AAAAMMDD, ENTER P/ " DT-BOM-PARA-CHQ
                   "):"
           ACCEPT WS-DATA-INF FROM CONSOLE
           IF WS-DATA-INF NOT = ZEROS
               MOVE WS-DATA-INF TO DT-BOM-PARA-CHQ
           END-IF

           IF BANCO-CHQ = ZEROS OR NUM-CHEQUE-CHQ = ZEROS
               DISPLAY "BANCO E NUMERO DO CHEQUE SAO OBRIGATORIOS -"
                       " NADA FEITO."
               GO TO 2100-COMPLETA-CHEQUE-EXIT
           END-IF

           SET CHQ-CUSTODIA TO TRUE
           MOVE WS-OPERADOR TO OPERADOR-CHQ
           REWRITE REG-CHQ
           IF FS-CHQ = ZEROS
               DISPLAY "CHEQUE EM CUSTODIA, BOM PARA "
                       DT-BOM-PARA-CHQ "."
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO CHEQUE. FS: " FS-CHQ
           END-IF.
       2100-COMPLETA-CHEQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LISTA-DEPOSITO - CHEQUES EM CUSTODIA COM BOM-PARA ATE A
      * DATA INFORMADA. CHEQUE AINDA SEM DADOS SAI NA LISTA COM AVISO
      * E NAO E MARCADO COMO DEPOSITADO.
      *-----------------------------------------------------------------
       2200-LISTA-DEPOSITO.
           DISPLAY "DEPOSITAR CHEQUES BONS ATE (AAAAMMDD, ENTER P/"
                   " HOJE):"
           ACCEPT WS-DT-LIMITE FROM CONSOLE
           IF WS-DT-LIMITE = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-LIMITE
           END-IF

           DISPLAY "MARCAR OS CHEQUES LISTADOS COMO DEPOSITADOS (S/N)?"
           ACCEPT WS-RESPOSTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA

           MOVE ZEROS TO WS-QTD-LISTA WS-QTD-INCOMPLETOS
                         WS-TOTAL-LISTA
           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CHEQUE-REL
           MOVE SPACES TO REG-REL
           STRING "LISTA DE DEPOSITO DE CHEQUES - BONS ATE "
                  WS-DT-LIMITE
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE "N" TO WS-FIM-CHEQUE
           MOVE ZEROS TO XAV-CHQ
           START CHEQUE KEY IS NOT LESS THAN XAV-CHQ
               INVALID KEY MOVE "S" TO WS-FIM-CHEQUE
           END-START

           PERFORM UNTIL FIM-CHEQUE
               READ CHEQUE NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-CHEQUE
                   NOT AT END
                       IF (CHQ-CUSTODIA OR CHQ-INCOMPLETO)
                       AND DT-BOM-PARA-CHQ NOT > WS-DT-LIMITE
                           PERFORM 2250-LISTA-CHEQUE
                               THRU 2250-LISTA-CHEQUE-EXIT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL A DEPOSITAR: " WS-TOTAL-LISTA
                  " EM " WS-QTD-LISTA " CHEQUE(S); "
                  WS-QTD-INCOMPLETOS " SEM DADOS (COMPLETAR ANTES)."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           CLOSE CHEQUE-REL

           DISPLAY "LISTA EMITIDA: " WS-QTD-LISTA " CHEQUE(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       2200-LISTA-DEPOSITO-EXIT.
           EXIT.

       2250-LISTA-CHEQUE.
           INITIALIZE WS-LINHA-CHEQUE
           MOVE NUM-PEDIDO-CHQ  TO LQ-PEDIDO
           MOVE NUM-PARCELA-CHQ TO LQ-PARCELA
           MOVE SEQ-CHQ         TO LQ-SEQ
           MOVE COD-CLI-CHQ     TO LQ-COD-CLI
           MOVE BANCO-CHQ       TO LQ-BANCO
           MOVE AGENCIA-CHQ     TO LQ-AGENCIA
           MOVE CONTA-CHQ       TO LQ-CONTA
           MOVE NUM-CHEQUE-CHQ  TO LQ-NUM-CHEQUE
           MOVE DT-BOM-PARA-CHQ TO LQ-BOM-PARA
           MOVE VALOR-CHQ       TO LQ-VALOR

           IF CHQ-INCOMPLETO
               MOVE "SEM DADOS DO CHEQUE" TO LQ-OBS
               ADD 1 TO WS-QTD-INCOMPLETOS
           ELSE
               ADD 1         TO WS-QTD-LISTA
               ADD VALOR-CHQ TO WS-TOTAL-LISTA
               IF WS-RESPOSTA = "S"
                   SET CHQ-DEPOSITADO TO TRUE
                   MOVE WS-HOJE-NUM   TO DT-DEPOSITO-CHQ
                   MOVE WS-OPERADOR   TO OPERADOR-CHQ
                   REWRITE REG-CHQ
                   MOVE "DEPOSITADO" TO LQ-OBS
               END-IF
           END-IF

           MOVE WS-LINHA-CHEQUE TO REG-REL
           WRITE REG-REL.
       2250-LISTA-CHEQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-DEVOLUCAO - CHEQUE DEVOLVIDO PELO BANCO: REABRE O TITULO
      * PAGO POR ELE, LANCA A TARIFA CONTRA O CLIENTE E SOBE O NIVEL
      * DA REGUA DE COBRANCA.
      *-----------------------------------------------------------------
       2300-DEVOLUCAO.
           PERFORM 2050-LE-CHEQUE THRU 2050-LE-CHEQUE-EXIT
           IF FS-CHQ NOT = ZEROS
               GO TO 2300-DEVOLUCAO-EXIT
           END-IF

           IF CHQ-DEVOLVIDO
               DISPLAY "CHEQUE JA REGISTRADO COMO DEVOLVIDO EM "
                       DT-DEVOL-CHQ " - NADA FEITO."
               GO TO 2300-DEVOLUCAO-EXIT
           END-IF

           DISPLAY "CLIENTE " COD-CLI-CHQ "  CHEQUE " NUM-CHEQUE-CHQ
                   "  VALOR " VALOR-CHQ
           DISPLAY "MOTIVO DA DEVOLUCAO (ALINEA/TEXTO):"
           ACCEPT WS-TEXTO-INF FROM CONSOLE
           IF WS-TEXTO-INF = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - NADA FEITO."
               GO TO 2300-DEVOLUCAO-EXIT
           END-IF

           DISPLAY "TARIFA DO BANCO (ENTER P/ " WS-TAXA-PADRAO "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT = SPACES
               MOVE WS-TAXA-PADRAO TO WS-TAXA-DEVOL
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-TAXA-DEVOL
           END-IF
           IF WS-TAXA-DEVOL < ZEROS
               MOVE ZEROS TO WS-TAXA-DEVOL
           END-IF

           PERFORM 2350-REABRE-TITULO THRU 2350-REABRE-TITULO-EXIT
           IF FS NOT = ZEROS
               GO TO 2300-DEVOLUCAO-EXIT
           END-IF

           SET CHQ-DEVOLVIDO   TO TRUE
           MOVE WS-HOJE-NUM    TO DT-DEVOL-CHQ
           MOVE WS-TEXTO-INF   TO MOTIVO-DEVOL-CHQ
           MOVE WS-TAXA-DEVOL  TO TAXA-DEVOL-CHQ
           MOVE WS-OPERADOR    TO OPERADOR-CHQ
           REWRITE REG-CHQ

           IF WS-TAXA-DEVOL > ZEROS
               PERFORM 2400-LANCA-TARIFA THRU 2400-LANCA-TARIFA-EXIT
           END-IF

           PERFORM 2500-SOBE-COBRANCA THRU 2500-SOBE-COBRANCA-EXIT

           MOVE "CHEQUE-DEVOL" TO WS-ALOG-OPER
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING NUM-PEDIDO-CHQ "/" NUM-PARCELA-CHQ "-" SEQ-CHQ
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "DEVOLUCAO REGISTRADA - TITULO " NUM-PEDIDO-CHQ
                   "/" NUM-PARCELA-CHQ " REABERTO.".
       2300-DEVOLUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2350-REABRE-TITULO - DESFAZ NO TITULO A BAIXA FEITA COM O
      * CHEQUE: PRINCIPAL, ENCARGOS E O DESCONTO DE PONTUALIDADE DADO
      * NAQUELA BAIXA VOLTAM, E O TITULO FICA EM ABERTO PELO RESIDUAL.
      * TITULO JA EM PERDA, RENEGOCIADO OU CANCELADO NAO E MEXIDO E
      * A DEVOLUCAO NAO E GRAVADA - A SITUACAO DO TITULO PRECISA SER
      * RESOLVIDA ANTES.
      *-----------------------------------------------------------------
       2350-REABRE-TITULO.
           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               CLOSE RECEBIMENTO
               GO TO 2350-REABRE-TITULO-EXIT
           END-IF

           MOVE NUM-PEDIDO-CHQ  TO NUM-PEDIDO-RECEB
           MOVE NUM-PARCELA-CHQ TO NUM-PARCELA-RECEB
           READ RECEBIMENTO WITH LOCK
           IF FS NOT = ZEROS
               DISPLAY "TITULO " NUM-PEDIDO-CHQ "/" NUM-PARCELA-CHQ
                       " NAO ENCONTRADO. FS: " FS
               CLOSE RECEBIMENTO
               GO TO 2350-REABRE-TITULO-EXIT
           END-IF

           IF NOT RECEB-ABERTO AND NOT RECEB-RECEBIDO
               DISPLAY "TITULO EM SITUACAO " SIT-RECEB
                       " (PERDA/RENEGOCIADO/CANCELADO) - NADA FEITO."
               MOVE "99" TO FS
               CLOSE RECEBIMENTO
               GO TO 2350-REABRE-TITULO-EXIT
           END-IF

           SUBTRACT VALOR-PRINC-CHQ FROM VALOR-RECEBIDO-RECEB
           IF VALOR-RECEBIDO-RECEB < ZEROS
               MOVE ZEROS TO VALOR-RECEBIDO-RECEB
           END-IF
           SUBTRACT VALOR-JUROS-CHQ FROM VALOR-JUROS-RECEB
           IF VALOR-JUROS-RECEB < ZEROS
               MOVE ZEROS TO VALOR-JUROS-RECEB
           END-IF
           SUBTRACT VALOR-DESC-CHQ FROM VALOR-DESCONTO-RECEB
           IF VALOR-DESCONTO-RECEB < ZEROS
               MOVE ZEROS TO VALOR-DESCONTO-RECEB
           END-IF
           IF VALOR-RECEBIDO-RECEB = ZEROS
               MOVE ZEROS TO DT-RECEBIMENTO-RECEB
           END-IF
           SET RECEB-ABERTO TO TRUE

           MOVE COD-CLI-RECEB         TO WS-COD-CLI-TIT
           MOVE NUM-NOTA-FISCAL-RECEB TO WS-NOTA-TIT

           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO. FS: " FS
           END-IF
           CLOSE RECEBIMENTO.
       2350-REABRE-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LANCA-TARIFA - TARIFA DE DEVOLUCAO VIRA TITULO EM ABERTO
      * DO CLIENTE NO MESMO PEDIDO, PARCELA 98, VENCENDO HOJE. SE A
      * PARCELA 98 JA EXISTE EM ABERTO (OUTRO CHEQUE DO PEDIDO), A
      * TARIFA SOMA NELA; SE JA FOI QUITADA, USA A 97, E ASSIM POR
      * DIANTE ATE A 90.
      *-----------------------------------------------------------------
       2400-LANCA-TARIFA.
           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               CLOSE RECEBIMENTO
               GO TO 2400-LANCA-TARIFA-EXIT
           END-IF

           MOVE "N" TO WS-ACHOU-PARCELA
           PERFORM 2450-GRAVA-TARIFA THRU 2450-GRAVA-TARIFA-EXIT
               VARYING WS-PARCELA-TAXA FROM 98 BY -1
               UNTIL WS-PARCELA-TAXA < 90 OR ACHOU-PARCELA-TAXA

           IF NOT ACHOU-PARCELA-TAXA
               DISPLAY "SEM PARCELA LIVRE PARA A TARIFA - LANCAR"
                       " MANUALMENTE."
           END-IF
           CLOSE RECEBIMENTO.
       2400-LANCA-TARIFA-EXIT.
           EXIT.

       2450-GRAVA-TARIFA.
           MOVE NUM-PEDIDO-CHQ  TO NUM-PEDIDO-RECEB
           MOVE WS-PARCELA-TAXA TO NUM-PARCELA-RECEB
           READ RECEBIMENTO WITH LOCK
           IF FS = ZEROS
               IF RECEB-ABERTO
                   ADD WS-TAXA-DEVOL TO VALOR-RECEB
                   REWRITE REG-RECEB
                   MOVE "S" TO WS-ACHOU-PARCELA
               END-IF
               GO TO 2450-GRAVA-TARIFA-EXIT
           END-IF

           INITIALIZE REG-RECEB
           MOVE NUM-PEDIDO-CHQ  TO NUM-PEDIDO-RECEB
           MOVE WS-PARCELA-TAXA TO NUM-PARCELA-RECEB
           MOVE WS-COD-CLI-TIT  TO COD-CLI-RECEB
           MOVE WS-NOTA-TIT     TO NUM-NOTA-FISCAL-RECEB
           MOVE WS-HOJE-NUM     TO DT-FATURAMENTO-RECEB
           MOVE WS-HOJE-NUM     TO DT-VENCIMENTO-RECEB
           MOVE WS-TAXA-DEVOL   TO VALOR-RECEB
           MOVE ZEROS           TO DT-RECEBIMENTO-RECEB
                                   VALOR-RECEBIDO-RECEB
                                   VALOR-JUROS-RECEB
                                   NUM-DOC-COMP-RECEB
                                   DT-PERDA-RECEB
                                   NUM-ACORDO-RECEB
           MOVE SPACES          TO MOTIVO-PERDA-RECEB
                                   FORMA-RECEB
                                   OPERADOR-BAIXA-RECEB
           SET RECEB-ABERTO     TO TRUE
           WRITE REG-RECEB
           IF FS = ZEROS OR FS = "02"
               MOVE "S" TO WS-ACHOU-PARCELA
               DISPLAY "TARIFA LANCADA NO TITULO " NUM-PEDIDO-RECEB
                       "/" NUM-PARCELA-RECEB "."
           END-IF.
       2450-GRAVA-TARIFA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-SOBE-COBRANCA - CHEQUE DEVOLVIDO ADIANTA A REGUA DO
      * CLIENTE UM NIVEL (ATE O AVISO FINAL); CLIENTE AINDA NAO
      * COBRADO ENTRA NO LEMBRETE. A REGUA NUNCA RECUA.
      *-----------------------------------------------------------------
       2500-SOBE-COBRANCA.
           OPEN I-O COBRANCA
           IF FS-COB = "35"
               OPEN OUTPUT COBRANCA
               CLOSE COBRANCA
               OPEN I-O COBRANCA
           END-IF
           IF FS-COB NOT = ZEROS
               GO TO 2500-SOBE-COBRANCA-EXIT
           END-IF

           MOVE COD-CLI-CHQ TO COD-CLI-COB
           READ COBRANCA WITH LOCK
           IF FS-COB = ZEROS
               IF NIVEL-COB < 3
                   ADD 1 TO NIVEL-COB
                   IF COB-AVISO-FINAL
                       MOVE WS-HOJE-NUM TO DT-NIVEL3-COB
                   END-IF
               END-IF
               MOVE WS-HOJE-NUM TO DT-ULT-CARTA-COB
               REWRITE REG-COB
           ELSE
               MOVE COD-CLI-CHQ TO COD-CLI-COB
               MOVE 1           TO NIVEL-COB
               MOVE WS-HOJE-NUM TO DT-ULT-CARTA-COB
               MOVE ZEROS       TO DT-NIVEL3-COB
               WRITE REG-COB
           END-IF
           DISPLAY "NIVEL DE COBRANCA DO CLIENTE: " NIVEL-COB

           CLOSE COBRANCA.
       2500-SOBE-COBRANCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CHEQUE.
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
           STRING "SPOOL-CUSTCHEQ-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "CUSTCHEQ;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
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
