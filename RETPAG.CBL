      *-----------------------------------------------------------------
      * RETPAG - PROCESSAMENTO DO RETORNO DE PAGAMENTOS A FORNECEDORES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETPAG.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LE O RETORNO DO BANCO PARA
      *                   A REMESSA DE PAGAMENTOS (PAGAMENTO.RET,
      *                   DETALHES TIPO 1 NO MESMO LAYOUT GRAVADO POR
      *                   REMPAG). OCORRENCIA "00" BAIXA A PARCELA EM
      *                   CONTAPAG (DT-PAGAMENTO-CPAG E
      *                   VALOR-PAGO-CPAG, PARCIAL ACUMULA COMO NO
      *                   BAIXAPAG); QUALQUER OUTRA E REJEICAO: A
      *                   PARCELA SEGUE EM ABERTO COM O CODIGO E O
      *                   MOTIVO DO BANCO E VOLTA NA PROXIMA REMESSA.
      *                   O SPOOL LISTA PAGOS, REJEITADOS E, NO FIM,
      *                   TODAS AS PARCELAS COM PAGAMENTO REJEITADO
      *                   AINDA EM ABERTO, PARA O FINANCEIRO.
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

           SELECT RETPAG-FILE ASSIGN TO "PAGAMENTO.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET.

           SELECT RETPAG-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAPAG.FD".

       FD  RETPAG-FILE
           LABEL RECORD STANDARD.
       01  REG-RETPAG                  PIC X(240).

       FD  RETPAG-REL
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
       77  FS-RET                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-VALOR-PAGO-RET           PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-LIDOS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-PAGOS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-REJEITADOS           PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-SEM-CASAR            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-PENDENTES            PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-PAGO               PIC S9(13)V99 VALUE ZEROS.
       77  WS-MOTIVO                   PIC X(40)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-RETORNO          PIC X(01)    VALUE "N".
               88  FIM-RETORNO                      VALUE "S".
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA                           VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

      *-----------------------------------------------------------------
      * LAYOUT DO RETORNO - DETALHE DA REMESSA (REMPAG) DEVOLVIDO PELO
      * BANCO COM DATA E VALOR EFETIVOS, OCORRENCIA E MOTIVO.
      *-----------------------------------------------------------------
       01  WS-RET-DETALHE.
           05  RET-TIPO                PIC X(01).
           05  RET-NUM-TITULO          PIC 9(07).
           05  RET-NUM-PARCELA         PIC 9(02).
           05  RET-FORMA               PIC X(01).
           05  RET-DT-PAGAMENTO        PIC 9(08).
           05  RET-VALOR               PIC 9(11)V99.
           05  RET-CNPJ-FORN           PIC X(14).
           05  RET-RAZAO-FORN          PIC X(40).
           05  RET-BANCO               PIC 9(03).
           05  RET-AGENCIA             PIC 9(05).
           05  RET-CONTA               PIC 9(12).
           05  RET-DV-CONTA            PIC X(01).
           05  RET-CODIGO-BARRAS       PIC X(44).
           05  RET-DT-EFETIVA          PIC 9(08).
           05  RET-VALOR-EFETIVO       PIC 9(11)V99.
           05  RET-OCORRENCIA          PIC X(02).
               88  RET-PAGO                         VALUE "00".
           05  RET-MOTIVO              PIC X(40).
           05  FILLER                  PIC X(26).

       01  WS-LINHA-REL.
           05  LR-NUM-TITULO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LR-PARCELA              PIC 99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-COD-FORN             PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-DATA                 PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-OCORRENCIA           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LR-SITUACAO             PIC X(50).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
               PERFORM 2600-LISTA-PENDENTES
                   THRU 2600-LISTA-PENDENTES-EXIT
               PERFORM 3000-FINALIZA    THRU 3000-FINALIZA-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE OS ARQUIVOS E O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           OPEN INPUT RETPAG-FILE
           IF FS-RET NOT = ZEROS
               DISPLAY "ARQUIVO PAGAMENTO.RET NAO ENCONTRADO. FS: "
                       FS-RET
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               CLOSE RETPAG-FILE
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT RETPAG-REL
           MOVE SPACES TO REG-REL
           STRING "RETORNO DE PAGAMENTOS A FORNECEDORES - "
                  WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - LE O RETORNO SEQUENCIALMENTE E TRATA CADA
      * DETALHE TIPO 1 (HEADER E TRAILER SAO IGNORADOS).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT

           PERFORM 2200-TRATA-DETALHE THRU 2200-TRATA-DETALHE-EXIT
               UNTIL FIM-RETORNO.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-LER-RETORNO.
           READ RETPAG-FILE
               AT END MOVE "S" TO WS-FIM-RETORNO
           END-READ.
       2100-LER-RETORNO-EXIT.
           EXIT.

       2200-TRATA-DETALHE.
           MOVE REG-RETPAG TO WS-RET-DETALHE

           IF RET-TIPO = "1"
               ADD 1 TO WS-QTD-LIDOS
               PERFORM 2300-TRATA-PARCELA THRU 2300-TRATA-PARCELA-EXIT
           END-IF

           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
       2200-TRATA-DETALHE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-TRATA-PARCELA - LOCALIZA A PARCELA POR TITULO/PARCELA E
      * APLICA O PAGAMENTO OU A REJEICAO. SO PARCELA EM ABERTO ACEITA
      * O RETORNO (PAGA OU CANCELADA NO INTERVALO VAI AO SPOOL).
      *-----------------------------------------------------------------
       2300-TRATA-PARCELA.
           MOVE SPACES TO WS-MOTIVO

           MOVE RET-NUM-TITULO  TO NUM-TITULO-CPAG
           MOVE RET-NUM-PARCELA TO NUM-PARCELA-CPAG
           READ CONTAPAG WITH LOCK
               INVALID KEY
                   MOVE "PARCELA NAO ENCONTRADA" TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO = SPACES AND NOT CPAG-ABERTO
               MOVE "PARCELA NAO ESTA EM ABERTO" TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-SEM-CASAR
               MOVE ZEROS        TO LR-COD-FORN
               MOVE RET-DT-PAGAMENTO TO LR-DATA
               MOVE RET-VALOR    TO LR-VALOR
               MOVE WS-MOTIVO    TO LR-SITUACAO
               PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT
               GO TO 2300-TRATA-PARCELA-EXIT
           END-IF

           IF RET-PAGO
               PERFORM 2350-BAIXA-PARCELA THRU 2350-BAIXA-PARCELA-EXIT
           ELSE
               PERFORM 2400-REJEITA-PARCELA
                   THRU 2400-REJEITA-PARCELA-EXIT
           END-IF.
       2300-TRATA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2350-BAIXA-PARCELA - PAGAMENTO CONFIRMADO: DATA E VALOR
      * EFETIVOS (BANCO SEM VALOR EFETIVO = VALOR REMETIDO). PARCIAL
      * ACUMULA E A PARCELA SO E QUITADA QUANDO COBRE VALOR-CPAG.
      *-----------------------------------------------------------------
       2350-BAIXA-PARCELA.
           IF RET-DT-EFETIVA IS NUMERIC
           AND RET-DT-EFETIVA NOT = ZEROS
               MOVE RET-DT-EFETIVA   TO DT-PAGAMENTO-CPAG
           ELSE
               MOVE RET-DT-PAGAMENTO TO DT-PAGAMENTO-CPAG
           END-IF
           IF RET-VALOR-EFETIVO IS NUMERIC
           AND RET-VALOR-EFETIVO NOT = ZEROS
               MOVE RET-VALOR-EFETIVO TO WS-VALOR-PAGO-RET
           ELSE
               MOVE RET-VALOR         TO WS-VALOR-PAGO-RET
           END-IF

           ADD WS-VALOR-PAGO-RET TO VALOR-PAGO-CPAG
           IF VALOR-PAGO-CPAG >= VALOR-CPAG
               SET CPAG-PAGO TO TRUE
           END-IF
           SET REMPAG-PAGA TO TRUE
           MOVE SPACES TO COD-REJEICAO-CPAG MOTIVO-REJEICAO-CPAG

           REWRITE REG-CPAG
           MOVE COD-FORN-CPAG     TO LR-COD-FORN
           MOVE DT-PAGAMENTO-CPAG TO LR-DATA
           MOVE WS-VALOR-PAGO-RET TO LR-VALOR
           IF FS-CPAG NOT = ZEROS
               ADD 1 TO WS-QTD-SEM-CASAR
               MOVE "ERRO NA REGRAVACAO DA PARCELA" TO LR-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-PAGOS
               ADD WS-VALOR-PAGO-RET TO WS-TOTAL-PAGO
               IF CPAG-PAGO
                   MOVE "PAGO - PARCELA QUITADA" TO LR-SITUACAO
               ELSE
                   MOVE "PAGO PARCIAL - PARCELA SEGUE ABERTA"
                       TO LR-SITUACAO
               END-IF
           END-IF
           PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT.
       2350-BAIXA-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-REJEITA-PARCELA - PAGAMENTO RECUSADO PELO BANCO: A
      * PARCELA SEGUE EM ABERTO, GUARDA CODIGO E MOTIVO E VOLTA A SER
      * OFERECIDA NA PROXIMA REMESSA.
      *-----------------------------------------------------------------
       2400-REJEITA-PARCELA.
           SET REMPAG-REJEITADA   TO TRUE
           MOVE RET-OCORRENCIA    TO COD-REJEICAO-CPAG
           MOVE RET-MOTIVO        TO MOTIVO-REJEICAO-CPAG
           IF MOTIVO-REJEICAO-CPAG = SPACES
               MOVE "REJEITADO PELO BANCO SEM MOTIVO INFORMADO"
                   TO MOTIVO-REJEICAO-CPAG
           END-IF

           REWRITE REG-CPAG
           MOVE COD-FORN-CPAG     TO LR-COD-FORN
           MOVE RET-DT-PAGAMENTO  TO LR-DATA
           MOVE RET-VALOR         TO LR-VALOR
           MOVE RET-OCORRENCIA    TO LR-OCORRENCIA
           IF FS-CPAG NOT = ZEROS
               ADD 1 TO WS-QTD-SEM-CASAR
               MOVE "ERRO NA REGRAVACAO DA PARCELA" TO LR-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               MOVE SPACES TO LR-SITUACAO
               STRING "REJEITADO: " MOTIVO-REJEICAO-CPAG
                      DELIMITED BY SIZE INTO LR-SITUACAO
           END-IF
           PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT.
       2400-REJEITA-PARCELA-EXIT.
           EXIT.

       2500-IMPRIME-LINHA.
           MOVE RET-NUM-TITULO  TO LR-NUM-TITULO
           MOVE RET-NUM-PARCELA TO LR-PARCELA
           IF NOT RET-PAGO OR WS-MOTIVO NOT = SPACES
               MOVE RET-OCORRENCIA TO LR-OCORRENCIA
           ELSE
               MOVE SPACES         TO LR-OCORRENCIA
           END-IF
           MOVE WS-LINHA-REL    TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO LR-SITUACAO.
       2500-IMPRIME-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-LISTA-PENDENTES - TODAS AS PARCELAS EM ABERTO COM
      * PAGAMENTO REJEITADO (DESTE E DE RETORNOS ANTERIORES), PARA O
      * FINANCEIRO CORRIGIR E REMETER DE NOVO OU PAGAR NO BAIXAPAG.
      *-----------------------------------------------------------------
       2600-LISTA-PENDENTES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "PARCELAS COM PAGAMENTO REJEITADO EM ABERTO" TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE ZEROS TO XAV-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-CPAG
           END-START

           PERFORM 2610-LISTA-PENDENTE THRU 2610-LISTA-PENDENTE-EXIT
               UNTIL FIM-CPAG.
       2600-LISTA-PENDENTES-EXIT.
           EXIT.

       2610-LISTA-PENDENTE.
           READ CONTAPAG NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CPAG
                   GO TO 2610-LISTA-PENDENTE-EXIT
           END-READ

           IF CPAG-ABERTO AND REMPAG-REJEITADA
               ADD 1 TO WS-QTD-PENDENTES
               MOVE NUM-TITULO-CPAG    TO LR-NUM-TITULO
               MOVE NUM-PARCELA-CPAG   TO LR-PARCELA
               MOVE COD-FORN-CPAG      TO LR-COD-FORN
               MOVE DT-VENCIMENTO-CPAG TO LR-DATA
               COMPUTE LR-VALOR = VALOR-CPAG - VALOR-PAGO-CPAG
               MOVE COD-REJEICAO-CPAG  TO LR-OCORRENCIA
               MOVE MOTIVO-REJEICAO-CPAG TO LR-SITUACAO
               MOVE WS-LINHA-REL       TO REG-REL
               WRITE REG-REL
           END-IF.
       2610-LISTA-PENDENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "LIDOS: " WS-QTD-LIDOS
                  "  PAGOS: " WS-QTD-PAGOS
                  "  REJEITADOS: " WS-QTD-REJEITADOS
                  "  SEM CASAR: " WS-QTD-SEM-CASAR
                  "  TOTAL PAGO: " WS-TOTAL-PAGO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PARCELAS REJEITADAS EM ABERTO: " WS-QTD-PENDENTES
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "RETORNO DE PAGAMENTOS PROCESSADO: " WS-QTD-PAGOS
                   " PAGO(S), " WS-QTD-REJEITADOS " REJEITADO(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE RETPAG-FILE
           CLOSE CONTAPAG
           CLOSE RETPAG-REL.
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
           STRING "SPOOL-RETPAG-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RETPAG;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
