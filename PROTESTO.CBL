      *-----------------------------------------------------------------
      * PROTESTO - ENVIO A PROTESTO/NEGATIVACAO E RETORNO DO BUREAU
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROTESTO.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CONTINUA A REGUA DO
      *                   CARTACOB DEPOIS DO AVISO FINAL. PRIMEIRO LE
      *                   O RETORNO DO CARTORIO/BUREAU (PROTESTO.RET:
      *                   01 REGISTRADO, 02 PAGO EM CARTORIO - O
      *                   TITULO E BAIXADO -, 03 RETIRADO). DEPOIS
      *                   GERA A REMESSA PROTESTO.REM COM AS
      *                   RETIRADAS (TITULO EM PROTESTO QUE FOI
      *                   QUITADO NO CADREC/RETORNO OU SAIU DA
      *                   CARTEIRA) E AS INCLUSOES: TITULO VENCIDO
      *                   AINDA EM ABERTO DE CLIENTE COM AVISO FINAL
      *                   (COBRANCA NIVEL 3) HA PELO MENOS N DIAS
      *                   (PARAMETRO DIAS-PROTESTO, PADRAO 15). LOG
      *                   NO SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   PRAZO DO PROTESTO CONTADO DA DATA EM QUE O
      *                   CLIENTE CHEGOU AO AVISO FINAL (DT-NIVEL3-COB)
      *                   E NAO DA ULTIMA CARTA - O REENVIO MENSAL DO
      *                   AVISO FINAL NAO ZERA MAIS O PRAZO.
      * 15/10/2026 DEV   REMESSA EM ARQUIVO DATADO E SEQUENCIADO
      *                   (PROTESTO-AAAAMMDD-NNNNNNN.REM) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM QUANTIDADE DE TITULOS E
      *                   SOMA DAS INCLUSOES; SEGUNDA REMESSA NO MESMO
      *                   DIA PEDE CONFIRMACAO ANTES DE PROCESSAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "COBRANCA.SEL".
           COPY "PARAM.SEL".

           SELECT PROTESTO-RET ASSIGN TO "PROTESTO.RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET.

           SELECT PROTESTO-REM ASSIGN TO WS-NOME-REM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.

      * DIARIO DE BAIXAS (UMA LINHA POR BAIXA), CONSUMIDO PELO
      * DIARECEB PARA A CONFERENCIA DE CAIXA DO DIA.
           SELECT BAIXA-DIA ASSIGN TO "BAIXADIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.

           SELECT PROTESTO-LOG ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "COBRANCA.FD".
           COPY "PARAM.FD".

       FD  PROTESTO-RET
           LABEL RECORD STANDARD.
       01  REG-PROTESTO-RET            PIC X(120).

       FD  PROTESTO-REM
           LABEL RECORD STANDARD.
       01  REG-PROTESTO-REM            PIC X(240).

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       01  REG-BAIXA-DIA               PIC X(120).

       FD  PROTESTO-LOG
           LABEL RECORD STANDARD.
       01  REG-LOG                     PIC X(132).


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
       77  FS-COB                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-RET                      PIC XX       VALUE SPACES.
       77  FS-REM                      PIC XX       VALUE SPACES.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  FS-LOG                      PIC XX       VALUE SPACES.
      * DIAS CORRIDOS ENTRE O AVISO FINAL (COBRANCA NIVEL 3) E O
      * ENVIO A PROTESTO. PARAMETRO DIAS-PROTESTO, PADRAO 15.
       77  WS-DIAS-PROTESTO            PIC 9(03)    VALUE 15.
       77  WS-DIAS-DESDE-AVISO         PIC S9(05)   VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-MOTIVO                   PIC X(40)    VALUE SPACES.
       77  WS-QTD-RET-LIDOS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-REGISTRADOS          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PAGOS-CARTORIO       PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RETIRADOS-RET        PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-INCLUSOES            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RETIRADAS            PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-INCLUSOES          PIC S9(13)V99 VALUE ZEROS.
       77  WS-RESIDUAL                 PIC S9(09)V99 VALUE ZEROS.
       77  WS-HORA-BAIXA               PIC 9(08)    VALUE ZEROS.
       77  WS-PRINC-CENTAVOS           PIC 9(11)    VALUE ZEROS.
       77  WS-JUROS-CENTAVOS           PIC 9(11)    VALUE ZEROS.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-NOME-REM                 PIC X(60)    VALUE SPACES.

      * REGISTRO DE ARQUIVOS ENVIADOS (SUBPROGRAMA REGSAIDA / EXPCTL).
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-OPER-RSA                 PIC X(01)    VALUE SPACE.
       77  WS-TIPO-RSA                 PIC X(04)    VALUE SPACES.
       77  WS-REF-RSA                  PIC X(10)    VALUE SPACES.
       77  WS-DT-INI-RSA               PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM-RSA               PIC 9(08)    VALUE ZEROS.
       77  WS-PREFIXO-RSA              PIC X(20)    VALUE SPACES.
       77  WS-EXTENSAO-RSA             PIC X(04)    VALUE SPACES.
       77  WS-NUM-ORIG-RSA             PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-RSA                  PIC 9(07)    VALUE ZEROS.
       77  WS-NOME-RSA                 PIC X(60)    VALUE SPACES.
       77  WS-QTD-RSA                  PIC 9(07)    VALUE ZEROS.
       77  WS-HASH-RSA                 PIC S9(13)V99 VALUE ZEROS.
       77  WS-SOBREPOE-RSA             PIC 9(07)    VALUE ZEROS.
       77  WS-RETORNO-RSA              PIC X(02)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-RETORNO          PIC X(01)    VALUE "N".
               88  FIM-RETORNO                      VALUE "S".
           05  WS-FIM-RECEB            PIC X(01)    VALUE "N".
               88  FIM-RECEB                        VALUE "S".
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA-EXECUCAO                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       COPY USULOG.CPY.

      *-----------------------------------------------------------------
      * LAYOUT DA REMESSA AO CARTORIO/BUREAU - MESMA ESTRUTURA DA
      * REMESSA BANCARIA (HEADER 0, DETALHE 1, TRAILER 9). ACAO I =
      * INCLUSAO (PROTESTAR/NEGATIVAR), R = RETIRADA (DESISTENCIA).
      *-----------------------------------------------------------------
       01  WS-PRT-HEADER.
           05  FILLER                  PIC X(01) VALUE "0".
           05  FILLER                  PIC X(08) VALUE "PROTESTO".
           05  PHD-DATA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(15) VALUE "COBRANCA HBSIS".
           05  FILLER                  PIC X(208) VALUE SPACES.

       01  WS-PRT-DETALHE.
           05  FILLER                  PIC X(01) VALUE "1".
           05  PDT-ACAO                PIC X(01).
           05  PDT-NUM-PEDIDO          PIC 9(07).
           05  PDT-NUM-PARCELA         PIC 9(02).
           05  PDT-COD-CLI             PIC 9(07).
           05  PDT-CNPJ-CLI            PIC 9(14).
           05  PDT-RAZAO-CLI           PIC X(40).
           05  PDT-LOGRADOURO          PIC X(40).
           05  PDT-CIDADE              PIC X(30).
           05  PDT-UF                  PIC X(02).
           05  PDT-CEP                 PIC 9(08).
           05  PDT-NUM-NOTA            PIC 9(07).
           05  PDT-DT-VENCIMENTO       PIC 9(08).
           05  PDT-VALOR               PIC 9(11)V99.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-PRT-TRAILER.
           05  FILLER                  PIC X(01) VALUE "9".
           05  PTR-QTD-INCLUSOES       PIC 9(07).
           05  PTR-QTD-RETIRADAS       PIC 9(07).
           05  PTR-TOTAL               PIC 9(13)V99.
           05  FILLER                  PIC X(210) VALUE SPACES.

      * DETALHE DO RETORNO DO CARTORIO/BUREAU (TIPO 1).
       01  WS-RET-DETALHE.
           05  RPT-TIPO                PIC X(01).
           05  RPT-NUM-PEDIDO          PIC 9(07).
           05  RPT-NUM-PARCELA         PIC 9(02).
           05  RPT-OCORRENCIA          PIC 9(02).
               88  RPT-REGISTRADO                   VALUE 01.
               88  RPT-PAGO-CARTORIO                VALUE 02.
               88  RPT-RETIRADO                     VALUE 03.
           05  RPT-DT-OCORRENCIA       PIC 9(08).
           05  RPT-VALOR-PAGO          PIC 9(11)V99.
           05  FILLER                  PIC X(87).

       01  WS-LINHA-LOG.
           05  LOG-ACAO                PIC X(20).
           05  FILLER                  PIC X(08) VALUE " PEDIDO ".
           05  LOG-NUM-PEDIDO          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LOG-NUM-PARCELA         PIC 9(02).
           05  FILLER                  PIC X(05) VALUE " CLI ".
           05  LOG-COD-CLI             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LOG-VALOR               PIC Z(08)9,99.
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LOG-MOTIVO              PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA-EXECUCAO
               PERFORM 2000-PROCESSA-RETORNO
                   THRU 2000-PROCESSA-RETORNO-EXIT
               PERFORM 2500-GERA-REMESSA
                   THRU 2500-GERA-REMESSA-EXIT
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - CONFERE NO REGISTRO DE ARQUIVOS ENVIADOS SE
      * JA SAIU REMESSA DE PROTESTO NO DIA (PEDE CONFIRMACAO), RESERVA
      * O NOME DATADO E SEQUENCIADO, ABRE OS ARQUIVOS E LE O PARAMETRO
      * DE DIAS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL = SPACES
               MOVE "PROTESTO" TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF

           MOVE "PROT"       TO WS-TIPO-RSA
           MOVE SPACES       TO WS-REF-RSA
           MOVE WS-HOJE-NUM  TO WS-DT-INI-RSA
           MOVE WS-HOJE-NUM  TO WS-DT-FIM-RSA
           MOVE "PROTESTO"   TO WS-PREFIXO-RSA
           MOVE ".REM"       TO WS-EXTENSAO-RSA
           MOVE ZEROS        TO WS-NUM-ORIG-RSA
           MOVE "V"          TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: JA FOI GERADA REMESSA DE PROTESTO HOJE"
                       " (ARQUIVO " WS-SOBREPOE-RSA
                       " DO REGISTRO DE ENVIOS)."
               DISPLAY "CONFIRMA NOVA GERACAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "PROTESTO CANCELADO."
                   MOVE "S" TO WS-ABORTA
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "REGISTRO DE ENVIOS INDISPONIVEL. FS: "
                       WS-RETORNO-RSA
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           MOVE WS-NOME-RSA TO WS-NOME-REM

           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           OPEN INPUT CLIENTE
           OPEN INPUT COBRANCA

           OPEN INPUT PARAM
           IF FS-PAR = ZEROS
               MOVE "DIAS-PROTESTO" TO XAV-PAR
               READ PARAM WITH IGNORE LOCK
               IF FS-PAR = ZEROS
                   MOVE FUNCTION NUMVAL(VALOR-PARAM)
                       TO WS-DIAS-PROTESTO
               END-IF
           END-IF
           CLOSE PARAM

           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT PROTESTO-LOG
           MOVE SPACES TO REG-LOG
           STRING "PROTESTO / NEGATIVACAO - " WS-HOJE-NUM
                  "  (" WS-DIAS-PROTESTO " DIAS APOS O AVISO FINAL)"
                  DELIMITED BY SIZE INTO REG-LOG
           WRITE REG-LOG
           MOVE ALL "-" TO REG-LOG
           WRITE REG-LOG.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA-RETORNO - OCORRENCIAS DO CARTORIO/BUREAU. SEM
      * ARQUIVO DE RETORNO, SEGUE DIRETO PARA A REMESSA.
      *-----------------------------------------------------------------
       2000-PROCESSA-RETORNO.
           OPEN INPUT PROTESTO-RET
           IF FS-RET NOT = ZEROS
               GO TO 2000-PROCESSA-RETORNO-EXIT
           END-IF

           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT
           PERFORM 2200-TRATA-OCORRENCIA
               THRU 2200-TRATA-OCORRENCIA-EXIT
               UNTIL FIM-RETORNO

           CLOSE PROTESTO-RET.
       2000-PROCESSA-RETORNO-EXIT.
           EXIT.

       2100-LER-RETORNO.
           READ PROTESTO-RET
               AT END MOVE "S" TO WS-FIM-RETORNO
           END-READ.
       2100-LER-RETORNO-EXIT.
           EXIT.

       2200-TRATA-OCORRENCIA.
           MOVE REG-PROTESTO-RET TO WS-RET-DETALHE
           IF RPT-TIPO NOT = "1"
               GO TO 2200-TRATA-OCORRENCIA-PROXIMO
           END-IF
           ADD 1 TO WS-QTD-RET-LIDOS

           MOVE RPT-NUM-PEDIDO  TO NUM-PEDIDO-RECEB
           MOVE RPT-NUM-PARCELA TO NUM-PARCELA-RECEB
           READ RECEBIMENTO WITH LOCK
           IF FS NOT = ZEROS
               MOVE "RETORNO: TITULO NAO ENCONTRADO" TO WS-MOTIVO
               PERFORM 2900-GRAVA-LOG-RET THRU 2900-GRAVA-LOG-RET-EXIT
               GO TO 2200-TRATA-OCORRENCIA-PROXIMO
           END-IF

           EVALUATE TRUE
               WHEN RPT-REGISTRADO
                   IF PROTESTO-ENVIADO
                       SET PROTESTO-REGISTRADO TO TRUE
                       REWRITE REG-RECEB
                       ADD 1 TO WS-QTD-REGISTRADOS
                       MOVE "REGISTRADO NO CARTORIO/BUREAU"
                           TO WS-MOTIVO
                   ELSE
                       MOVE "REGISTRO DE TITULO NAO ENVIADO/RETIRADO"
                           TO WS-MOTIVO
                   END-IF
               WHEN RPT-PAGO-CARTORIO
                   PERFORM 2300-BAIXA-CARTORIO
                       THRU 2300-BAIXA-CARTORIO-EXIT
               WHEN RPT-RETIRADO
                   SET PROTESTO-RETIRADO TO TRUE
                   REWRITE REG-RECEB
                   ADD 1 TO WS-QTD-RETIRADOS-RET
                   MOVE "RETIRADA CONFIRMADA" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "OCORRENCIA DESCONHECIDA NO RETORNO"
                       TO WS-MOTIVO
           END-EVALUATE

           PERFORM 2900-GRAVA-LOG-RET THRU 2900-GRAVA-LOG-RET-EXIT.
       2200-TRATA-OCORRENCIA-PROXIMO.
           PERFORM 2100-LER-RETORNO THRU 2100-LER-RETORNO-EXIT.
       2200-TRATA-OCORRENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-BAIXA-CARTORIO - O CLIENTE PAGOU NO CARTORIO: O TITULO
      * E QUITADO PELO RESIDUAL (O CARTORIO REPASSA POR
      * TRANSFERENCIA) E A BAIXA VAI PARA O DIARIO, COMO NO RETORNO.
      *-----------------------------------------------------------------
       2300-BAIXA-CARTORIO.
           IF NOT RECEB-ABERTO
               MOVE "PAGO EM CARTORIO - TITULO NAO ESTA EM ABERTO"
                   TO WS-MOTIVO
               SET PROTESTO-PAGO-CARTORIO TO TRUE
               REWRITE REG-RECEB
               GO TO 2300-BAIXA-CARTORIO-EXIT
           END-IF

           COMPUTE WS-RESIDUAL = VALOR-RECEB - VALOR-RECEBIDO-RECEB
           IF RPT-DT-OCORRENCIA = ZEROS
               MOVE WS-HOJE-NUM TO DT-RECEBIMENTO-RECEB
           ELSE
               MOVE RPT-DT-OCORRENCIA TO DT-RECEBIMENTO-RECEB
           END-IF
           MOVE VALOR-RECEB          TO VALOR-RECEBIDO-RECEB
           SET RECEB-RECEBIDO        TO TRUE
           SET FORMA-TRANSFERENCIA   TO TRUE
           MOVE WS-OPERADOR          TO OPERADOR-BAIXA-RECEB
           SET PROTESTO-PAGO-CARTORIO TO TRUE
           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               MOVE "ERRO NA BAIXA DO TITULO PAGO EM CARTORIO"
                   TO WS-MOTIVO
               GO TO 2300-BAIXA-CARTORIO-EXIT
           END-IF

           ADD 1 TO WS-QTD-PAGOS-CARTORIO
           MOVE "PAGO EM CARTORIO - TITULO BAIXADO" TO WS-MOTIVO
           PERFORM 2450-GRAVA-DIARIO THRU 2450-GRAVA-DIARIO-EXIT.
       2300-BAIXA-CARTORIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-GRAVA-DIARIO - APENDA NO BAIXADIA.TXT A LINHA DESTA BAIXA
      * (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;PRINCIPAL;JUROS),
      * MESMA LINHA GRAVADA PELO CADREC, PARA O DIARECEB TOTALIZAR.
      *-----------------------------------------------------------------
       2450-GRAVA-DIARIO.
           ACCEPT WS-HORA-BAIXA FROM TIME

           OPEN EXTEND BAIXA-DIA
           IF FS-DIA = "05" OR FS-DIA = "35"
               OPEN OUTPUT BAIXA-DIA
           END-IF
           IF FS-DIA NOT = ZEROS
               GO TO 2450-GRAVA-DIARIO-EXIT
           END-IF

           COMPUTE WS-PRINC-CENTAVOS = WS-RESIDUAL * 100
           MOVE ZEROS TO WS-JUROS-CENTAVOS

           MOVE SPACES TO REG-BAIXA-DIA
           STRING DT-RECEBIMENTO-RECEB ";"
                  WS-HORA-BAIXA (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  "T;"
                  NUM-PEDIDO-RECEB ";"
                  NUM-PARCELA-RECEB ";"
                  WS-PRINC-CENTAVOS ";"
                  WS-JUROS-CENTAVOS
                  DELIMITED BY SIZE INTO REG-BAIXA-DIA
           WRITE REG-BAIXA-DIA
           CLOSE BAIXA-DIA.
       2450-GRAVA-DIARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-GERA-REMESSA - VARRE A CARTEIRA: RETIRADAS PENDENTES E
      * NOVAS INCLUSOES VAO PARA A REMESSA DATADA, REGISTRADA NO
      * EXPCTL COM A QUANTIDADE DE TITULOS E A SOMA DAS INCLUSOES.
      *-----------------------------------------------------------------
       2500-GERA-REMESSA.
           OPEN OUTPUT PROTESTO-REM
           MOVE WS-HOJE-NUM   TO PHD-DATA-GERACAO
           MOVE WS-PRT-HEADER TO REG-PROTESTO-REM
           WRITE REG-PROTESTO-REM

           MOVE LOW-VALUES TO XAV-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-RECEB
           END-START

           PERFORM 2510-LER-RECEB THRU 2510-LER-RECEB-EXIT
           PERFORM 2600-TRATA-TITULO THRU 2600-TRATA-TITULO-EXIT
               UNTIL FIM-RECEB

           MOVE WS-QTD-INCLUSOES   TO PTR-QTD-INCLUSOES
           MOVE WS-QTD-RETIRADAS   TO PTR-QTD-RETIRADAS
           MOVE WS-TOTAL-INCLUSOES TO PTR-TOTAL
           MOVE WS-PRT-TRAILER     TO REG-PROTESTO-REM
           WRITE REG-PROTESTO-REM
           CLOSE PROTESTO-REM

           COMPUTE WS-QTD-RSA = WS-QTD-INCLUSOES + WS-QTD-RETIRADAS
           MOVE WS-TOTAL-INCLUSOES TO WS-HASH-RSA
           MOVE "R" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O ENVIO. FS: "
                       WS-RETORNO-RSA
           END-IF.
       2500-GERA-REMESSA-EXIT.
           EXIT.

       2510-LER-RECEB.
           IF NOT FIM-RECEB
               READ RECEBIMENTO NEXT RECORD WITH LOCK
                   AT END MOVE "S" TO WS-FIM-RECEB
               END-READ
           END-IF.
       2510-LER-RECEB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-TRATA-TITULO - RETIRADA: TITULO MARCADO PARA RETIRAR NA
      * BAIXA, OU AINDA EM PROTESTO MAS QUE SAIU DA CARTEIRA (PERDA,
      * RENEGOCIADO, CANCELADO). INCLUSAO: VENCIDO, EM ABERTO, SEM
      * PROTESTO, DE CLIENTE QUE CHEGOU AO AVISO FINAL HA N DIAS OU
      * MAIS (DATA DA SUBIDA PARA O NIVEL 3, NAO A DO ULTIMO REENVIO).
      * NOTA DE CREDITO (PARCELA 99) NUNCA E PROTESTADA.
      *-----------------------------------------------------------------
       2600-TRATA-TITULO.
           IF PROTESTO-RETIRAR
           OR (EM-PROTESTO AND NOT RECEB-ABERTO)
               MOVE "R" TO PDT-ACAO
               PERFORM 2700-GRAVA-DETALHE
                   THRU 2700-GRAVA-DETALHE-EXIT
               SET PROTESTO-RETIRADO TO TRUE
               REWRITE REG-RECEB
               ADD 1 TO WS-QTD-RETIRADAS
               MOVE "RETIRADA ENVIADA" TO WS-MOTIVO
               PERFORM 2950-GRAVA-LOG-TIT THRU 2950-GRAVA-LOG-TIT-EXIT
               GO TO 2600-TRATA-TITULO-PROXIMO
           END-IF

           IF NOT RECEB-ABERTO
           OR NOT PROTESTO-NENHUM
           OR NUM-PARCELA-RECEB = 99
           OR DT-VENCIMENTO-RECEB NOT < WS-HOJE-NUM
               GO TO 2600-TRATA-TITULO-PROXIMO
           END-IF

           COMPUTE WS-RESIDUAL = VALOR-RECEB - VALOR-RECEBIDO-RECEB
           IF WS-RESIDUAL NOT > ZEROS
               GO TO 2600-TRATA-TITULO-PROXIMO
           END-IF

           MOVE COD-CLI-RECEB TO COD-CLI-COB
           READ COBRANCA WITH IGNORE LOCK
           IF FS-COB NOT = ZEROS
           OR NOT COB-AVISO-FINAL
               GO TO 2600-TRATA-TITULO-PROXIMO
           END-IF

           IF DT-NIVEL3-COB = ZEROS
               MOVE DT-ULT-CARTA-COB TO DT-NIVEL3-COB
           END-IF
           COMPUTE WS-DIAS-DESDE-AVISO =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               - FUNCTION INTEGER-OF-DATE(DT-NIVEL3-COB)
           IF WS-DIAS-DESDE-AVISO < WS-DIAS-PROTESTO
               GO TO 2600-TRATA-TITULO-PROXIMO
           END-IF

           MOVE "I" TO PDT-ACAO
           PERFORM 2700-GRAVA-DETALHE THRU 2700-GRAVA-DETALHE-EXIT
           SET PROTESTO-ENVIADO TO TRUE
           MOVE WS-HOJE-NUM     TO DT-PROTESTO-RECEB
           REWRITE REG-RECEB
           ADD 1           TO WS-QTD-INCLUSOES
           ADD WS-RESIDUAL TO WS-TOTAL-INCLUSOES
           MOVE "ENVIADO A PROTESTO/NEGATIVACAO" TO WS-MOTIVO
           PERFORM 2950-GRAVA-LOG-TIT THRU 2950-GRAVA-LOG-TIT-EXIT.
       2600-TRATA-TITULO-PROXIMO.
           PERFORM 2510-LER-RECEB THRU 2510-LER-RECEB-EXIT.
       2600-TRATA-TITULO-EXIT.
           EXIT.

       2700-GRAVA-DETALHE.
           MOVE COD-CLI-RECEB TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY
                   INITIALIZE REG-CLI
                   MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
           END-READ

           COMPUTE WS-RESIDUAL = VALOR-RECEB - VALOR-RECEBIDO-RECEB
           IF WS-RESIDUAL < ZEROS
               MOVE ZEROS TO WS-RESIDUAL
           END-IF

           MOVE NUM-PEDIDO-RECEB      TO PDT-NUM-PEDIDO
           MOVE NUM-PARCELA-RECEB     TO PDT-NUM-PARCELA
           MOVE COD-CLI-RECEB         TO PDT-COD-CLI
           MOVE CNPJ-CLI              TO PDT-CNPJ-CLI
           MOVE RAZAO-CLI             TO PDT-RAZAO-CLI
           MOVE LOGRADOURO-CLI        TO PDT-LOGRADOURO
           MOVE CIDADE-CLI            TO PDT-CIDADE
           MOVE UF-CLI                TO PDT-UF
           MOVE CEP-CLI               TO PDT-CEP
           MOVE NUM-NOTA-FISCAL-RECEB TO PDT-NUM-NOTA
           MOVE DT-VENCIMENTO-RECEB   TO PDT-DT-VENCIMENTO
           MOVE WS-RESIDUAL           TO PDT-VALOR
           MOVE WS-PRT-DETALHE        TO REG-PROTESTO-REM
           WRITE REG-PROTESTO-REM.
       2700-GRAVA-DETALHE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900/2950 - LINHAS DO LOG: OCORRENCIA DO RETORNO E TITULO
      * INCLUIDO OU RETIRADO NA REMESSA.
      *-----------------------------------------------------------------
       2900-GRAVA-LOG-RET.
           MOVE SPACES          TO LOG-ACAO
           STRING "RETORNO OCORR " RPT-OCORRENCIA
                  DELIMITED BY SIZE INTO LOG-ACAO
           MOVE RPT-NUM-PEDIDO  TO LOG-NUM-PEDIDO
           MOVE RPT-NUM-PARCELA TO LOG-NUM-PARCELA
           MOVE ZEROS           TO LOG-COD-CLI
           IF FS = ZEROS
               MOVE COD-CLI-RECEB TO LOG-COD-CLI
           END-IF
           MOVE RPT-VALOR-PAGO  TO LOG-VALOR
           MOVE WS-MOTIVO       TO LOG-MOTIVO
           MOVE WS-LINHA-LOG    TO REG-LOG
           WRITE REG-LOG.
       2900-GRAVA-LOG-RET-EXIT.
           EXIT.

       2950-GRAVA-LOG-TIT.
           IF PDT-ACAO = "I"
               MOVE "REMESSA INCLUSAO" TO LOG-ACAO
           ELSE
               MOVE "REMESSA RETIRADA" TO LOG-ACAO
           END-IF
           MOVE NUM-PEDIDO-RECEB  TO LOG-NUM-PEDIDO
           MOVE NUM-PARCELA-RECEB TO LOG-NUM-PARCELA
           MOVE COD-CLI-RECEB     TO LOG-COD-CLI
           MOVE PDT-VALOR         TO LOG-VALOR
           MOVE WS-MOTIVO         TO LOG-MOTIVO
           MOVE WS-LINHA-LOG      TO REG-LOG
           WRITE REG-LOG.
       2950-GRAVA-LOG-TIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF ABORTA-EXECUCAO
               GO TO 3000-FINALIZA-EXIT
           END-IF

           MOVE SPACES TO REG-LOG
           WRITE REG-LOG
           MOVE SPACES TO REG-LOG
           STRING "RETORNO: " WS-QTD-RET-LIDOS " OCORRENCIA(S), "
                  WS-QTD-REGISTRADOS " REGISTRADO(S), "
                  WS-QTD-PAGOS-CARTORIO " PAGO(S) EM CARTORIO, "
                  WS-QTD-RETIRADOS-RET " RETIRADO(S)."
                  DELIMITED BY SIZE INTO REG-LOG
           WRITE REG-LOG
           MOVE SPACES TO REG-LOG
           STRING "REMESSA: " WS-QTD-INCLUSOES " INCLUSAO(OES), "
                  WS-QTD-RETIRADAS " RETIRADA(S) EM "
                  FUNCTION TRIM(WS-NOME-REM) "."
                  DELIMITED BY SIZE INTO REG-LOG
           WRITE REG-LOG

           DISPLAY "PROTESTO PROCESSADO: " WS-QTD-INCLUSOES
                   " INCLUSAO(OES), " WS-QTD-RETIRADAS
                   " RETIRADA(S) - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE RECEBIMENTO
           CLOSE CLIENTE
           CLOSE COBRANCA
           CLOSE PROTESTO-LOG.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-PROTESTO-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "PROTESTO;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8500-CHAMA-REGSAIDA - REGISTRO DE ARQUIVOS ENVIADOS (EXPCTL):
      * V CONFERE SOBREPOSICAO, N RESERVA NUMERO E NOME, R REGISTRA.
      *-----------------------------------------------------------------
       8500-CHAMA-REGSAIDA.
           CALL "REGSAIDA" USING WS-OPER-RSA WS-TIPO-RSA WS-REF-RSA
                                 WS-DT-INI-RSA WS-DT-FIM-RSA
                                 WS-PREFIXO-RSA WS-EXTENSAO-RSA
                                 WS-NUM-ORIG-RSA WS-NUM-RSA
                                 WS-NOME-RSA WS-QTD-RSA WS-HASH-RSA
                                 WS-SOBREPOE-RSA WS-RETORNO-RSA.
       8500-CHAMA-REGSAIDA-EXIT.
           EXIT.
