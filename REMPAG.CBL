      *-----------------------------------------------------------------
      * REMPAG - GERACAO DA REMESSA DE PAGAMENTOS A FORNECEDORES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REMPAG.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - GERA O ARQUIVO DE REMESSA
      *                   DE PAGAMENTOS (PAGAMENTO.REM) COM AS
      *                   PARCELAS CPAG-ABERTO VENCIDAS ATE A DATA DE
      *                   PAGAMENTO INFORMADA E CONFIRMADAS PELO
      *                   OPERADOR: TRANSFERENCIA PARA A CONTA DO
      *                   FORNECEDOR (FORNECED) OU PAGAMENTO DO BOLETO
      *                   DO FORNECEDOR (CODIGO DE BARRAS NO TITULO).
      *                   A PARCELA REMETIDA FICA REMPAG-ENVIADA ATE O
      *                   RETORNO (RETPAG). RESUMO EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   PARCELA RETIDA NA CONFERENCIA A TRES VIAS
      *                   (CONFPAG) NAO E REMETIDA ATE A LIBERACAO DO
      *                   SUPERVISOR NO LIBPAG; A QUANTIDADE RETIDA
      *                   SAI NO RESUMO.
      * 15/10/2026 DEV   ARQUIVO DATADO E SEQUENCIADO
      *                   (PAGAMENTO-AAAAMMDD-NNNNNNN.REM) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM QUANTIDADE E SOMA DAS
      *                   PARCELAS REMETIDAS; SEGUNDA REMESSA PARA A
      *                   MESMA DATA DE PAGAMENTO PEDE CONFIRMACAO
      *                   ANTES DE GERAR.
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

           SELECT REMPAG-FILE ASSIGN TO WS-NOME-REM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.

           SELECT REMPAG-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTAPAG.FD".
           COPY "FORNECED.FD".

       FD  REMPAG-FILE
           LABEL RECORD STANDARD.
       01  REG-REMPAG                  PIC X(240).

       FD  REMPAG-REL
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
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-REM                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DT-PAGAMENTO             PIC 9(08)    VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-RESPOSTA                 PIC X(01)    VALUE SPACE.
       77  WS-BARRAS-INF               PIC X(44)    VALUE SPACES.
       77  WS-RESIDUAL-CPAG            PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-REMETIDOS            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-IGNORADOS            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-RETIDAS              PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-REMESSA            PIC S9(13)V99 VALUE ZEROS.
       77  WS-MOTIVO                   PIC X(40)    VALUE SPACES.
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
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-INCLUI-TODOS         PIC X(01)    VALUE "N".
               88  INCLUI-TODOS                     VALUE "S".
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA                           VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

      *-----------------------------------------------------------------
      * LAYOUT DA REMESSA DE PAGAMENTOS - MESMO LAYOUT DE DETALHE LIDO
      * PELO RETPAG (TIPO "1"; CHAVE = TITULO + PARCELA; FORMA T
      * TRANSFERENCIA OU B BOLETO). AS POSICOES 152-214 VAO EM BRANCO
      * E VOLTAM NO RETORNO COM DATA E VALOR EFETIVOS, CODIGO DE
      * OCORRENCIA ("00" = PAGO) E MOTIVO DA REJEICAO.
      *-----------------------------------------------------------------
       01  WS-REM-HEADER.
           05  FILLER                  PIC X(01) VALUE "0".
           05  FILLER                  PIC X(07) VALUE "REMESSA".
           05  HDR-DATA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(16)
               VALUE "PAGAMENTO HBSIS".
           05  HDR-DATA-PAGAMENTO      PIC 9(08).
           05  FILLER                  PIC X(200) VALUE SPACES.

       01  WS-REM-DETALHE.
           05  FILLER                  PIC X(01) VALUE "1".
           05  DET-NUM-TITULO          PIC 9(07).
           05  DET-NUM-PARCELA         PIC 9(02).
           05  DET-FORMA               PIC X(01).
           05  DET-DT-PAGAMENTO        PIC 9(08).
           05  DET-VALOR               PIC 9(11)V99.
           05  DET-CNPJ-FORN           PIC X(14).
           05  DET-RAZAO-FORN          PIC X(40).
           05  DET-BANCO               PIC 9(03).
           05  DET-AGENCIA             PIC 9(05).
           05  DET-CONTA               PIC 9(12).
           05  DET-DV-CONTA            PIC X(01).
           05  DET-CODIGO-BARRAS       PIC X(44).
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-REM-TRAILER.
           05  FILLER                  PIC X(01) VALUE "9".
           05  TRL-QTD-TITULOS         PIC 9(07).
           05  TRL-TOTAL               PIC 9(13)V99.
           05  FILLER                  PIC X(217) VALUE SPACES.

       01  WS-LINHA-REL.
           05  LR-NUM-TITULO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LR-PARCELA              PIC 99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-COD-FORN             PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-RAZAO                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-VENCIMENTO           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-SITUACAO             PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
               PERFORM 3000-FINALIZA    THRU 3000-FINALIZA-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - DATA DE PAGAMENTO; CONFERE NO REGISTRO DE
      * ARQUIVOS ENVIADOS SE JA SAIU REMESSA PARA A MESMA DATA (PEDE
      * CONFIRMACAO), RESERVA O NOME DATADO E SEQUENCIADO, ABRE OS
      * ARQUIVOS E GRAVA O HEADER DA REMESSA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, ENTER P/ HOJE):"
           ACCEPT WS-DT-PAGAMENTO FROM CONSOLE
           IF WS-DT-PAGAMENTO = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-PAGAMENTO
           END-IF
           IF WS-DT-PAGAMENTO < WS-HOJE-NUM
               DISPLAY "DATA DE PAGAMENTO NO PASSADO - NADA GERADO."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           MOVE "PAG"           TO WS-TIPO-RSA
           MOVE SPACES          TO WS-REF-RSA
           MOVE WS-DT-PAGAMENTO TO WS-DT-INI-RSA
           MOVE WS-DT-PAGAMENTO TO WS-DT-FIM-RSA
           MOVE "PAGAMENTO"     TO WS-PREFIXO-RSA
           MOVE ".REM"          TO WS-EXTENSAO-RSA
           MOVE ZEROS           TO WS-NUM-ORIG-RSA
           MOVE "V"             TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: JA FOI GERADA REMESSA DE PAGAMENTOS "
                       "PARA " WS-DT-PAGAMENTO " (ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS)."
               DISPLAY "CONFIRMA NOVA GERACAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "REMESSA DE PAGAMENTOS CANCELADA."
                   MOVE "S" TO WS-ABORTA
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           END-IF

           OPEN I-O CONTAPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "REGISTRO DE ENVIOS INDISPONIVEL. FS: "
                       WS-RETORNO-RSA
               CLOSE CONTAPAG
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           MOVE WS-NOME-RSA TO WS-NOME-REM

           OPEN INPUT FORNECED
           OPEN OUTPUT REMPAG-FILE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REMPAG-REL
           MOVE SPACES TO REG-REL
           STRING "REMESSA DE PAGAMENTOS - PAGAMENTO EM "
                  WS-DT-PAGAMENTO " - GERADA EM " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE WS-HOJE-NUM     TO HDR-DATA-GERACAO
           MOVE WS-DT-PAGAMENTO TO HDR-DATA-PAGAMENTO
           MOVE WS-REM-HEADER   TO REG-REMPAG
           WRITE REG-REMPAG.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - PERCORRE CONTAPAG E OFERECE CADA PARCELA EM
      * ABERTO VENCIDA ATE A DATA DE PAGAMENTO E AINDA NAO ENVIADA
      * (REJEITADA VOLTA A SER OFERECIDA).
      *-----------------------------------------------------------------
       2000-PROCESSA.
           MOVE LOW-VALUES TO XAV-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-CPAG
           END-START

           PERFORM 2100-LER-CPAG THRU 2100-LER-CPAG-EXIT

           PERFORM 2200-TRATA-CPAG THRU 2200-TRATA-CPAG-EXIT
               UNTIL FIM-CPAG.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-LER-CPAG.
           IF NOT FIM-CPAG
               READ CONTAPAG NEXT RECORD WITH LOCK
                   AT END MOVE "S" TO WS-FIM-CPAG
               END-READ
           END-IF.
       2100-LER-CPAG-EXIT.
           EXIT.

       2200-TRATA-CPAG.
           IF CPAG-ABERTO
           AND NOT REMPAG-ENVIADA
           AND DT-VENCIMENTO-CPAG <= WS-DT-PAGAMENTO
           AND CPAG-RETIDO
               ADD 1 TO WS-QTD-RETIDAS
           END-IF

           IF CPAG-ABERTO
           AND NOT REMPAG-ENVIADA
           AND NOT CPAG-RETIDO
           AND DT-VENCIMENTO-CPAG <= WS-DT-PAGAMENTO
               COMPUTE WS-RESIDUAL-CPAG =
                   VALOR-CPAG - VALOR-PAGO-CPAG
               IF WS-RESIDUAL-CPAG > ZEROS
                   PERFORM 2300-OFERECE-PARCELA
                       THRU 2300-OFERECE-PARCELA-EXIT
               END-IF
           END-IF

           PERFORM 2100-LER-CPAG THRU 2100-LER-CPAG-EXIT.
       2200-TRATA-CPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-OFERECE-PARCELA - MOSTRA A PARCELA E PEDE CONFIRMACAO
      * (S INCLUI, N PULA, T INCLUI ESTA E TODAS AS RESTANTES SEM
      * PERGUNTAR). PARCELA SEM CODIGO DE BARRAS PEDE O CODIGO NA
      * CONFIRMACAO UM A UM (ENTER = TRANSFERENCIA).
      *-----------------------------------------------------------------
       2300-OFERECE-PARCELA.
           MOVE COD-FORN-CPAG TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               INITIALIZE REG-FORN
               MOVE "FORNECEDOR NAO CADASTRADO" TO RAZAO-FORN
           END-IF

           IF NOT INCLUI-TODOS
               DISPLAY "TITULO " NUM-TITULO-CPAG "/" NUM-PARCELA-CPAG
                       "  FORNECEDOR " COD-FORN-CPAG " "
                       RAZAO-FORN (1:30)
               DISPLAY "  VENCIMENTO " DT-VENCIMENTO-CPAG
                       "  RESIDUAL " WS-RESIDUAL-CPAG
               DISPLAY "INCLUIR NA REMESSA? (S=SIM N=NAO T=TODOS OS"
                       " RESTANTES)"
               ACCEPT WS-RESPOSTA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "T"
                   MOVE "S" TO WS-INCLUI-TODOS
               ELSE
                   IF WS-RESPOSTA NOT = "S"
                       GO TO 2300-OFERECE-PARCELA-EXIT
                   END-IF
                   IF CODIGO-BARRAS-CPAG = SPACES
                       DISPLAY "CODIGO DE BARRAS DO BOLETO (ENTER ="
                               " TRANSFERENCIA):"
                       MOVE SPACES TO WS-BARRAS-INF
                       ACCEPT WS-BARRAS-INF FROM CONSOLE
                       MOVE WS-BARRAS-INF TO CODIGO-BARRAS-CPAG
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-MOTIVO
           IF CODIGO-BARRAS-CPAG NOT = SPACES
               IF CODIGO-BARRAS-CPAG IS NOT NUMERIC
                   MOVE "CODIGO DE BARRAS INVALIDO (44 DIGITOS)"
                       TO WS-MOTIVO
               END-IF
           ELSE
               IF BANCO-FORN = ZEROS OR CONTA-FORN = ZEROS
                   MOVE "FORNECEDOR SEM DADOS BANCARIOS"
                       TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-QTD-IGNORADOS
               MOVE WS-MOTIVO TO LR-SITUACAO
               PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT
               GO TO 2300-OFERECE-PARCELA-EXIT
           END-IF

           PERFORM 2400-GRAVA-DETALHE THRU 2400-GRAVA-DETALHE-EXIT.
       2300-OFERECE-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-GRAVA-DETALHE - DETALHE DA PARCELA NA REMESSA E MARCA A
      * PARCELA COMO ENVIADA (LIMPA REJEICAO ANTERIOR).
      *-----------------------------------------------------------------
       2400-GRAVA-DETALHE.
           MOVE NUM-TITULO-CPAG     TO DET-NUM-TITULO
           MOVE NUM-PARCELA-CPAG    TO DET-NUM-PARCELA
           MOVE WS-DT-PAGAMENTO     TO DET-DT-PAGAMENTO
           MOVE WS-RESIDUAL-CPAG    TO DET-VALOR
           MOVE CNPJ-FORN           TO DET-CNPJ-FORN
           MOVE RAZAO-FORN          TO DET-RAZAO-FORN
           IF CODIGO-BARRAS-CPAG NOT = SPACES
               MOVE "B"                TO DET-FORMA
               MOVE ZEROS              TO DET-BANCO DET-AGENCIA
                                          DET-CONTA
               MOVE SPACE              TO DET-DV-CONTA
               MOVE CODIGO-BARRAS-CPAG TO DET-CODIGO-BARRAS
           ELSE
               MOVE "T"                TO DET-FORMA
               MOVE BANCO-FORN         TO DET-BANCO
               MOVE AGENCIA-FORN       TO DET-AGENCIA
               MOVE CONTA-FORN         TO DET-CONTA
               MOVE DV-CONTA-FORN      TO DET-DV-CONTA
               MOVE SPACES             TO DET-CODIGO-BARRAS
           END-IF

           SET REMPAG-ENVIADA TO TRUE
           MOVE WS-HOJE-NUM   TO DT-REMESSA-CPAG
           MOVE SPACES        TO COD-REJEICAO-CPAG
                                 MOTIVO-REJEICAO-CPAG
           REWRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               ADD 1 TO WS-QTD-IGNORADOS
               MOVE "ERRO NA REGRAVACAO DA PARCELA" TO LR-SITUACAO
               PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT
               GO TO 2400-GRAVA-DETALHE-EXIT
           END-IF

           MOVE WS-REM-DETALHE TO REG-REMPAG
           WRITE REG-REMPAG

           ADD 1                TO WS-QTD-REMETIDOS
           ADD WS-RESIDUAL-CPAG TO WS-TOTAL-REMESSA

           IF DET-FORMA = "B"
               MOVE "REMETIDO - PAGAMENTO DE BOLETO" TO LR-SITUACAO
           ELSE
               MOVE "REMETIDO - TRANSFERENCIA" TO LR-SITUACAO
           END-IF
           PERFORM 2500-IMPRIME-LINHA THRU 2500-IMPRIME-LINHA-EXIT.
       2400-GRAVA-DETALHE-EXIT.
           EXIT.

       2500-IMPRIME-LINHA.
           MOVE NUM-TITULO-CPAG     TO LR-NUM-TITULO
           MOVE NUM-PARCELA-CPAG    TO LR-PARCELA
           MOVE COD-FORN-CPAG       TO LR-COD-FORN
           MOVE RAZAO-FORN          TO LR-RAZAO
           MOVE DT-VENCIMENTO-CPAG  TO LR-VENCIMENTO
           MOVE WS-RESIDUAL-CPAG    TO LR-VALOR
           MOVE WS-LINHA-REL        TO REG-REL
           WRITE REG-REL.
       2500-IMPRIME-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TRAILER, RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE WS-QTD-REMETIDOS TO TRL-QTD-TITULOS
           MOVE WS-TOTAL-REMESSA TO TRL-TOTAL
           MOVE WS-REM-TRAILER   TO REG-REMPAG
           WRITE REG-REMPAG

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PARCELAS REMETIDAS: " WS-QTD-REMETIDOS
                  "  TOTAL: " WS-TOTAL-REMESSA
                  "  NAO REMETIDAS: " WS-QTD-IGNORADOS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF WS-QTD-RETIDAS > ZEROS
               MOVE SPACES TO REG-REL
               STRING "PARCELAS VENCIDAS RETIDAS NA CONFERENCIA A TRES"
                      " VIAS (LIBERAR NO LIBPAG): " WS-QTD-RETIDAS
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           DISPLAY "REMESSA DE PAGAMENTOS GERADA: " WS-QTD-REMETIDOS
                   " PARCELA(S) EM " FUNCTION TRIM(WS-NOME-REM)
                   " - VER " FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE CONTAPAG
           CLOSE FORNECED
           CLOSE REMPAG-FILE
           CLOSE REMPAG-REL

           MOVE WS-QTD-REMETIDOS TO WS-QTD-RSA
           MOVE WS-TOTAL-REMESSA TO WS-HASH-RSA
           MOVE "R" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O ENVIO. FS: "
                       WS-RETORNO-RSA
           END-IF.
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
           STRING "SPOOL-REMPAG-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "REMPAG;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
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
