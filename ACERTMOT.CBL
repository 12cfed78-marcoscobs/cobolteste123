      *-----------------------------------------------------------------
      * ACERTMOT - ACERTO DE MOTORISTA DOS RECEBIMENTOS NA ENTREGA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACERTMOT.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - ACERTO DO DINHEIRO TRAZIDO
      *                   PELO MOTORISTA NA VOLTA DO ROMANEIO. OPCAO A
      *                   PERCORRE OS PEDIDOS ENTREGUES DO ROMANEIO,
      *                   MOSTRA A OCORRENCIA DA ENTREGA E O QUE HAVIA
      *                   A RECEBER NA ENTREGA (TITULOS EM ABERTO,
      *                   SEM BOLETO, VENCIDOS ATE A DATA DA ENTREGA);
      *                   O CAIXA DIGITA A MERCADORIA DEVOLVIDA (ENTREGA
      *                   PARCIAL), O VALOR TRAZIDO E A FORMA. OS
      *                   TITULOS SAO BAIXADOS COM O MOTORISTA COMO
      *                   OPERADOR DA BAIXA E O DINHEIRO ENTRA NO
      *                   BAIXADIA.TXT NA SESSAO DE CAIXA DE QUEM
      *                   CONFERE. FALTA ASSUMIDA PELO MOTORISTA QUITA
      *                   O TITULO E VIRA DEBITO DO MOTORISTA
      *                   (ACERTMOT); FALTA DO CLIENTE DEIXA O TITULO
      *                   ABERTO PELO SALDO. ACERTO IMPRESSO NO SPOOL
      *                   COM ASSINATURA DO MOTORISTA E DO CONFERENTE.
      *                   OPCOES D E Q LISTAM E QUITAM OS DEBITOS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ACERTMOT.SEL".
           COPY "PEDIDO.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "CAIXA.SEL".
           COPY "CHEQUE.SEL".

      * DIARIO DE BAIXAS (UMA LINHA POR BAIXA), MESMA LINHA DO CADREC
      * COM A SESSAO DE CAIXA DO OPERADOR NO NONO CAMPO.
           SELECT BAIXA-DIA ASSIGN TO "BAIXADIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

           SELECT ACERTO-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "ACERTMOT.FD".
           COPY "PEDIDO.FD".
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "CAIXA.FD".
           COPY "CHEQUE.FD".

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       01  REG-BAIXA-DIA               PIC X(120).

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       FD  ACERTO-REL
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
       77  FS-ACM                      PIC XX       VALUE SPACES.
       77  FS-CX                       PIC XX       VALUE SPACES.
       77  FS-CHQ                      PIC XX       VALUE SPACES.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACES.
       77  WS-RESPOSTA                 PIC X(01)    VALUE SPACES.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-MOTORISTA                PIC X(20)    VALUE SPACES.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-ATUAL               PIC 9(08)    VALUE ZEROS.
       77  WS-NUM-TEXT                 PIC X(10)    VALUE SPACES.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-VALOR-INF                PIC S9(09)V99 VALUE ZEROS.
       77  WS-OBS-INF                  PIC X(40)    VALUE SPACES.
       77  WS-NUM-ROM                  PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-PEDIDO               PIC 9(07)    VALUE ZEROS.
       77  WS-SESSAO-TXT               PIC X(10)    VALUE SPACES.
       77  WS-NOME-CLI                 PIC X(30)    VALUE SPACES.
      * DATA ATE A QUAL O TITULO VENCIA PARA SER COBRADO NA ENTREGA:
      * A DATA DA ENTREGA REGISTRADA NO ROMANEIO (OU HOJE).
       77  WS-DT-LIMITE                PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-NO-ROM               PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-ACERTADOS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-JA-ACERTADOS         PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-SEM-ENTREGA          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-DEBITOS              PIC 9(05)    VALUE ZEROS.

      * VALORES DO PEDIDO EM ACERTO.
       77  WS-DEVIDO                   PIC S9(09)V99 VALUE ZEROS.
       77  WS-DEVOLVIDO                PIC S9(09)V99 VALUE ZEROS.
       77  WS-ESPERADO                 PIC S9(09)V99 VALUE ZEROS.
       77  WS-TRAZIDO                  PIC S9(09)V99 VALUE ZEROS.
       77  WS-FALTA                    PIC S9(09)V99 VALUE ZEROS.
       77  WS-FORMA                    PIC X(01)    VALUE SPACE.
       77  WS-TIPO-FALTA               PIC X(01)    VALUE SPACE.
      * BAIXA DOS TITULOS: O TOTAL A BAIXAR (TRAZIDO + FALTA DO
      * MOTORISTA) E A PARTE EM DINHEIRO/CHEQUE/TRANSFERENCIA QUE
      * AINDA NAO FOI DISTRIBUIDA NOS TITULOS.
       77  WS-RESTO-BAIXA              PIC S9(09)V99 VALUE ZEROS.
       77  WS-RESTO-TRAZIDO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-RESIDUAL                 PIC S9(09)V99 VALUE ZEROS.
       77  WS-BAIXA-TITULO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TRAZIDO-TITULO           PIC S9(09)V99 VALUE ZEROS.
       77  WS-PRINC-CENTAVOS           PIC 9(11)    VALUE ZEROS.
       77  WS-JUROS-CENTAVOS           PIC 9(11)    VALUE ZEROS.
       77  WS-HORA-BAIXA               PIC 9(08)    VALUE ZEROS.
       77  WS-SEQ-CHQ                  PIC 9(02)    VALUE ZEROS.

      * TOTAIS DO ACERTO IMPRESSO.
       77  WS-TOT-DEVIDO               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-DEVOLVIDO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-ESPERADO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-DINHEIRO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-CHEQUE               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-TRANSF               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-FALTA-CLI            PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-FALTA-MOT            PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOT-DEBITOS              PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(08)9,99-.

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
           05  WS-FIM-PEDIDO           PIC X(01)    VALUE "N".
               88  FIM-PEDIDO                       VALUE "S".
           05  WS-FIM-TITULOS          PIC X(01)    VALUE "N".
               88  FIM-TITULOS                      VALUE "S".
           05  WS-FIM-ARQUIVO          PIC X(01)    VALUE "N".
               88  FIM-ARQUIVO                      VALUE "S".
           05  WS-CAIXA-ABERTO         PIC X(01)    VALUE "N".
               88  TEM-CAIXA-ABERTO                 VALUE "S".
           05  WS-TITULO-ELEGIVEL      PIC X(01)    VALUE "N".
               88  TITULO-NA-ENTREGA                VALUE "S".
           05  WS-VALOR-OK             PIC X(01)    VALUE "N".
               88  VALOR-ACEITO                     VALUE "S".

       COPY USULOG.CPY.

       01  WS-LINHA-DET.
           05  LD-PEDIDO               PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-CLIENTE              PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-OCORR                PIC X(08).
           05  LD-DEVIDO               PIC Z(07)9,99-.
           05  LD-DEVOLVIDO            PIC Z(07)9,99-.
           05  LD-ESPERADO             PIC Z(07)9,99-.
           05  LD-TRAZIDO              PIC Z(07)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-FORMA                PIC X(01).
           05  LD-FALTA                PIC Z(07)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-TIPO-FALTA           PIC X(10).

       01  WS-LINHA-VALOR.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LV-TEXTO                PIC X(40).
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
      * 1000-INICIALIZA - IDENTIFICA O OPERADOR DO CAIXA QUE CONFERE O
      * ACERTO (LOGIN DO MENU OU DIGITADO) E ABRE O ARQUIVO DE
      * ACERTOS (CRIADO NA PRIMEIRA VEZ).
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

           OPEN I-O ACERTMOT
           IF FS-ACM = "35"
               OPEN OUTPUT ACERTMOT
               CLOSE ACERTMOT
               OPEN I-O ACERTMOT
           END-IF
           IF FS-ACM NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ACERTMOT. FS: " FS-ACM
               MOVE "S" TO WS-FIM-PROGRAMA
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - MENU DO ACERTO DE MOTORISTA
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "ACERTO DE MOTORISTA - OPERADOR "
                   FUNCTION TRIM(WS-OPERADOR)
           DISPLAY "  A = ACERTAR ROMANEIO"
           DISPLAY "  D = DEBITOS DE MOTORISTA EM ABERTO"
           DISPLAY "  Q = QUITAR DEBITO DE MOTORISTA"
           DISPLAY "  X = SAIR"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "A"
                   PERFORM 2100-ACERTA-ROMANEIO
                       THRU 2100-ACERTA-ROMANEIO-EXIT
               WHEN "D"
                   PERFORM 2600-LISTA-DEBITOS
                       THRU 2600-LISTA-DEBITOS-EXIT
               WHEN "Q"
                   PERFORM 2700-QUITA-DEBITO
                       THRU 2700-QUITA-DEBITO-EXIT
               WHEN "X"
                   MOVE "S" TO WS-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-ACERTA-ROMANEIO - PEDE O ROMANEIO E O MOTORISTA E ACERTA
      * UM A UM OS PEDIDOS ENTREGUES AINDA SEM ACERTO. O DINHEIRO
      * ENTRA NO CAIXA ABERTO DE QUEM CONFERE, QUE E OBRIGATORIO.
      *-----------------------------------------------------------------
       2100-ACERTA-ROMANEIO.
           PERFORM 2110-LOCALIZA-CAIXA THRU 2110-LOCALIZA-CAIXA-EXIT
           IF NOT TEM-CAIXA-ABERTO
               DISPLAY "OPERADOR SEM CAIXA ABERTO - ABRA O CAIXA"
                       " (PROGRAMA CAIXA) ANTES DO ACERTO."
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF

           DISPLAY "NUMERO DO ROMANEIO:"
           ACCEPT WS-NUM-TEXT FROM CONSOLE
           IF WS-NUM-TEXT = SPACES
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM-ROM
           IF WS-NUM-ROM = ZEROS
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF

           DISPLAY "MOTORISTA (NOME OU APELIDO):"
           ACCEPT WS-MOTORISTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-MOTORISTA) TO WS-MOTORISTA
           IF WS-MOTORISTA = SPACES
               DISPLAY "MOTORISTA NAO INFORMADO."
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF

           OPEN INPUT PEDIDO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PEDIDO. FS: " FS
               CLOSE PEDIDO
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF
           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               CLOSE PEDIDO RECEBIMENTO
               GO TO 2100-ACERTA-ROMANEIO-EXIT
           END-IF
           OPEN INPUT CLIENTE

           MOVE ZEROS TO WS-QTD-NO-ROM WS-QTD-ACERTADOS
                         WS-QTD-JA-ACERTADOS WS-QTD-SEM-ENTREGA
                         WS-TOT-DEVIDO WS-TOT-DEVOLVIDO
                         WS-TOT-ESPERADO WS-TOT-DINHEIRO
                         WS-TOT-CHEQUE WS-TOT-TRANSF
                         WS-TOT-FALTA-CLI WS-TOT-FALTA-MOT

           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT ACERTO-REL
           PERFORM 2120-CABECALHO THRU 2120-CABECALHO-EXIT

           MOVE "N"   TO WS-FIM-PEDIDO
           MOVE ZEROS TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-PEDIDO
           END-START
           PERFORM 2150-LER-PEDIDO THRU 2150-LER-PEDIDO-EXIT
               UNTIL FIM-PEDIDO

           PERFORM 2180-RODAPE THRU 2180-RODAPE-EXIT
           CLOSE ACERTO-REL
           CLOSE PEDIDO RECEBIMENTO CLIENTE

           DISPLAY " "
           IF WS-QTD-NO-ROM = ZEROS
               DISPLAY "ROMANEIO " WS-NUM-ROM " SEM PEDIDOS."
           END-IF
           DISPLAY "PEDIDOS ACERTADOS AGORA: " WS-QTD-ACERTADOS
           DISPLAY "JA ACERTADOS ANTES.....: " WS-QTD-JA-ACERTADOS
           DISPLAY "SEM ENTREGA REGISTRADA.: " WS-QTD-SEM-ENTREGA
           MOVE WS-TOT-FALTA-MOT TO WS-VALOR-EDIT
           DISPLAY "DEBITO DO MOTORISTA....: " WS-VALOR-EDIT
           DISPLAY "ACERTO IMPRESSO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       2100-ACERTA-ROMANEIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-LOCALIZA-CAIXA - SESSAO DE CAIXA ABERTA DO OPERADOR (MESMA
      * BUSCA DO CADREC), GRAVADA NO BAIXADIA.TXT PARA O FECHAMENTO
      * DO CAIXA CONTAR O DINHEIRO DO ACERTO.
      *-----------------------------------------------------------------
       2110-LOCALIZA-CAIXA.
           MOVE "N"    TO WS-CAIXA-ABERTO
           MOVE SPACES TO WS-SESSAO-TXT
           MOVE "N"    TO WS-FIM-ARQUIVO

           OPEN INPUT CAIXA
           IF FS-CX NOT = ZEROS
               CLOSE CAIXA
               GO TO 2110-LOCALIZA-CAIXA-EXIT
           END-IF

           MOVE WS-OPERADOR TO OPERADOR-CX
           MOVE ZEROS       TO DT-ABERTURA-CX SEQ-CX
           START CAIXA KEY IS NOT LESS THAN XAV-CX
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM 2115-LER-SESSAO THRU 2115-LER-SESSAO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE CAIXA.
       2110-LOCALIZA-CAIXA-EXIT.
           EXIT.

       2115-LER-SESSAO.
           READ CAIXA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 2115-LER-SESSAO-EXIT
           END-READ
           IF OPERADOR-CX NOT = WS-OPERADOR
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO 2115-LER-SESSAO-EXIT
           END-IF

           IF CX-ABERTO
               MOVE "S"       TO WS-CAIXA-ABERTO
               MOVE SESSAO-CX TO WS-SESSAO-TXT
           END-IF.
       2115-LER-SESSAO-EXIT.
           EXIT.

       2120-CABECALHO.
           MOVE SPACES TO REG-REL
           STRING "ACERTO DE MOTORISTA - ROMANEIO " WS-NUM-ROM
                  "   DATA: " WS-DIA-HOJE "/" WS-MES-HOJE "/"
                  WS-ANO-HOJE
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "MOTORISTA: " FUNCTION TRIM(WS-MOTORISTA)
                  "   CONFERENTE: " FUNCTION TRIM(WS-OPERADOR)
                  "   CAIXA: " WS-SESSAO-TXT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PEDIDO   CLIENTE                         OCORR.  "
                  "   A RECEBER   DEVOLVIDO    ESPERADO     TRAZIDO"
                  " F       FALTA  FALTA DE"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       2120-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-LER-PEDIDO - VARRE OS PEDIDOS E ACERTA OS DO ROMANEIO.
      *-----------------------------------------------------------------
       2150-LER-PEDIDO.
           READ PEDIDO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PEDIDO
                   GO TO 2150-LER-PEDIDO-EXIT
           END-READ
           IF NUM-ROMANEIO-PED NOT = WS-NUM-ROM
               GO TO 2150-LER-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-NO-ROM
           PERFORM 2200-ACERTA-PEDIDO THRU 2200-ACERTA-PEDIDO-EXIT.
       2150-LER-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2180-RODAPE - TOTAIS DO ACERTO E ASSINATURAS DO MOTORISTA E
      * DE QUEM CONFERIU.
      *-----------------------------------------------------------------
       2180-RODAPE.
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE "A RECEBER NA ENTREGA:"        TO LV-TEXTO
           MOVE WS-TOT-DEVIDO                  TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "MERCADORIA DEVOLVIDA:"        TO LV-TEXTO
           MOVE WS-TOT-DEVOLVIDO               TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "ESPERADO DO MOTORISTA:"       TO LV-TEXTO
           MOVE WS-TOT-ESPERADO                TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "TRAZIDO EM DINHEIRO:"         TO LV-TEXTO
           MOVE WS-TOT-DINHEIRO                TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "TRAZIDO EM CHEQUE:"           TO LV-TEXTO
           MOVE WS-TOT-CHEQUE                  TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "COMPROVANTES DE TRANSFERENCIA:" TO LV-TEXTO
           MOVE WS-TOT-TRANSF                  TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "FALTA DO CLIENTE (TITULO ABERTO):" TO LV-TEXTO
           MOVE WS-TOT-FALTA-CLI               TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL
           MOVE "DEBITO DO MOTORISTA:"         TO LV-TEXTO
           MOVE WS-TOT-FALTA-MOT               TO LV-VALOR
           MOVE WS-LINHA-VALOR                 TO REG-REL
           WRITE REG-REL

           IF WS-QTD-SEM-ENTREGA > ZEROS
               MOVE SPACES TO REG-REL
               STRING "PEDIDOS SEM ENTREGA REGISTRADA (FORA DESTE "
                      "ACERTO): " WS-QTD-SEM-ENTREGA
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           WRITE REG-REL
           MOVE "    ______________________        ____________________"
               TO REG-REL
           WRITE REG-REL
           MOVE "    MOTORISTA                     CONFERENTE"
               TO REG-REL
           WRITE REG-REL.
       2180-RODAPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-ACERTA-PEDIDO - UM PEDIDO DO ROMANEIO: SO ENTREGA JA
      * REGISTRADA (ROMANEIO OPCAO E) E AINDA SEM ACERTO. RECUSADO NAO
      * TEM O QUE RECEBER; NA ENTREGA PARCIAL O CAIXA INFORMA O VALOR
      * DA MERCADORIA QUE VOLTOU, QUE SAI DO ESPERADO E FICA NO
      * TITULO PARA A DEVOLUCAO.
      *-----------------------------------------------------------------
       2200-ACERTA-PEDIDO.
           MOVE WS-NUM-ROM     TO NUM-ROMANEIO-ACM
           MOVE NUM-PEDIDO     TO NUM-PEDIDO-ACM
           READ ACERTMOT WITH IGNORE LOCK
           IF FS-ACM = ZEROS
               ADD 1 TO WS-QTD-JA-ACERTADOS
               DISPLAY "PEDIDO " NUM-PEDIDO " JA ACERTADO EM "
                       DT-ACERTO-ACM "."
               GO TO 2200-ACERTA-PEDIDO-EXIT
           END-IF

           IF NOT ENTREGA-CONCLUIDA
               ADD 1 TO WS-QTD-SEM-ENTREGA
               DISPLAY "PEDIDO " NUM-PEDIDO " SEM ENTREGA"
                       " REGISTRADA - FICA PARA O PROXIMO ACERTO."
               GO TO 2200-ACERTA-PEDIDO-EXIT
           END-IF

           MOVE SPACES TO WS-NOME-CLI
           MOVE COD-CLI-PED TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE RAZAO-CLI TO WS-NOME-CLI
           END-IF

           IF DT-ENTREGA-PED = ZEROS
               MOVE WS-HOJE-NUM    TO WS-DT-LIMITE
           ELSE
               MOVE DT-ENTREGA-PED TO WS-DT-LIMITE
           END-IF

           MOVE ZEROS  TO WS-DEVIDO WS-DEVOLVIDO WS-ESPERADO
                          WS-TRAZIDO WS-FALTA
           MOVE SPACES TO WS-FORMA WS-TIPO-FALTA
           PERFORM 2300-SOMA-DEVIDO THRU 2300-SOMA-DEVIDO-EXIT

           DISPLAY " "
           DISPLAY "PEDIDO " NUM-PEDIDO " - "
                   FUNCTION TRIM(WS-NOME-CLI)
           EVALUATE TRUE
               WHEN OCORR-RECUSADA
                   DISPLAY "ENTREGA RECUSADA: "
                           FUNCTION TRIM(MOTIVO-OCORR-PED)
               WHEN OCORR-PARCIAL
                   DISPLAY "ENTREGA PARCIAL: "
                           FUNCTION TRIM(MOTIVO-OCORR-PED)
               WHEN OTHER
                   DISPLAY "ENTREGUE A "
                           FUNCTION TRIM(RECEBEDOR-PED)
           END-EVALUATE
           MOVE WS-DEVIDO TO WS-VALOR-EDIT
           DISPLAY "A RECEBER NA ENTREGA: " WS-VALOR-EDIT

           IF OCORR-RECUSADA
               DISPLAY "NADA A RECEBER - OS TITULOS SEGUEM ABERTOS"
                       " PARA A DEVOLUCAO."
               GO TO 2200-GRAVA
           END-IF
           IF WS-DEVIDO = ZEROS
               DISPLAY "SEM TITULO A RECEBER NA ENTREGA."
               GO TO 2200-GRAVA
           END-IF

           IF OCORR-PARCIAL
               MOVE "N" TO WS-VALOR-OK
               PERFORM 2210-PEDE-DEVOLVIDO THRU 2210-PEDE-DEVOLVIDO-EXIT
                   UNTIL VALOR-ACEITO
           END-IF
           COMPUTE WS-ESPERADO = WS-DEVIDO - WS-DEVOLVIDO
           IF WS-ESPERADO = ZEROS
               GO TO 2200-GRAVA
           END-IF

           MOVE WS-ESPERADO TO WS-VALOR-EDIT
           DISPLAY "ESPERADO DO MOTORISTA: " WS-VALOR-EDIT
           MOVE "N" TO WS-VALOR-OK
           PERFORM 2220-PEDE-TRAZIDO THRU 2220-PEDE-TRAZIDO-EXIT
               UNTIL VALOR-ACEITO

           IF WS-TRAZIDO > ZEROS
               MOVE "N" TO WS-VALOR-OK
               PERFORM 2230-PEDE-FORMA THRU 2230-PEDE-FORMA-EXIT
                   UNTIL VALOR-ACEITO
           END-IF

           COMPUTE WS-FALTA = WS-ESPERADO - WS-TRAZIDO
           IF WS-FALTA > ZEROS
               MOVE WS-FALTA TO WS-VALOR-EDIT
               DISPLAY "FALTA DE " WS-VALOR-EDIT
               MOVE "N" TO WS-VALOR-OK
               PERFORM 2240-PEDE-TIPO-FALTA
                   THRU 2240-PEDE-TIPO-FALTA-EXIT
                   UNTIL VALOR-ACEITO
           END-IF

           MOVE WS-TRAZIDO TO WS-RESTO-BAIXA WS-RESTO-TRAZIDO
           IF WS-TIPO-FALTA = "M"
               ADD WS-FALTA TO WS-RESTO-BAIXA
           END-IF
           IF WS-RESTO-BAIXA > ZEROS
               PERFORM 2400-BAIXA-TITULOS THRU 2400-BAIXA-TITULOS-EXIT
           END-IF.

       2200-GRAVA.
           PERFORM 2500-GRAVA-ACERTO THRU 2500-GRAVA-ACERTO-EXIT
           PERFORM 2550-IMPRIME-PEDIDO THRU 2550-IMPRIME-PEDIDO-EXIT.
       2200-ACERTA-PEDIDO-EXIT.
           EXIT.

       2210-PEDE-DEVOLVIDO.
           DISPLAY "VALOR DA MERCADORIA DEVOLVIDA (ENTER = 0):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT = SPACES
               MOVE ZEROS TO WS-VALOR-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-VALOR-INF
           END-IF
           IF WS-VALOR-INF < ZEROS OR WS-VALOR-INF > WS-DEVIDO
               DISPLAY "VALOR INVALIDO - ENTRE ZERO E O A RECEBER."
               GO TO 2210-PEDE-DEVOLVIDO-EXIT
           END-IF
           MOVE WS-VALOR-INF TO WS-DEVOLVIDO
           MOVE "S" TO WS-VALOR-OK.
       2210-PEDE-DEVOLVIDO-EXIT.
           EXIT.

       2220-PEDE-TRAZIDO.
           DISPLAY "VALOR TRAZIDO PELO MOTORISTA (ENTER = ESPERADO):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT = SPACES
               MOVE WS-ESPERADO TO WS-VALOR-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-VALOR-INF
           END-IF
           IF WS-VALOR-INF < ZEROS OR WS-VALOR-INF > WS-ESPERADO
               DISPLAY "VALOR INVALIDO - ENTRE ZERO E O ESPERADO."
               GO TO 2220-PEDE-TRAZIDO-EXIT
           END-IF
           MOVE WS-VALOR-INF TO WS-TRAZIDO
           MOVE "S" TO WS-VALOR-OK.
       2220-PEDE-TRAZIDO-EXIT.
           EXIT.

       2230-PEDE-FORMA.
           DISPLAY "FORMA (D=DINHEIRO C=CHEQUE T=TRANSFERENCIA):"
           ACCEPT WS-FORMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-FORMA) TO WS-FORMA
           IF WS-FORMA = "D" OR WS-FORMA = "C" OR WS-FORMA = "T"
               MOVE "S" TO WS-VALOR-OK
           ELSE
               DISPLAY "FORMA INVALIDA."
           END-IF.
       2230-PEDE-FORMA-EXIT.
           EXIT.

       2240-PEDE-TIPO-FALTA.
           DISPLAY "C = CLIENTE PAGOU A MENOS (TITULO SEGUE ABERTO)"
           DISPLAY "M = FALTA DO MOTORISTA (VIRA DEBITO DELE)"
           ACCEPT WS-TIPO-FALTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-TIPO-FALTA) TO WS-TIPO-FALTA
           IF WS-TIPO-FALTA = "C" OR WS-TIPO-FALTA = "M"
               MOVE "S" TO WS-VALOR-OK
           ELSE
               DISPLAY "RESPOSTA INVALIDA."
           END-IF.
       2240-PEDE-TIPO-FALTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-SOMA-DEVIDO - SALDO DOS TITULOS DO PEDIDO A RECEBER NA
      * ENTREGA.
      *-----------------------------------------------------------------
       2300-SOMA-DEVIDO.
           MOVE "N"            TO WS-FIM-TITULOS
           MOVE NUM-PEDIDO     TO NUM-PEDIDO-RECEB
           MOVE ZEROS          TO NUM-PARCELA-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM 2310-SOMA-TITULO THRU 2310-SOMA-TITULO-EXIT
               UNTIL FIM-TITULOS.
       2300-SOMA-DEVIDO-EXIT.
           EXIT.

       2310-SOMA-TITULO.
           READ RECEBIMENTO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-TITULOS
                   GO TO 2310-SOMA-TITULO-EXIT
           END-READ
           IF NUM-PEDIDO-RECEB NOT = NUM-PEDIDO
               MOVE "S" TO WS-FIM-TITULOS
               GO TO 2310-SOMA-TITULO-EXIT
           END-IF

           PERFORM 2320-VERIFICA-TITULO THRU 2320-VERIFICA-TITULO-EXIT
           IF TITULO-NA-ENTREGA
               ADD WS-RESIDUAL TO WS-DEVIDO
           END-IF.
       2310-SOMA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2320-VERIFICA-TITULO - TITULO COBRADO NA ENTREGA: EM ABERTO,
      * SEM BOLETO (QUEM TEM BOLETO PAGA NO BANCO), FORA DE PROTESTO,
      * VENCIDO ATE A DATA DA ENTREGA E COM SALDO. AS PARCELAS 98
      * (TARIFA DE CHEQUE DEVOLVIDO) E 99 (NOTA DE CREDITO) NAO SAO
      * COBRANCA DE ENTREGA.
      *-----------------------------------------------------------------
       2320-VERIFICA-TITULO.
           MOVE "N" TO WS-TITULO-ELEGIVEL
           COMPUTE WS-RESIDUAL = VALOR-RECEB - VALOR-RECEBIDO-RECEB
                               - VALOR-DESCONTO-RECEB

           IF RECEB-ABERTO
           AND NOSSO-NUMERO-RECEB = ZEROS
           AND NOT EM-PROTESTO
           AND NUM-PARCELA-RECEB < 98
           AND DT-VENCIMENTO-RECEB NOT > WS-DT-LIMITE
           AND WS-RESIDUAL > ZEROS
               MOVE "S" TO WS-TITULO-ELEGIVEL
           END-IF.
       2320-VERIFICA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-BAIXA-TITULOS - DISTRIBUI O VALOR A BAIXAR NOS TITULOS DA
      * ENTREGA EM ORDEM DE PARCELA. O QUE O MOTORISTA TROUXE ENTRA
      * PRIMEIRO E VAI PARA O DIARIO DE BAIXAS NA SESSAO DO CAIXA; A
      * FALTA ASSUMIDA PELO MOTORISTA QUITA O RESTANTE SEM DINHEIRO.
      *-----------------------------------------------------------------
       2400-BAIXA-TITULOS.
           MOVE "N"            TO WS-FIM-TITULOS
           MOVE NUM-PEDIDO     TO NUM-PEDIDO-RECEB
           MOVE ZEROS          TO NUM-PARCELA-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-TITULOS
           END-START
           PERFORM 2410-BAIXA-TITULO THRU 2410-BAIXA-TITULO-EXIT
               UNTIL FIM-TITULOS.
       2400-BAIXA-TITULOS-EXIT.
           EXIT.

       2410-BAIXA-TITULO.
           IF WS-RESTO-BAIXA NOT > ZEROS
               MOVE "S" TO WS-FIM-TITULOS
               GO TO 2410-BAIXA-TITULO-EXIT
           END-IF

           READ RECEBIMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-TITULOS
                   GO TO 2410-BAIXA-TITULO-EXIT
           END-READ
           IF NUM-PEDIDO-RECEB NOT = NUM-PEDIDO
               MOVE "S" TO WS-FIM-TITULOS
               GO TO 2410-BAIXA-TITULO-EXIT
           END-IF

           PERFORM 2320-VERIFICA-TITULO THRU 2320-VERIFICA-TITULO-EXIT
           IF NOT TITULO-NA-ENTREGA
               GO TO 2410-BAIXA-TITULO-EXIT
           END-IF

           IF WS-RESTO-BAIXA < WS-RESIDUAL
               MOVE WS-RESTO-BAIXA TO WS-BAIXA-TITULO
           ELSE
               MOVE WS-RESIDUAL    TO WS-BAIXA-TITULO
           END-IF
           IF WS-RESTO-TRAZIDO < WS-BAIXA-TITULO
               MOVE WS-RESTO-TRAZIDO TO WS-TRAZIDO-TITULO
           ELSE
               MOVE WS-BAIXA-TITULO  TO WS-TRAZIDO-TITULO
           END-IF
           SUBTRACT WS-BAIXA-TITULO   FROM WS-RESTO-BAIXA
           SUBTRACT WS-TRAZIDO-TITULO FROM WS-RESTO-TRAZIDO

           MOVE WS-HOJE-NUM TO DT-RECEBIMENTO-RECEB
           ADD WS-BAIXA-TITULO TO VALOR-RECEBIDO-RECEB
           IF VALOR-RECEBIDO-RECEB + VALOR-DESCONTO-RECEB
                                   >= VALOR-RECEB
               SET RECEB-RECEBIDO TO TRUE
           END-IF
           IF WS-FORMA NOT = SPACE
               MOVE WS-FORMA TO FORMA-RECEB
           END-IF
           MOVE WS-MOTORISTA TO OPERADOR-BAIXA-RECEB

           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO " NUM-PEDIDO-RECEB
                       "/" NUM-PARCELA-RECEB ". FS: " FS
               GO TO 2410-BAIXA-TITULO-EXIT
           END-IF

           IF WS-TRAZIDO-TITULO > ZEROS
               PERFORM 2450-GRAVA-DIARIO THRU 2450-GRAVA-DIARIO-EXIT
               IF WS-FORMA = "C"
                   PERFORM 2460-GRAVA-CUSTODIA
                       THRU 2460-GRAVA-CUSTODIA-EXIT
               END-IF
           END-IF.
       2410-BAIXA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-GRAVA-DIARIO - APENDA NO BAIXADIA.TXT A PARTE TRAZIDA PELO
      * MOTORISTA NESTE TITULO (DATA;HORA;OPERADOR;FORMA;PEDIDO;
      * PARCELA;PRINCIPAL;JUROS;SESSAO), NO CAIXA DE QUEM CONFERE.
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

           COMPUTE WS-PRINC-CENTAVOS = WS-TRAZIDO-TITULO * 100
           MOVE ZEROS TO WS-JUROS-CENTAVOS

           MOVE SPACES TO REG-BAIXA-DIA
           STRING DT-RECEBIMENTO-RECEB ";"
                  WS-HORA-BAIXA (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  WS-FORMA ";"
                  NUM-PEDIDO-RECEB ";"
                  NUM-PARCELA-RECEB ";"
                  WS-PRINC-CENTAVOS ";"
                  WS-JUROS-CENTAVOS ";"
                  WS-SESSAO-TXT
                  DELIMITED BY SIZE INTO REG-BAIXA-DIA
           WRITE REG-BAIXA-DIA
           CLOSE BAIXA-DIA.
       2450-GRAVA-DIARIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2460-GRAVA-CUSTODIA - CHEQUE TRAZIDO PELO MOTORISTA ENTRA NA
      * CUSTODIA (CHEQUE) LIGADO AO TITULO, NA PROXIMA SEQUENCIA DA
      * PARCELA, COMO NA BAIXA POR CHEQUE DO CADREC. OS DADOS DO
      * CHEQUE SAO COMPLETADOS NO CUSTCHEQ.
      *-----------------------------------------------------------------
       2460-GRAVA-CUSTODIA.
           OPEN I-O CHEQUE
           IF FS-CHQ = "35"
               OPEN OUTPUT CHEQUE
               CLOSE CHEQUE
               OPEN I-O CHEQUE
           END-IF
           IF FS-CHQ NOT = ZEROS
               GO TO 2460-GRAVA-CUSTODIA-EXIT
           END-IF

           MOVE ZEROS             TO WS-SEQ-CHQ
           MOVE NUM-PEDIDO-RECEB  TO NUM-PEDIDO-CHQ
           MOVE NUM-PARCELA-RECEB TO NUM-PARCELA-CHQ
           MOVE ZEROS             TO SEQ-CHQ
           MOVE "N"               TO WS-FIM-ARQUIVO
           START CHEQUE KEY IS NOT LESS THAN XAV-CHQ
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START
           PERFORM 2465-ULTIMA-SEQ-CHQ THRU 2465-ULTIMA-SEQ-CHQ-EXIT
               UNTIL FIM-ARQUIVO

           INITIALIZE REG-CHQ
           MOVE NUM-PEDIDO-RECEB     TO NUM-PEDIDO-CHQ
           MOVE NUM-PARCELA-RECEB    TO NUM-PARCELA-CHQ
           ADD 1 TO WS-SEQ-CHQ GIVING SEQ-CHQ
           MOVE COD-CLI-RECEB        TO COD-CLI-CHQ
           MOVE WS-TRAZIDO-TITULO    TO VALOR-CHQ VALOR-PRINC-CHQ
           MOVE ZEROS                TO VALOR-JUROS-CHQ
           MOVE DT-RECEBIMENTO-RECEB TO DT-ENTRADA-CHQ
           MOVE DT-RECEBIMENTO-RECEB TO DT-BOM-PARA-CHQ
           MOVE SPACES               TO CONTA-CHQ MOTIVO-DEVOL-CHQ
           SET CHQ-INCOMPLETO        TO TRUE
           MOVE WS-OPERADOR          TO OPERADOR-CHQ
           WRITE REG-CHQ

           CLOSE CHEQUE.
       2460-GRAVA-CUSTODIA-EXIT.
           EXIT.

       2465-ULTIMA-SEQ-CHQ.
           READ CHEQUE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 2465-ULTIMA-SEQ-CHQ-EXIT
           END-READ
           IF NUM-PEDIDO-CHQ  NOT = NUM-PEDIDO-RECEB
           OR NUM-PARCELA-CHQ NOT = NUM-PARCELA-RECEB
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO 2465-ULTIMA-SEQ-CHQ-EXIT
           END-IF
           MOVE SEQ-CHQ TO WS-SEQ-CHQ.
       2465-ULTIMA-SEQ-CHQ-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-GRAVA-ACERTO - REGISTRO DO ACERTO DO PEDIDO; FALTA DO
      * MOTORISTA FICA COMO DEBITO EM ABERTO.
      *-----------------------------------------------------------------
       2500-GRAVA-ACERTO.
           ACCEPT WS-HORA-ATUAL FROM TIME

           INITIALIZE REG-ACM
           MOVE WS-NUM-ROM          TO NUM-ROMANEIO-ACM
           MOVE NUM-PEDIDO          TO NUM-PEDIDO-ACM
           MOVE WS-MOTORISTA        TO MOTORISTA-ACM
           MOVE WS-HOJE-NUM         TO DT-ACERTO-ACM
           MOVE WS-HORA-ATUAL (1:6) TO HR-ACERTO-ACM
           MOVE WS-OPERADOR         TO OPERADOR-ACM
           MOVE COD-CLI-PED         TO COD-CLI-ACM
           MOVE OCORR-ENTREGA-PED   TO OCORR-ENTREGA-ACM
           MOVE WS-DEVIDO           TO VALOR-DEVIDO-ACM
           MOVE WS-DEVOLVIDO        TO VALOR-DEVOLVIDO-ACM
           MOVE WS-ESPERADO         TO VALOR-ESPERADO-ACM
           MOVE WS-TRAZIDO          TO VALOR-TRAZIDO-ACM
           MOVE WS-FORMA            TO FORMA-ACM
           MOVE WS-FALTA            TO VALOR-FALTA-ACM
           MOVE WS-TIPO-FALTA       TO TIPO-FALTA-ACM
           MOVE SPACES              TO OPERADOR-QUIT-ACM
                                       OBS-QUITACAO-ACM
           IF FALTA-MOTORISTA
               SET DEBITO-ABERTO TO TRUE
           ELSE
               SET DEBITO-NENHUM TO TRUE
           END-IF

           WRITE REG-ACM
           IF FS-ACM NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO ACERTO. FS: " FS-ACM
               GO TO 2500-GRAVA-ACERTO-EXIT
           END-IF
           ADD 1 TO WS-QTD-ACERTADOS

           MOVE "ACERTO-MOTOR" TO WS-ALOG-OPER
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING WS-NUM-ROM "/" NUM-PEDIDO
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT.
       2500-GRAVA-ACERTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2550-IMPRIME-PEDIDO - LINHA DO PEDIDO NO ACERTO IMPRESSO E
      * ACUMULO DOS TOTAIS.
      *-----------------------------------------------------------------
       2550-IMPRIME-PEDIDO.
           ADD WS-DEVIDO    TO WS-TOT-DEVIDO
           ADD WS-DEVOLVIDO TO WS-TOT-DEVOLVIDO
           ADD WS-ESPERADO  TO WS-TOT-ESPERADO
           EVALUATE WS-FORMA
               WHEN "D" ADD WS-TRAZIDO TO WS-TOT-DINHEIRO
               WHEN "C" ADD WS-TRAZIDO TO WS-TOT-CHEQUE
               WHEN "T" ADD WS-TRAZIDO TO WS-TOT-TRANSF
           END-EVALUATE
           EVALUATE WS-TIPO-FALTA
               WHEN "C" ADD WS-FALTA TO WS-TOT-FALTA-CLI
               WHEN "M" ADD WS-FALTA TO WS-TOT-FALTA-MOT
           END-EVALUATE

           INITIALIZE WS-LINHA-DET
           MOVE NUM-PEDIDO     TO LD-PEDIDO
           MOVE WS-NOME-CLI    TO LD-CLIENTE
           EVALUATE TRUE
               WHEN OCORR-RECUSADA MOVE "RECUSADA" TO LD-OCORR
               WHEN OCORR-PARCIAL  MOVE "PARCIAL"  TO LD-OCORR
               WHEN OTHER          MOVE "ENTREGUE" TO LD-OCORR
           END-EVALUATE
           MOVE WS-DEVIDO      TO LD-DEVIDO
           MOVE WS-DEVOLVIDO   TO LD-DEVOLVIDO
           MOVE WS-ESPERADO    TO LD-ESPERADO
           MOVE WS-TRAZIDO     TO LD-TRAZIDO
           MOVE WS-FORMA       TO LD-FORMA
           MOVE WS-FALTA       TO LD-FALTA
           EVALUATE WS-TIPO-FALTA
               WHEN "C" MOVE "CLIENTE"   TO LD-TIPO-FALTA
               WHEN "M" MOVE "MOTORISTA" TO LD-TIPO-FALTA
           END-EVALUATE
           MOVE WS-LINHA-DET TO REG-REL
           WRITE REG-REL

           IF NOT OCORR-ENTREGUE
           AND MOTIVO-OCORR-PED NOT = SPACES
               MOVE SPACES TO REG-REL
               STRING "         MOTIVO: "
                      FUNCTION TRIM(MOTIVO-OCORR-PED)
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF.
       2550-IMPRIME-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-LISTA-DEBITOS - DEBITOS DE MOTORISTA EM ABERTO, DE UM
      * MOTORISTA OU DE TODOS.
      *-----------------------------------------------------------------
       2600-LISTA-DEBITOS.
           DISPLAY "MOTORISTA (ENTER = TODOS):"
           ACCEPT WS-MOTORISTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-MOTORISTA) TO WS-MOTORISTA

           MOVE ZEROS TO WS-QTD-DEBITOS WS-TOT-DEBITOS
           MOVE "N"   TO WS-FIM-ARQUIVO
           MOVE ZEROS TO XAV-ACM
           START ACERTMOT KEY IS NOT LESS THAN XAV-ACM
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START

           DISPLAY " "
           DISPLAY "ROMAN. PEDIDO  MOTORISTA            ACERTO  "
                   "        VALOR"
           PERFORM 2610-LER-DEBITO THRU 2610-LER-DEBITO-EXIT
               UNTIL FIM-ARQUIVO

           MOVE WS-TOT-DEBITOS TO WS-VALOR-EDIT
           DISPLAY "DEBITOS EM ABERTO: " WS-QTD-DEBITOS
                   "  TOTAL: " WS-VALOR-EDIT.
       2600-LISTA-DEBITOS-EXIT.
           EXIT.

       2610-LER-DEBITO.
           READ ACERTMOT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 2610-LER-DEBITO-EXIT
           END-READ
           IF NOT DEBITO-ABERTO
               GO TO 2610-LER-DEBITO-EXIT
           END-IF
           IF WS-MOTORISTA NOT = SPACES
           AND MOTORISTA-ACM NOT = WS-MOTORISTA
               GO TO 2610-LER-DEBITO-EXIT
           END-IF

           ADD 1               TO WS-QTD-DEBITOS
           ADD VALOR-FALTA-ACM TO WS-TOT-DEBITOS
           MOVE VALOR-FALTA-ACM TO WS-VALOR-EDIT
           DISPLAY NUM-ROMANEIO-ACM "  " NUM-PEDIDO-ACM " "
                   MOTORISTA-ACM " " DT-ACERTO-ACM " "
                   WS-VALOR-EDIT.
       2610-LER-DEBITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-QUITA-DEBITO - BAIXA O DEBITO DO MOTORISTA DE UM PEDIDO
      * (PAGO NO CAIXA, DESCONTADO EM FOLHA ETC., NA OBSERVACAO).
      *-----------------------------------------------------------------
       2700-QUITA-DEBITO.
           DISPLAY "NUMERO DO ROMANEIO:"
           ACCEPT WS-NUM-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM-ROM
           DISPLAY "NUMERO DO PEDIDO:"
           ACCEPT WS-NUM-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM-PEDIDO

           MOVE WS-NUM-ROM    TO NUM-ROMANEIO-ACM
           MOVE WS-NUM-PEDIDO TO NUM-PEDIDO-ACM
           READ ACERTMOT WITH LOCK
           IF FS-ACM NOT = ZEROS
               DISPLAY "ACERTO NAO ENCONTRADO."
               GO TO 2700-QUITA-DEBITO-EXIT
           END-IF
           IF NOT DEBITO-ABERTO
               DISPLAY "PEDIDO SEM DEBITO DE MOTORISTA EM ABERTO."
               UNLOCK ACERTMOT
               GO TO 2700-QUITA-DEBITO-EXIT
           END-IF

           MOVE VALOR-FALTA-ACM TO WS-VALOR-EDIT
           DISPLAY "MOTORISTA " FUNCTION TRIM(MOTORISTA-ACM)
                   " - DEBITO DE " WS-VALOR-EDIT
           DISPLAY "COMO FOI QUITADO (OBSERVACAO):"
           ACCEPT WS-OBS-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OBS-INF) TO WS-OBS-INF
           IF WS-OBS-INF = SPACES
               DISPLAY "INFORME A OBSERVACAO DA QUITACAO."
               UNLOCK ACERTMOT
               GO TO 2700-QUITA-DEBITO-EXIT
           END-IF
           DISPLAY "CONFIRMA A QUITACAO (S/N)?"
           ACCEPT WS-RESPOSTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S"
               UNLOCK ACERTMOT
               GO TO 2700-QUITA-DEBITO-EXIT
           END-IF

           SET DEBITO-QUITADO TO TRUE
           MOVE WS-HOJE-NUM TO DT-QUITACAO-ACM
           MOVE WS-OPERADOR TO OPERADOR-QUIT-ACM
           MOVE WS-OBS-INF  TO OBS-QUITACAO-ACM
           REWRITE REG-ACM
           IF FS-ACM NOT = ZEROS
               DISPLAY "ERRO NA REGRAVACAO DO ACERTO. FS: " FS-ACM
               GO TO 2700-QUITA-DEBITO-EXIT
           END-IF

           MOVE "QUITA-DEB-MOT" TO WS-ALOG-OPER
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING NUM-ROMANEIO-ACM "/" NUM-PEDIDO-ACM
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT
           DISPLAY "DEBITO QUITADO.".
       2700-QUITA-DEBITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE ACERTMOT.
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
           STRING "SPOOL-ACERTMOT-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "ACERTMOT;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
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
