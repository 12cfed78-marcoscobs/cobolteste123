      *-----------------------------------------------------------------
      * APURREB - APURACAO DO REBATE POR VOLUME DAS REDES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APURREB.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA CADA CONTRATO DE
      *                   REBATE ATIVO (REBATE, MANTIDO NO CADREB) SOMA
      *                   O VALOR DE MERCADORIA DAS NOTAS ATIVAS
      *                   EMITIDAS NO PERIODO PARA QUALQUER CLIENTE DA
      *                   REDE (BONIFICACAO E NOTA CANCELADA FORA),
      *                   APLICA O PERCENTUAL DA MAIOR FAIXA ATINGIDA
      *                   E MOSTRA O REBATE ACUMULADO E QUANTO FALTA
      *                   PARA A PROXIMA FAIXA. CONTRATO COM O PERIODO
      *                   ENCERRADO E FECHADO: O REBATE VIRA NOTA DE
      *                   CREDITO (PARCELA 99 NEGATIVA, PSEUDO-PEDIDO
      *                   8000000 + CONTRATO) NO CLIENTE CREDOR, PARA
      *                   O COMPCRED COMPENSAR NOS TITULOS DA REDE.
      *                   SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   NOTAS DO PERIODO LIDAS PELA CHAVE ALTERNATIVA
      *                   DT-EMISSAO-NF, DO INICIO DO CONTRATO ATE A
      *                   DATA LIMITE, EM VEZ DE VARRER O NOTAFIS.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REBATE.SEL".
           COPY "REDE.SEL".
           COPY "NOTAFIS.SEL".
           COPY "CLIENTE.SEL".
           COPY "PEDIDO.SEL".
           COPY "RECEBIMENTO.SEL".

           SELECT APUR-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "REBATE.FD".
           COPY "REDE.FD".
           COPY "NOTAFIS.FD".
           COPY "CLIENTE.FD".
           COPY "PEDIDO.FD".
           COPY "RECEBIMENTO.FD".

       FD  APUR-REL
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
       77  FS-REB                      PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DT-LIMITE                PIC 9(08)    VALUE ZEROS.
       77  WS-VOLUME                   PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC                     PIC 9(02)V99 VALUE ZEROS.
       77  WS-FAIXA-ATINGIDA           PIC 9(01)    VALUE ZEROS.
       77  WS-PROXIMA-FAIXA            PIC 9(01)    VALUE ZEROS.
       77  WS-FALTA-PROXIMA            PIC S9(11)V99 VALUE ZEROS.
       77  WS-REBATE                   PIC S9(09)V99 VALUE ZEROS.
       77  WS-IDX                      PIC 9(01)    VALUE ZEROS.
       77  WS-CLI-CACHE                PIC 9(07)    VALUE ZEROS.
       77  WS-REDE-CACHE               PIC 9(03)    VALUE ZEROS.
       77  WS-CLI-CREDOR               PIC 9(07)    VALUE ZEROS.
       77  WS-MAIOR-VOLUME             PIC S9(11)V99 VALUE ZEROS.
       77  WS-PSEUDO-PEDIDO            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CONTRATOS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-ENCERRADOS           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-NOTAS-CREDITO        PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-CREDITO            PIC S9(11)V99 VALUE ZEROS.

      * VOLUME POR CLIENTE DA REDE NO PERIODO, PARA ACHAR O CREDOR
      * QUANDO O CONTRATO NAO FIXA UM (ATE 500 CNPJ POR REDE).
       77  WS-QTD-CLI-REDE             PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-CLI                  PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-CLI-REDE.
           05  TCR-ITEM OCCURS 500 TIMES.
               10  TCR-COD-CLI         PIC 9(07).
               10  TCR-VOLUME          PIC S9(11)V99.

       01  WS-SWITCHES.
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA                           VALUE "S".
           05  WS-FIM-REBATE           PIC X(01)    VALUE "N".
               88  FIM-REBATE                       VALUE "S".
           05  WS-FIM-NOTAS            PIC X(01)    VALUE "N".
               88  FIM-NOTAS                        VALUE "S".
           05  WS-ACHOU-CLI            PIC X(01)    VALUE "N".
               88  ACHOU-CLI                        VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-CONTRATO.
           05  FILLER                  PIC X(09) VALUE "CONTRATO ".
           05  LC-NUM-CONTRATO         PIC Z(04)9.
           05  FILLER                  PIC X(07) VALUE "  REDE ".
           05  LC-COD-REDE             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LC-NOME-REDE            PIC X(40).
           05  FILLER                  PIC X(10) VALUE " PERIODO ".
           05  LC-DT-INICIO            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LC-DT-FIM               PIC 9(08).

       01  WS-LINHA-APURACAO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "VOLUME ".
           05  LA-VOLUME               PIC Z(10)9,99.
           05  FILLER                  PIC X(08) VALUE "  FAIXA ".
           05  LA-FAIXA                PIC 9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LA-PERC                 PIC Z9,99.
           05  FILLER                  PIC X(20)
               VALUE "%  REBATE ACUMULADO ".
           05  LA-REBATE               PIC Z(08)9,99.

       01  WS-LINHA-PROXIMA.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "FALTAM ".
           05  LP-FALTA                PIC Z(10)9,99.
           05  FILLER                  PIC X(17)
               VALUE " PARA A FAIXA ".
           05  LP-FAIXA                PIC 9.
           05  FILLER                  PIC X(02) VALUE " (".
           05  LP-PERC                 PIC Z9,99.
           05  FILLER                  PIC X(02) VALUE "%)".

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
      * 1000-INICIALIZA - ABRE OS ARQUIVOS E O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           OPEN I-O REBATE
           IF FS-REB NOT = ZEROS
               DISPLAY "NENHUM CONTRATO DE REBATE CADASTRADO. FS: "
                       FS-REB
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O RECEBIMENTO
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT RECEBIMENTO
               CLOSE RECEBIMENTO
               OPEN I-O RECEBIMENTO
           END-IF
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               CLOSE REBATE
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT REDE
           OPEN INPUT NOTAFIS
           OPEN INPUT CLIENTE
           OPEN INPUT PEDIDO

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT APUR-REL
           MOVE SPACES TO REG-REL
           STRING "APURACAO DE REBATE POR REDE - " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - PERCORRE OS CONTRATOS; SO OS ATIVOS SAO
      * APURADOS.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           MOVE ZEROS TO XAV-REB
           START REBATE KEY IS NOT LESS THAN XAV-REB
               INVALID KEY MOVE "S" TO WS-FIM-REBATE
           END-START

           PERFORM 2100-TRATA-CONTRATO THRU 2100-TRATA-CONTRATO-EXIT
               UNTIL FIM-REBATE.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-TRATA-CONTRATO.
           READ REBATE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-REBATE
                   GO TO 2100-TRATA-CONTRATO-EXIT
           END-READ

           IF NOT REB-ATIVO
           OR DT-INICIO-REB > WS-HOJE-NUM
               GO TO 2100-TRATA-CONTRATO-EXIT
           END-IF

           ADD 1 TO WS-QTD-CONTRATOS
           IF DT-FIM-REB < WS-HOJE-NUM
               MOVE DT-FIM-REB  TO WS-DT-LIMITE
           ELSE
               MOVE WS-HOJE-NUM TO WS-DT-LIMITE
           END-IF

           PERFORM 2200-SOMA-VOLUME  THRU 2200-SOMA-VOLUME-EXIT
           PERFORM 2400-APLICA-FAIXA THRU 2400-APLICA-FAIXA-EXIT

           MOVE WS-HOJE-NUM TO DT-APURACAO-REB
           MOVE WS-VOLUME   TO VOLUME-APURADO-REB
           MOVE WS-PERC     TO PERC-APURADO-REB
           MOVE WS-REBATE   TO VALOR-REBATE-REB

           PERFORM 2600-IMPRIME-CONTRATO
               THRU 2600-IMPRIME-CONTRATO-EXIT

      * PERIODO ENCERRADO: O REBATE E DEFINITIVO E VIRA NOTA DE
      * CREDITO; SEM FAIXA ATINGIDA O CONTRATO FECHA SEM CREDITO.
           IF DT-FIM-REB < WS-HOJE-NUM
               PERFORM 2700-ENCERRA-CONTRATO
                   THRU 2700-ENCERRA-CONTRATO-EXIT
           END-IF

           REWRITE REG-REB.
       2100-TRATA-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-SOMA-VOLUME - LE O NOTAFIS PELA CHAVE ALTERNATIVA
      * DT-EMISSAO-NF, SO AS NOTAS DO PERIODO DO CONTRATO, SOMANDO A
      * MERCADORIA DAS NOTAS ATIVAS DOS CLIENTES DA REDE, POR CLIENTE.
      *-----------------------------------------------------------------
       2200-SOMA-VOLUME.
           MOVE ZEROS TO WS-VOLUME WS-QTD-CLI-REDE
           MOVE "N"   TO WS-FIM-NOTAS

           MOVE DT-INICIO-REB TO DT-EMISSAO-NF
           START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
               INVALID KEY MOVE "S" TO WS-FIM-NOTAS
           END-START

           PERFORM 2210-TRATA-NOTA THRU 2210-TRATA-NOTA-EXIT
               UNTIL FIM-NOTAS.
       2200-SOMA-VOLUME-EXIT.
           EXIT.

       2210-TRATA-NOTA.
           READ NOTAFIS NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-NOTAS
                   GO TO 2210-TRATA-NOTA-EXIT
           END-READ

           IF DT-EMISSAO-NF > WS-DT-LIMITE
               MOVE "S" TO WS-FIM-NOTAS
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF
           IF NOT NF-ATIVA
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF

           IF COD-CLI-NF NOT = WS-CLI-CACHE
               MOVE COD-CLI-NF TO WS-CLI-CACHE XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
                   INVALID KEY MOVE ZEROS TO COD-REDE-CLI
               END-READ
               MOVE COD-REDE-CLI TO WS-REDE-CACHE
           END-IF
           IF WS-REDE-CACHE NOT = COD-REDE-REB
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF

           MOVE NUM-PEDIDO-NF TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS = ZEROS AND PED-BONIFICACAO
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF
           MOVE ZEROS TO FS

           ADD VALOR-MERC-NF TO WS-VOLUME
           PERFORM 2300-SOMA-CLIENTE THRU 2300-SOMA-CLIENTE-EXIT.
       2210-TRATA-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-SOMA-CLIENTE - ACUMULA A NOTA NO CLIENTE DA TABELA.
      *-----------------------------------------------------------------
       2300-SOMA-CLIENTE.
           MOVE "N" TO WS-ACHOU-CLI
           PERFORM 2310-PROCURA-CLIENTE THRU 2310-PROCURA-CLIENTE-EXIT
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLI-REDE OR ACHOU-CLI

           IF NOT ACHOU-CLI
               IF WS-QTD-CLI-REDE < 500
                   ADD 1 TO WS-QTD-CLI-REDE
                   MOVE WS-QTD-CLI-REDE TO WS-IDX-CLI
                   MOVE COD-CLI-NF TO TCR-COD-CLI (WS-IDX-CLI)
                   MOVE ZEROS      TO TCR-VOLUME (WS-IDX-CLI)
               ELSE
                   GO TO 2300-SOMA-CLIENTE-EXIT
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-IDX-CLI
           END-IF

           ADD VALOR-MERC-NF TO TCR-VOLUME (WS-IDX-CLI).
       2300-SOMA-CLIENTE-EXIT.
           EXIT.

       2310-PROCURA-CLIENTE.
           IF TCR-COD-CLI (WS-IDX-CLI) = COD-CLI-NF
               MOVE "S" TO WS-ACHOU-CLI
           END-IF.
       2310-PROCURA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-APLICA-FAIXA - MAIOR FAIXA ATINGIDA (O PERCENTUAL DELA
      * VALE PARA O VOLUME INTEIRO) E A PROXIMA AINDA NAO ATINGIDA.
      *-----------------------------------------------------------------
       2400-APLICA-FAIXA.
           MOVE ZEROS TO WS-PERC WS-FAIXA-ATINGIDA WS-PROXIMA-FAIXA
                         WS-FALTA-PROXIMA

           PERFORM 2410-TESTA-FAIXA THRU 2410-TESTA-FAIXA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5

           COMPUTE WS-REBATE ROUNDED = WS-VOLUME * WS-PERC / 100.
       2400-APLICA-FAIXA-EXIT.
           EXIT.

       2410-TESTA-FAIXA.
           IF VOLUME-MIN-REB (WS-IDX) NOT > ZEROS
               GO TO 2410-TESTA-FAIXA-EXIT
           END-IF

           IF WS-VOLUME >= VOLUME-MIN-REB (WS-IDX)
               MOVE WS-IDX            TO WS-FAIXA-ATINGIDA
               MOVE PERC-REB (WS-IDX) TO WS-PERC
           ELSE
               IF WS-PROXIMA-FAIXA = ZEROS
                   MOVE WS-IDX TO WS-PROXIMA-FAIXA
                   COMPUTE WS-FALTA-PROXIMA =
                       VOLUME-MIN-REB (WS-IDX) - WS-VOLUME
               END-IF
           END-IF.
       2410-TESTA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-IMPRIME-CONTRATO - CABECALHO DO CONTRATO, APURACAO E A
      * DISTANCIA ATE A PROXIMA FAIXA.
      *-----------------------------------------------------------------
       2600-IMPRIME-CONTRATO.
           MOVE COD-REDE-REB TO XAV-REDE
           READ REDE WITH IGNORE LOCK
               INVALID KEY MOVE "REDE NAO CADASTRADA" TO NOME-REDE
           END-READ

           MOVE SPACES           TO REG-REL
           WRITE REG-REL
           MOVE NUM-CONTRATO-REB TO LC-NUM-CONTRATO
           MOVE COD-REDE-REB     TO LC-COD-REDE
           MOVE NOME-REDE        TO LC-NOME-REDE
           MOVE DT-INICIO-REB    TO LC-DT-INICIO
           MOVE DT-FIM-REB       TO LC-DT-FIM
           MOVE WS-LINHA-CONTRATO TO REG-REL
           WRITE REG-REL

           MOVE WS-VOLUME         TO LA-VOLUME
           MOVE WS-FAIXA-ATINGIDA TO LA-FAIXA
           MOVE WS-PERC           TO LA-PERC
           MOVE WS-REBATE         TO LA-REBATE
           MOVE WS-LINHA-APURACAO TO REG-REL
           WRITE REG-REL

           IF WS-PROXIMA-FAIXA NOT = ZEROS
               MOVE WS-FALTA-PROXIMA TO LP-FALTA
               MOVE WS-PROXIMA-FAIXA TO LP-FAIXA
               MOVE PERC-REB (WS-PROXIMA-FAIXA) TO LP-PERC
               MOVE WS-LINHA-PROXIMA TO REG-REL
               WRITE REG-REL
           END-IF.
       2600-IMPRIME-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-ENCERRA-CONTRATO - FECHA O CONTRATO VENCIDO. COM REBATE,
      * GRAVA A NOTA DE CREDITO NO CLIENTE CREDOR (O DO CONTRATO OU O
      * DE MAIOR VOLUME NO PERIODO) SOB O PSEUDO-PEDIDO DO CONTRATO;
      * NOTA JA EXISTENTE NAO E GRAVADA DE NOVO.
      *-----------------------------------------------------------------
       2700-ENCERRA-CONTRATO.
           ADD 1 TO WS-QTD-ENCERRADOS
           SET REB-ENCERRADO TO TRUE
           MOVE WS-HOJE-NUM  TO DT-EMISSAO-REB

           IF WS-REBATE NOT > ZEROS
               MOVE SPACES TO REG-REL
               STRING "    PERIODO ENCERRADO SEM ATINGIR FAIXA - SEM"
                      " NOTA DE CREDITO."
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               GO TO 2700-ENCERRA-CONTRATO-EXIT
           END-IF

           MOVE COD-CLI-CRED-REB TO WS-CLI-CREDOR
           IF WS-CLI-CREDOR = ZEROS
               MOVE ZEROS TO WS-MAIOR-VOLUME
               PERFORM 2710-MAIOR-CLIENTE THRU 2710-MAIOR-CLIENTE-EXIT
                   VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI-REDE
           END-IF

           COMPUTE WS-PSEUDO-PEDIDO = 8000000 + NUM-CONTRATO-REB

           INITIALIZE REG-RECEB
           MOVE WS-PSEUDO-PEDIDO TO NUM-PEDIDO-RECEB
           MOVE 99               TO NUM-PARCELA-RECEB
           MOVE WS-CLI-CREDOR    TO COD-CLI-RECEB
           MOVE WS-HOJE-NUM      TO DT-FATURAMENTO-RECEB
           MOVE WS-HOJE-NUM      TO DT-VENCIMENTO-RECEB
           COMPUTE VALOR-RECEB = WS-REBATE * -1
           SET RECEB-ABERTO      TO TRUE

           WRITE REG-RECEB
               INVALID KEY
                   MOVE SPACES TO REG-REL
                   STRING "    NOTA DE CREDITO " WS-PSEUDO-PEDIDO
                          "/99 JA EXISTE - NAO REGRAVADA."
                          DELIMITED BY SIZE INTO REG-REL
                   WRITE REG-REL
                   GO TO 2700-ENCERRA-CONTRATO-EXIT
           END-WRITE

           ADD 1         TO WS-QTD-NOTAS-CREDITO
           ADD WS-REBATE TO WS-TOTAL-CREDITO
           MOVE SPACES TO REG-REL
           STRING "    PERIODO ENCERRADO - NOTA DE CREDITO "
                  WS-PSEUDO-PEDIDO "/99 EMITIDA NO CLIENTE "
                  WS-CLI-CREDOR
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       2700-ENCERRA-CONTRATO-EXIT.
           EXIT.

       2710-MAIOR-CLIENTE.
           IF TCR-VOLUME (WS-IDX-CLI) > WS-MAIOR-VOLUME
               MOVE TCR-VOLUME (WS-IDX-CLI)  TO WS-MAIOR-VOLUME
               MOVE TCR-COD-CLI (WS-IDX-CLI) TO WS-CLI-CREDOR
           END-IF.
       2710-MAIOR-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CONTRATOS APURADOS: " WS-QTD-CONTRATOS
                  "  ENCERRADOS: " WS-QTD-ENCERRADOS
                  "  NOTAS DE CREDITO: " WS-QTD-NOTAS-CREDITO
                  "  TOTAL CREDITADO: " WS-TOTAL-CREDITO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "APURACAO DE REBATE CONCLUIDA: " WS-QTD-CONTRATOS
                   " CONTRATO(S), " WS-QTD-NOTAS-CREDITO
                   " NOTA(S) DE CREDITO - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE REBATE
           CLOSE RECEBIMENTO
           CLOSE REDE
           CLOSE NOTAFIS
           CLOSE CLIENTE
           CLOSE PEDIDO
           CLOSE APUR-REL.
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
           STRING "SPOOL-APURREB-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "APURREB;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
