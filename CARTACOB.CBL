      *                   CARTA FICA GUARDADO POR CLIENTE EM COBRANCA
      *                   E A REGUA NUNCA RECUA - CLIENTE JA
      *                   NOTIFICADO NAO VOLTA A RECEBER LEMBRETE.
      * 15/10/2026 DEV   CARTA ENDERECADA AO CONTATO FINANCEIRO DO
      *                   CLIENTE (CONTATO.DAT, O PRINCIPAL DA FUNCAO),
      *                   COM TELEFONE E E-MAIL; SEM CONTATO CADASTRADO
      *                   VAI AOS CUIDADOS DO DEPARTAMENTO FINANCEIRO.
      * 15/10/2026 DEV   SUBIDA DE NIVEL NA REGUA GERA AVISO DE
      *                   COBRANCA AO CONTATO FINANCEIRO NA FILA NOTIFIC
      *                   (MODELOS COBNIVEL1 A COBNIVEL3, COM O TOTAL EM
      *                   ATRASO), ENVIADO PELO NOTIFGW. CARTA REPETIDA
      *                   NO MESMO NIVEL NAO GERA AVISO DE NOVO.
      * 15/10/2026 DEV   SUBIDA PARA O AVISO FINAL GRAVA A DATA EM
      *                   DT-NIVEL3-COB (REENVIO NO NIVEL 3 NAO MEXE),
      *                   BASE DO PRAZO DO PROTESTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "COBRANCA.SEL".
           COPY "CONTATO.SEL".
           COPY "NOTIFIC.SEL".

           SELECT WORK-REC ASSIGN TO "WORKCOB"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "COBRANCA.FD".
           COPY "CONTATO.FD".
           COPY "NOTIFIC.FD".

       SD  WORK-REC.
       01  REG-ORDENADO.
      *-----------------------------------------------------------------
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-COB                      PIC XX       VALUE SPACES.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CARTAS               PIC 9(05)    VALUE ZEROS.
       77  WS-NIVEL-CARTA              PIC 9(01)    VALUE ZEROS.
       77  WS-NIVEL-ANTERIOR           PIC 9(01)    VALUE ZEROS.

      * FILA DE AVISOS AO CLIENTE (NOTIFIC), EXPORTADA PELO NOTIFGW
      * PARA O GATEWAY DE E-MAIL/WHATSAPP. O CHAMADOR DE
      * 8800-GRAVA-NOTIFICACAO PREENCHE OS CAMPOS WS-NTF-; O
      * DESTINATARIO E O CONTATO PRINCIPAL DA FUNCAO (CONTATO).
       77  FS-NTF                      PIC XX       VALUE SPACES.
       77  WS-SEM-NOTIFIC              PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-NOTIFIC                  VALUE "S".
       77  WS-NTF-COD-CLI              PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-MODELO               PIC X(10)    VALUE SPACES.
       77  WS-NTF-FUNCAO               PIC X(01)    VALUE SPACES.
       77  WS-NTF-NUM-PEDIDO           PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-NUM-NF               PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-NUM-ROM              PIC 9(05)    VALUE ZEROS.
       77  WS-NTF-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WS-NTF-DADOS                PIC X(200)   VALUE SPACES.
       77  WS-NTF-SEQ-CTT              PIC 9(02)    VALUE ZEROS.
       77  WS-NTF-NOME                 PIC X(40)    VALUE SPACES.
       77  WS-NTF-CANAL                PIC X(01)    VALUE SPACES.
       77  WS-NTF-DESTINO              PIC X(60)    VALUE SPACES.
       77  WS-NTF-ACHOU                PIC X(01)    VALUE "N".
           88  NTF-ACHOU-CONTATO                    VALUE "S".
       77  WS-NTF-FIM                  PIC X(01)    VALUE "N".
           88  NTF-FIM-CONTATO                      VALUE "S".
       77  WS-NTF-GRAVOU               PIC X(01)    VALUE "N".
           88  NTF-GRAVADA                          VALUE "S".
       77  WS-NTF-PROXIMO              PIC 9(09)    VALUE ZEROS.
       77  WS-NTF-TENTATIVA            PIC 9(02)    VALUE ZEROS.
       77  WS-NTF-DT                   PIC 9(08)    VALUE ZEROS.
       77  WS-NTF-HR                   PIC 9(08)    VALUE ZEROS.
       77  WS-NTF-VALOR-EDIT           PIC Z(08)9,99.
       77  WS-NTF-ATRASO-EDIT          PIC Z(04)9.

       01  WS-SWITCHES.
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-SEM-CONTATO          PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-CONTATO              VALUE "S".
           05  WS-FIM-CONTATO          PIC X(01)    VALUE "N".
               88  FIM-CONTATO                      VALUE "S".
           05  WS-ACHOU-CONTATO        PIC X(01)    VALUE "N".
               88  ACHOU-CONTATO                    VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  FILLER                  PIC X(07) VALUE " CNPJ: ".
           05  LC-CNPJ                 PIC 9(14).

      * CONTATO FINANCEIRO A QUEM A CARTA E ENDERECADA.
       01  WS-CONTATO-FIN.
           05  WS-NOME-FIN             PIC X(40)    VALUE SPACES.
           05  WS-FONE-FIN             PIC X(15)    VALUE SPACES.
           05  WS-EMAIL-FIN            PIC X(60)    VALUE SPACES.

       01  WS-CABECALHO-TIT.
           05  FILLER                  PIC X(11) VALUE "VENCIMENTO".
           05  FILLER                  PIC X(12) VALUE "PED/PARC".
               OPEN I-O COBRANCA
           END-IF

           OPEN INPUT CONTATO
           IF FS-CTT NOT = ZEROS
               CLOSE CONTATO
               MOVE "S" TO WS-SEM-CONTATO
           END-IF

           OPEN I-O NOTIFIC
           IF FS-NTF = "35" OR FS-NTF = "05"
               OPEN OUTPUT NOTIFIC
               CLOSE NOTIFIC
               OPEN I-O NOTIFIC
           END-IF
           IF FS-NTF NOT = ZEROS
               CLOSE NOTIFIC
               MOVE "S" TO WS-SEM-NOTIFIC
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CARTA-REL.

      *-----------------------------------------------------------------
      * 1500-ENVIA-VENCIDOS - SO TITULOS EM ABERTO JA VENCIDOS, PELO
      * SALDO RESIDUAL (BAIXAS PARCIAIS DESCONTADAS). LEITURA PELA
      * CHAVE ALTERNATIVA DT-VENCIMENTO-RECEB, DO VENCIMENTO MAIS
      * ANTIGO ATE O PRIMEIRO TITULO QUE VENCE HOJE.
      *-----------------------------------------------------------------
       1500-ENVIA-VENCIDOS.
           OPEN INPUT RECEBIMENTO
               GO TO 1500-ENVIA-VENCIDOS-EXIT
           END-IF

           MOVE ZEROS TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN DT-VENCIMENTO-RECEB
               INVALID KEY MOVE "10" TO FS
           END-START

               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "10" TO FS
                   NOT AT END
                       IF DT-VENCIMENTO-RECEB NOT < WS-HOJE-NUM
                           MOVE "10" TO FS
                       END-IF
                       IF RECEB-ABERTO
                       AND DT-VENCIMENTO-RECEB < WS-HOJE-NUM
                           MOVE COD-CLI-RECEB  TO ORD-COD-CLI
           MOVE CNPJ-CLI TO LC-CNPJ
           MOVE WS-LINHA-CLIENTE TO REG-REL
           WRITE REG-REL

           PERFORM 2400-BUSCA-CONTATO-FIN
               THRU 2400-BUSCA-CONTATO-FIN-EXIT
           MOVE SPACES TO REG-REL
           IF ACHOU-CONTATO
               STRING "A/C: " FUNCTION TRIM(WS-NOME-FIN)
                      " - FINANCEIRO"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               IF WS-FONE-FIN NOT = SPACES
               OR WS-EMAIL-FIN NOT = SPACES
                   MOVE SPACES TO REG-REL
                   STRING "     FONE: " WS-FONE-FIN
                          "  E-MAIL: " FUNCTION TRIM(WS-EMAIL-FIN)
                          DELIMITED BY SIZE INTO REG-REL
                   WRITE REG-REL
               END-IF
           ELSE
               MOVE "A/C: DEPARTAMENTO FINANCEIRO" TO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-TIT TO REG-REL
       2300-ABRE-CARTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-BUSCA-CONTATO-FIN - CONTATO FINANCEIRO ATIVO DO CLIENTE
      * CORRENTE: O PRINCIPAL DA FUNCAO OU, NA FALTA DELE, O PRIMEIRO.
      *-----------------------------------------------------------------
       2400-BUSCA-CONTATO-FIN.
           MOVE "N"    TO WS-ACHOU-CONTATO WS-FIM-CONTATO
           MOVE SPACES TO WS-CONTATO-FIN
           IF SEM-ARQUIVO-CONTATO
               GO TO 2400-BUSCA-CONTATO-FIN-EXIT
           END-IF

           MOVE WS-COD-CLI-ATUAL TO COD-CLI-CTT
           MOVE ZEROS            TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-FIM-CONTATO
           END-START

           PERFORM 2410-LE-CONTATO THRU 2410-LE-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       2400-BUSCA-CONTATO-FIN-EXIT.
           EXIT.

       2410-LE-CONTATO.
           READ CONTATO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
                   GO TO 2410-LE-CONTATO-EXIT
           END-READ
           IF COD-CLI-CTT NOT = WS-COD-CLI-ATUAL
               MOVE "S" TO WS-FIM-CONTATO
               GO TO 2410-LE-CONTATO-EXIT
           END-IF

           IF NOT CTT-FINANCEIRO OR NOT CTT-ATIVO
               GO TO 2410-LE-CONTATO-EXIT
           END-IF
           IF NOT ACHOU-CONTATO OR CTT-PRINCIPAL
               MOVE "S"         TO WS-ACHOU-CONTATO
               MOVE NOME-CTT    TO WS-NOME-FIN
               MOVE FONE-CTT    TO WS-FONE-FIN
               IF WS-FONE-FIN = SPACES
                   MOVE CELULAR-CTT TO WS-FONE-FIN
               END-IF
               MOVE EMAIL-CTT   TO WS-EMAIL-FIN
           END-IF
           IF CTT-PRINCIPAL
               MOVE "S" TO WS-FIM-CONTATO
           END-IF.
       2410-LE-CONTATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-FECHA-CARTA - TOTAL DO CLIENTE, TEXTO ESCALONADO PELO
      * NIVEL E ATUALIZACAO DA REGUA EM COBRANCA.

           PERFORM 2700-GRAVA-NIVEL THRU 2700-GRAVA-NIVEL-EXIT

           IF WS-NIVEL-CARTA > WS-NIVEL-ANTERIOR
               PERFORM 2800-NOTIFICA-NIVEL
                   THRU 2800-NOTIFICA-NIVEL-EXIT
           END-IF

           ADD 1 TO WS-QTD-CARTAS.
       2500-FECHA-CARTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-GRAVA-NIVEL - REGISTRA NA REGUA O NIVEL E A DATA DA CARTA
      * EMITIDA NESTA RODADA. A DATA DO AVISO FINAL SO E GRAVADA NA
      * SUBIDA PARA O NIVEL 3; NO REENVIO FICA A DO REGISTRO LIDO NO
      * 2600.
      *-----------------------------------------------------------------
       2700-GRAVA-NIVEL.
           IF WS-NIVEL-ANTERIOR = ZEROS
               MOVE ZEROS TO DT-NIVEL3-COB
           END-IF
           IF WS-NIVEL-CARTA = 3 AND WS-NIVEL-ANTERIOR < 3
               MOVE WS-HOJE-NUM TO DT-NIVEL3-COB
           END-IF
           MOVE WS-COD-CLI-ATUAL TO COD-CLI-COB
           MOVE WS-NIVEL-CARTA   TO NIVEL-COB
           MOVE WS-HOJE-NUM      TO DT-ULT-CARTA-COB
       2700-GRAVA-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-NOTIFICA-NIVEL - AVISO DE COBRANCA AO CONTATO FINANCEIRO
      * QUANDO O CLIENTE SOBE DE NIVEL NA REGUA: NIVEL, TOTAL EM
      * ATRASO, PIOR ATRASO E QUANTIDADE DE TITULOS.
      *-----------------------------------------------------------------
       2800-NOTIFICA-NIVEL.
           MOVE WS-COD-CLI-ATUAL TO WS-NTF-COD-CLI
           MOVE SPACES           TO WS-NTF-MODELO
           STRING "COBNIVEL" WS-NIVEL-CARTA
                  DELIMITED BY SIZE INTO WS-NTF-MODELO
           MOVE "F"              TO WS-NTF-FUNCAO
           MOVE ZEROS            TO WS-NTF-NUM-PEDIDO WS-NTF-NUM-NF
                                    WS-NTF-NUM-ROM
           MOVE WS-TOTAL-CLI     TO WS-NTF-VALOR
           MOVE WS-NTF-VALOR     TO WS-NTF-VALOR-EDIT
           MOVE WS-PIOR-ATRASO   TO WS-NTF-ATRASO-EDIT

           MOVE SPACES TO WS-NTF-DADOS
           STRING "NIVEL=" WS-NIVEL-CARTA
                  "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                  "|DIAS-ATRASO=" FUNCTION TRIM(WS-NTF-ATRASO-EDIT)
                  "|TITULOS=" WS-QTD-TIT-CLI
                  "|DATA=" WS-HOJE-NUM
                  DELIMITED BY SIZE INTO WS-NTF-DADOS

           PERFORM 8800-GRAVA-NOTIFICACAO
               THRU 8800-GRAVA-NOTIFICACAO-EXIT.
       2800-NOTIFICA-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO DA RODADA E FECHAMENTO
      *-----------------------------------------------------------------
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE COBRANCA
           CLOSE CARTA-REL
           IF NOT SEM-ARQUIVO-CONTATO
               CLOSE CONTATO
           END-IF
           IF NOT SEM-ARQUIVO-NOTIFIC
               CLOSE NOTIFIC
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.

           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8800-GRAVA-NOTIFICACAO - POE UM AVISO AO CLIENTE NA FILA
      * (NOTIFIC) COM O PROXIMO NUMERO. SEM CONTATO DA FUNCAO COM
      * CELULAR OU E-MAIL O AVISO FICA SO NO HISTORICO DO CLIENTE,
      * COMO SEM DESTINO (NAO VAI AO GATEWAY).
      *-----------------------------------------------------------------
       8800-GRAVA-NOTIFICACAO.
           IF SEM-ARQUIVO-NOTIFIC
               GO TO 8800-GRAVA-NOTIFICACAO-EXIT
           END-IF

           PERFORM 8810-BUSCA-CONTATO-NTF
               THRU 8810-BUSCA-CONTATO-NTF-EXIT

           MOVE ZEROS     TO WS-NTF-PROXIMO
           MOVE 999999999 TO XAV-NTF
           START NOTIFIC KEY IS <= XAV-NTF
           IF FS-NTF = ZEROS
               READ NOTIFIC PREVIOUS WITH IGNORE LOCK
               IF FS-NTF = ZEROS
                   MOVE NUM-NTF TO WS-NTF-PROXIMO
               END-IF
           END-IF

           ACCEPT WS-NTF-DT FROM DATE YYYYMMDD
           ACCEPT WS-NTF-HR FROM TIME
           MOVE "N"   TO WS-NTF-GRAVOU
           MOVE ZEROS TO WS-NTF-TENTATIVA
           PERFORM 8830-GRAVA-REG-NTF THRU 8830-GRAVA-REG-NTF-EXIT
               UNTIL NTF-GRAVADA OR WS-NTF-TENTATIVA > 9.
       8800-GRAVA-NOTIFICACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8810-BUSCA-CONTATO-NTF - CONTATO ATIVO DO CLIENTE NA FUNCAO
      * PEDIDA (WS-NTF-FUNCAO): O PRINCIPAL OU, NA FALTA DELE, O
      * PRIMEIRO COM ENDERECO UTIL.
      *-----------------------------------------------------------------
       8810-BUSCA-CONTATO-NTF.
           MOVE "N"    TO WS-NTF-ACHOU WS-NTF-FIM
           MOVE ZEROS  TO WS-NTF-SEQ-CTT
           MOVE SPACES TO WS-NTF-NOME WS-NTF-CANAL WS-NTF-DESTINO
           IF SEM-ARQUIVO-CONTATO
               GO TO 8810-BUSCA-CONTATO-NTF-EXIT
           END-IF

           MOVE WS-NTF-COD-CLI TO COD-CLI-CTT
           MOVE ZEROS          TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-NTF-FIM
           END-START

           PERFORM 8820-LE-CONTATO-NTF THRU 8820-LE-CONTATO-NTF-EXIT
               UNTIL NTF-FIM-CONTATO.
       8810-BUSCA-CONTATO-NTF-EXIT.
           EXIT.

       8820-LE-CONTATO-NTF.
           READ CONTATO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-NTF-FIM
                   GO TO 8820-LE-CONTATO-NTF-EXIT
           END-READ
           IF COD-CLI-CTT NOT = WS-NTF-COD-CLI
               MOVE "S" TO WS-NTF-FIM
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF

           IF FUNCAO-CTT NOT = WS-NTF-FUNCAO OR NOT CTT-ATIVO
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF
           IF NTF-ACHOU-CONTATO AND NOT CTT-PRINCIPAL
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF

      * CANAL PREFERIDO DO CONTATO; TELEFONE FIXO NAO RECEBE MENSAGEM
      * E VAI PELO CELULAR (WHATSAPP) OU PELO E-MAIL QUE HOUVER.
           EVALUATE TRUE
               WHEN CANAL-EMAIL AND EMAIL-CTT NOT = SPACES
                   MOVE "E"         TO WS-NTF-CANAL
                   MOVE EMAIL-CTT   TO WS-NTF-DESTINO
               WHEN CANAL-CELULAR AND CELULAR-CTT NOT = SPACES
                   MOVE "M"         TO WS-NTF-CANAL
                   MOVE CELULAR-CTT TO WS-NTF-DESTINO
               WHEN CELULAR-CTT NOT = SPACES
                   MOVE "W"         TO WS-NTF-CANAL
                   MOVE CELULAR-CTT TO WS-NTF-DESTINO
               WHEN EMAIL-CTT NOT = SPACES
                   MOVE "E"         TO WS-NTF-CANAL
                   MOVE EMAIL-CTT   TO WS-NTF-DESTINO
               WHEN OTHER
                   GO TO 8820-LE-CONTATO-NTF-EXIT
           END-EVALUATE

           MOVE "S"      TO WS-NTF-ACHOU
           MOVE SEQ-CTT  TO WS-NTF-SEQ-CTT
           MOVE NOME-CTT TO WS-NTF-NOME
           IF CTT-PRINCIPAL
               MOVE "S" TO WS-NTF-FIM
           END-IF.
       8820-LE-CONTATO-NTF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8830-GRAVA-REG-NTF - GRAVA O AVISO NO PROXIMO NUMERO LIVRE
      * (OUTRO PROGRAMA PODE TER GRAVADO NO MEIO TEMPO).
      *-----------------------------------------------------------------
       8830-GRAVA-REG-NTF.
           ADD 1 TO WS-NTF-PROXIMO
           ADD 1 TO WS-NTF-TENTATIVA

           MOVE SPACES TO REG-NTF
           INITIALIZE REG-NTF
           MOVE WS-NTF-PROXIMO    TO NUM-NTF
           MOVE WS-NTF-COD-CLI    TO COD-CLI-NTF
           MOVE WS-NTF-DT         TO DT-GERACAO-NTF
           MOVE WS-NTF-HR (1:6)   TO HR-GERACAO-NTF
           MOVE "CARTACOB"          TO PROGRAMA-NTF
           MOVE WS-NTF-MODELO     TO MODELO-NTF
           MOVE WS-NTF-FUNCAO     TO FUNCAO-NTF
           MOVE WS-NTF-SEQ-CTT    TO SEQ-CTT-NTF
           MOVE WS-NTF-NOME       TO NOME-CONTATO-NTF
           MOVE WS-NTF-CANAL      TO CANAL-NTF
           MOVE WS-NTF-DESTINO    TO DESTINO-NTF
           MOVE WS-NTF-NUM-PEDIDO TO NUM-PEDIDO-NTF
           MOVE WS-NTF-NUM-NF     TO NUM-NF-NTF
           MOVE WS-NTF-NUM-ROM    TO NUM-ROM-NTF
           MOVE WS-NTF-VALOR      TO VALOR-NTF
           MOVE WS-NTF-DADOS      TO DADOS-NTF
           IF NTF-ACHOU-CONTATO
               SET NTF-PENDENTE    TO TRUE
           ELSE
               SET NTF-SEM-DESTINO TO TRUE
           END-IF
           MOVE WS-NTF-DT         TO DT-SIT-NTF
           MOVE WS-NTF-HR (1:6)   TO HR-SIT-NTF

           WRITE REG-NTF
               INVALID KEY
                   GO TO 8830-GRAVA-REG-NTF-EXIT
           END-WRITE
           MOVE "S" TO WS-NTF-GRAVOU.
       8830-GRAVA-REG-NTF-EXIT.
           EXIT.
