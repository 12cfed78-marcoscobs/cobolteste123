      *                   RECUSAR MARCA "R" COM A JUSTIFICATIVA QUE
      *                   VOLTA PARA O VENDEDOR NA TELA DO CADPED.
      *                   DECISOES NO SPOOL DATADO (SPOOLREG.TXT).
      * 15/10/2026 DEV   LINHA DE KIT DE VENDA (KIT) RESERVA OS
      *                   COMPONENTES NA APROVACAO, NA QUANTIDADE DO
      *                   KIT VEZES A QUANTIDADE DO COMPONENTE.
      * 15/10/2026 DEV   LINHA ATENDIDA POR OUTRA FILIAL COM A
      *                   TRANSFERENCIA (TRFPED) AINDA NAO RECEBIDA
      *                   NAO RESERVA NA APROVACAO - A RESERVA ESTA
      *                   NA ORIGEM E PASSA PARA A FILIAL DO PEDIDO
      *                   NO RECEBIMENTO (TRANSFER).
      * 15/10/2026 DEV   PEDIDO APROVADO GERA O AVISO DE PEDIDO
      *                   RECEBIDO AO CONTATO DE COMPRAS DO CLIENTE NA
      *                   FILA NOTIFIC (MODELO PEDRECEB, O MESMO DO
      *                   CADPED), ENVIADO PELO NOTIFGW.
      * 15/10/2026 DEV   PEDIDO DE CLIENTE AINDA AGUARDANDO (OU
      *                   RECUSADO NA) ANALISE DE CREDITO DO LIBCRED
      *                   NAO PODE SER APROVADO - SO RECUSADO OU
      *                   MANTIDO NA FILA ATE O PARECER DO ANALISTA.
      * 15/10/2026 DEV   MAIOR DESCONTO DAS LINHAS SEM A PARTE DADA POR
      *                   CAMPANHA PROMOCIONAL (PERC-DESC-CAMP-ITEM),
      *                   QUE NAO CONTA CONTRA O TETO DO VENDEDOR.
      * 15/10/2026 DEV   TITULOS DO CLIENTE LIDOS PELA CHAVE
      *                   ALTERNATIVA CLI-VENC-RECEB ATE A TROCA DE
      *                   CLIENTE, EM VEZ DE VARRER O RECEBIMENTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "USUARIO.SEL".
           COPY "KIT.SEL".
           COPY "TRFPED.SEL".
           COPY "CONTATO.SEL".
           COPY "NOTIFIC.SEL".

           SELECT APROV-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "USUARIO.FD".
           COPY "KIT.FD".
           COPY "TRFPED.FD".
           COPY "CONTATO.FD".
           COPY "NOTIFIC.FD".

       FD  APROV-REL
           LABEL RECORD STANDARD.
       77  WS-MOTIVO-RECUSA            PIC X(40)    VALUE SPACES.
       77  WS-LOGIN-APR                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-APR                PIC X(20)    VALUE SPACES.
      * SITUACAO DO CLIENTE NA ANALISE DE CREDITO (LIBCRED): SEM
      * PARECER FAVORAVEL O PEDIDO NAO PODE SER APROVADO.
       77  WS-SIT-CRED-CLI             PIC X(01)    VALUE SPACE.

      * KIT DE VENDA: A LINHA DO KIT RESERVA OS COMPONENTES (KIT.DAT),
      * NUNCA O PROPRIO KIT. SEM ARQUIVO DE KITS, NENHUM PRODUTO E
      * KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-COD-PROD-RESERVA         PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RESERVA              PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-COMPONENTES          PIC 9(03)    VALUE ZEROS.

      * TRANSFERENCIA ENTRE FILIAIS QUE ABASTECE A LINHA (TRFPED).
      * SEM ARQUIVO, NENHUMA LINHA ESTA EM TRANSFERENCIA.
       77  FS-TRFP                     PIC XX       VALUE SPACES.

      * CONTATOS DO CLIENTE (CADCONT); ARQUIVO AUSENTE = AVISOS SEM
      * DESTINO.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  WS-SEM-CONTATO              PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-CONTATO                  VALUE "S".

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

      * FILA DE PENDENTES COLETADA NUMA PASSADA SO (ATE 500 POR
      * RODADA), PARA A DECISAO NAO DISPUTAR A AREA DE REGISTRO COM A
               88  FIM-ITEM                         VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".
           05  WS-SEM-TRFP             PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-TRFP                 VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF
           OPEN INPUT TRFPED
           IF FS-TRFP NOT = ZEROS
               CLOSE TRFPED
               MOVE "S" TO WS-SEM-TRFP
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
           END-IF

           MOVE COD-CLI-PED TO XAV-CLI
           MOVE SPACE       TO WS-SIT-CRED-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
               NOT INVALID KEY MOVE SIT-CRED-CLI TO WS-SIT-CRED-CLI
           END-READ
           MOVE ZEROS TO FS

                   "  LIMITE: " LIMITE-CRED-CLI
           DISPLAY "MAIOR DESCONTO DAS LINHAS: " WS-MAIOR-DESC " PCT"
           DISPLAY "MOTIVO: " FUNCTION TRIM(MOTIVO-PENDENCIA-PED)
           IF WS-SIT-CRED-CLI = "P" OR WS-SIT-CRED-CLI = "R"
               DISPLAY "CLIENTE SEM CREDITO APROVADO NA ANALISE"
                       " (LIBCRED) - SO RECUSA OU PULA."
           END-IF
           DISPLAY "DECISAO (A=APROVA R=RECUSA ENTER=PULA):"
           ACCEPT WS-DECISAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
                   IF WS-SIT-CRED-CLI = "P" OR WS-SIT-CRED-CLI = "R"
                       DISPLAY "CLIENTE SEM CREDITO APROVADO - PEDIDO"
                               " MANTIDO NA FILA."
                   ELSE
                       PERFORM 2400-APROVA THRU 2400-APROVA-EXIT
                   END-IF
               WHEN "R"
                   PERFORM 2500-RECUSA THRU 2500-RECUSA-EXIT
               WHEN OTHER
      *-----------------------------------------------------------------
      * 2200-CALCULA-EXPOSICAO - TITULOS EM ABERTO DO CLIENTE (PELO
      * RESIDUAL), MESMO CALCULO DE VALIDA-LIMITE-CRED-PED NO CADPED.
      * LE SO OS TITULOS DO CLIENTE, PELA CHAVE CLI-VENC-RECEB.
      *-----------------------------------------------------------------
       2200-CALCULA-EXPOSICAO.
           MOVE ZEROS TO WS-EXPOSICAO-CLI
               GO TO 2200-CALCULA-EXPOSICAO-EXIT
           END-IF

           MOVE COD-CLI-PED TO COD-CLI-RECEB
           MOVE ZEROS       TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-RECEB
           END-START

               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-RECEB
                   NOT AT END
                       IF COD-CLI-RECEB NOT = COD-CLI-PED
                           MOVE "S" TO WS-FIM-RECEB
                       END-IF
                       IF NOT FIM-RECEB
                       AND RECEB-ABERTO
                           COMPUTE WS-EXPOSICAO-CLI =
                               WS-EXPOSICAO-CLI + VALOR-RECEB
                               - VALOR-RECEBIDO-RECEB
           EXIT.

      *-----------------------------------------------------------------
      * 2300-MAIOR-DESCONTO - MAIOR DESCONTO NEGOCIADO DAS LINHAS DO
      * PEDIDO EM DECISAO (PERC-DESC-ITEM MENOS A PARTE DA CAMPANHA).
      *-----------------------------------------------------------------
       2300-MAIOR-DESCONTO.
           MOVE ZEROS TO WS-MAIOR-DESC
                       IF NUM-PEDIDO-ITEM NOT = WS-NUM-PED-ATUAL
                           MOVE "S" TO WS-FIM-ITEM
                       ELSE
                           IF PERC-DESC-ITEM - PERC-DESC-CAMP-ITEM
                              > WS-MAIOR-DESC
                               COMPUTE WS-MAIOR-DESC = PERC-DESC-ITEM
                                   - PERC-DESC-CAMP-ITEM
                           END-IF
                       END-IF
               END-READ
       2400-APROVA.
           SET PED-ABERTO TO TRUE
           REWRITE REG-PED
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO. FS: " FS
               GO TO 2400-APROVA-EXIT
           END-IF
           MOVE "APROVADO" TO LD-DECISAO
           MOVE SPACES     TO LD-MOTIVO
           PERFORM 2600-GRAVA-DECISAO THRU 2600-GRAVA-DECISAO-EXIT
           PERFORM 2420-NOTIFICA-PEDIDO THRU 2420-NOTIFICA-PEDIDO-EXIT
           DISPLAY "PEDIDO APROVADO.".
       2400-APROVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2420-NOTIFICA-PEDIDO - AVISO DE PEDIDO RECEBIDO AO CONTATO DE
      * COMPRAS DO CLIENTE (SO AGORA, APROVADO, O PEDIDO ESTA ACEITO).
      *-----------------------------------------------------------------
       2420-NOTIFICA-PEDIDO.
           MOVE COD-CLI-PED      TO WS-NTF-COD-CLI
           MOVE "PEDRECEB"       TO WS-NTF-MODELO
           MOVE "C"              TO WS-NTF-FUNCAO
           MOVE NUM-PEDIDO       TO WS-NTF-NUM-PEDIDO
           MOVE ZEROS            TO WS-NTF-NUM-NF WS-NTF-NUM-ROM
           MOVE VALOR-TOTAL-PED  TO WS-NTF-VALOR
           MOVE WS-NTF-VALOR     TO WS-NTF-VALOR-EDIT

           MOVE SPACES TO WS-NTF-DADOS
           STRING "PEDIDO=" NUM-PEDIDO "|DATA=" DT-PEDIDO
                  "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                  "|PREVISAO=" DT-PROMETIDA-PED
                  DELIMITED BY SIZE INTO WS-NTF-DADOS

           PERFORM 8800-GRAVA-NOTIFICACAO
               THRU 8800-GRAVA-NOTIFICACAO-EXIT.
       2420-NOTIFICA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-BAIXA-ESTOQUE-PEDIDO - RESERVA CADA LINHA DO PEDIDO
      * APROVADO (SO QUANDO HA REGISTRO EM ESTOQUE, MESMA REGRA DA
      * IMPORTACAO). LINHA DE KIT RESERVA OS COMPONENTES.
      *-----------------------------------------------------------------
       2450-BAIXA-ESTOQUE-PEDIDO.
           MOVE "N" TO WS-FIM-ITEM
           EXIT.

       2460-BAIXA-UMA-LINHA.
           IF NUM-TRF-ITEM NOT = ZEROS
           AND NOT SEM-ARQUIVO-TRFP
               MOVE NUM-TRF-ITEM TO XAV-TRFP
               READ TRFPED WITH IGNORE LOCK
               IF FS-TRFP = ZEROS AND NOT TRFP-RECEBIDA
                   GO TO 2460-BAIXA-UMA-LINHA-EXIT
               END-IF
           END-IF

           MOVE ZEROS TO WS-QTD-COMPONENTES
           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2470-RESERVA-COMPONENTES-KIT
                   THRU 2470-RESERVA-COMPONENTES-KIT-EXIT
           END-IF
           IF WS-QTD-COMPONENTES > ZEROS
               GO TO 2460-BAIXA-UMA-LINHA-EXIT
           END-IF

           MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-RESERVA
           MOVE QTD-ITEM-PED     TO WS-QTD-RESERVA
           PERFORM 2465-RESERVA-PRODUTO THRU 2465-RESERVA-PRODUTO-EXIT.
       2460-BAIXA-UMA-LINHA-EXIT.
           EXIT.

       2465-RESERVA-PRODUTO.
           MOVE COD-FILIAL-PED      TO COD-FILIAL-EST
           MOVE WS-COD-PROD-RESERVA TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               ADD WS-QTD-RESERVA TO QTD-RESERVADA-EST
               REWRITE REG-ESTOQUE
           END-IF
           MOVE ZEROS TO FS.
       2465-RESERVA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2470-RESERVA-COMPONENTES-KIT - QUANDO O PRODUTO DA LINHA E UM
      * KIT, RESERVA CADA COMPONENTE NA QUANTIDADE DA LINHA VEZES A
      * QUANTIDADE DO COMPONENTE (WS-QTD-COMPONENTES FICA ZERO QUANDO
      * O PRODUTO NAO E KIT).
      *-----------------------------------------------------------------
       2470-RESERVA-COMPONENTES-KIT.
           MOVE "N" TO WS-FIM-KIT
           MOVE COD-PRODUTO-ITEM TO COD-KIT
           MOVE ZEROS            TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2470-RESERVA-COMPONENTES-KIT-EXIT
           END-START

           PERFORM 2480-RESERVA-UM-COMPONENTE
               THRU 2480-RESERVA-UM-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2470-RESERVA-COMPONENTES-KIT-EXIT.
           EXIT.

       2480-RESERVA-UM-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2480-RESERVA-UM-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = COD-PRODUTO-ITEM
               MOVE "S" TO WS-FIM-KIT
               GO TO 2480-RESERVA-UM-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-COMPONENTES
           MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-RESERVA
           COMPUTE WS-QTD-RESERVA ROUNDED =
               QTD-ITEM-PED * QTD-COMPONENTE-KIT
           PERFORM 2465-RESERVA-PRODUTO THRU 2465-RESERVA-PRODUTO-EXIT.
       2480-RESERVA-UM-COMPONENTE-EXIT.
           EXIT.


           SET PED-RECUSADO TO TRUE
           MOVE WS-MOTIVO-RECUSA TO MOTIVO-RECUSA-PED
           REWRITE REG-PED
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO. FS: " FS
               GO TO 2500-RECUSA-EXIT
           END-IF

               CLOSE PEDIDO ITEM-PED CLIENTE ESTOQUE KARDEX
               CLOSE APROV-REL
               IF NOT SEM-ARQUIVO-KIT
                   CLOSE KIT
               END-IF
               IF NOT SEM-ARQUIVO-TRFP
                   CLOSE TRFPED
               END-IF
               IF NOT SEM-ARQUIVO-CONTATO
                   CLOSE CONTATO
               END-IF
               IF NOT SEM-ARQUIVO-NOTIFIC
                   CLOSE NOTIFIC
               END-IF
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
           MOVE "APROVPED"          TO PROGRAMA-NTF
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
