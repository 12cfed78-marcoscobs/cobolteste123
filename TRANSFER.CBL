      *                   ACABA COM OS AJUSTES DE INVENTARIO FALSOS
      *                   USADOS PARA "CONSERTAR" SALDO ENTRE
      *                   DEPOSITOS.
      * 15/10/2026 DEV   TRANSFERENCIAS PARA PEDIDO (TRFPED), ABERTAS
      *                   PELO CADPED AO ATENDER UMA PENDENCIA POR
      *                   OUTRA FILIAL: OPCAO E ENVIA (SAIDA NA ORIGEM
      *                   COM KARDEX TRF, LIBERA A RESERVA DA ORIGEM,
      *                   LOTES GUARDADOS NA TRANSFERENCIA) E OPCAO R
      *                   RECEBE (ENTRADA NO DESTINO COM KARDEX TRF,
      *                   LOTES SOMADOS NO DESTINO E A LINHA DO PEDIDO
      *                   RESERVADA NO DESTINO). A TRANSFERENCIA
      *                   AVULSA CONTINUA NA OPCAO A.
      * 15/10/2026 DEV   LINHAS DO DOCUMENTO DE TRANSFERENCIA SAEM COM O
      *                   CFOP E A NATUREZA DA OPERACAO (ACHACFOP:
      *                   FILIAL DE ORIGEM CONTRA A UF DA FILIAL DE
      *                   DESTINO, PELO GRUPO DO PRODUTO); O ENVIO DE
      *                   TRFPED CARIMBA O CFOP NA TRANSFERENCIA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "KARDEX.SEL".
           COPY "FILIAL.SEL".
           COPY "LOTE.SEL".
           COPY "TRFPED.SEL".
           COPY "PEDIDO.SEL".

      * CONTROLE DO PROXIMO NUMERO DE TRANSFERENCIA.
           SELECT CTL-FILE ASSIGN TO "TRANSF.CTL"
           COPY "KARDEX.FD".
           COPY "FILIAL.FD".
           COPY "LOTE.FD".
           COPY "TRFPED.FD".
           COPY "PEDIDO.FD".

       FD  CTL-FILE
           LABEL RECORD STANDARD.
       77  WS-MENOR-VALIDADE           PIC 9(08)    VALUE ZEROS.
       77  WS-VALIDADE-TRF             PIC 9(08)    VALUE ZEROS.

      * TRANSFERENCIA PARA PEDIDO (TRFPED): OPCAO DO OPERADOR, NUMERO
      * INFORMADO E INDICE DA TABELA DE LOTES DA TRANSFERENCIA.
       77  FS-TRFP                     PIC XX       VALUE SPACES.
       77  WS-OPCAO-TRF                PIC X(01)    VALUE "A".
           88  OPCAO-AVULSA                         VALUE "A".
           88  OPCAO-ENVIO                          VALUE "E".
           88  OPCAO-RECEBIMENTO                    VALUE "R".
       77  WS-NUM-TRFP                 PIC 9(07)    VALUE ZEROS.
       77  WS-IND-LOTE                 PIC 9(02)    VALUE ZEROS.

      * CFOP DA TRANSFERENCIA: FILIAL DE ORIGEM CONTRA A UF DA FILIAL
      * DE DESTINO, PELO GRUPO DO PRODUTO (ACHACFOP).
       77  WS-UF-DESTINO-TRF           PIC X(02)    VALUE SPACES.
       77  WS-TIPO-OPER-CF             PIC X(01)    VALUE "T".
       77  WS-CFOP-CF                  PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-CF              PIC X(40)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
               88  ACHOU-LOTE                       VALUE "S".
           05  WS-FIM-LOTES            PIC X(01)    VALUE "N".
               88  FIM-LOTES                        VALUE "S".
           05  WS-ENVIO-PEDIDO         PIC X(01)    VALUE "N".
               88  ENVIO-PEDIDO                     VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  LD-DESCR                PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DOC-TRFP             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ROTA-TRFP            PIC X(12).
           05  FILLER                  PIC X(08) VALUE " PEDIDO ".
           05  LD-PEDIDO-TRFP          PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ROT-CFOP             PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CFOP                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NATUREZA             PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-ESCOLHE-OPCAO   THRU 0100-ESCOLHE-OPCAO-EXIT
           IF NOT OPCAO-AVULSA
               PERFORM 5000-TRANSF-PEDIDO
                   THRU 5000-TRANSF-PEDIDO-EXIT
               STOP RUN
           END-IF

           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF ABERTURA-OK
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 0100-ESCOLHE-OPCAO - TRANSFERENCIA AVULSA (ORIGEM/DESTINO E
      * LINHAS DIGITADAS) OU ENVIO/RECEBIMENTO DE TRANSFERENCIA PARA
      * PEDIDO (TRFPED).
      *-----------------------------------------------------------------
       0100-ESCOLHE-OPCAO.
           DISPLAY "A = TRANSFERENCIA AVULSA  E = ENVIAR TRANSFERENCIA"
                   " DE PEDIDO  R = RECEBER TRANSFERENCIA DE PEDIDO"
           DISPLAY "OPCAO (ENTER P/ A):"
           ACCEPT WS-OPCAO-TRF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO-TRF) TO WS-OPCAO-TRF
           IF WS-OPCAO-TRF = SPACE
               MOVE "A" TO WS-OPCAO-TRF
           END-IF
           IF NOT OPCAO-AVULSA
           AND NOT OPCAO-ENVIO
           AND NOT OPCAO-RECEBIMENTO
               DISPLAY "OPCAO INVALIDA - TRANSFERENCIA AVULSA."
               MOVE "A" TO WS-OPCAO-TRF
           END-IF.
       0100-ESCOLHE-OPCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - VALIDA ORIGEM E DESTINO, NUMERA A
      * TRANSFERENCIA E ABRE O DOCUMENTO.
               GO TO 1150-VALIDA-DESTINO-EXIT
           END-IF

           MOVE UF-FILIAL TO WS-UF-DESTINO-TRF
           MOVE "S" TO WS-ABERTURA-OK
           CLOSE FILIAL.
       1150-VALIDA-DESTINO-EXIT.

           ADD 1 TO WS-QTD-LINHAS

           CALL "ACHACFOP" USING WS-TIPO-OPER-CF WS-FILIAL-ORIGEM
                                 WS-UF-DESTINO-TRF COD-GRUPO-PRODUTO
                                 WS-CFOP-CF WS-NATUREZA-CF

           MOVE SPACES             TO WS-LINHA-DOC
           MOVE WS-COD-PRODUTO-TRF TO LD-COD-PRODUTO
           MOVE FUNCTION TRIM(DESCR-PRODUTO) TO LD-DESCR
           MOVE WS-QTD-TRANSF      TO LD-QTD
           MOVE "CFOP"             TO LD-ROT-CFOP
           MOVE WS-CFOP-CF         TO LD-CFOP
           MOVE WS-NATUREZA-CF     TO LD-NATUREZA
           MOVE WS-LINHA-DOC       TO REG-REL
           WRITE REG-REL.
       2100-TRATA-LINHA-EXIT.
                   SUBTRACT WS-QTD-CONSUMO FROM WS-QTD-A-CONSUMIR
                   MOVE DT-VALIDADE-LOTE TO WS-VALIDADE-TRF
                   REWRITE REG-LOTE
                   IF ENVIO-PEDIDO
                       PERFORM 2440-GUARDA-LOTE-TRFP
                           THRU 2440-GUARDA-LOTE-TRFP-EXIT
                   ELSE
                       PERFORM 2430-SOMA-LOTE-DESTINO
                           THRU 2430-SOMA-LOTE-DESTINO-EXIT
                   END-IF
                   IF WS-PRIMEIRO-LOTE = SPACES
                       MOVE WS-LOTE-ESCOLHIDO TO WS-PRIMEIRO-LOTE
                   END-IF
       2430-SOMA-LOTE-DESTINO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2440-GUARDA-LOTE-TRFP - NO ENVIO DE TRANSFERENCIA PARA PEDIDO
      * A PARCELA CONSUMIDA NA ORIGEM FICA GUARDADA NA TRANSFERENCIA
      * (A MERCADORIA ESTA EM TRANSITO) E SO E SOMADA NO LOTE DO
      * DESTINO NO RECEBIMENTO.
      *-----------------------------------------------------------------
       2440-GUARDA-LOTE-TRFP.
           IF QTD-LOTES-TRFP < 10
               ADD 1 TO QTD-LOTES-TRFP
               MOVE WS-LOTE-ESCOLHIDO
                   TO NUM-LOTE-TRFP (QTD-LOTES-TRFP)
               MOVE WS-VALIDADE-TRF
                   TO DT-VALIDADE-TRFP (QTD-LOTES-TRFP)
               MOVE WS-QTD-CONSUMO
                   TO QTD-LOTE-TRFP (QTD-LOTES-TRFP)
           ELSE
               ADD WS-QTD-CONSUMO TO QTD-LOTE-TRFP (10)
           END-IF.
       2440-GUARDA-LOTE-TRFP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE DO DOCUMENTO E FECHAMENTO
      *-----------------------------------------------------------------
               CLOSE KARDEX
               CLOSE LOTE
               CLOSE TRANSF-REL
           END-IF
           CANCEL "ACHACFOP".
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-TRANSF-PEDIDO - ENVIO (OPCAO E) OU RECEBIMENTO (OPCAO R)
      * DAS TRANSFERENCIAS PARA PEDIDO, UMA POR NUMERO DIGITADO (ZERO
      * ENCERRA), TODAS NO MESMO DOCUMENTO DO SPOOL.
      *-----------------------------------------------------------------
       5000-TRANSF-PEDIDO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           OPEN I-O TRFPED
           IF FS-TRFP NOT = ZEROS
               DISPLAY "NENHUMA TRANSFERENCIA PARA PEDIDO REGISTRADA."
               CLOSE TRFPED
               GO TO 5000-TRANSF-PEDIDO-EXIT
           END-IF

           OPEN I-O ESTOQUE
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
           END-IF

           OPEN I-O KARDEX
           IF FS-KDX = "35" OR FS-KDX = "05"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF

           OPEN I-O LOTE
           IF FS-LOTE = "35" OR FS-LOTE = "05"
               OPEN OUTPUT LOTE
               CLOSE LOTE
               OPEN I-O LOTE
           END-IF

           OPEN INPUT PRODUTO
           OPEN INPUT PEDIDO

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT TRANSF-REL
           MOVE SPACES TO REG-REL
           IF OPCAO-ENVIO
               STRING "ENVIO DE TRANSFERENCIAS PARA PEDIDO - "
                      WS-HOJE-NUM
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "RECEBIMENTO DE TRANSFERENCIAS PARA PEDIDO - "
                      WS-HOJE-NUM
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE "N" TO WS-FIM-DIGITACAO
           PERFORM 5100-TRATA-TRFP THRU 5100-TRATA-TRFP-EXIT
               UNTIL FIM-DIGITACAO

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "TOTAL DE TRANSFERENCIAS: " WS-QTD-LINHAS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           IF OPCAO-ENVIO
               MOVE "MOTORISTA: ______________________________"
                   TO REG-REL
           ELSE
               MOVE "RECEBIDO POR: ___________________________"
                   TO REG-REL
           END-IF
           WRITE REG-REL

           DISPLAY WS-QTD-LINHAS " TRANSFERENCIA(S) PROCESSADA(S) -"
                   " DOCUMENTO EM " FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE TRFPED
           CLOSE ESTOQUE
           CLOSE KARDEX
           CLOSE LOTE
           CLOSE PRODUTO
           CLOSE PEDIDO
           CLOSE TRANSF-REL
           CANCEL "ACHACFOP".
       5000-TRANSF-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5100-TRATA-TRFP - LE A TRANSFERENCIA, CONFERE A SITUACAO
      * (ENVIO SO DE ABERTA, RECEBIMENTO SO DE EM TRANSITO) E
      * REGISTRA A LINHA NO DOCUMENTO.
      *-----------------------------------------------------------------
       5100-TRATA-TRFP.
           DISPLAY "NUMERO DA TRANSFERENCIA DE PEDIDO (0 P/"
                   " ENCERRAR):"
           ACCEPT WS-NUM-TRFP FROM CONSOLE
           IF WS-NUM-TRFP = ZEROS
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 5100-TRATA-TRFP-EXIT
           END-IF

           MOVE WS-NUM-TRFP TO XAV-TRFP
           READ TRFPED WITH LOCK
           IF FS-TRFP NOT = ZEROS
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA."
               GO TO 5100-TRATA-TRFP-EXIT
           END-IF

           IF OPCAO-ENVIO AND NOT TRFP-ABERTA
               DISPLAY "TRANSFERENCIA NAO ESTA AGUARDANDO ENVIO"
                       " (SITUACAO " SIT-TRFP ")."
               GO TO 5100-TRATA-TRFP-EXIT
           END-IF
           IF OPCAO-RECEBIMENTO AND NOT TRFP-EM-TRANSITO
               DISPLAY "TRANSFERENCIA NAO ESTA EM TRANSITO"
                       " (SITUACAO " SIT-TRFP ")."
               GO TO 5100-TRATA-TRFP-EXIT
           END-IF

           MOVE COD-FILIAL-ORIG-TRFP TO WS-FILIAL-ORIGEM
           MOVE COD-FILIAL-DEST-TRFP TO WS-FILIAL-DESTINO
           MOVE COD-PRODUTO-TRFP     TO WS-COD-PRODUTO-TRF
           MOVE QTD-TRFP             TO WS-QTD-TRANSF
           MOVE SPACES               TO WS-DOC-TRANSF
           STRING "TP" NUM-TRFP DELIMITED BY SIZE
               INTO WS-DOC-TRANSF

           PERFORM 5150-CFOP-TRFP THRU 5150-CFOP-TRFP-EXIT

           IF OPCAO-ENVIO
               PERFORM 5200-ENVIA-TRFP THRU 5200-ENVIA-TRFP-EXIT
           ELSE
               PERFORM 5300-RECEBE-TRFP THRU 5300-RECEBE-TRFP-EXIT
           END-IF
           IF FS-TRFP NOT = ZEROS
               GO TO 5100-TRATA-TRFP-EXIT
           END-IF

           ADD 1 TO WS-QTD-LINHAS

           MOVE WS-COD-PRODUTO-TRF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO DESCR-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           MOVE SPACES               TO WS-LINHA-DOC
           MOVE WS-COD-PRODUTO-TRF   TO LD-COD-PRODUTO
           MOVE FUNCTION TRIM(DESCR-PRODUTO) TO LD-DESCR
           MOVE WS-QTD-TRANSF        TO LD-QTD
           MOVE WS-DOC-TRANSF        TO LD-DOC-TRFP
           STRING "FIL " WS-FILIAL-ORIGEM " > " WS-FILIAL-DESTINO
                  DELIMITED BY SIZE INTO LD-ROTA-TRFP
           MOVE NUM-PEDIDO-TRFP      TO LD-PEDIDO-TRFP
           MOVE "CFOP"               TO LD-ROT-CFOP
           MOVE WS-CFOP-CF           TO LD-CFOP
           MOVE WS-NATUREZA-CF       TO LD-NATUREZA
           MOVE WS-LINHA-DOC         TO REG-REL
           WRITE REG-REL.
       5100-TRATA-TRFP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5150-CFOP-TRFP - CFOP DA TRANSFERENCIA (UF DA FILIAL DE
      * DESTINO E GRUPO DO PRODUTO). NO ENVIO E CARIMBADO NA TRFPED
      * PELO REWRITE DE 5200; NO RECEBIMENTO VALE O JA CARIMBADO
      * (TRANSFERENCIA ENVIADA ANTES DO CARIMBO USA O CALCULADO).
      *-----------------------------------------------------------------
       5150-CFOP-TRFP.
           MOVE SPACES TO WS-UF-DESTINO-TRF
           OPEN INPUT FILIAL
           IF FS-FIL = ZEROS
               MOVE WS-FILIAL-DESTINO TO XAV-FIL
               READ FILIAL WITH IGNORE LOCK
               IF FS-FIL = ZEROS
                   MOVE UF-FILIAL TO WS-UF-DESTINO-TRF
               END-IF
           END-IF
           CLOSE FILIAL

           MOVE WS-COD-PRODUTO-TRF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO COD-GRUPO-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           CALL "ACHACFOP" USING WS-TIPO-OPER-CF WS-FILIAL-ORIGEM
                                 WS-UF-DESTINO-TRF COD-GRUPO-PRODUTO
                                 WS-CFOP-CF WS-NATUREZA-CF
           IF OPCAO-ENVIO
               MOVE WS-CFOP-CF TO CFOP-TRFP
           ELSE
               IF CFOP-TRFP NOT = ZEROS
                   MOVE CFOP-TRFP TO WS-CFOP-CF
               END-IF
           END-IF.
       5150-CFOP-TRFP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5200-ENVIA-TRFP - SAIDA NA ORIGEM: LIBERA A RESERVA FEITA NO
      * ATENDIMENTO DO PEDIDO, BAIXA O SALDO FISICO, CONSOME OS LOTES
      * (FEFO) GUARDANDO-OS NA TRANSFERENCIA E GRAVA O KARDEX TRF DE
      * SAIDA. A TRANSFERENCIA FICA EM TRANSITO.
      *-----------------------------------------------------------------
       5200-ENVIA-TRFP.
           MOVE WS-FILIAL-ORIGEM   TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-TRF TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS NOT = ZEROS
           OR QTD-ESTOQUE < WS-QTD-TRANSF
               DISPLAY "SALDO FISICO INSUFICIENTE NA FILIAL DE"
                       " ORIGEM - TRANSFERENCIA NAO ENVIADA."
               MOVE ZEROS TO FS
               MOVE "99"  TO FS-TRFP
               GO TO 5200-ENVIA-TRFP-EXIT
           END-IF

           IF QTD-RESERVADA-EST > WS-QTD-TRANSF
               SUBTRACT WS-QTD-TRANSF FROM QTD-RESERVADA-EST
           ELSE
               MOVE ZEROS TO QTD-RESERVADA-EST
           END-IF
           SUBTRACT WS-QTD-TRANSF FROM QTD-ESTOQUE
           MOVE QTD-ESTOQUE TO WS-SALDO-RESULT
           REWRITE REG-ESTOQUE

           MOVE ZEROS TO QTD-LOTES-TRFP
           MOVE "S"   TO WS-ENVIO-PEDIDO
           PERFORM 2400-CONSOME-LOTES-TRF
               THRU 2400-CONSOME-LOTES-TRF-EXIT
           MOVE "N"   TO WS-ENVIO-PEDIDO

           PERFORM 2200-GRAVA-KARDEX-SAIDA
               THRU 2200-GRAVA-KARDEX-SAIDA-EXIT

           SET TRFP-EM-TRANSITO TO TRUE
           MOVE WS-HOJE-NUM     TO DT-ENVIO-TRFP
           REWRITE REG-TRFP.
       5200-ENVIA-TRFP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5300-RECEBE-TRFP - ENTRADA NO DESTINO (CRIANDO O REGISTRO SE
      * AINDA NAO EXISTE), LOTES DA TRANSFERENCIA SOMADOS NO DESTINO,
      * KARDEX TRF DE ENTRADA E A RESERVA DA LINHA DO PEDIDO PASSA A
      * VALER NO DESTINO - SO SE O PEDIDO AINDA ESTA ABERTO (PEDIDO
      * NA FILA DE APROVACAO NAO SEGURA RESERVA E PEDIDO CANCELADO
      * DEIXA A MERCADORIA LIVRE NO DESTINO).
      *-----------------------------------------------------------------
       5300-RECEBE-TRFP.
           MOVE NUM-PEDIDO-TRFP TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE SPACE TO SIT-PEDIDO
           END-IF

           MOVE WS-FILIAL-DESTINO  TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-TRF TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               ADD WS-QTD-TRANSF TO QTD-ESTOQUE
               IF PED-ABERTO
                   ADD WS-QTD-TRANSF TO QTD-RESERVADA-EST
               END-IF
               REWRITE REG-ESTOQUE
           ELSE
               INITIALIZE REG-ESTOQUE
               MOVE WS-FILIAL-DESTINO  TO COD-FILIAL-EST
               MOVE WS-COD-PRODUTO-TRF TO COD-PRODUTO
                   OF REG-ESTOQUE
               MOVE WS-QTD-TRANSF      TO QTD-ESTOQUE
               IF PED-ABERTO
                   MOVE WS-QTD-TRANSF  TO QTD-RESERVADA-EST
               END-IF
               WRITE REG-ESTOQUE
           END-IF
           MOVE QTD-ESTOQUE TO WS-SALDO-RESULT
           MOVE ZEROS       TO FS

           MOVE SPACES TO WS-PRIMEIRO-LOTE
           IF QTD-LOTES-TRFP > ZEROS
               MOVE NUM-LOTE-TRFP (1) TO WS-PRIMEIRO-LOTE
               PERFORM 5310-RECEBE-UM-LOTE
                   THRU 5310-RECEBE-UM-LOTE-EXIT
                   VARYING WS-IND-LOTE FROM 1 BY 1
                   UNTIL WS-IND-LOTE > QTD-LOTES-TRFP
           END-IF

           PERFORM 2300-GRAVA-KARDEX-ENTRADA
               THRU 2300-GRAVA-KARDEX-ENTRADA-EXIT

           SET TRFP-RECEBIDA TO TRUE
           MOVE WS-HOJE-NUM  TO DT-RECEB-TRFP
           REWRITE REG-TRFP.
       5300-RECEBE-TRFP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5310-RECEBE-UM-LOTE - SOMA UM LOTE GUARDADO NO ENVIO NO MESMO
      * LOTE DO DESTINO (2430-SOMA-LOTE-DESTINO).
      *-----------------------------------------------------------------
       5310-RECEBE-UM-LOTE.
           MOVE NUM-LOTE-TRFP (WS-IND-LOTE)    TO WS-LOTE-ESCOLHIDO
           MOVE DT-VALIDADE-TRFP (WS-IND-LOTE) TO WS-VALIDADE-TRF
           MOVE QTD-LOTE-TRFP (WS-IND-LOTE)    TO WS-QTD-CONSUMO
           PERFORM 2430-SOMA-LOTE-DESTINO
               THRU 2430-SOMA-LOTE-DESTINO-EXIT.
       5310-RECEBE-UM-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
