      *                   ENTRADA, SAIDA E O SALDO RESULTANTE DE CADA
      *                   MOVIMENTO, PARA O ALMOXARIFADO RECONCILIAR
      *                   O ESTOQUE CONTABIL COM O FISICO.
      * 15/10/2026 DEV   COLUNA DE QUARENTENA (QTD-QUARENT-KDX): OS
      *                   MOVIMENTOS QEN/QLB/QRJ MOSTRAM A QUANTIDADE
      *                   QUE ENTROU OU SAIU DO SALDO EM QUARENTENA.
      * 15/10/2026 DEV   MOVIMENTO DA FILIAL NO PERIODO: SEM PRODUTO
      *                   (OU PARM1 "Fnn" DA CENTRAL) LISTA TODOS OS
      *                   MOVIMENTOS DA FILIAL PELA CHAVE ALTERNATIVA
      *                   FILIAL + DATA (FIL-DT-KDX), SEM VARRER O
      *                   KARDEX INTEIRO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-QTD-MOVTOS               PIC 9(07)    VALUE ZEROS.
       77  WS-COD-PRODUTO-REL          PIC 9(05)    VALUE ZEROS.
      * SEM PRODUTO O EXTRATO E DA FILIAL: TODOS OS MOVIMENTOS DELA NO
      * PERIODO, EM ORDEM DE DATA.
       77  WS-COD-FILIAL-REL           PIC 9(02)    VALUE ZEROS.
       77  WS-MODO-REL                 PIC X(01)    VALUE "P".
           88  MODO-PRODUTO                         VALUE "P".
           88  MODO-FILIAL                          VALUE "F".
       77  WS-TOT-ENTRADAS             PIC 9(09)V999 VALUE ZEROS.
       77  WS-TOT-SAIDAS               PIC 9(09)V999 VALUE ZEROS.

           05  FILLER                  PIC X(03) VALUE SPACES.
           05  HDR-DESCR               PIC X(40).

       01  WS-CABECALHO-2F.
           05  FILLER                  PIC X(09) VALUE "FILIAL: ".
           05  HDR-COD-FILIAL          PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "TODOS OS PRODUTOS".

       01  WS-CABECALHO-3.
           05  FILLER                  PIC X(16) VALUE "PERIODO DE ".
           05  HDR-DT-INICIO           PIC 9(08).
           05  FILLER                  PIC X(14) VALUE "ENTRADA".
           05  FILLER                  PIC X(14) VALUE "SAIDA".
           05  FILLER                  PIC X(14) VALUE "SALDO".
           05  FILLER                  PIC X(14) VALUE "QUARENTENA".
           05  FILLER                  PIC X(07) VALUE "PRODUTO".

       01  WS-LINHA-DADOS.
           05  LD-DATA                 PIC 9(08).
           05  LD-SAIDA                PIC Z(06)9,999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-SALDO                PIC -Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QUARENT              PIC -Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PRODUTO              PIC Z(04)9.

       01  WS-LINHA-RODAPE-1.
           05  FILLER                  PIC X(26)
           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "CODIGO DO PRODUTO, ENTER P/ MOVIMENTO DA"
                       " FILIAL:"
               ACCEPT WS-COD-PRODUTO-REL FROM CONSOLE
               IF WS-COD-PRODUTO-REL = ZEROS
                   DISPLAY "FILIAL:"
                   ACCEPT WS-COD-FILIAL-REL FROM CONSOLE
               END-IF

               DISPLAY "DATA INICIAL (AAAAMMDD), ENTER P/ TODAS:"
               ACCEPT WS-DT-INICIO FROM CONSOLE
           IF WS-DT-FIM = ZEROS
               MOVE 99999999 TO WS-DT-FIM
           END-IF
           IF WS-COD-PRODUTO-REL = ZEROS
               SET MODO-FILIAL TO TRUE
           END-IF

           OPEN INPUT KARDEX
           OPEN INPUT PRODUTO

           MOVE WS-CABECALHO-1  TO REG-REL
           WRITE REG-REL
           IF MODO-FILIAL
               MOVE WS-COD-FILIAL-REL  TO HDR-COD-FILIAL
               MOVE WS-CABECALHO-2F TO REG-REL
           ELSE
               MOVE WS-COD-PRODUTO-REL TO HDR-COD-PRODUTO
               MOVE DESCR-PRODUTO      TO HDR-DESCR
               MOVE WS-CABECALHO-2  TO REG-REL
           END-IF
           WRITE REG-REL
           MOVE WS-DT-INICIO    TO HDR-DT-INICIO
           MOVE WS-DT-FIM       TO HDR-DT-FIM
                   WS-PRM-PROG WS-PRM-1 WS-PRM-2 WS-PRM-3
               IF WS-PRM-PROG = "RELKARD"
                   MOVE "S" TO WS-PRM-USADO
                   IF WS-PRM-1 (1:1) = "F" OR WS-PRM-1 (1:1) = "f"
                       MOVE FUNCTION NUMVAL(WS-PRM-1 (2:19))
                                       TO WS-COD-FILIAL-REL
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-PRM-1)
                                       TO WS-COD-PRODUTO-REL
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-PRM-2)
                                       TO WS-DT-INICIO
                   MOVE FUNCTION NUMVAL(WS-PRM-3)
      *-----------------------------------------------------------------
      * 2000-PROCESSA - POSICIONA NO PRIMEIRO MOVIMENTO DO PRODUTO E
      * PERCORRE OS MOVIMENTOS DELE EM ORDEM DE SEQUENCIA, EMITINDO
      * OS QUE CAEM DENTRO DO PERIODO PEDIDO. NO EXTRATO DA FILIAL
      * POSICIONA PELA CHAVE FIL-DT-KDX NA FILIAL E DATA INICIAL E
      * PARA NA TROCA DE FILIAL OU NA PRIMEIRA DATA DEPOIS DO FIM.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           PERFORM 1900-PROCESSA-ARQUIVO
               THRU 1900-PROCESSA-ARQUIVO-EXIT

           IF MODO-FILIAL
               MOVE WS-COD-FILIAL-REL  TO COD-FILIAL-KDX
               MOVE WS-DT-INICIO       TO DT-KDX
               START KARDEX KEY IS NOT LESS THAN FIL-DT-KDX
                   INVALID KEY MOVE "S" TO WS-FIM-KARDEX
               END-START
           ELSE
               MOVE WS-COD-PRODUTO-REL TO COD-PRODUTO-KDX
               MOVE ZEROS              TO SEQ-KDX
               START KARDEX KEY IS NOT LESS THAN XAV-KDX
                   INVALID KEY MOVE "S" TO WS-FIM-KARDEX
               END-START
           END-IF

           PERFORM 2100-LER-KARDEX THRU 2100-LER-KARDEX-EXIT

      * 1900-PROCESSA-ARQUIVO - MOVIMENTOS DO PRODUTO NO ARQUIVO
      * MORTO DENTRO DO PERIODO, EMITIDOS ANTES DOS DO VIVO (CADA
      * REGISTRO E COPIADO PARA A AREA DO VIVO E IMPRESSO PELA MESMA
      * ROTINA DE DETALHE). NO EXTRATO DA FILIAL A LEITURA E PELA
      * CHAVE FIL-DT-KDA, COMO NO VIVO.
      *-----------------------------------------------------------------
       1900-PROCESSA-ARQUIVO.
           OPEN INPUT KARDEXA
               GO TO 1900-PROCESSA-ARQUIVO-EXIT
           END-IF

           IF MODO-FILIAL
               MOVE WS-COD-FILIAL-REL  TO COD-FILIAL-KDA
               MOVE WS-DT-INICIO       TO DT-KDA
               START KARDEXA KEY IS NOT LESS THAN FIL-DT-KDA
                   INVALID KEY MOVE "S" TO WS-FIM-KARDEXA
               END-START
           ELSE
               MOVE WS-COD-PRODUTO-REL TO COD-PRODUTO-KDA
               MOVE ZEROS              TO SEQ-KDA
               START KARDEXA KEY IS NOT LESS THAN XAV-KDA
                   INVALID KEY MOVE "S" TO WS-FIM-KARDEXA
               END-START
           END-IF

           PERFORM UNTIL FIM-KARDEXA
               READ KARDEXA NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-KARDEXA
                   NOT AT END
                       IF (MODO-PRODUTO
                       AND COD-PRODUTO-KDA NOT = WS-COD-PRODUTO-REL)
                       OR (MODO-FILIAL
                       AND (COD-FILIAL-KDA NOT = WS-COD-FILIAL-REL
                       OR DT-KDA > WS-DT-FIM))
                           MOVE "S" TO WS-FIM-KARDEXA
                       ELSE
                           IF DT-KDA >= WS-DT-INICIO
                                   TO QTD-ENTRADA-KDX
                               MOVE QTD-SAIDA-KDA   TO QTD-SAIDA-KDX
                               MOVE SALDO-KDA       TO SALDO-KDX
                               MOVE QTD-QUARENT-KDA
                                   TO QTD-QUARENT-KDX
                               PERFORM 2300-GRAVA-DETALHE
                                   THRU 2300-GRAVA-DETALHE-EXIT
                           END-IF
                   AT END MOVE "S" TO WS-FIM-KARDEX
               END-READ
               IF NOT FIM-KARDEX
               AND MODO-PRODUTO
               AND COD-PRODUTO-KDX NOT = WS-COD-PRODUTO-REL
                   MOVE "S" TO WS-FIM-KARDEX
               END-IF
               IF NOT FIM-KARDEX
               AND MODO-FILIAL
               AND (COD-FILIAL-KDX NOT = WS-COD-FILIAL-REL
               OR DT-KDX > WS-DT-FIM)
                   MOVE "S" TO WS-FIM-KARDEX
               END-IF
           END-IF.
       2100-LER-KARDEX-EXIT.
           EXIT.
           MOVE QTD-ENTRADA-KDX TO LD-ENTRADA
           MOVE QTD-SAIDA-KDX   TO LD-SAIDA
           MOVE SALDO-KDX       TO LD-SALDO
           MOVE COD-PRODUTO-KDX TO LD-PRODUTO
           IF QTD-QUARENT-KDX NOT = ZEROS
               MOVE QTD-QUARENT-KDX TO LD-QUARENT
           END-IF
           MOVE WS-LINHA-DADOS  TO REG-REL
           WRITE REG-REL.
       2300-GRAVA-DETALHE-EXIT.
