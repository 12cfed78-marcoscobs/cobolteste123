      *                   POR TITULO" EM VEZ DE DUAS PONTAS SOLTAS.
      *                   CADA COMPENSACAO VAI PARA O SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   NOTA DE CREDITO DE REBATE (PSEUDO-PEDIDO NA
      *                   FAIXA 8000000, EMITIDA PELO APURREB) COMPENSA
      *                   TITULOS DE QUALQUER CLIENTE DA MESMA REDE DO
      *                   CLIENTE INFORMADO, NAO SO OS DELE; A LINHA DO
      *                   SPOOL PASSA A MOSTRAR O CLIENTE DO TITULO.
      * 15/10/2026 DEV   CREDITOS E TITULOS DO CLIENTE LIDOS PELA
      *                   CHAVE ALTERNATIVA CLI-VENC-RECEB (CLIENTE +
      *                   VENCIMENTO) E, NO CREDITO DE REBATE, PELA
      *                   DT-VENCIMENTO-RECEB - O PRIMEIRO TITULO
      *                   ELEGIVEL LIDO JA E O MAIS ANTIGO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".

           SELECT COMP-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".

       FD  COMP-REL
           LABEL RECORD STANDARD.
       77  WS-XAV-CREDITO              PIC 9(09)    VALUE ZEROS.
       77  WS-XAV-TITULO               PIC 9(09)    VALUE ZEROS.
       77  WS-MENOR-VENCTO             PIC 9(08)    VALUE ZEROS.
      * REDE DO CLIENTE INFORMADO (ZEROS = INDEPENDENTE) E CACHE DA
      * REDE DO ULTIMO CLIENTE DE TITULO CONSULTADO.
       77  WS-REDE-COMP                PIC 9(03)    VALUE ZEROS.
       77  WS-CLI-CACHE                PIC 9(07)    VALUE ZEROS.
       77  WS-REDE-CACHE               PIC 9(03)    VALUE ZEROS.
       77  WS-CLI-TITULO               PIC 9(07)    VALUE ZEROS.

      * TABELA DAS NOTAS DE CREDITO EM ABERTO DO CLIENTE (ATE 100 POR
      * RODADA, MAIS QUE SUFICIENTE PARA UM CLIENTE SO).
               88  FIM-RECEB                        VALUE "S".
           05  WS-ACHOU-TITULO         PIC X(01)    VALUE "N".
               88  ACHOU-TITULO                     VALUE "S".
           05  WS-CREDITO-REDE         PIC X(01)    VALUE "N".
               88  CREDITO-REDE                     VALUE "S".
           05  WS-TITULO-ELEGIVEL      PIC X(01)    VALUE "N".
               88  TITULO-ELEGIVEL                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  LP-TIT-PARC             PIC 99.
           05  FILLER                  PIC X(08) VALUE " VALOR ".
           05  LP-VALOR                PIC Z(07)9,99.
           05  FILLER                  PIC X(10) VALUE " CLIENTE ".
           05  LP-TIT-CLI              PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               GO TO 1000-INICIALIZA-EXIT
           END-IF

      * REDE DO CLIENTE: CREDITO DE REBATE PODE ABATER TITULO DE
      * QUALQUER CNPJ DA REDE.
           OPEN INPUT CLIENTE
           MOVE WS-COD-CLI-COMP TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE COD-REDE-CLI TO WS-REDE-COMP
           END-IF

           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               CLOSE CLIENTE
               GO TO 1000-INICIALIZA-EXIT
           END-IF

      * SO OS TITULOS DO CLIENTE, PELA CHAVE CLIENTE + VENCIMENTO.
           MOVE WS-COD-CLI-COMP TO COD-CLI-RECEB
           MOVE ZEROS           TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-RECEB
           END-START

               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-RECEB
                   NOT AT END
                       IF COD-CLI-RECEB NOT = WS-COD-CLI-COMP
                           MOVE "S" TO WS-FIM-RECEB
                       END-IF
                       IF COD-CLI-RECEB = WS-COD-CLI-COMP
                       AND NUM-PARCELA-RECEB = 99
                       AND RECEB-ABERTO
               DISPLAY "CLIENTE " WS-COD-CLI-COMP
                       " NAO TEM NOTA DE CREDITO EM ABERTO."
               CLOSE RECEBIMENTO
               CLOSE CLIENTE
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           EXIT.

       2100-CONSOME-CREDITO.
      * NOTA DE CREDITO DE REBATE (FAIXA 8000000 DO APURREB) VALE
      * PARA A REDE INTEIRA.
           MOVE "N" TO WS-CREDITO-REDE
           IF WS-REDE-COMP NOT = ZEROS
           AND WS-XAV-CREDITO (1:7) >= "8000000"
           AND WS-XAV-CREDITO (1:7) <= "8099999"
               MOVE "S" TO WS-CREDITO-REDE
           END-IF

           PERFORM 2200-BUSCA-TITULO-ANTIGO
               THRU 2200-BUSCA-TITULO-ANTIGO-EXIT

           EXIT.

      *-----------------------------------------------------------------
      * 2200-BUSCA-TITULO-ANTIGO - TITULO EM ABERTO DO CLIENTE (OU DA
      * REDE, SE O CREDITO E DE REBATE) (PARCELA NORMAL, VALOR
      * POSITIVO, COM RESIDUAL) DE MENOR VENCIMENTO. CREDITO DO
      * CLIENTE LE PELA CHAVE CLI-VENC-RECEB SO OS TITULOS DELE;
      * CREDITO DE REBATE LE PELA DT-VENCIMENTO-RECEB (A REDE NAO TEM
      * CHAVE). NAS DUAS A LEITURA E EM ORDEM DE VENCIMENTO, ENTAO O
      * PRIMEIRO TITULO ELEGIVEL E O MAIS ANTIGO.
      *-----------------------------------------------------------------
       2200-BUSCA-TITULO-ANTIGO.
           MOVE "N"      TO WS-ACHOU-TITULO
           MOVE ZEROS    TO WS-XAV-TITULO
           MOVE "N"      TO WS-FIM-RECEB

           MOVE ZEROS TO DT-VENCIMENTO-RECEB
           IF CREDITO-REDE
               START RECEBIMENTO
                   KEY IS NOT LESS THAN DT-VENCIMENTO-RECEB
                   INVALID KEY MOVE "S" TO WS-FIM-RECEB
               END-START
           ELSE
               MOVE WS-COD-CLI-COMP TO COD-CLI-RECEB
               START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
                   INVALID KEY MOVE "S" TO WS-FIM-RECEB
               END-START
           END-IF

           PERFORM UNTIL FIM-RECEB OR ACHOU-TITULO
               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-RECEB
                   NOT AT END
                       IF NOT CREDITO-REDE
                       AND COD-CLI-RECEB NOT = WS-COD-CLI-COMP
                           MOVE "S" TO WS-FIM-RECEB
                       END-IF
                       IF NOT FIM-RECEB
                       AND NUM-PARCELA-RECEB NOT = 99
                       AND RECEB-ABERTO
                       AND VALOR-RECEB > VALOR-RECEBIDO-RECEB
                           PERFORM 2210-TITULO-ELEGIVEL
                               THRU 2210-TITULO-ELEGIVEL-EXIT
                           IF TITULO-ELEGIVEL
                               MOVE "S" TO WS-ACHOU-TITULO
                               MOVE DT-VENCIMENTO-RECEB
                                   TO WS-MENOR-VENCTO
                               MOVE XAV-RECEB TO WS-XAV-TITULO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       2200-BUSCA-TITULO-ANTIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2210-TITULO-ELEGIVEL - O TITULO E DO PROPRIO CLIENTE OU, PARA
      * CREDITO DE REBATE, DE UM CLIENTE DA MESMA REDE.
      *-----------------------------------------------------------------
       2210-TITULO-ELEGIVEL.
           MOVE "N" TO WS-TITULO-ELEGIVEL
           IF COD-CLI-RECEB = WS-COD-CLI-COMP
               MOVE "S" TO WS-TITULO-ELEGIVEL
               GO TO 2210-TITULO-ELEGIVEL-EXIT
           END-IF
           IF NOT CREDITO-REDE
               GO TO 2210-TITULO-ELEGIVEL-EXIT
           END-IF

           IF COD-CLI-RECEB NOT = WS-CLI-CACHE
               MOVE COD-CLI-RECEB TO WS-CLI-CACHE XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
                   INVALID KEY MOVE ZEROS TO COD-REDE-CLI
               END-READ
               MOVE COD-REDE-CLI TO WS-REDE-CACHE
           END-IF
           IF WS-REDE-CACHE = WS-REDE-COMP
               MOVE "S" TO WS-TITULO-ELEGIVEL
           END-IF.
       2210-TITULO-ELEGIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-ABATE-TITULO - APLICA O CREDITO NO TITULO LOCALIZADO
      * (MESMA MECANICA DA BAIXA PARCIAL DO CADREC) E GRAVA O VINCULO
               GO TO 2300-ABATE-TITULO-EXIT
           END-IF

           MOVE COD-CLI-RECEB TO WS-CLI-TITULO
           COMPUTE WS-RESIDUAL-TIT =
               VALOR-RECEB - VALOR-RECEBIDO-RECEB

           MOVE WS-XAV-CREDITO (1:7) TO LP-CRED-PED
           MOVE WS-XAV-TITULO (1:7)  TO LP-TIT-PED
           MOVE WS-XAV-TITULO (8:2)  TO LP-TIT-PARC
           MOVE WS-CLI-TITULO        TO LP-TIT-CLI
           MOVE WS-VALOR-ABATIDO     TO LP-VALOR
           MOVE WS-LINHA-COMP        TO REG-REL
           WRITE REG-REL.
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)

               CLOSE RECEBIMENTO
               CLOSE CLIENTE
               CLOSE COMP-REL
           END-IF.
       3000-FINALIZA-EXIT.
