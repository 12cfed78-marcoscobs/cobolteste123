      *                   MANIFESTO DO QUE MOVEU (E DO QUE FICOU, COM
      *                   O MOTIVO) EM SPOOL DATADO REGISTRADO NO
      *                   SPOOLREG.TXT.
      * 15/10/2026 DEV   CLIENTE COM EQUIPAMENTO EM COMODATO ATIVO
      *                   (COMODATO.DAT, MOVCOMOD) TAMBEM E RETIDO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "VENDEDOR.SEL".
           COPY "PEDIDO.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "COMODATO.SEL".

           SELECT ARQ-CLI ASSIGN TO WS-NOME-ARQ-CLI
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "VENDEDOR.FD".
           COPY "PEDIDO.FD".
           COPY "RECEBIMENTO.FD".
           COPY "COMODATO.FD".

       FD  ARQ-CLI
           LABEL RECORD STANDARD.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-ARQ                      PIC XX       VALUE SPACES.
       77  FS-CMD                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-DT-CORTE                 PIC 9(08)    VALUE ZEROS.

               CLOSE RECEBIMENTO
               OPEN INPUT RECEBIMENTO
           END-IF
           OPEN INPUT COMODATO
           IF FS-CMD = "35" OR FS-CMD = "05"
               OPEN OUTPUT COMODATO
               CLOSE COMODATO
               OPEN INPUT COMODATO
           END-IF

           OPEN OUTPUT ARQ-CLI
           OPEN OUTPUT ARQ-VEND
      * 2300-VERIFICA-MOVIMENTO-CLI - CLIENTE COM QUALQUER PEDIDO OU
      * TITULO DE RECEBIMENTO (QUALQUER SITUACAO) NAO E ARQUIVADO. A
      * VARREDURA E SEQUENCIAL (PEDIDO/RECEBIMENTO NAO TEM CHAVE POR
      * CLIENTE) E A POSICAO DE CLIENTE NAO E AFETADA. CLIENTE QUE
      * AINDA TEM EQUIPAMENTO EM COMODATO TAMBEM FICA.
      *-----------------------------------------------------------------
       2300-VERIFICA-MOVIMENTO-CLI.
           MOVE "N" TO WS-TEM-MOVIMENTO WS-FIM-AUX
                                                     TO WS-MOTIVO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TEM-MOVIMENTO = "S"
               GO TO 2300-VERIFICA-MOVIMENTO-CLI-EXIT
           END-IF

           MOVE "N" TO WS-FIM-AUX
           MOVE ZEROS TO XAV-CMD
           START COMODATO KEY IS NOT LESS THAN XAV-CMD
               INVALID KEY MOVE "S" TO WS-FIM-AUX
           END-START
           PERFORM 2350-VERIFICA-COMODATO-CLI
               THRU 2350-VERIFICA-COMODATO-CLI-EXIT
               UNTIL FIM-AUX OR WS-TEM-MOVIMENTO = "S".
       2300-VERIFICA-MOVIMENTO-CLI-EXIT.
           EXIT.

      * 2350-VERIFICA-COMODATO-CLI - UM COMODATO POR VEZ; SO O ATIVO
      * DO CLIENTE RETEM (O ENCERRADO E HISTORICO).
       2350-VERIFICA-COMODATO-CLI.
           READ COMODATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-AUX
                   GO TO 2350-VERIFICA-COMODATO-CLI-EXIT
           END-READ

           IF COD-CLI-CMD = WS-COD-CLI-ATUAL AND CMD-ATIVO
               MOVE "S" TO WS-TEM-MOVIMENTO
               MOVE "EQUIPAMENTO EM COMODATO" TO WS-MOTIVO
           END-IF.
       2350-VERIFICA-COMODATO-CLI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-MOVE-CLIENTE - GRAVA A LINHA NO ARQUIVO MORTO, APAGA O
      * REGISTRO DO MESTRE E ANOTA NO MANIFESTO.
           CLOSE VENDEDOR
           CLOSE PEDIDO
           CLOSE RECEBIMENTO
           CLOSE COMODATO
           CLOSE ARQ-CLI
           CLOSE ARQ-VEND
           CLOSE MANIFESTO.
