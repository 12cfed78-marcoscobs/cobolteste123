      *                   LANCAMENTO DE PERDA NO LUGAR DO
      *                   RECEBIMENTO. AS BAIXAS DA SESSAO VAO PARA O
      *                   SPOOL DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   PERDA DE TITULO DE VENDA COMISSIONADA GERA
      *                   ESTORNO DE COMISSAO (ESTCOM) CONTRA O
      *                   VENDEDOR DO PEDIDO: RESIDUAL PERDIDO SEM OS
      *                   IMPOSTOS VEZES A TAXA EFETIVA DO VENDEDOR NO
      *                   MES DO PEDIDO, NO PROXIMO MES DE COMISSAO
      *                   AINDA NAO PAGO.
      * 15/10/2026 DEV   TAXA EFETIVA DO ESTORNO DESCONTA O OVERRIDE DE
      *                   SUPERVISOR (VALOR-OVERRIDE-COM), QUE NAO E
      *                   COMISSAO DAS VENDAS DO PROPRIO VENDEDOR.
      * 15/10/2026 DEV   TAXA EFETIVA DO ESTORNO DESCONTA TAMBEM O
      *                   REEMBOLSO DE DESPESAS (VALOR-REEMB-COM), QUE
      *                   ESTA EM VALOR-COM MAS NAO E COMISSAO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "USUARIO.SEL".
           COPY "PEDIDO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "COMISSAO.SEL".
           COPY "ESTCOM.SEL".

           SELECT PERDA-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "USUARIO.FD".
           COPY "PEDIDO.FD".
           COPY "VENDEDOR.FD".
           COPY "COMISSAO.FD".
           COPY "ESTCOM.FD".

       FD  PERDA-REL
           LABEL RECORD STANDARD.
       77  WS-LOGIN-PER                PIC X(20)    VALUE SPACES.
       77  WS-SENHA-PER                PIC X(20)    VALUE SPACES.

      * ESTORNO DE COMISSAO: VENDEDOR, NOTA E MES DO PEDIDO DO TITULO,
      * BASE SEM IMPOSTOS, TAXA EFETIVA APLICADA NAQUELE MES E MES DE
      * COMISSAO QUE RECEBE O DEBITO.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-ECOM                     PIC XX       VALUE SPACES.
       77  WS-VEND-PER                 PIC 9(03)    VALUE ZEROS.
       77  WS-NOTA-PER                 PIC 9(07)    VALUE ZEROS.
       77  WS-MES-PED-PER              PIC 9(06)    VALUE ZEROS.
       77  WS-BASE-ESTORNO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TAXA-ESTORNO             PIC 9(02)V99 VALUE ZEROS.
       77  WS-VALOR-ESTORNO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-NUM-ECOM                 PIC 9(07)    VALUE ZEROS.
       77  WS-MES-ABERTO               PIC X(01)    VALUE "N".
           88  MES-ABERTO                           VALUE "S".
       01  WS-MES-ESTORNO.
           05  WS-ANO-ESTORNO          PIC 9(04).
           05  WS-MM-ESTORNO           PIC 9(02).

       01  WS-SWITCHES.
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".
           MOVE WS-HOJE-NUM   TO DT-PERDA-RECEB
           MOVE WS-MOTIVO-PER TO MOTIVO-PERDA-RECEB
           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA PERDA. FS: " FS
               GO TO 2100-TRATA-TITULO-EXIT
           END-IF
           MOVE WS-LINHA-PERDA     TO REG-REL
           WRITE REG-REL

           DISPLAY "TITULO BAIXADO POR PERDA."

           PERFORM 2500-ESTORNA-COMISSAO
               THRU 2500-ESTORNA-COMISSAO-EXIT.
       2100-TRATA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-ESTORNA-COMISSAO - A COMISSAO PAGA SOBRE O QUE NAO SERA
      * RECEBIDO E DEBITADA DO VENDEDOR DO PEDIDO. O TITULO CARREGA
      * MERCADORIA + IMPOSTOS E A COMISSAO SO INCIDE NA MERCADORIA:
      * A BASE E O RESIDUAL NA PROPORCAO MERCADORIA / TOTAL DO
      * PEDIDO. PARCELA DE ACORDO (SEM PEDIDO), BONIFICACAO E PEDIDO
      * SEM VENDEDOR NAO TEM O QUE ESTORNAR.
      *-----------------------------------------------------------------
       2500-ESTORNA-COMISSAO.
           IF WS-RESIDUAL-PER NOT > ZEROS
               GO TO 2500-ESTORNA-COMISSAO-EXIT
           END-IF

           OPEN INPUT PEDIDO
           MOVE WS-NUM-PEDIDO-PER TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
           OR PED-BONIFICACAO
           OR COD-VEND-PED = ZEROS
               CLOSE PEDIDO
               MOVE ZEROS TO FS
               GO TO 2500-ESTORNA-COMISSAO-EXIT
           END-IF
           MOVE COD-VEND-PED    TO WS-VEND-PER
           MOVE NUM-NOTA-FISCAL TO WS-NOTA-PER
           MOVE DT-PEDIDO (1:6) TO WS-MES-PED-PER
           IF VALOR-TOTAL-PED + VALOR-ICMS-PED + VALOR-IPI-PED
              > ZEROS
               COMPUTE WS-BASE-ESTORNO ROUNDED =
                   WS-RESIDUAL-PER * VALOR-TOTAL-PED
                   / (VALOR-TOTAL-PED + VALOR-ICMS-PED
                      + VALOR-IPI-PED)
           ELSE
               MOVE WS-RESIDUAL-PER TO WS-BASE-ESTORNO
           END-IF
           CLOSE PEDIDO

           OPEN INPUT COMISSAO
           PERFORM 2600-TAXA-APLICADA THRU 2600-TAXA-APLICADA-EXIT

           COMPUTE WS-VALOR-ESTORNO ROUNDED =
               WS-BASE-ESTORNO * WS-TAXA-ESTORNO / 100
           IF WS-VALOR-ESTORNO NOT > ZEROS
               CLOSE COMISSAO
               GO TO 2500-ESTORNA-COMISSAO-EXIT
           END-IF

           PERFORM 2700-MES-ABERTO THRU 2700-MES-ABERTO-EXIT
           CLOSE COMISSAO

           OPEN I-O ESTCOM
           IF FS-ECOM = "35" OR FS-ECOM = "05"
               OPEN OUTPUT ESTCOM
               CLOSE ESTCOM
               OPEN I-O ESTCOM
           END-IF

           MOVE 9999999 TO XAV-ECOM
           START ESTCOM KEY IS <= XAV-ECOM
           IF FS-ECOM EQUAL ZEROS
               READ ESTCOM PREVIOUS WITH IGNORE LOCK
               MOVE NUM-ECOM TO WS-NUM-ECOM
           ELSE
               MOVE ZEROS TO WS-NUM-ECOM
           END-IF
           ADD 1 TO WS-NUM-ECOM

           INITIALIZE REG-ECOM
           MOVE WS-NUM-ECOM        TO NUM-ECOM
           MOVE WS-VEND-PER        TO COD-VEND-ECOM
           MOVE WS-NUM-PEDIDO-PER  TO NUM-PEDIDO-ECOM
           MOVE WS-NOTA-PER        TO NUM-NOTA-ECOM
           SET ECOM-PERDA          TO TRUE
           MOVE WS-NUM-PARCELA-PER TO NUM-DOC-ECOM
           MOVE WS-HOJE-NUM        TO DT-ECOM
           MOVE WS-BASE-ESTORNO    TO VALOR-BASE-ECOM
           MOVE WS-TAXA-ESTORNO    TO TAXA-ECOM
           MOVE WS-VALOR-ESTORNO   TO VALOR-ECOM
           MOVE WS-MES-ESTORNO     TO ANO-MES-ECOM
           MOVE WS-MOTIVO-PER      TO MOTIVO-ECOM
           SET ECOM-PENDENTE       TO TRUE
           WRITE REG-ECOM
           CLOSE ESTCOM

           DISPLAY "ESTORNO DE COMISSAO DO VENDEDOR " WS-VEND-PER
                   ": " WS-VALOR-ESTORNO " NO MES " WS-MES-ESTORNO.
       2500-ESTORNA-COMISSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-TAXA-APLICADA - TAXA EFETIVA DO VENDEDOR NO MES DO PEDIDO
      * (COMISSAO BRUTA DAS VENDAS DO PROPRIO VENDEDOR, SEM OVERRIDE
      * NEM REEMBOLSO DE DESPESAS / BASE DA APURACAO, QUE JA REFLETE
      * AS REGRAS DE REGRACOM); MES AINDA NAO APURADO USA A TAXA DO
      * VENDEDOR.
      *-----------------------------------------------------------------
       2600-TAXA-APLICADA.
           MOVE ZEROS TO WS-TAXA-ESTORNO

           IF FS-COM = ZEROS
               MOVE WS-MES-PED-PER TO ANO-MES-COM
               MOVE WS-VEND-PER    TO COD-VEND-COM
               READ COMISSAO WITH IGNORE LOCK
               IF FS-COM = ZEROS
               AND VALOR-BASE-COM > ZEROS
                   COMPUTE WS-TAXA-ESTORNO ROUNDED =
                       (VALOR-COM + VALOR-ESTORNO-COM
                        - VALOR-OVERRIDE-COM - VALOR-REEMB-COM) * 100
                       / VALOR-BASE-COM
                   GO TO 2600-TAXA-APLICADA-EXIT
               END-IF
           END-IF

           OPEN INPUT VENDEDOR
           MOVE WS-VEND-PER TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO TAXA-COMISSAO-VEND
           END-READ
           MOVE TAXA-COMISSAO-VEND TO WS-TAXA-ESTORNO
           CLOSE VENDEDOR.
       2600-TAXA-APLICADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-MES-ABERTO - PRIMEIRO MES A PARTIR DO CORRENTE EM QUE A
      * COMISSAO DO VENDEDOR AINDA NAO FOI PAGA.
      *-----------------------------------------------------------------
       2700-MES-ABERTO.
           MOVE WS-HOJE-NUM (1:6) TO WS-MES-ESTORNO
           MOVE "N" TO WS-MES-ABERTO
           PERFORM 2710-TESTA-MES THRU 2710-TESTA-MES-EXIT
               UNTIL MES-ABERTO.
       2700-MES-ABERTO-EXIT.
           EXIT.

       2710-TESTA-MES.
           MOVE WS-MES-ESTORNO TO ANO-MES-COM
           MOVE WS-VEND-PER    TO COD-VEND-COM
           READ COMISSAO WITH IGNORE LOCK
               INVALID KEY MOVE "S" TO WS-MES-ABERTO
           END-READ
           IF MES-ABERTO OR FS-COM NOT = ZEROS OR NOT COM-PAGA
               MOVE "S" TO WS-MES-ABERTO
               GO TO 2710-TESTA-MES-EXIT
           END-IF

           IF WS-MM-ESTORNO = 12
               ADD 1 TO WS-ANO-ESTORNO
               MOVE 1 TO WS-MM-ESTORNO
           ELSE
               ADD 1 TO WS-MM-ESTORNO
           END-IF.
       2710-TESTA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
