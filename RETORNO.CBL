      *                   DIFERENTE, JA RECEBIDO OU CANCELADO) VAI
      *                   COM O MOTIVO PARA O LOG EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   TITULO EM PROTESTO QUITADO PELO RETORNO FICA
      *                   MARCADO PARA RETIRADA (PROTESTO-RETIRAR).
      * 15/10/2026 DEV   CONFERE O NOSSO NUMERO DEVOLVIDO PELO BANCO
      *                   (POSICOES 121-132, AS MESMAS DA REMESSA)
      *                   CONTRA O DO TITULO; DIVERGENTE VAI AO LOG.
      * 15/10/2026 DEV   DESCONTO DE PONTUALIDADE DA CONDICAO DE
      *                   PAGAMENTO DO PEDIDO (CONDPAG) NO PAGAMENTO
      *                   QUE QUITA O TITULO COM A ANTECEDENCIA
      *                   MINIMA, GRAVADO EM VALOR-DESCONTO-RECEB.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "PARAM.SEL".
           COPY "PEDIDO.SEL".
           COPY "CONDPAG.SEL".

           SELECT RETORNO-FILE ASSIGN TO "RETORNO.RET"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "PARAM.FD".
           COPY "PEDIDO.FD".
           COPY "CONDPAG.FD".

       FD  RETORNO-FILE
           LABEL RECORD STANDARD.
       77  WS-PRINCIPAL-RET            PIC S9(09)V99 VALUE ZEROS.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  WS-HORA-BAIXA               PIC 9(08)    VALUE ZEROS.
      * DESCONTO DE PONTUALIDADE (REGRA DA CONDICAO DE PAGAMENTO DO
      * PEDIDO, MESMA DO GRAVAR DE CADREC): SO NO PAGAMENTO QUE QUITA
      * O TITULO COM A ANTECEDENCIA MINIMA.
       77  WS-DIAS-DESC-CPG            PIC 9(03)    VALUE ZEROS.
       77  WS-PERC-DESC-CPG            PIC 9(02)V99 VALUE ZEROS.
       77  WS-DIAS-ANTECIP-RET         PIC S9(05)   VALUE ZEROS.
       77  WS-DESCONTO-RET             PIC S9(09)V99 VALUE ZEROS.
       77  WS-DESCONTO-CONCEDIDO       PIC S9(09)V99 VALUE ZEROS.
      * OPERADOR DO DIARIO DE BAIXAS: O USUARIO LOGADO DA SESSAO OU,
      * NO LOTE SEM LOGIN, O PROPRIO NOME DO PROGRAMA. A FORMA DE
      * PAGAMENTO DO RETORNO BANCARIO E SEMPRE BOLETO.
           05  RET-VALOR               PIC 9(11)V99.
           05  RET-DT-PAGAMENTO        PIC 9(08).
           05  RET-VALOR-PAGO          PIC 9(11)V99.
           05  RET-NOSSO-NUMERO        PIC 9(11).
           05  RET-DV-NOSSO-NUM        PIC 9(01).
           05  FILLER                  PIC X(108).

       COPY USULOG.CPY.

               MOVE "NOTA FISCAL NAO CONFERE" TO WS-MOTIVO
           END-IF

      * NOSSO NUMERO DO BOLETO/REMESSA: SE O BANCO DEVOLVEU UM E O
      * TITULO TEM OUTRO, O PAGAMENTO NAO E DESTE TITULO.
           IF WS-MOTIVO = SPACES
           AND RET-NOSSO-NUMERO IS NUMERIC
           AND RET-NOSSO-NUMERO NOT = ZEROS
           AND NOSSO-NUMERO-RECEB NOT = ZEROS
           AND (RET-NOSSO-NUMERO NOT = NOSSO-NUMERO-RECEB
             OR RET-DV-NOSSO-NUM NOT = DV-NOSSO-NUM-RECEB)
               MOVE "NOSSO NUMERO NAO CONFERE" TO WS-MOTIVO
           END-IF

           IF WS-MOTIVO = SPACES AND RECEB-RECEBIDO
               MOVE "TITULO JA RECEBIDO" TO WS-MOTIVO
           END-IF
               END-IF
               COMPUTE WS-PRINCIPAL-RET =
                   RET-VALOR-PAGO - WS-ENCARGOS-COBRADOS
      * DESCONTO DE PONTUALIDADE: SO QUANDO O PAGO MAIS O DESCONTO
      * QUITA O RESIDUAL; CONCEDE APENAS O QUE FALTA PARA QUITAR.
               PERFORM 2360-CALCULA-DESCONTO
                   THRU 2360-CALCULA-DESCONTO-EXIT
               MOVE ZEROS TO WS-DESCONTO-CONCEDIDO
               IF WS-DESCONTO-RET > ZEROS
               AND WS-PRINCIPAL-RET < WS-RESIDUAL-RET
               AND WS-PRINCIPAL-RET + WS-DESCONTO-RET
                                       >= WS-RESIDUAL-RET
                   COMPUTE WS-DESCONTO-CONCEDIDO =
                       WS-RESIDUAL-RET - WS-PRINCIPAL-RET
               END-IF
               ADD WS-PRINCIPAL-RET     TO VALOR-RECEBIDO-RECEB
               ADD WS-ENCARGOS-COBRADOS TO VALOR-JUROS-RECEB
               ADD WS-DESCONTO-CONCEDIDO TO VALOR-DESCONTO-RECEB
           END-IF

           IF VALOR-RECEBIDO-RECEB + VALOR-DESCONTO-RECEB
                                   >= VALOR-RECEB
               SET RECEB-RECEBIDO TO TRUE
      * TITULO QUITADO QUE ESTAVA EM PROTESTO: A RETIRADA VAI AO
      * CARTORIO/BUREAU NA PROXIMA EXECUCAO DO PROTESTO.
               IF EM-PROTESTO
                   SET PROTESTO-RETIRAR TO TRUE
               END-IF
           ELSE
               MOVE "BAIXA PARCIAL - TITULO SEGUE ABERTO"
                   TO WS-MOTIVO
           MOVE WS-OPERADOR-RET TO OPERADOR-BAIXA-RECEB

           REWRITE REG-RECEB
           IF FS = ZEROS OR FS = "02"
               ADD 1 TO WS-QTD-BAIXADOS
               PERFORM 2450-GRAVA-DIARIO
                   THRU 2450-GRAVA-DIARIO-EXIT
       2350-CALCULA-ENCARGOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2360-CALCULA-DESCONTO - DESCONTO DE PONTUALIDADE DO TITULO
      * CORRENTE PAGO EM DT-RECEBIMENTO-RECEB: PERC-DESC-PONTUAL-
      * CONDPAG SOBRE O RESIDUAL QUANDO FALTAM DIAS-DESC-PONTUAL-
      * CONDPAG DIAS OU MAIS PARA O VENCIMENTO. A CONDICAO VEM DO
      * PEDIDO; PARCELA DE ACORDO (SEM PEDIDO) OU CONDICAO SEM REGRA,
      * ZEROS. USA O RESIDUAL JA CALCULADO EM 2350.
      *-----------------------------------------------------------------
       2360-CALCULA-DESCONTO.
           MOVE ZEROS TO WS-DESCONTO-RET
           PERFORM 2370-LER-DESCONTO-CONDPAG
               THRU 2370-LER-DESCONTO-CONDPAG-EXIT
           IF WS-PERC-DESC-CPG = ZEROS
               GO TO 2360-CALCULA-DESCONTO-EXIT
           END-IF

           COMPUTE WS-DIAS-ANTECIP-RET =
               FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-RECEB)
               - FUNCTION INTEGER-OF-DATE(DT-RECEBIMENTO-RECEB)

           IF WS-DIAS-ANTECIP-RET >= WS-DIAS-DESC-CPG
           AND WS-DIAS-ANTECIP-RET > ZEROS
           AND WS-RESIDUAL-RET > ZEROS
               COMPUTE WS-DESCONTO-RET ROUNDED =
                   WS-RESIDUAL-RET * WS-PERC-DESC-CPG / 100
           END-IF.
       2360-CALCULA-DESCONTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2370-LER-DESCONTO-CONDPAG - REGRA DE DESCONTO DA CONDICAO DE
      * PAGAMENTO DO PEDIDO DO TITULO CORRENTE (PEDIDO E CONDPAG
      * ABERTOS SO PARA A CONSULTA).
      *-----------------------------------------------------------------
       2370-LER-DESCONTO-CONDPAG.
           MOVE ZEROS TO WS-DIAS-DESC-CPG WS-PERC-DESC-CPG

           OPEN INPUT PEDIDO
           IF FS NOT = ZEROS
               CLOSE PEDIDO
               GO TO 2370-LER-DESCONTO-CONDPAG-EXIT
           END-IF
           MOVE NUM-PEDIDO-RECEB TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR COD-CONDPAG-PED = ZEROS
               CLOSE PEDIDO
               GO TO 2370-LER-DESCONTO-CONDPAG-EXIT
           END-IF
           CLOSE PEDIDO

           OPEN INPUT CONDPAG
           IF FS NOT = ZEROS
               CLOSE CONDPAG
               GO TO 2370-LER-DESCONTO-CONDPAG-EXIT
           END-IF
           MOVE COD-CONDPAG-PED TO XAV-CONDPAG
           READ CONDPAG WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE DIAS-DESC-PONTUAL-CONDPAG TO WS-DIAS-DESC-CPG
               MOVE PERC-DESC-PONTUAL-CONDPAG TO WS-PERC-DESC-CPG
           END-IF
           CLOSE CONDPAG.
       2370-LER-DESCONTO-CONDPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-GRAVA-DIARIO - APENDA NO BAIXADIA.TXT A LINHA DESTA BAIXA
      * (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;PRINCIPAL;JUROS),
