      *                   MECANICA DO GRAVAR DE CADREC PARA OS
      *                   RECEBIVEIS. BAIXAS DA SESSAO NO SPOOL
      *                   DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   PARCELA JA ENVIADA AO BANCO NA REMESSA DE
      *                   PAGAMENTOS (REMPAG) SO E BAIXADA A MAO COM
      *                   CONFIRMACAO, PARA NAO PAGAR EM DOBRO; BAIXA
      *                   MANUAL DE PARCELA REJEITADA LIMPA A REJEICAO.
      * 15/10/2026 DEV   PARCELA RETIDA NA CONFERENCIA A TRES VIAS
      *                   (CONFPAG) NAO E BAIXADA ATE O SUPERVISOR
      *                   LIBERAR COM MOTIVO NO LIBPAG.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-RESIDUAL-CPAG            PIC S9(09)V99 VALUE ZEROS.
       77  WS-QTD-BAIXADAS             PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-PAGO               PIC S9(11)V99 VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.

       01  WS-SWITCHES.
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               GO TO 2100-TRATA-BAIXA-EXIT
           END-IF

      * DIVERGENCIA PEDIDO X RECEBIDO X FATURADO: SO PAGA DEPOIS DA
      * LIBERACAO DO SUPERVISOR.
           IF CPAG-RETIDO
               DISPLAY "PARCELA RETIDA NA CONFERENCIA DE " DT-CONF-CPAG
                       ": " FUNCTION TRIM(MOTIVO-RETENCAO-CPAG)
               DISPLAY "PAGAMENTO SO APOS LIBERACAO DO SUPERVISOR"
                       " (LIBPAG) - NADA FEITO."
               GO TO 2100-TRATA-BAIXA-EXIT
           END-IF

      * JA REMETIDA AO BANCO E SEM RETORNO: O BANCO PODE PAGAR TAMBEM.
           IF REMPAG-ENVIADA
               DISPLAY "PARCELA ENVIADA AO BANCO NA REMESSA DE "
                       DT-REMESSA-CPAG " - AGUARDANDO RETORNO."
               DISPLAY "CONFIRMA A BAIXA MANUAL MESMO ASSIM (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "NADA FEITO."
                   GO TO 2100-TRATA-BAIXA-EXIT
               END-IF
           END-IF
           IF REMPAG-REJEITADA
               DISPLAY "PAGAMENTO REJEITADO PELO BANCO: "
                       COD-REJEICAO-CPAG " "
                       FUNCTION TRIM(MOTIVO-REJEICAO-CPAG)
           END-IF

           COMPUTE WS-RESIDUAL-CPAG =
               VALOR-CPAG - VALOR-PAGO-CPAG
           DISPLAY "FORNECEDOR " COD-FORN-CPAG
           IF VALOR-PAGO-CPAG >= VALOR-CPAG
               SET CPAG-PAGO TO TRUE
           END-IF
           IF REMPAG-REJEITADA
               SET REMPAG-NENHUMA TO TRUE
               MOVE SPACES TO COD-REJEICAO-CPAG MOTIVO-REJEICAO-CPAG
           END-IF
           REWRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DA BAIXA. FS: " FS-CPAG
