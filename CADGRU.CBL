      *                   AMARRADO AO PRODUTO NO CADPROD
      *                   (COD-GRUPO-PRODUTO) E ALIMENTA OS SUBTOTAIS
      *                   E FILTROS POR FAMILIA DE RELRANKP/RELSUGC.
      * 15/10/2026 DEV   MARGEM MINIMA DO GRUPO (PERC-MARGEM-MIN-GRU)
      *                   NA INCLUSAO/ALTERACAO E NA LISTA - PISO DE
      *                   MARGEM DA LINHA DE PEDIDO NO CADPED; ZERO
      *                   USA O PARAMETRO MARGEM-MINIMA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-COD-INFORMADO            PIC 9(03)    VALUE ZEROS.
       77  WS-DESCR-INFORMADA          PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(30)    VALUE SPACES.
       77  WS-MARGEM-INFORMADA         PIC 9(02)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
           05  LL-DESCR                PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-MARGEM               PIC Z9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           DISPLAY "MARGEM MINIMA % (EM BRANCO OU 0 = PARAMETRO"
                   " MARGEM-MINIMA):"
           MOVE SPACES TO WS-VALOR-TEXT
           MOVE ZEROS  TO WS-MARGEM-INFORMADA
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               IF FUNCTION NUMVAL(WS-VALOR-TEXT) < ZEROS
               OR FUNCTION NUMVAL(WS-VALOR-TEXT) NOT < 100
                   DISPLAY "MARGEM INVALIDA - NADA FEITO."
                   GO TO 2100-INCLUI-ALTERA-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT)
                   TO WS-MARGEM-INFORMADA
           END-IF

           INITIALIZE REG-GRU
           MOVE WS-COD-INFORMADO    TO COD-GRUPO
           MOVE WS-DESCR-INFORMADA  TO DESCR-GRUPO
           MOVE WS-MARGEM-INFORMADA TO PERC-MARGEM-MIN-GRU
           SET GRUPO-ATIVO          TO TRUE

           WRITE REG-GRU
               INVALID KEY REWRITE REG-GRU
                       MOVE COD-GRUPO   TO LL-COD
                       MOVE DESCR-GRUPO TO LL-DESCR
                       MOVE SIT-GRUPO   TO LL-SIT
                       MOVE PERC-MARGEM-MIN-GRU TO LL-MARGEM
                       DISPLAY WS-LINHA-LISTA
               END-READ
           END-PERFORM
