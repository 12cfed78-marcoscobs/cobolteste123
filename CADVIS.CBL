      *                   PROPRIO PEDIDO (CLIENTE E VENDEDOR BATEM).
      *                   RELCOBER LE ESTE ARQUIVO PARA O CONFRONTO
      *                   PLANEJADO X VISITADO X CONVERTIDO.
      * 15/10/2026 DEV   CADA APONTAMENTO GUARDA A SUA POSICAO NA
      *                   SEQUENCIA DO DIA (ORDEM-VIS, NA ORDEM EM QUE
      *                   O VENDEDOR APONTA AS PARADAS); REAPONTAR UM
      *                   CLIENTE MANTEM A POSICAO ORIGINAL. O CADDESP
      *                   REFAZ O PERCURSO DO DIA POR ESTA ORDEM.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-NUM-PEDIDO-INF           PIC 9(07)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(15)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-ULT-ORDEM-VIS            PIC 9(03)    VALUE ZEROS.
       77  WS-ORDEM-INF                PIC 9(03)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-DT-VISITA-INF
           END-IF

           PERFORM 3050-ULTIMA-ORDEM THRU 3050-ULTIMA-ORDEM-EXIT

           OPEN INPUT CLIENTE
           OPEN INPUT PEDIDO

       3000-APONTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3050-ULTIMA-ORDEM - MAIOR POSICAO JA APONTADA NO DIA DO
      * VENDEDOR, PARA O APONTAMENTO CONTINUAR A SEQUENCIA.
      *-----------------------------------------------------------------
       3050-ULTIMA-ORDEM.
           MOVE ZEROS TO WS-ULT-ORDEM-VIS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE WS-COD-VEND-INF  TO COD-VEND-VIS
           MOVE WS-DT-VISITA-INF TO DT-VISITA-VIS
           MOVE ZEROS            TO COD-CLI-VIS
           START VISITA KEY IS >= XAV-VIS
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 3060-LE-ORDEM THRU 3060-LE-ORDEM-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-VIS.
       3050-ULTIMA-ORDEM-EXIT.
           EXIT.

       3060-LE-ORDEM.
           READ VISITA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 3060-LE-ORDEM-EXIT
           END-READ
           IF COD-VEND-VIS NOT = WS-COD-VEND-INF
           OR DT-VISITA-VIS NOT = WS-DT-VISITA-INF
               MOVE "S" TO WS-FIM-LISTA
               GO TO 3060-LE-ORDEM-EXIT
           END-IF
           IF ORDEM-VIS > WS-ULT-ORDEM-VIS
               MOVE ORDEM-VIS TO WS-ULT-ORDEM-VIS
           END-IF.
       3060-LE-ORDEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-APONTA-CLIENTE - UM CLIENTE DO ROTEIRO: RESULTADO P/S/F/N,
      * MOTIVO QUANDO NAO HOUVE PEDIDO E CONFERENCIA DO NUMERO DO
               ACCEPT WS-MOTIVO-INF FROM CONSOLE
           END-IF

      * REAPONTAMENTO MANTEM A POSICAO QUE O CLIENTE JA TINHA NO DIA.
           MOVE WS-COD-VEND-INF   TO COD-VEND-VIS
           MOVE WS-DT-VISITA-INF  TO DT-VISITA-VIS
           MOVE WS-COD-CLI-INF    TO COD-CLI-VIS
           READ VISITA WITH IGNORE LOCK
           IF FS-VIS = ZEROS AND ORDEM-VIS NOT = ZEROS
               MOVE ORDEM-VIS TO WS-ORDEM-INF
           ELSE
               ADD 1 TO WS-ULT-ORDEM-VIS
               MOVE WS-ULT-ORDEM-VIS TO WS-ORDEM-INF
           END-IF

           INITIALIZE REG-VIS
           MOVE WS-COD-VEND-INF   TO COD-VEND-VIS
           MOVE WS-DT-VISITA-INF  TO DT-VISITA-VIS
           MOVE WS-RESULTADO-INF  TO RESULTADO-VIS
           MOVE WS-MOTIVO-INF     TO MOTIVO-VIS
           MOVE WS-NUM-PEDIDO-INF TO NUM-PEDIDO-VIS
           MOVE WS-ORDEM-INF      TO ORDEM-VIS
           WRITE REG-VIS
           IF FS-VIS = "22"
      * JA HAVIA APONTAMENTO DESTE CLIENTE NO DIA: O NOVO SUBSTITUI.
