
      *-----------------------------------------------------------------
      * 1800-ULTIMA-COMPRA - MAIOR DT-PEDIDO DOS PEDIDOS NAO
      * CANCELADOS DO CLIENTE, LIDOS PELA CHAVE ALTERNATIVA CLIENTE +
      * DATA (CLI-DT-PED) ATE A TROCA DE CLIENTE. A POSICAO DE
      * CLIENTE NAO E AFETADA.
      *-----------------------------------------------------------------
       1800-ULTIMA-COMPRA.
           MOVE ZEROS TO WS-ULTIMA-COMPRA
           MOVE "N"   TO WS-FIM-PED

           MOVE WS-COD-CLI-ATUAL TO COD-CLI-PED
           MOVE ZEROS            TO DT-PEDIDO
           START PEDIDO KEY IS NOT LESS THAN CLI-DT-PED
               INVALID KEY MOVE "S" TO WS-FIM-PED
           END-START
           PERFORM UNTIL FIM-PED
               READ PEDIDO NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-PED
                   NOT AT END
                       IF COD-CLI-PED NOT = WS-COD-CLI-ATUAL
                           MOVE "S" TO WS-FIM-PED
                       ELSE
                           IF NOT PED-CANCELADO
                           AND DT-PEDIDO > WS-ULTIMA-COMPRA
                               MOVE DT-PEDIDO TO WS-ULTIMA-COMPRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
