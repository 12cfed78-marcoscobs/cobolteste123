           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-TITULOS - TODOS OS TITULOS DO CLIENTE, LIDOS PELA
      * CHAVE ALTERNATIVA CLIENTE + VENCIMENTO (CLI-VENC-RECEB) A
      * PARTIR DO PRIMEIRO TITULO DELE ATE A TROCA DE CLIENTE.
      *-----------------------------------------------------------------
       1500-ENVIA-TITULOS.
           OPEN INPUT RECEBIMENTO
               GO TO 1500-ENVIA-TITULOS-EXIT
           END-IF

           MOVE WS-COD-CLI-EXTR TO COD-CLI-RECEB
           MOVE ZEROS           TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "10" TO FS
           END-START

               READ RECEBIMENTO NEXT RECORD
                   AT END MOVE "10" TO FS
                   NOT AT END
                       IF COD-CLI-RECEB NOT = WS-COD-CLI-EXTR
                           MOVE "10" TO FS
                       ELSE
                           PERFORM 1600-LIBERA-TITULO
                               THRU 1600-LIBERA-TITULO-EXIT
                       END-IF
