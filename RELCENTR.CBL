                MOVE "RELRANKP" TO WS-PROGRAMA
                MOVE "RELRANKP.TXT" TO WS-ARQ-SAIDA
                MOVE "S"        TO WS-TEM-PARAMETROS
             WHEN "RELCMPV"
                MOVE "RELCMPV"  TO WS-PROGRAMA
                MOVE "RELCMPV.TXT" TO WS-ARQ-SAIDA
                MOVE "S"        TO WS-TEM-PARAMETROS
             WHEN "FECHADIA"
      * Fechamento do dia: a confirmacao "S" vai em RELPARMS.TXT e o
      * FECHADIA roda sem perguntas, como no lote noturno -- por isso
