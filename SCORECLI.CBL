      *-----------------------------------------------------------------
      * 1500-ENVIA-TITULOS - UM REGISTRO POR TITULO RELEVANTE:
      * RECEBIDOS (COM O ATRASO REAL EM DIAS) E ABERTOS (EXPOSICAO).
      * LEITURA PELA CHAVE CLIENTE + VENCIMENTO (CLI-VENC-RECEB): OS
      * TITULOS JA CHEGAM AGRUPADOS POR CLIENTE E O SORT SO CONFIRMA
      * A ORDEM.
      *-----------------------------------------------------------------
       1500-ENVIA-TITULOS.
           OPEN INPUT RECEBIMENTO
               GO TO 1500-ENVIA-TITULOS-EXIT
           END-IF

           MOVE ZEROS TO COD-CLI-RECEB DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-RECEB
           END-START

