      *                   RODA DO MENU OU COMO PASSO DO RODANOITE.
      *                   RELATORIO EM SPOOL DATADO REGISTRADO NO
      *                   SPOOLREG.TXT.
      * 15/10/2026 DEV   PEDIDO GERADO NASCE COM ORIGEM-PED = P
      *                   (PROGRAMADO), MOSTRADA NA CONSULTA CONSPED.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           ELSE
               MOVE COD-FILIAL-PPG TO COD-FILIAL-PED
           END-IF
           SET ORIGEM-PROGRAMADO TO TRUE
           WRITE REG-PED

           ADD 1 TO WS-QTD-GERADOS
