       77 WS-FILTRO-NUM-PEDIDO                   PIC 9(07) VALUE ZEROS.
       77 WS-FILTRO-COD-CLI-PED                  PIC 9(07) VALUE ZEROS.
       77 WS-FILTRO-NUM-PEDIDO-REC               PIC 9(07) VALUE ZEROS.
      * Consulta da posicao do pedido (CONSPED): sem filtro pelo menu,
      * o pedido, a nota ou o cliente sao perguntados na consulta.
       77 WS-FILTRO-NUM-PEDIDO-CNS               PIC 9(07) VALUE ZEROS.
       77 WS-FILTRO-COD-CLI-CNS                  PIC 9(07) VALUE ZEROS.

      * Painel de abertura (MONTA-PAINEL): pedidos abertos, titulos
      * vencidos, produtos com saldo zerado e a data do ultimo
                  CALL "CADREC" USING WS-FILTRO-NUM-PEDIDO-REC
                  CANCEL "CADREC"

               WHEN "CONSPED"
                  MOVE ZEROS TO WS-FILTRO-NUM-PEDIDO-CNS
                                WS-FILTRO-COD-CLI-CNS
                  CALL "CONSPED" USING WS-FILTRO-NUM-PEDIDO-CNS
                                       WS-FILTRO-COD-CLI-CNS
                  CANCEL "CONSPED"

               WHEN "CADCPG"
                  CALL "CADCPG"
                  CANCEL "CADCPG"
