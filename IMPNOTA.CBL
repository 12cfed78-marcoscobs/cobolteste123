      *                   EM IMPNOTA.TXT, REIMPRIMIVEL QUANTAS VEZES
      *                   FOR PRECISO - OS DADOS SAO O RETRATO DO
      *                   MOMENTO DO FATURAMENTO.
      * 15/10/2026 DEV   IMPRIME A INSCRICAO ESTADUAL E O INDICADOR DE
      *                   CONTRIBUINTE DO ICMS CONGELADOS NA NOTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(10) VALUE "  PEDIDO: ".
           05  LC-NUM-PEDIDO           PIC Z(06)9.

       01  WS-LINHA-IE.
           05  FILLER                  PIC X(09) VALUE "IE ....: ".
           05  LI-IE                   PIC X(14).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-CONTRIB              PIC X(20).

       01  WS-CABECALHO-ITENS.
           05  FILLER                  PIC X(05) VALUE "SEQ".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           MOVE NUM-PEDIDO-NF TO LC-NUM-PEDIDO
           MOVE WS-LINHA-CNPJ TO REG-REL
           WRITE REG-REL
           MOVE IE-CLI-NF TO LI-IE
           EVALUATE CONTRIB-CLI-NF
               WHEN "1"
                   MOVE "CONTRIBUINTE ICMS"   TO LI-CONTRIB
               WHEN "2"
                   MOVE "CONTRIBUINTE ISENTO" TO LI-CONTRIB
               WHEN "9"
                   MOVE "NAO CONTRIBUINTE"    TO LI-CONTRIB
               WHEN OTHER
                   MOVE SPACES                TO LI-CONTRIB
           END-EVALUATE
           MOVE WS-LINHA-IE TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL

