      *                   PARA A CONFERENCIA DO CAIXA FISICO E DO
      *                   EXTRATO BANCARIO ANTES DO FECHADIA - SPOOL
      *                   DATADO REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   BAIXA DE VENDA BALCAO (VENDBAL, DECIMO CAMPO
      *                   "BALCAO" NA LINHA DO BAIXADIA) SAI NO
      *                   OPERADOR COM A MARCA VENDA BALCAO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  ORD-NUM-PARCELA         PIC 9(02).
           05  ORD-PRINCIPAL           PIC S9(09)V99.
           05  ORD-JUROS               PIC S9(09)V99.
           05  ORD-ORIGEM              PIC X(06).

       FD  DIARIO-REL
           LABEL RECORD STANDARD.
       77  WS-NOME-FORMA               PIC X(15)    VALUE SPACES.

      * CAMPOS DESMEMBRADOS DA LINHA DO BAIXADIA.TXT
      * (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;PRINCIPAL;JUROS;
      * SESSAO DE CAIXA;ORIGEM - "BALCAO" NA VENDA BALCAO).
       01  WS-CAMPOS-LINHA.
           05  WS-LIN-DATA             PIC X(08).
           05  WS-LIN-HORA             PIC X(06).
           05  WS-LIN-PARCELA          PIC X(02).
           05  WS-LIN-PRINCIPAL        PIC X(15).
           05  WS-LIN-JUROS            PIC X(15).
           05  WS-LIN-SESSAO           PIC X(10).
           05  WS-LIN-ORIGEM           PIC X(06).

       01  WS-SWITCHES.
           05  WS-FIM-ARQUIVO          PIC X(01)    VALUE "N".
           05  LD-PRINCIPAL            PIC Z(07)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-JUROS                PIC Z(05)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ORIGEM               PIC X(12).

       01  WS-LINHA-TOT-FORMA.
           05  FILLER                  PIC X(04) VALUE SPACES.
               WS-LIN-DATA WS-LIN-HORA WS-LIN-OPERADOR
               WS-LIN-FORMA WS-LIN-PEDIDO WS-LIN-PARCELA
               WS-LIN-PRINCIPAL WS-LIN-JUROS
               WS-LIN-SESSAO WS-LIN-ORIGEM

           IF WS-LIN-DATA NOT = WS-DT-DIARIO
               GO TO 1600-TRATA-LINHA-EXIT

           MOVE WS-LIN-OPERADOR TO ORD-OPERADOR
           MOVE WS-LIN-FORMA    TO ORD-FORMA
           MOVE WS-LIN-ORIGEM   TO ORD-ORIGEM
           MOVE FUNCTION NUMVAL(WS-LIN-HORA)    TO ORD-HORA
           MOVE FUNCTION NUMVAL(WS-LIN-PEDIDO)  TO ORD-NUM-PEDIDO
           MOVE FUNCTION NUMVAL(WS-LIN-PARCELA) TO ORD-NUM-PARCELA
           MOVE ORD-NUM-PARCELA  TO LD-PARCELA
           MOVE ORD-PRINCIPAL    TO LD-PRINCIPAL
           MOVE ORD-JUROS        TO LD-JUROS
           IF ORD-ORIGEM = "BALCAO"
               MOVE "VENDA BALCAO" TO LD-ORIGEM
           END-IF
           MOVE WS-LINHA-DADOS   TO REG-REL
           WRITE REG-REL

