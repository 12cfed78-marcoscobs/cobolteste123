      *-----------------------------------------------------------------
      * RELCAMP - RESULTADO DAS CAMPANHAS PROMOCIONAIS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELCAMP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA CADA CAMPANHA JA
      *                   INICIADA (OU SO A INFORMADA), O VOLUME, A
      *                   RECEITA LIQUIDA, O CUSTO MEDIO E A MARGEM DAS
      *                   LINHAS VENDIDAS NA CAMPANHA (COD-CAMP-ITEM)
      *                   DENTRO DO PERIODO DELA, CONTRA AS VENDAS DA
      *                   MESMA ABRANGENCIA (PRODUTO/GRUPO, REDE E
      *                   CANAL) NO PERIODO DE MESMA DURACAO LOGO ANTES
      *                   DO INICIO, COM A VARIACAO EM %. CAMPANHA EM
      *                   ANDAMENTO E MEDIDA ATE HOJE. PEDIDOS DE VENDA
      *                   NAO CANCELADOS NEM RECUSADOS. PARAMETROS
      *                   ACEITOS VIA RELPARMS.TXT; SPOOL DATADO
      *                   (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMPANHA.SEL".
           COPY "PEDIDO.SEL".
           COPY "ITEM-PED.SEL".
           COPY "PRODUTO.SEL".
           COPY "CLIENTE.SEL".

           SELECT REL-CAMP ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CAMPANHA.FD".
           COPY "PEDIDO.FD".
           COPY "ITEM-PED.FD".
           COPY "PRODUTO.FD".
           COPY "CLIENTE.FD".

       FD  REL-CAMP
           LABEL RECORD STANDARD.
       01  REG-REL                     PIC X(132).


       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).


       FD  SPOOL-REG
           LABEL RECORD STANDARD.
       01  REG-SPOOLREG                PIC X(120).

       WORKING-STORAGE SECTION.

      * Spool de relatorios: a saida ganha nome com data e hora
      * (SPOOL-<NOME>-AAAAMMDD-HHMMSS.TXT), preservando as execucoes
      * anteriores, e cada arquivo gerado e registrado em SPOOLREG.TXT
      * para o visor de spool (SPOOLVW) reabrir ou reimprimir.
       77  WS-NOME-SPOOL-REL           PIC X(60)    VALUE SPACES.
       77  FS-SPR                      PIC XX       VALUE SPACES.
       77  WS-DATA-SPOOL               PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-SPOOL               PIC 9(08)    VALUE ZEROS.


      * PARAMETROS VINDOS DA CENTRAL DE RELATORIOS (RELCENTR) VIA
      * RELPARMS.TXT (PROGRAMA;PARM1;PARM2;PARM3). ARQUIVO AUSENTE OU
      * DE OUTRO PROGRAMA = EXECUCAO DIRETA, PERGUNTA NO CONSOLE COMO
      * SEMPRE. O ARQUIVO E CONSUMIDO (ESVAZIADO) DEPOIS DE LIDO.
       77  FS-PRM                      PIC XX       VALUE SPACES.
       77  WS-PRM-PROG                 PIC X(08)    VALUE SPACES.
       77  WS-PRM-1                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-2                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-3                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-USADO                PIC X(01)    VALUE "N".
           88  PARAMETROS-RECEBIDOS                 VALUE "S".


       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CAMP                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILTRO-CAMP              PIC 9(05)    VALUE ZEROS.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-DT-MENOR                 PIC 9(08)    VALUE ZEROS.
       77  WS-DT-MAIOR                 PIC 9(08)    VALUE ZEROS.
       77  WS-DIA-INI                  PIC 9(07)    VALUE ZEROS.
       77  WS-DIA-FIM                  PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-CAMP                PIC 9(07)    VALUE ZEROS.
       77  WS-IDX-CAMP                 PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-PEDIDOS              PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-PED-ATUAL            PIC 9(07)    VALUE ZEROS.
       77  WS-DT-PED-ATUAL             PIC 9(08)    VALUE ZEROS.
       77  WS-COD-CLI-ANT              PIC 9(07)    VALUE ZEROS.
       77  WS-REDE-CLI                 PIC 9(03)    VALUE ZEROS.
       77  WS-CANAL-CLI                PIC 9(02)    VALUE ZEROS.
       77  WS-GRUPO-PROD               PIC 9(03)    VALUE ZEROS.
       77  WS-CUSTO-PROD               PIC S9(07)V99 VALUE ZEROS.
       77  WS-RECEITA-LINHA            PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUSTO-LINHA              PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM                   PIC S9(13)V99 VALUE ZEROS.
       77  WS-PERC                     PIC S9(05)V9 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-CAMP             PIC X(01)    VALUE "N".
               88  FIM-CAMP                         VALUE "S".
           05  WS-FIM-PEDIDO           PIC X(01)    VALUE "N".
               88  FIM-PEDIDO                       VALUE "S".
           05  WS-FIM-ITEM             PIC X(01)    VALUE "N".
               88  FIM-ITEM                         VALUE "S".

      * CAMPANHAS DO RELATORIO COM OS DOIS PERIODOS (DURANTE = INICIO
      * ATE O FIM OU HOJE; ANTES = MESMA DURACAO ANTES DO INICIO) E OS
      * ACUMULADOS DE CADA UM.
       01  WS-TAB-CAMP.
           05  WS-QTD-CAMP             PIC 9(03)    VALUE ZEROS.
           05  TB-CAMP                 OCCURS 200 TIMES.
               10  TB-COD-CAMP         PIC 9(05).
               10  TB-DESCR-CAMP       PIC X(30).
               10  TB-PRODUTO-CAMP     PIC 9(05).
               10  TB-GRUPO-CAMP       PIC 9(03).
               10  TB-REDE-CAMP        PIC 9(03).
               10  TB-CANAL-CAMP       PIC 9(02).
               10  TB-DT-INI           PIC 9(08).
               10  TB-DT-FIM           PIC 9(08).
               10  TB-DT-INI-ANT       PIC 9(08).
               10  TB-DT-FIM-ANT       PIC 9(08).
               10  TB-QTD-DUR          PIC S9(11)V999.
               10  TB-RECEITA-DUR      PIC S9(13)V99.
               10  TB-CUSTO-DUR        PIC S9(13)V99.
               10  TB-QTD-ANT          PIC S9(11)V999.
               10  TB-RECEITA-ANT      PIC S9(13)V99.
               10  TB-CUSTO-ANT        PIC S9(13)V99.

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(44)
               VALUE "RESULTADO DAS CAMPANHAS PROMOCIONAIS".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "       QUANTIDADE".
           05  FILLER                  PIC X(20) VALUE
               "     RECEITA LIQUIDA".
           05  FILLER                  PIC X(20) VALUE
               "         CUSTO MEDIO".
           05  FILLER                  PIC X(20) VALUE
               "              MARGEM".
           05  FILLER                  PIC X(09) VALUE "    MARG%".

       01  WS-LINHA-CAMP.
           05  FILLER                  PIC X(09) VALUE "CAMPANHA ".
           05  LC-COD-CAMP             PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DESCR                PIC X(30).
           05  FILLER                  PIC X(09) VALUE " PRODUTO ".
           05  LC-PRODUTO              PIC Z(04)9.
           05  FILLER                  PIC X(07) VALUE " GRUPO ".
           05  LC-GRUPO                PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " REDE ".
           05  LC-REDE                 PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE " CANAL ".
           05  LC-CANAL                PIC Z9.
           05  FILLER                  PIC X(14) VALUE " (0 = TODOS)".

       01  WS-LINHA-PERIODO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LP-ROTULO               PIC X(08).
           05  LP-DT-INI               PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LP-DT-FIM               PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-QTD                  PIC Z(11)9,999-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-RECEITA              PIC Z(14)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-CUSTO                PIC Z(14)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-MARGEM               PIC Z(14)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-PERC-MARGEM          PIC -Z(04)9,9.

       01  WS-LINHA-VARIACAO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE
               "VARIACAO SOBRE O ANTES (%)".
           05  LV-QTD                  PIC -Z(13)9,9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LV-RECEITA              PIC -Z(15)9,9.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  LV-MARGEM               PIC -Z(15)9,9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 1100-CARREGA-CAMP    THRU 1100-CARREGA-CAMP-EXIT
           IF WS-QTD-CAMP NOT = ZEROS
               PERFORM 2000-PASSA-PEDIDOS
                   THRU 2000-PASSA-PEDIDOS-EXIT
           END-IF
           PERFORM 3000-EMITE-RELATORIO THRU 3000-EMITE-RELATORIO-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - CAMPANHA DESEJADA (OU TODAS, VIA CONSOLE OU
      * CENTRAL) E ABERTURA DO RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "CODIGO DA CAMPANHA (ENTER P/ TODAS):"
               ACCEPT WS-FILTRO-CAMP FROM CONSOLE
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-CAMP

           MOVE WS-HOJE TO HDR-HOJE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF WS-FILTRO-CAMP = ZEROS
               MOVE "TODAS AS CAMPANHAS JA INICIADAS" TO REG-REL
           ELSE
               STRING "SO A CAMPANHA " WS-FILTRO-CAMP
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - LE OS PARAMETROS DEIXADOS PELA CENTRAL
      * DE RELATORIOS, QUANDO HOUVER, E CONSOME O ARQUIVO.
      *-----------------------------------------------------------------
       1010-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF FS-PRM NOT = ZEROS
               CLOSE PARAM-FILE
               GO TO 1010-LER-PARAMETROS-EXIT
           END-IF

           READ PARAM-FILE
               AT END MOVE "10" TO FS-PRM
           END-READ

           IF FS-PRM = ZEROS
               UNSTRING REG-PARAM DELIMITED BY ";" INTO
                   WS-PRM-PROG WS-PRM-1 WS-PRM-2 WS-PRM-3
               IF WS-PRM-PROG = "RELCAMP"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE FUNCTION NUMVAL(WS-PRM-1)
                                       TO WS-FILTRO-CAMP
               END-IF
           END-IF

           CLOSE PARAM-FILE

           IF PARAMETROS-RECEBIDOS
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
           END-IF.
       1010-LER-PARAMETROS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-CARREGA-CAMP - CAMPANHAS JA INICIADAS (A INFORMADA OU
      * TODAS) COM OS DOIS PERIODOS; GUARDA A MENOR E A MAIOR DATA
      * PARA A PASSADA NOS PEDIDOS.
      *-----------------------------------------------------------------
       1100-CARREGA-CAMP.
           INITIALIZE WS-TAB-CAMP
           MOVE 99999999 TO WS-DT-MENOR
           MOVE ZEROS    TO WS-DT-MAIOR

           OPEN INPUT CAMPANHA
           IF FS-CAMP NOT = ZEROS
               CLOSE CAMPANHA
               GO TO 1100-CARREGA-CAMP-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CAMP
           MOVE WS-FILTRO-CAMP TO XAV-CAMP
           START CAMPANHA KEY IS NOT LESS THAN XAV-CAMP
               INVALID KEY MOVE "S" TO WS-FIM-CAMP
           END-START

           PERFORM 1110-CARREGA-UMA THRU 1110-CARREGA-UMA-EXIT
               UNTIL FIM-CAMP

           CLOSE CAMPANHA.
       1100-CARREGA-CAMP-EXIT.
           EXIT.

       1110-CARREGA-UMA.
           READ CAMPANHA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CAMP
                   GO TO 1110-CARREGA-UMA-EXIT
           END-READ

           IF WS-FILTRO-CAMP NOT = ZEROS
           AND COD-CAMP NOT = WS-FILTRO-CAMP
               MOVE "S" TO WS-FIM-CAMP
               GO TO 1110-CARREGA-UMA-EXIT
           END-IF
           IF DT-INI-CAMP > WS-HOJE
               GO TO 1110-CARREGA-UMA-EXIT
           END-IF
           IF WS-QTD-CAMP NOT < 200
               MOVE "S" TO WS-FIM-CAMP
               GO TO 1110-CARREGA-UMA-EXIT
           END-IF

           ADD 1 TO WS-QTD-CAMP
           MOVE COD-CAMP         TO TB-COD-CAMP (WS-QTD-CAMP)
           MOVE DESCR-CAMP       TO TB-DESCR-CAMP (WS-QTD-CAMP)
           MOVE COD-PRODUTO-CAMP TO TB-PRODUTO-CAMP (WS-QTD-CAMP)
           MOVE COD-GRUPO-CAMP   TO TB-GRUPO-CAMP (WS-QTD-CAMP)
           MOVE COD-REDE-CAMP    TO TB-REDE-CAMP (WS-QTD-CAMP)
           MOVE COD-CANAL-CAMP   TO TB-CANAL-CAMP (WS-QTD-CAMP)
           MOVE DT-INI-CAMP      TO TB-DT-INI (WS-QTD-CAMP)
           IF DT-FIM-CAMP > WS-HOJE
               MOVE WS-HOJE      TO TB-DT-FIM (WS-QTD-CAMP)
           ELSE
               MOVE DT-FIM-CAMP  TO TB-DT-FIM (WS-QTD-CAMP)
           END-IF

      * PERIODO ANTERIOR: MESMO NUMERO DE DIAS, TERMINANDO NA VESPERA
      * DO INICIO DA CAMPANHA.
           COMPUTE WS-DIA-INI =
               FUNCTION INTEGER-OF-DATE (TB-DT-INI (WS-QTD-CAMP))
           COMPUTE WS-DIA-FIM =
               FUNCTION INTEGER-OF-DATE (TB-DT-FIM (WS-QTD-CAMP))
           COMPUTE WS-DIAS-CAMP = WS-DIA-FIM - WS-DIA-INI + 1
           COMPUTE TB-DT-FIM-ANT (WS-QTD-CAMP) =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INI - 1)
           COMPUTE TB-DT-INI-ANT (WS-QTD-CAMP) =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INI - WS-DIAS-CAMP)

           IF TB-DT-INI-ANT (WS-QTD-CAMP) < WS-DT-MENOR
               MOVE TB-DT-INI-ANT (WS-QTD-CAMP) TO WS-DT-MENOR
           END-IF
           IF TB-DT-FIM (WS-QTD-CAMP) > WS-DT-MAIOR
               MOVE TB-DT-FIM (WS-QTD-CAMP) TO WS-DT-MAIOR
           END-IF.
       1110-CARREGA-UMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PASSA-PEDIDOS - UMA PASSADA PELOS PEDIDOS DE VENDA ENTRE
      * A MENOR E A MAIOR DATA DAS CAMPANHAS.
      *-----------------------------------------------------------------
       2000-PASSA-PEDIDOS.
           OPEN INPUT CLIENTE
           OPEN INPUT PRODUTO
           OPEN INPUT ITEM-PED
           OPEN INPUT PEDIDO
           IF FS NOT = ZEROS
               CLOSE PEDIDO ITEM-PED PRODUTO CLIENTE
               GO TO 2000-PASSA-PEDIDOS-EXIT
           END-IF

           MOVE "N"        TO WS-FIM-PEDIDO
           MOVE LOW-VALUES TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-PEDIDO
           END-START

           PERFORM 2100-LE-PEDIDO THRU 2100-LE-PEDIDO-EXIT
               UNTIL FIM-PEDIDO

           CLOSE PEDIDO ITEM-PED PRODUTO CLIENTE.
       2000-PASSA-PEDIDOS-EXIT.
           EXIT.

       2100-LE-PEDIDO.
           READ PEDIDO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PEDIDO
                   GO TO 2100-LE-PEDIDO-EXIT
           END-READ

           IF DT-PEDIDO < WS-DT-MENOR OR DT-PEDIDO > WS-DT-MAIOR
           OR PED-CANCELADO OR PED-RECUSADO OR PED-BONIFICACAO
               GO TO 2100-LE-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-PEDIDOS
           MOVE NUM-PEDIDO TO WS-NUM-PED-ATUAL
           MOVE DT-PEDIDO  TO WS-DT-PED-ATUAL

           IF COD-CLI-PED NOT = WS-COD-CLI-ANT
               MOVE COD-CLI-PED TO WS-COD-CLI-ANT XAV-CLI
               MOVE ZEROS TO WS-REDE-CLI WS-CANAL-CLI
               READ CLIENTE WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE COD-REDE-CLI  TO WS-REDE-CLI
                   MOVE COD-CANAL-CLI TO WS-CANAL-CLI
               END-IF
           END-IF

           MOVE "N"              TO WS-FIM-ITEM
           MOVE WS-NUM-PED-ATUAL TO NUM-PEDIDO-ITEM
           MOVE ZEROS            TO SEQ-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           PERFORM 2200-LE-ITEM THRU 2200-LE-ITEM-EXIT
               UNTIL FIM-ITEM

      * AS LEITURAS DE ITEM/CADASTRO USAM O MESMO FS DO PEDIDO.
           MOVE ZEROS TO FS.
       2100-LE-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LE-ITEM - RECEITA LIQUIDA DO DESCONTO DA LINHA E CUSTO
      * PELO CUSTO MEDIO ATUAL DO PRODUTO; A LINHA E CONFRONTADA COM
      * CADA CAMPANHA CARREGADA.
      *-----------------------------------------------------------------
       2200-LE-ITEM.
           READ ITEM-PED NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ITEM
                   GO TO 2200-LE-ITEM-EXIT
           END-READ

           IF NUM-PEDIDO-ITEM NOT = WS-NUM-PED-ATUAL
               MOVE "S" TO WS-FIM-ITEM
               GO TO 2200-LE-ITEM-EXIT
           END-IF

           MOVE ZEROS TO WS-GRUPO-PROD WS-CUSTO-PROD
           MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE COD-GRUPO-PRODUTO   TO WS-GRUPO-PROD
               MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-PROD
           END-IF

           COMPUTE WS-RECEITA-LINHA ROUNDED =
               QTD-ITEM-PED * PRECO-UNIT-ITEM
               * (1 - PERC-DESC-ITEM / 100)
           COMPUTE WS-CUSTO-LINHA ROUNDED =
               QTD-ITEM-PED * WS-CUSTO-PROD

           PERFORM 2300-CONFERE-CAMP THRU 2300-CONFERE-CAMP-EXIT
               VARYING WS-IDX-CAMP FROM 1 BY 1
               UNTIL WS-IDX-CAMP > WS-QTD-CAMP.
       2200-LE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CONFERE-CAMP - DURANTE: LINHA GRAVADA COM O CODIGO DA
      * CAMPANHA DENTRO DO PERIODO DELA. ANTES: QUALQUER LINHA DA
      * MESMA ABRANGENCIA NO PERIODO ANTERIOR.
      *-----------------------------------------------------------------
       2300-CONFERE-CAMP.
           IF WS-DT-PED-ATUAL NOT < TB-DT-INI (WS-IDX-CAMP)
           AND WS-DT-PED-ATUAL NOT > TB-DT-FIM (WS-IDX-CAMP)
               IF COD-CAMP-ITEM = TB-COD-CAMP (WS-IDX-CAMP)
                   ADD QTD-ITEM-PED     TO TB-QTD-DUR (WS-IDX-CAMP)
                   ADD WS-RECEITA-LINHA TO TB-RECEITA-DUR (WS-IDX-CAMP)
                   ADD WS-CUSTO-LINHA   TO TB-CUSTO-DUR (WS-IDX-CAMP)
               END-IF
               GO TO 2300-CONFERE-CAMP-EXIT
           END-IF

           IF WS-DT-PED-ATUAL < TB-DT-INI-ANT (WS-IDX-CAMP)
           OR WS-DT-PED-ATUAL > TB-DT-FIM-ANT (WS-IDX-CAMP)
               GO TO 2300-CONFERE-CAMP-EXIT
           END-IF
           IF (TB-PRODUTO-CAMP (WS-IDX-CAMP) NOT = ZEROS
               AND TB-PRODUTO-CAMP (WS-IDX-CAMP) NOT = COD-PRODUTO-ITEM)
           OR (TB-GRUPO-CAMP (WS-IDX-CAMP) NOT = ZEROS
               AND TB-GRUPO-CAMP (WS-IDX-CAMP) NOT = WS-GRUPO-PROD)
           OR (TB-REDE-CAMP (WS-IDX-CAMP) NOT = ZEROS
               AND TB-REDE-CAMP (WS-IDX-CAMP) NOT = WS-REDE-CLI)
           OR (TB-CANAL-CAMP (WS-IDX-CAMP) NOT = ZEROS
               AND TB-CANAL-CAMP (WS-IDX-CAMP) NOT = WS-CANAL-CLI)
               GO TO 2300-CONFERE-CAMP-EXIT
           END-IF

           ADD QTD-ITEM-PED     TO TB-QTD-ANT (WS-IDX-CAMP)
           ADD WS-RECEITA-LINHA TO TB-RECEITA-ANT (WS-IDX-CAMP)
           ADD WS-CUSTO-LINHA   TO TB-CUSTO-ANT (WS-IDX-CAMP).
       2300-CONFERE-CAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITE-RELATORIO - UM BLOCO POR CAMPANHA: DURANTE, ANTES E
      * A VARIACAO.
      *-----------------------------------------------------------------
       3000-EMITE-RELATORIO.
           IF WS-QTD-CAMP = ZEROS
               MOVE "NENHUMA CAMPANHA INICIADA A APURAR." TO REG-REL
               WRITE REG-REL
               GO TO 3000-EMITE-RELATORIO-EXIT
           END-IF

           PERFORM 3100-EMITE-CAMP THRU 3100-EMITE-CAMP-EXIT
               VARYING WS-IDX-CAMP FROM 1 BY 1
               UNTIL WS-IDX-CAMP > WS-QTD-CAMP.
       3000-EMITE-RELATORIO-EXIT.
           EXIT.

       3100-EMITE-CAMP.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE TB-COD-CAMP (WS-IDX-CAMP)     TO LC-COD-CAMP
           MOVE TB-DESCR-CAMP (WS-IDX-CAMP)   TO LC-DESCR
           MOVE TB-PRODUTO-CAMP (WS-IDX-CAMP) TO LC-PRODUTO
           MOVE TB-GRUPO-CAMP (WS-IDX-CAMP)   TO LC-GRUPO
           MOVE TB-REDE-CAMP (WS-IDX-CAMP)    TO LC-REDE
           MOVE TB-CANAL-CAMP (WS-IDX-CAMP)   TO LC-CANAL
           MOVE WS-LINHA-CAMP TO REG-REL
           WRITE REG-REL

           MOVE "DURANTE "                   TO LP-ROTULO
           MOVE TB-DT-INI (WS-IDX-CAMP)      TO LP-DT-INI
           MOVE TB-DT-FIM (WS-IDX-CAMP)      TO LP-DT-FIM
           MOVE TB-QTD-DUR (WS-IDX-CAMP)     TO LP-QTD
           MOVE TB-RECEITA-DUR (WS-IDX-CAMP) TO LP-RECEITA
           MOVE TB-CUSTO-DUR (WS-IDX-CAMP)   TO LP-CUSTO
           COMPUTE WS-MARGEM = TB-RECEITA-DUR (WS-IDX-CAMP)
                             - TB-CUSTO-DUR (WS-IDX-CAMP)
           MOVE TB-RECEITA-DUR (WS-IDX-CAMP) TO WS-RECEITA-LINHA
           PERFORM 3150-LINHA-PERIODO THRU 3150-LINHA-PERIODO-EXIT

           MOVE "ANTES   "                   TO LP-ROTULO
           MOVE TB-DT-INI-ANT (WS-IDX-CAMP)  TO LP-DT-INI
           MOVE TB-DT-FIM-ANT (WS-IDX-CAMP)  TO LP-DT-FIM
           MOVE TB-QTD-ANT (WS-IDX-CAMP)     TO LP-QTD
           MOVE TB-RECEITA-ANT (WS-IDX-CAMP) TO LP-RECEITA
           MOVE TB-CUSTO-ANT (WS-IDX-CAMP)   TO LP-CUSTO
           COMPUTE WS-MARGEM = TB-RECEITA-ANT (WS-IDX-CAMP)
                             - TB-CUSTO-ANT (WS-IDX-CAMP)
           MOVE TB-RECEITA-ANT (WS-IDX-CAMP) TO WS-RECEITA-LINHA
           PERFORM 3150-LINHA-PERIODO THRU 3150-LINHA-PERIODO-EXIT

      * VARIACAO SO QUANDO HOUVE VENDA NO PERIODO ANTERIOR.
           IF TB-QTD-ANT (WS-IDX-CAMP) = ZEROS
               MOVE "  SEM VENDAS NO PERIODO ANTERIOR - SEM VARIACAO."
                   TO REG-REL
               WRITE REG-REL
               GO TO 3100-EMITE-CAMP-EXIT
           END-IF

           MOVE ZEROS TO LV-QTD LV-RECEITA LV-MARGEM
           COMPUTE WS-PERC ROUNDED =
               (TB-QTD-DUR (WS-IDX-CAMP) - TB-QTD-ANT (WS-IDX-CAMP))
               * 100 / TB-QTD-ANT (WS-IDX-CAMP)
               ON SIZE ERROR MOVE 99999,9 TO WS-PERC
           END-COMPUTE
           MOVE WS-PERC TO LV-QTD
           IF TB-RECEITA-ANT (WS-IDX-CAMP) > ZEROS
               COMPUTE WS-PERC ROUNDED =
                   (TB-RECEITA-DUR (WS-IDX-CAMP)
                    - TB-RECEITA-ANT (WS-IDX-CAMP))
                   * 100 / TB-RECEITA-ANT (WS-IDX-CAMP)
                   ON SIZE ERROR MOVE 99999,9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO LV-RECEITA
           END-IF
           IF WS-MARGEM > ZEROS
               COMPUTE WS-PERC ROUNDED =
                   ((TB-RECEITA-DUR (WS-IDX-CAMP)
                     - TB-CUSTO-DUR (WS-IDX-CAMP)) - WS-MARGEM)
                   * 100 / WS-MARGEM
                   ON SIZE ERROR MOVE 99999,9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO LV-MARGEM
           END-IF
           MOVE WS-LINHA-VARIACAO TO REG-REL
           WRITE REG-REL.
       3100-EMITE-CAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3150-LINHA-PERIODO - MARGEM (JA EM WS-MARGEM) E MARGEM % SOBRE
      * A RECEITA DO PERIODO (EM WS-RECEITA-LINHA) NA LINHA MONTADA EM
      * WS-LINHA-PERIODO.
      *-----------------------------------------------------------------
       3150-LINHA-PERIODO.
           MOVE WS-MARGEM TO LP-MARGEM
           MOVE ZEROS     TO WS-PERC
           IF WS-RECEITA-LINHA NOT = ZEROS
               COMPUTE WS-PERC ROUNDED =
                   WS-MARGEM * 100 / WS-RECEITA-LINHA
                   ON SIZE ERROR MOVE 99999,9 TO WS-PERC
               END-COMPUTE
           END-IF
           MOVE WS-PERC TO LP-PERC-MARGEM
           MOVE WS-LINHA-PERIODO TO REG-REL
           WRITE REG-REL.
       3150-LINHA-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - FECHAMENTO
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "PEDIDOS DE VENDA LIDOS NOS PERIODOS: " WS-QTD-PEDIDOS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "RESULTADO DAS CAMPANHAS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE REL-CAMP.
       9000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELCAMP-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELCAMP;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
