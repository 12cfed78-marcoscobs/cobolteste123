      *-----------------------------------------------------------------
      * RELTERR - VENDAS E COBERTURA POR TERRITORIO DE VENDA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELTERR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - UMA LINHA POR TERRITORIO
      *                   DE VENDA NO PERIODO (ANO-MES INICIAL E
      *                   FINAL): CLIENTES ATIVOS DO TERRITORIO,
      *                   CLIENTES QUE COMPRARAM E A COBERTURA EM %,
      *                   VALOR VENDIDO (RESUMOV), VISITAS FEITAS E
      *                   VISITAS COM PEDIDO (VISITA). O CLIENTE CAI NO
      *                   TERRITORIO PELO CEP (ACHATERR); CEP FORA DE
      *                   TERRITORIO VAI PARA A LINHA "SEM TERRITORIO".
      *                   O RESUMOV E ORDENADO POR CLIENTE PARA CONTAR
      *                   CADA CLIENTE UMA VEZ SO. PARAMETROS ACEITOS
      *                   VIA RELPARMS.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TERRIT.SEL".
           COPY "CLIENTE.SEL".
           COPY "RESUMOV.SEL".
           COPY "VISITA.SEL".

           SELECT WORK-RES ASSIGN TO "WORKTERR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-TERR ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "TERRIT.FD".
           COPY "CLIENTE.FD".
           COPY "RESUMOV.FD".
           COPY "VISITA.FD".

       SD  WORK-RES.
       01  REG-ORDENADO.
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-VALOR               PIC S9(11)V99.

       FD  REL-TERR
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
       77  FS-TERR                     PIC XX       VALUE SPACES.
       77  FS-RES                      PIC XX       VALUE SPACES.
       77  FS-VIS                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-ANO-MES-INI              PIC 9(06)    VALUE ZEROS.
       77  WS-ANO-MES-FIM              PIC 9(06)    VALUE 999999.
       77  WS-COD-CLI-ATUAL            PIC 9(07)    VALUE ZEROS.
       77  WS-COD-CLI-LER              PIC 9(07)    VALUE ZEROS.
       77  WS-VALOR-CLI                PIC S9(11)V99 VALUE ZEROS.
       77  WS-IDX-TERR                 PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC 9(03)    VALUE ZEROS.
       77  WS-PERC                     PIC 9(03)V9  VALUE ZEROS.

      * AREA DE CHAMADA DO ACHATERR.
       77  WS-CEP-TERR                 PIC 9(08)    VALUE ZEROS.
       77  WS-COD-TERR                 PIC 9(03)    VALUE ZEROS.
       77  WS-VEND-TERR                PIC 9(03)    VALUE ZEROS.
       77  WS-NOME-TERR                PIC X(30)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-TERRIT           PIC X(01)    VALUE "N".
               88  FIM-TERRIT                       VALUE "S".
           05  WS-FIM-CLIENTE          PIC X(01)    VALUE "N".
               88  FIM-CLIENTE                      VALUE "S".
           05  WS-FIM-RESUMOV          PIC X(01)    VALUE "N".
               88  FIM-RESUMOV                      VALUE "S".
           05  WS-FIM-VISITA           PIC X(01)    VALUE "N".
               88  FIM-VISITA                       VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".

      * UMA POSICAO POR TERRITORIO ATIVO E, NA ULTIMA, OS CLIENTES SEM
      * TERRITORIO (CODIGO ZERO). A ULTIMA LINHA DA TABELA E O TOTAL.
       01  WS-TAB-TERR.
           05  WS-QTD-TERR             PIC 9(03)    VALUE ZEROS.
           05  TB-TERR                 OCCURS 302 TIMES.
               10  TB-COD-TERR         PIC 9(03).
               10  TB-NOME-TERR        PIC X(30).
               10  TB-VEND-TERR        PIC 9(03).
               10  TB-QTD-CLIENTES     PIC 9(07).
               10  TB-QTD-COMPRARAM    PIC 9(07).
               10  TB-VALOR            PIC S9(13)V99.
               10  TB-QTD-VISITAS      PIC 9(07).
               10  TB-QTD-VIS-PEDIDO   PIC 9(07).

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(44)
               VALUE "VENDAS E COBERTURA POR TERRITORIO DE VENDA".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-DIA                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-MES                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-ANO                 PIC 9999.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "PERIODO: ".
           05  HDR-ANO-MES-INI         PIC 9(06).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  HDR-ANO-MES-FIM         PIC 9(06).

       01  WS-CABECALHO-3.
           05  FILLER                  PIC X(35) VALUE "TERRITORIO".
           05  FILLER                  PIC X(05) VALUE "VEND".
           05  FILLER                  PIC X(09) VALUE " CLIENTES".
           05  FILLER                  PIC X(09) VALUE " COMPRAR.".
           05  FILLER                  PIC X(07) VALUE " COBER%".
           05  FILLER                  PIC X(19) VALUE
               "      VALOR VENDIDO".
           05  FILLER                  PIC X(09) VALUE " VISITAS".
           05  FILLER                  PIC X(09) VALUE " C/PEDIDO".
           05  FILLER                  PIC X(07) VALUE " CONV%".

       01  WS-LINHA-DET.
           05  LD-COD-TERR             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NOME-TERR            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VEND                 PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-CLIENTES             PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-COMPRARAM            PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-COBERTURA            PIC ZZ9,9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VALOR                PIC Z(12)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VISITAS              PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VIS-PEDIDO           PIC Z(07)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CONVERSAO            PIC ZZ9,9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-CONTA-CLIENTES  THRU 2000-CONTA-CLIENTES-EXIT

           SORT WORK-RES
               ON ASCENDING KEY ORD-COD-CLI
               INPUT PROCEDURE  3000-ENVIA-RESUMOV
               OUTPUT PROCEDURE 3500-TOTALIZA-CLIENTES

           PERFORM 4000-CONTA-VISITAS   THRU 4000-CONTA-VISITAS-EXIT
           PERFORM 5000-EMITE-RELATORIO THRU 5000-EMITE-RELATORIO-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O PERIODO (OU RECEBE DA CENTRAL),
      * CARREGA OS TERRITORIOS E ABRE O CADASTRO DE CLIENTES.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "ANO-MES INICIAL DO PERIODO (AAAAMM):"
               ACCEPT WS-ANO-MES-INI FROM CONSOLE
               DISPLAY "ANO-MES FINAL DO PERIODO (AAAAMM):"
               ACCEPT WS-ANO-MES-FIM FROM CONSOLE
           END-IF
           IF WS-ANO-MES-FIM = ZEROS
               MOVE 999999 TO WS-ANO-MES-FIM
           END-IF

           PERFORM 1100-CARREGA-TERRIT THRU 1100-CARREGA-TERRIT-EXIT

           OPEN INPUT CLIENTE.
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
               IF WS-PRM-PROG = "RELTERR"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE FUNCTION NUMVAL(WS-PRM-1)
                                       TO WS-ANO-MES-INI
                   MOVE FUNCTION NUMVAL(WS-PRM-2)
                                       TO WS-ANO-MES-FIM
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
      * 1100-CARREGA-TERRIT - TERRITORIOS ATIVOS, MAIS A POSICAO DOS
      * CLIENTES SEM TERRITORIO E A DO TOTAL GERAL.
      *-----------------------------------------------------------------
       1100-CARREGA-TERRIT.
           INITIALIZE WS-TAB-TERR

           OPEN INPUT TERRIT
           IF FS-TERR NOT = ZEROS
               CLOSE TERRIT
           ELSE
               MOVE "N" TO WS-FIM-TERRIT
               MOVE LOW-VALUES TO XAV-TERR
               START TERRIT KEY IS NOT LESS THAN XAV-TERR
                   INVALID KEY MOVE "S" TO WS-FIM-TERRIT
               END-START
               PERFORM 1150-CARREGA-UM THRU 1150-CARREGA-UM-EXIT
                   UNTIL FIM-TERRIT
               CLOSE TERRIT
           END-IF

           ADD 1 TO WS-QTD-TERR
           MOVE ZEROS            TO TB-COD-TERR (WS-QTD-TERR)
           MOVE "SEM TERRITORIO" TO TB-NOME-TERR (WS-QTD-TERR)
           MOVE "TOTAL GERAL"    TO TB-NOME-TERR (WS-QTD-TERR + 1).
       1100-CARREGA-TERRIT-EXIT.
           EXIT.

       1150-CARREGA-UM.
           READ TERRIT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-TERRIT
                   GO TO 1150-CARREGA-UM-EXIT
           END-READ

           IF TERR-INATIVO
               GO TO 1150-CARREGA-UM-EXIT
           END-IF
           IF WS-QTD-TERR NOT < 300
               MOVE "S" TO WS-FIM-TERRIT
               GO TO 1150-CARREGA-UM-EXIT
           END-IF

           ADD 1 TO WS-QTD-TERR
           MOVE COD-TERR      TO TB-COD-TERR (WS-QTD-TERR)
           MOVE NOME-TERR     TO TB-NOME-TERR (WS-QTD-TERR)
           MOVE COD-VEND-TERR TO TB-VEND-TERR (WS-QTD-TERR).
       1150-CARREGA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONTA-CLIENTES - CLIENTES ATIVOS DE CADA TERRITORIO (A
      * BASE DA COBERTURA).
      *-----------------------------------------------------------------
       2000-CONTA-CLIENTES.
           IF FS NOT = ZEROS
               GO TO 2000-CONTA-CLIENTES-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CLIENTE
           MOVE LOW-VALUES TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-CLIENTE
           END-START

           PERFORM 2100-CONTA-UM THRU 2100-CONTA-UM-EXIT
               UNTIL FIM-CLIENTE.
       2000-CONTA-CLIENTES-EXIT.
           EXIT.

       2100-CONTA-UM.
           READ CLIENTE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CLIENTE
                   GO TO 2100-CONTA-UM-EXIT
           END-READ

           IF NOT CLI-ATIVO
               GO TO 2100-CONTA-UM-EXIT
           END-IF

           PERFORM 6000-TERRITORIO-CLIENTE
               THRU 6000-TERRITORIO-CLIENTE-EXIT
           ADD 1 TO TB-QTD-CLIENTES (WS-IDX-ACHADO).
       2100-CONTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-ENVIA-RESUMOV - MESES DO PERIODO (A CHAVE DO RESUMOV
      * COMECA PELO ANO-MES) PARA O SORT POR CLIENTE.
      *-----------------------------------------------------------------
       3000-ENVIA-RESUMOV.
           OPEN INPUT RESUMOV
           IF FS-RES NOT = ZEROS
               CLOSE RESUMOV
               GO TO 3000-ENVIA-RESUMOV-EXIT
           END-IF

           MOVE "N" TO WS-FIM-RESUMOV
           MOVE LOW-VALUES      TO XAV-RES
           MOVE WS-ANO-MES-INI  TO ANO-MES-RES
           START RESUMOV KEY IS NOT LESS THAN XAV-RES
               INVALID KEY MOVE "S" TO WS-FIM-RESUMOV
           END-START

           PERFORM 3100-ENVIA-UM THRU 3100-ENVIA-UM-EXIT
               UNTIL FIM-RESUMOV

           CLOSE RESUMOV.
       3000-ENVIA-RESUMOV-EXIT.
           EXIT.

       3100-ENVIA-UM.
           READ RESUMOV NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-RESUMOV
                   GO TO 3100-ENVIA-UM-EXIT
           END-READ

           IF ANO-MES-RES > WS-ANO-MES-FIM
               MOVE "S" TO WS-FIM-RESUMOV
               GO TO 3100-ENVIA-UM-EXIT
           END-IF

           MOVE COD-CLI-RES TO ORD-COD-CLI
           MOVE VALOR-RES   TO ORD-VALOR
           RELEASE REG-ORDENADO.
       3100-ENVIA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-TOTALIZA-CLIENTES - QUEBRA POR CLIENTE: O CLIENTE CONTA
      * UMA VEZ NOS QUE COMPRARAM E O VALOR VAI PARA O TERRITORIO DELE.
      *-----------------------------------------------------------------
       3500-TOTALIZA-CLIENTES.
           PERFORM 3510-RETORNA-ORDENADO
               THRU 3510-RETORNA-ORDENADO-EXIT

           PERFORM 3520-TRATA-REGISTRO THRU 3520-TRATA-REGISTRO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-LEITURA
               PERFORM 3550-FECHA-CLIENTE THRU 3550-FECHA-CLIENTE-EXIT
           END-IF.
       3500-TOTALIZA-CLIENTES-EXIT.
           EXIT.

       3510-RETORNA-ORDENADO.
           RETURN WORK-RES
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       3510-RETORNA-ORDENADO-EXIT.
           EXIT.

       3520-TRATA-REGISTRO.
           IF PRIMEIRA-LEITURA
               MOVE "N" TO WS-PRIMEIRA-LEITURA
               MOVE ORD-COD-CLI TO WS-COD-CLI-ATUAL
               MOVE ZEROS       TO WS-VALOR-CLI
           ELSE
               IF ORD-COD-CLI NOT = WS-COD-CLI-ATUAL
                   PERFORM 3550-FECHA-CLIENTE
                       THRU 3550-FECHA-CLIENTE-EXIT
                   MOVE ORD-COD-CLI TO WS-COD-CLI-ATUAL
                   MOVE ZEROS       TO WS-VALOR-CLI
               END-IF
           END-IF

           ADD ORD-VALOR TO WS-VALOR-CLI

           PERFORM 3510-RETORNA-ORDENADO
               THRU 3510-RETORNA-ORDENADO-EXIT.
       3520-TRATA-REGISTRO-EXIT.
           EXIT.

       3550-FECHA-CLIENTE.
           MOVE WS-COD-CLI-ATUAL TO WS-COD-CLI-LER
           PERFORM 6100-LE-CLIENTE THRU 6100-LE-CLIENTE-EXIT
           ADD 1            TO TB-QTD-COMPRARAM (WS-IDX-ACHADO)
           ADD WS-VALOR-CLI TO TB-VALOR (WS-IDX-ACHADO).
       3550-FECHA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CONTA-VISITAS - APONTAMENTOS DO PERIODO (DATA DA VISITA
      * NOS MESES PEDIDOS); "NAO VISITADO" NAO CONTA COMO VISITA.
      *-----------------------------------------------------------------
       4000-CONTA-VISITAS.
           OPEN INPUT VISITA
           IF FS-VIS NOT = ZEROS
               CLOSE VISITA
               GO TO 4000-CONTA-VISITAS-EXIT
           END-IF

           MOVE "N" TO WS-FIM-VISITA
           MOVE LOW-VALUES TO XAV-VIS
           START VISITA KEY IS NOT LESS THAN XAV-VIS
               INVALID KEY MOVE "S" TO WS-FIM-VISITA
           END-START

           PERFORM 4100-CONTA-UMA THRU 4100-CONTA-UMA-EXIT
               UNTIL FIM-VISITA

           CLOSE VISITA.
       4000-CONTA-VISITAS-EXIT.
           EXIT.

       4100-CONTA-UMA.
           READ VISITA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-VISITA
                   GO TO 4100-CONTA-UMA-EXIT
           END-READ

           IF DT-VISITA-VIS (1:6) < WS-ANO-MES-INI
           OR DT-VISITA-VIS (1:6) > WS-ANO-MES-FIM
           OR VIS-NAO-VISITADO
               GO TO 4100-CONTA-UMA-EXIT
           END-IF

           MOVE COD-CLI-VIS TO WS-COD-CLI-LER
           PERFORM 6100-LE-CLIENTE THRU 6100-LE-CLIENTE-EXIT
           ADD 1 TO TB-QTD-VISITAS (WS-IDX-ACHADO)
           IF VIS-COM-PEDIDO
               ADD 1 TO TB-QTD-VIS-PEDIDO (WS-IDX-ACHADO)
           END-IF.
       4100-CONTA-UMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-EMITE-RELATORIO - CABECALHO, UMA LINHA POR TERRITORIO E O
      * TOTAL GERAL.
      *-----------------------------------------------------------------
       5000-EMITE-RELATORIO.
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-TERR

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DIA-HOJE  TO HDR-DIA
           MOVE WS-MES-HOJE  TO HDR-MES
           MOVE WS-ANO-HOJE  TO HDR-ANO
           MOVE WS-CABECALHO-1  TO REG-REL
           WRITE REG-REL
           MOVE WS-ANO-MES-INI  TO HDR-ANO-MES-INI
           MOVE WS-ANO-MES-FIM  TO HDR-ANO-MES-FIM
           MOVE WS-CABECALHO-2  TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"         TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-3  TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"         TO REG-REL
           WRITE REG-REL

           PERFORM 5100-IMPRIME-TERR THRU 5100-IMPRIME-TERR-EXIT
               VARYING WS-IDX-TERR FROM 1 BY 1
               UNTIL WS-IDX-TERR > WS-QTD-TERR

           MOVE ALL "-"         TO REG-REL
           WRITE REG-REL
           PERFORM 5200-LINHA-TERR THRU 5200-LINHA-TERR-EXIT

           CLOSE REL-TERR.
       5000-EMITE-RELATORIO-EXIT.
           EXIT.

      * ACUMULA NO TOTAL GERAL (POSICAO SEGUINTE A ULTIMA) E IMPRIME.
       5100-IMPRIME-TERR.
           MOVE WS-QTD-TERR TO WS-IDX-ACHADO
           ADD 1 TO WS-IDX-ACHADO
           ADD TB-QTD-CLIENTES (WS-IDX-TERR)
               TO TB-QTD-CLIENTES (WS-IDX-ACHADO)
           ADD TB-QTD-COMPRARAM (WS-IDX-TERR)
               TO TB-QTD-COMPRARAM (WS-IDX-ACHADO)
           ADD TB-VALOR (WS-IDX-TERR)
               TO TB-VALOR (WS-IDX-ACHADO)
           ADD TB-QTD-VISITAS (WS-IDX-TERR)
               TO TB-QTD-VISITAS (WS-IDX-ACHADO)
           ADD TB-QTD-VIS-PEDIDO (WS-IDX-TERR)
               TO TB-QTD-VIS-PEDIDO (WS-IDX-ACHADO)

           MOVE WS-IDX-TERR TO WS-IDX-ACHADO
           PERFORM 5200-LINHA-TERR THRU 5200-LINHA-TERR-EXIT.
       5100-IMPRIME-TERR-EXIT.
           EXIT.

      * LINHA DA POSICAO WS-IDX-ACHADO DA TABELA.
       5200-LINHA-TERR.
           MOVE TB-COD-TERR (WS-IDX-ACHADO)       TO LD-COD-TERR
           MOVE TB-NOME-TERR (WS-IDX-ACHADO)      TO LD-NOME-TERR
           MOVE TB-VEND-TERR (WS-IDX-ACHADO)      TO LD-VEND
           MOVE TB-QTD-CLIENTES (WS-IDX-ACHADO)   TO LD-CLIENTES
           MOVE TB-QTD-COMPRARAM (WS-IDX-ACHADO)  TO LD-COMPRARAM
           MOVE TB-VALOR (WS-IDX-ACHADO)          TO LD-VALOR
           MOVE TB-QTD-VISITAS (WS-IDX-ACHADO)    TO LD-VISITAS
           MOVE TB-QTD-VIS-PEDIDO (WS-IDX-ACHADO) TO LD-VIS-PEDIDO

           MOVE ZEROS TO WS-PERC
           IF TB-QTD-CLIENTES (WS-IDX-ACHADO) > ZEROS
               COMPUTE WS-PERC ROUNDED =
                   TB-QTD-COMPRARAM (WS-IDX-ACHADO) * 100
                   / TB-QTD-CLIENTES (WS-IDX-ACHADO)
                   ON SIZE ERROR MOVE 999,9 TO WS-PERC
               END-COMPUTE
           END-IF
           MOVE WS-PERC TO LD-COBERTURA

           MOVE ZEROS TO WS-PERC
           IF TB-QTD-VISITAS (WS-IDX-ACHADO) > ZEROS
               COMPUTE WS-PERC ROUNDED =
                   TB-QTD-VIS-PEDIDO (WS-IDX-ACHADO) * 100
                   / TB-QTD-VISITAS (WS-IDX-ACHADO)
           END-IF
           MOVE WS-PERC TO LD-CONVERSAO

           MOVE WS-LINHA-DET TO REG-REL
           WRITE REG-REL.
       5200-LINHA-TERR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-TERRITORIO-CLIENTE - POSICAO NA TABELA DO TERRITORIO DO
      * CLIENTE LIDO (PELO CEP). SEM TERRITORIO, OU TERRITORIO QUE NAO
      * COUBE NA TABELA = POSICAO "SEM TERRITORIO".
      *-----------------------------------------------------------------
       6000-TERRITORIO-CLIENTE.
           MOVE CEP-CLI TO WS-CEP-TERR
           CALL "ACHATERR" USING WS-CEP-TERR WS-COD-TERR WS-VEND-TERR
                                 WS-NOME-TERR

           MOVE WS-QTD-TERR TO WS-IDX-ACHADO
           IF WS-COD-TERR = ZEROS
               GO TO 6000-TERRITORIO-CLIENTE-EXIT
           END-IF

           PERFORM 6050-PROCURA-TERR THRU 6050-PROCURA-TERR-EXIT
               VARYING WS-IDX-TERR FROM 1 BY 1
               UNTIL WS-IDX-TERR NOT < WS-QTD-TERR.
       6000-TERRITORIO-CLIENTE-EXIT.
           EXIT.

       6050-PROCURA-TERR.
           IF TB-COD-TERR (WS-IDX-TERR) = WS-COD-TERR
               MOVE WS-IDX-TERR TO WS-IDX-ACHADO
               MOVE WS-QTD-TERR TO WS-IDX-TERR
           END-IF.
       6050-PROCURA-TERR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6100-LE-CLIENTE - LE O CLIENTE (CODIGO EM WS-COD-CLI-LER) E
      * ACHA O TERRITORIO. CLIENTE QUE SUMIU DO CADASTRO FICA SEM
      * TERRITORIO.
      *-----------------------------------------------------------------
       6100-LE-CLIENTE.
           MOVE WS-QTD-TERR TO WS-IDX-ACHADO
           MOVE WS-COD-CLI-LER TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               GO TO 6100-LE-CLIENTE-EXIT
           END-IF

           PERFORM 6000-TERRITORIO-CLIENTE
               THRU 6000-TERRITORIO-CLIENTE-EXIT.
       6100-LE-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - FECHA O CADASTRO E LIBERA O ACHATERR.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE CLIENTE
           CANCEL "ACHATERR".
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
           STRING "SPOOL-RELTERR-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELTERR;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
