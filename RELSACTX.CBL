      *-----------------------------------------------------------------
      * RELSACTX - INDICE MENSAL DE RECLAMACOES POR VENDEDOR, ROTA E
      *            PRODUTO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELSACTX.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA O MES INFORMADO
      *                   (AAAAMM, PADRAO O MES CORRENTE), AS
      *                   RECLAMACOES ABERTAS NO MES (SAC) CONTRA AS
      *                   NOTAS ATIVAS EMITIDAS NO MES, COM O INDICE EM
      *                   RECLAMACOES POR 100 NOTAS: POR VENDEDOR E POR
      *                   ROTA DO PEDIDO E POR PRODUTO (NOTAS QUE TEM O
      *                   PRODUTO; SO AS RECLAMACOES COM PRODUTO
      *                   INFORMADO). PARAMETROS ACEITOS VIA
      *                   RELPARMS.TXT; SPOOL DATADO (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SAC.SEL".
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "PEDIDO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "ROTA.SEL".
           COPY "PRODUTO.SEL".

           SELECT REL-SAC ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "SAC.FD".
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "PEDIDO.FD".
           COPY "VENDEDOR.FD".
           COPY "ROTA.FD".
           COPY "PRODUTO.FD".

       FD  REL-SAC
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
       77  FS-SAC                      PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-ROTA                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-MES-REF                  PIC 9(06)    VALUE ZEROS.
       77  WS-MES-TEXT                 PIC X(10)    VALUE SPACES.
       77  WS-IDX                      PIC 9(04)    VALUE ZEROS.
       77  WS-IDX-PROD                 PIC 9(04)    VALUE ZEROS.
       77  WS-COD-PRODUTO-BUSCA        PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-NOTAS              PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-RECL               PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-NOTAS-LINHA          PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-RECL-LINHA           PIC 9(07)    VALUE ZEROS.
       77  WS-INDICE                   PIC 9(05)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-FIM-ITEM             PIC X(01)    VALUE "N".
               88  FIM-ITEM                         VALUE "S".

      * ACUMULADOS POR VENDEDOR E POR ROTA, INDEXADOS PELO CODIGO + 1
      * (CODIGO ZERO = PEDIDO SEM VENDEDOR / SEM ROTA).
       01  WS-TAB-VEND.
           05  TB-VEND                 OCCURS 1000 TIMES.
               10  TB-NOTAS-VEND       PIC 9(07).
               10  TB-RECL-VEND        PIC 9(07).

       01  WS-TAB-ROTA.
           05  TB-ROTA                 OCCURS 1000 TIMES.
               10  TB-NOTAS-ROTA       PIC 9(07).
               10  TB-RECL-ROTA        PIC 9(07).

      * ACUMULADOS POR PRODUTO (BUSCA SEQUENCIAL PELO CODIGO).
       01  WS-TAB-PROD.
           05  WS-QTD-PROD             PIC 9(04)    VALUE ZEROS.
           05  TB-PROD                 OCCURS 3000 TIMES.
               10  TB-COD-PROD         PIC 9(05).
               10  TB-NOTAS-PROD       PIC 9(07).
               10  TB-RECL-PROD        PIC 9(07).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(44)
               VALUE "INDICE MENSAL DE RECLAMACOES (SAC) - MES ".
           05  HDR-MES                 PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(48) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "      NOTAS".
           05  FILLER                  PIC X(13) VALUE
               "  RECLAMACOES".
           05  FILLER                  PIC X(14) VALUE
               "  RECL/100 NF".

       01  WS-LINHA-DETALHE.
           05  LD-CODIGO               PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NOME                 PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NOTAS                PIC Z(09)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-RECL                 PIC Z(09)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LD-INDICE               PIC Z(06)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PASSA-NOTAS     THRU 2000-PASSA-NOTAS-EXIT
           PERFORM 2500-PASSA-SAC       THRU 2500-PASSA-SAC-EXIT
           PERFORM 3000-EMITE-VENDEDOR  THRU 3000-EMITE-VENDEDOR-EXIT
           PERFORM 3200-EMITE-ROTA      THRU 3200-EMITE-ROTA-EXIT
           PERFORM 3400-EMITE-PRODUTO   THRU 3400-EMITE-PRODUTO-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MES DE REFERENCIA (CONSOLE OU CENTRAL, PADRAO
      * O MES CORRENTE) E ABERTURA DO RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-VEND WS-TAB-ROTA WS-TAB-PROD

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "MES DE REFERENCIA AAAAMM (ENTER = MES ATUAL):"
               ACCEPT WS-MES-TEXT FROM CONSOLE
           END-IF
           IF WS-MES-TEXT = SPACES
               MOVE WS-HOJE (1:6) TO WS-MES-REF
           ELSE
               MOVE FUNCTION NUMVAL(WS-MES-TEXT) TO WS-MES-REF
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-SAC

           MOVE WS-MES-REF TO HDR-MES
           MOVE WS-HOJE    TO HDR-HOJE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RECLAMACOES ABERTAS NO MES CONTRA AS NOTAS "
                  "ATIVAS EMITIDAS NO MES"
                  DELIMITED BY SIZE INTO REG-REL
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
               IF WS-PRM-PROG = "RELSACTX"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE WS-PRM-1 TO WS-MES-TEXT
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
      * 2000-PASSA-NOTAS - NOTAS ATIVAS EMITIDAS NO MES: VENDEDOR E
      * ROTA VEM DO PEDIDO DA NOTA, PRODUTOS DAS LINHAS DA NOTA.
      *-----------------------------------------------------------------
       2000-PASSA-NOTAS.
           OPEN INPUT PEDIDO
           OPEN INPUT NOTAITEM
           OPEN INPUT NOTAFIS
           IF FS-NF NOT = ZEROS
               CLOSE NOTAFIS NOTAITEM PEDIDO
               GO TO 2000-PASSA-NOTAS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-NF
           START NOTAFIS KEY IS NOT LESS THAN XAV-NF
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2100-LE-NOTA THRU 2100-LE-NOTA-EXIT
               UNTIL FIM-ARQ

           CLOSE NOTAFIS NOTAITEM PEDIDO.
       2000-PASSA-NOTAS-EXIT.
           EXIT.

       2100-LE-NOTA.
           READ NOTAFIS NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2100-LE-NOTA-EXIT
           END-READ

           IF NOT NF-ATIVA
           OR DT-EMISSAO-NF (1:6) NOT = WS-MES-REF
               GO TO 2100-LE-NOTA-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-NOTAS

           MOVE NUM-PEDIDO-NF TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO COD-VEND-PED COD-ROTA-PED FS
           END-IF
           ADD 1 TO TB-NOTAS-VEND (COD-VEND-PED + 1)
           ADD 1 TO TB-NOTAS-ROTA (COD-ROTA-PED + 1)

           MOVE "N"         TO WS-FIM-ITEM
           MOVE NUM-NOTA-NF TO NUM-NOTA-NFI
           MOVE ZEROS       TO SEQ-NFI
           START NOTAITEM KEY IS NOT LESS THAN XAV-NFI
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           PERFORM 2110-LE-ITEM-NOTA THRU 2110-LE-ITEM-NOTA-EXIT
               UNTIL FIM-ITEM.
       2100-LE-NOTA-EXIT.
           EXIT.

       2110-LE-ITEM-NOTA.
           READ NOTAITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ITEM
                   GO TO 2110-LE-ITEM-NOTA-EXIT
           END-READ
           IF NUM-NOTA-NFI NOT = NUM-NOTA-NF
               MOVE "S" TO WS-FIM-ITEM
               GO TO 2110-LE-ITEM-NOTA-EXIT
           END-IF

           MOVE COD-PRODUTO-NFI TO WS-COD-PRODUTO-BUSCA
           PERFORM 2900-ACHA-PRODUTO THRU 2900-ACHA-PRODUTO-EXIT
           IF WS-IDX-PROD NOT = ZEROS
               ADD 1 TO TB-NOTAS-PROD (WS-IDX-PROD)
           END-IF.
       2110-LE-ITEM-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-PASSA-SAC - RECLAMACOES ABERTAS NO MES, PELO VENDEDOR E
      * ROTA GRAVADOS NA ABERTURA E PELO PRODUTO RECLAMADO.
      *-----------------------------------------------------------------
       2500-PASSA-SAC.
           OPEN INPUT SAC
           IF FS-SAC NOT = ZEROS
               CLOSE SAC
               GO TO 2500-PASSA-SAC-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-SAC
           START SAC KEY IS NOT LESS THAN XAV-SAC
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2510-LE-SAC THRU 2510-LE-SAC-EXIT
               UNTIL FIM-ARQ

           CLOSE SAC.
       2500-PASSA-SAC-EXIT.
           EXIT.

       2510-LE-SAC.
           READ SAC NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2510-LE-SAC-EXIT
           END-READ

           IF DT-ABERTURA-SAC (1:6) NOT = WS-MES-REF
               GO TO 2510-LE-SAC-EXIT
           END-IF
           ADD 1 TO WS-TOTAL-RECL
           ADD 1 TO TB-RECL-VEND (COD-VEND-SAC + 1)
           ADD 1 TO TB-RECL-ROTA (COD-ROTA-SAC + 1)

           IF COD-PRODUTO-SAC NOT = ZEROS
               MOVE COD-PRODUTO-SAC TO WS-COD-PRODUTO-BUSCA
               PERFORM 2900-ACHA-PRODUTO THRU 2900-ACHA-PRODUTO-EXIT
               IF WS-IDX-PROD NOT = ZEROS
                   ADD 1 TO TB-RECL-PROD (WS-IDX-PROD)
               END-IF
           END-IF.
       2510-LE-SAC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-ACHA-PRODUTO - POSICAO DO PRODUTO NA TABELA, INCLUINDO-O
      * NA PRIMEIRA VEZ (ZERO = TABELA CHEIA).
      *-----------------------------------------------------------------
       2900-ACHA-PRODUTO.
           MOVE ZEROS TO WS-IDX-PROD
           PERFORM 2910-COMPARA-PRODUTO THRU 2910-COMPARA-PRODUTO-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PROD OR WS-IDX-PROD NOT = ZEROS

           IF WS-IDX-PROD = ZEROS AND WS-QTD-PROD < 3000
               ADD 1 TO WS-QTD-PROD
               MOVE WS-QTD-PROD          TO WS-IDX-PROD
               MOVE WS-COD-PRODUTO-BUSCA TO TB-COD-PROD (WS-IDX-PROD)
           END-IF.
       2900-ACHA-PRODUTO-EXIT.
           EXIT.

       2910-COMPARA-PRODUTO.
           IF TB-COD-PROD (WS-IDX) = WS-COD-PRODUTO-BUSCA
               MOVE WS-IDX TO WS-IDX-PROD
           END-IF.
       2910-COMPARA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITE-VENDEDOR - UMA LINHA POR VENDEDOR COM NOTA OU
      * RECLAMACAO NO MES.
      *-----------------------------------------------------------------
       3000-EMITE-VENDEDOR.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "POR VENDEDOR" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL

           OPEN INPUT VENDEDOR
           PERFORM 3100-LINHA-VENDEDOR THRU 3100-LINHA-VENDEDOR-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 1000
           CLOSE VENDEDOR
           MOVE ZEROS TO FS.
       3000-EMITE-VENDEDOR-EXIT.
           EXIT.

       3100-LINHA-VENDEDOR.
           IF TB-NOTAS-VEND (WS-IDX) = ZEROS
           AND TB-RECL-VEND (WS-IDX) = ZEROS
               GO TO 3100-LINHA-VENDEDOR-EXIT
           END-IF

           MOVE SPACES TO LD-NOME
           COMPUTE COD-VEND = WS-IDX - 1
           IF COD-VEND = ZEROS
               MOVE "(SEM VENDEDOR)" TO LD-NOME
           ELSE
               READ VENDEDOR WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE NOME-VEND TO LD-NOME
               END-IF
           END-IF
           MOVE COD-VEND TO LD-CODIGO

           MOVE TB-NOTAS-VEND (WS-IDX) TO WS-QTD-NOTAS-LINHA
           MOVE TB-RECL-VEND (WS-IDX)  TO WS-QTD-RECL-LINHA
           PERFORM 3900-GRAVA-LINHA THRU 3900-GRAVA-LINHA-EXIT.
       3100-LINHA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-EMITE-ROTA - UMA LINHA POR ROTA COM NOTA OU RECLAMACAO NO
      * MES.
      *-----------------------------------------------------------------
       3200-EMITE-ROTA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "POR ROTA DE ENTREGA" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL

           OPEN INPUT ROTA
           PERFORM 3300-LINHA-ROTA THRU 3300-LINHA-ROTA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 1000
           CLOSE ROTA.
       3200-EMITE-ROTA-EXIT.
           EXIT.

       3300-LINHA-ROTA.
           IF TB-NOTAS-ROTA (WS-IDX) = ZEROS
           AND TB-RECL-ROTA (WS-IDX) = ZEROS
               GO TO 3300-LINHA-ROTA-EXIT
           END-IF

           MOVE SPACES TO LD-NOME
           COMPUTE COD-ROTA = WS-IDX - 1
           IF COD-ROTA = ZEROS
               MOVE "(SEM ROTA)" TO LD-NOME
           ELSE
               READ ROTA WITH IGNORE LOCK
               IF FS-ROTA = ZEROS
                   MOVE DESCR-ROTA TO LD-NOME
               END-IF
           END-IF
           MOVE COD-ROTA TO LD-CODIGO

           MOVE TB-NOTAS-ROTA (WS-IDX) TO WS-QTD-NOTAS-LINHA
           MOVE TB-RECL-ROTA (WS-IDX)  TO WS-QTD-RECL-LINHA
           PERFORM 3900-GRAVA-LINHA THRU 3900-GRAVA-LINHA-EXIT.
       3300-LINHA-ROTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-EMITE-PRODUTO - UMA LINHA POR PRODUTO VENDIDO OU
      * RECLAMADO NO MES, NA ORDEM EM QUE APARECERAM.
      *-----------------------------------------------------------------
       3400-EMITE-PRODUTO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "POR PRODUTO (NOTAS COM O PRODUTO)" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL

           OPEN INPUT PRODUTO
           PERFORM 3500-LINHA-PRODUTO THRU 3500-LINHA-PRODUTO-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-PROD
           CLOSE PRODUTO
           MOVE ZEROS TO FS.
       3400-EMITE-PRODUTO-EXIT.
           EXIT.

       3500-LINHA-PRODUTO.
           MOVE SPACES TO LD-NOME
           MOVE TB-COD-PROD (WS-IDX) TO XAV-PRODUTO LD-CODIGO
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE DESCR-PRODUTO TO LD-NOME
           END-IF

           MOVE TB-NOTAS-PROD (WS-IDX) TO WS-QTD-NOTAS-LINHA
           MOVE TB-RECL-PROD (WS-IDX)  TO WS-QTD-RECL-LINHA
           PERFORM 3900-GRAVA-LINHA THRU 3900-GRAVA-LINHA-EXIT.
       3500-LINHA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-GRAVA-LINHA - NOTAS, RECLAMACOES E O INDICE (RECLAMACOES
      * POR 100 NOTAS; SEM NOTA NO MES O INDICE FICA ZERADO).
      *-----------------------------------------------------------------
       3900-GRAVA-LINHA.
           MOVE WS-QTD-NOTAS-LINHA TO LD-NOTAS
           MOVE WS-QTD-RECL-LINHA  TO LD-RECL
           MOVE ZEROS TO WS-INDICE
           IF WS-QTD-NOTAS-LINHA > ZEROS
               COMPUTE WS-INDICE ROUNDED =
                   WS-QTD-RECL-LINHA * 100 / WS-QTD-NOTAS-LINHA
                   ON SIZE ERROR
                       MOVE 99999,99 TO WS-INDICE
               END-COMPUTE
           END-IF
           MOVE WS-INDICE TO LD-INDICE
           MOVE WS-LINHA-DETALHE TO REG-REL
           WRITE REG-REL.
       3900-GRAVA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - TOTAL DO MES E FECHAMENTO DO RELATORIO
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE ZEROS  TO LD-CODIGO
           MOVE "TOTAL DO MES" TO LD-NOME
           MOVE WS-TOTAL-NOTAS TO WS-QTD-NOTAS-LINHA
           MOVE WS-TOTAL-RECL  TO WS-QTD-RECL-LINHA
           PERFORM 3900-GRAVA-LINHA THRU 3900-GRAVA-LINHA-EXIT

           DISPLAY "INDICE DE RECLAMACOES GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE REL-SAC.
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
           STRING "SPOOL-RELSACTX-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELSACTX;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
