      *-----------------------------------------------------------------
      * RELTRFP - TRANSFERENCIAS ENTRE FILIAIS EM ABERTO PARA PEDIDOS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELTRFP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - LISTA AS TRANSFERENCIAS
      *                   ENTRE FILIAIS ABERTAS PARA ATENDER PEDIDO
      *                   (TRFPED) QUE AINDA NAO FORAM RECEBIDAS NO
      *                   DESTINO: ABERTAS (AGUARDANDO ENVIO) E EM
      *                   TRANSITO, COM ORIGEM, DESTINO, PRODUTO,
      *                   QUANTIDADE, PEDIDO/LINHA QUE ESPERA A
      *                   MERCADORIA E DIAS DESDE A EMISSAO. FILTRO
      *                   OPCIONAL POR FILIAL (ORIGEM OU DESTINO).
      *                   SPOOL DATADO (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRFPED.SEL".
           COPY "PRODUTO.SEL".

           SELECT REL-TRFP ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "TRFPED.FD".
           COPY "PRODUTO.FD".

       FD  REL-TRFP
           LABEL RECORD STANDARD.
       01  REG-REL                     PIC X(132).


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


       77  FS                          PIC XX       VALUE SPACES.
       77  FS-TRFP                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILIAL-FILTRO            PIC 9(02)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-ABERTA              PIC S9(05)   VALUE ZEROS.
       77  WS-QTD-ABERTAS              PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-EM-TRANSITO          PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-TRFP             PIC X(01)    VALUE "N".
               88  FIM-TRFP                         VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "TRANSF.".
           05  FILLER                  PIC X(10) VALUE "EMISSAO".
           05  FILLER                  PIC X(06) VALUE "DIAS".
           05  FILLER                  PIC X(13) VALUE "SITUACAO".
           05  FILLER                  PIC X(09) VALUE "ORIG>DEST".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(27) VALUE "DESCRICAO".
           05  FILLER                  PIC X(14) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(14) VALUE "PEDIDO/LINHA".
           05  FILLER                  PIC X(08) VALUE "ENVIO".

       01  WS-LINHA-DADOS.
           05  LD-NUM-TRFP             PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DT-EMISSAO           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS                 PIC Z(03)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SITUACAO             PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FILIAL-ORIG          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ">".
           05  LD-FILIAL-DEST          PIC 9(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DESCR                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-NUM-PEDIDO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LD-SEQ-ITEM             PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DT-ENVIO             PIC X(08).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           PERFORM 2000-LISTA-TRANSF    THRU 2000-LISTA-TRANSF-EXIT

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O FILTRO DE FILIAL E ABRE O SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "FILIAL (ORIGEM OU DESTINO) A LISTAR"
                   " (ENTER P/ TODAS)?"
           ACCEPT WS-FILIAL-FILTRO FROM CONSOLE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-TRFP
           MOVE SPACES TO REG-REL
           IF WS-FILIAL-FILTRO = ZEROS
               STRING "TRANSFERENCIAS ENTRE FILIAIS PARA PEDIDOS"
                      " AINDA NAO RECEBIDAS - TODAS AS FILIAIS"
                      "  EMITIDO EM " WS-HOJE-NUM
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "TRANSFERENCIAS ENTRE FILIAIS PARA PEDIDOS"
                      " AINDA NAO RECEBIDAS - FILIAL "
                      WS-FILIAL-FILTRO
                      "  EMITIDO EM " WS-HOJE-NUM
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-LISTA-TRANSF - VARRE TRFPED PELA CHAVE (NUMERO, QUE E A
      * ORDEM DE EMISSAO) E LISTA AS ABERTAS E EM TRANSITO.
      *-----------------------------------------------------------------
       2000-LISTA-TRANSF.
           OPEN INPUT TRFPED
           IF FS-TRFP NOT = ZEROS
               GO TO 2000-LISTA-TRANSF-EXIT
           END-IF
           OPEN INPUT PRODUTO

           MOVE ZEROS TO XAV-TRFP
           START TRFPED KEY IS NOT LESS THAN XAV-TRFP
               INVALID KEY MOVE "S" TO WS-FIM-TRFP
           END-START

           PERFORM 2100-LE-TRFPED THRU 2100-LE-TRFPED-EXIT
               UNTIL FIM-TRFP

           CLOSE TRFPED PRODUTO.
       2000-LISTA-TRANSF-EXIT.
           EXIT.

       2100-LE-TRFPED.
           READ TRFPED NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-TRFP
                   GO TO 2100-LE-TRFPED-EXIT
           END-READ

           IF NOT TRFP-ABERTA AND NOT TRFP-EM-TRANSITO
               GO TO 2100-LE-TRFPED-EXIT
           END-IF
           IF WS-FILIAL-FILTRO NOT = ZEROS
           AND COD-FILIAL-ORIG-TRFP NOT = WS-FILIAL-FILTRO
           AND COD-FILIAL-DEST-TRFP NOT = WS-FILIAL-FILTRO
               GO TO 2100-LE-TRFPED-EXIT
           END-IF

           MOVE COD-PRODUTO-TRFP TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO" TO DESCR-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           COMPUTE WS-DIAS-ABERTA =
               WS-INTEIRO-HOJE
               - FUNCTION INTEGER-OF-DATE(DT-EMISSAO-TRFP)

           IF TRFP-ABERTA
               MOVE "AG.ENVIO"    TO LD-SITUACAO
               MOVE SPACES        TO LD-DT-ENVIO
               ADD 1              TO WS-QTD-ABERTAS
           ELSE
               MOVE "EM TRANSITO" TO LD-SITUACAO
               MOVE DT-ENVIO-TRFP TO LD-DT-ENVIO
               ADD 1              TO WS-QTD-EM-TRANSITO
           END-IF
           MOVE NUM-TRFP             TO LD-NUM-TRFP
           MOVE DT-EMISSAO-TRFP      TO LD-DT-EMISSAO
           MOVE WS-DIAS-ABERTA       TO LD-DIAS
           MOVE COD-FILIAL-ORIG-TRFP TO LD-FILIAL-ORIG
           MOVE COD-FILIAL-DEST-TRFP TO LD-FILIAL-DEST
           MOVE COD-PRODUTO-TRFP     TO LD-COD-PRODUTO
           MOVE DESCR-PRODUTO        TO LD-DESCR
           MOVE QTD-TRFP             TO LD-QTD
           MOVE NUM-PEDIDO-TRFP      TO LD-NUM-PEDIDO
           MOVE SEQ-ITEM-TRFP        TO LD-SEQ-ITEM
           MOVE WS-LINHA-DADOS       TO REG-REL
           WRITE REG-REL.
       2100-LE-TRFPED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "AGUARDANDO ENVIO ...: " WS-QTD-ABERTAS
                  " TRANSFERENCIA(S)"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "EM TRANSITO ........: " WS-QTD-EM-TRANSITO
                  " TRANSFERENCIA(S)"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "RELATORIO DE TRANSFERENCIAS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-ABERTAS " AGUARDANDO ENVIO, "
                   WS-QTD-EM-TRANSITO " EM TRANSITO)"

           CLOSE REL-TRFP.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELTRFP-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELTRFP;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
