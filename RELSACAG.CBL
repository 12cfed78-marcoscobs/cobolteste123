      *-----------------------------------------------------------------
      * RELSACAG - IDADE DAS RECLAMACOES PENDENTES (SAC) POR CATEGORIA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELSACAG.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECLAMACOES AINDA NAO
      *                   RESOLVIDAS (ABERTAS E EM ANALISE) AGRUPADAS
      *                   POR CATEGORIA, COM A IDADE EM DIAS DESDE A
      *                   ABERTURA, O RESPONSAVEL E A MARCA DE PRAZO
      *                   VENCIDO; SUBTOTAL DE CADA CATEGORIA NAS FAIXAS
      *                   ATE 7, 8-15, 16-30, 31-60 E MAIS DE 60 DIAS
      *                   E QUADRO GERAL NO FIM. FILTRO DE CATEGORIA
      *                   PELO CONSOLE OU VIA RELPARMS.TXT; SPOOL DATADO
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
           COPY "SAC.SEL".

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


       77  FS-SAC                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILTRO-CATEG             PIC X(01)    VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-DIA-HOJE                 PIC 9(07)    VALUE ZEROS.
       77  WS-IDADE                    PIC 9(05)    VALUE ZEROS.
       77  WS-IDX-CATEG                PIC 9(01)    VALUE ZEROS.
       77  WS-IDX-FAIXA                PIC 9(01)    VALUE ZEROS.
       77  WS-QTD-LIDAS                PIC 9(07)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-SAC              PIC X(01)    VALUE "N".
               88  FIM-SAC                          VALUE "S".

      * CATEGORIAS NA ORDEM DO RELATORIO (MESMOS CODIGOS DE CATEG-SAC).
       01  WS-TAB-CATEG-VALORES.
           05  FILLER                  PIC X(21)
               VALUE "AATRASO NA ENTREGA   ".
           05  FILLER                  PIC X(21)
               VALUE "EITEM ERRADO         ".
           05  FILLER                  PIC X(21)
               VALUE "DAVARIA              ".
           05  FILLER                  PIC X(21)
               VALUE "OOUTROS              ".
       01  WS-TAB-CATEG REDEFINES WS-TAB-CATEG-VALORES.
           05  TB-CATEG                OCCURS 4 TIMES.
               10  TB-COD-CATEG        PIC X(01).
               10  TB-DESCR-CATEG      PIC X(20).

      * CONTAGEM POR CATEGORIA E FAIXA DE IDADE (1 = ATE 7 DIAS,
      * 2 = 8-15, 3 = 16-30, 4 = 31-60, 5 = MAIS DE 60), MAIS AS
      * VENCIDAS (PRAZO ANTERIOR A HOJE). A LINHA 5 E O TOTAL GERAL.
       01  WS-TAB-CONTAGEM.
           05  TB-CONT                 OCCURS 5 TIMES.
               10  TB-QTD-FAIXA        PIC 9(05) OCCURS 5 TIMES.
               10  TB-QTD-TOTAL        PIC 9(05).
               10  TB-QTD-VENCIDAS     PIC 9(05).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(28)
               VALUE "RECLAMACOES PENDENTES (SAC) ".
           05  FILLER                  PIC X(24)
               VALUE "POR CATEGORIA E IDADE".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(08) VALUE "  NUMERO".
           05  FILLER                  PIC X(10) VALUE "  ABERTURA".
           05  FILLER                  PIC X(07) VALUE "  IDADE".
           05  FILLER                  PIC X(03) VALUE " SI".
           05  FILLER                  PIC X(09) VALUE "  CLIENTE".
           05  FILLER                  PIC X(09) VALUE "   PEDIDO".
           05  FILLER                  PIC X(09) VALUE "     NOTA".
           05  FILLER                  PIC X(08) VALUE " PRODUTO".
           05  FILLER                  PIC X(10) VALUE "     PRAZO".
           05  FILLER                  PIC X(21) VALUE
               " RESPONSAVEL".

       01  WS-LINHA-CATEG.
           05  FILLER                  PIC X(11) VALUE "CATEGORIA: ".
           05  LC-COD-CATEG            PIC X(01).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LC-DESCR-CATEG          PIC X(20).

       01  WS-LINHA-DETALHE.
           05  LD-NUM-SAC              PIC Z(07)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DT-ABERTURA          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-IDADE                PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SIT                  PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUM-PEDIDO           PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NUM-NOTA             PIC Z(06)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DT-PRAZO             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RESPONSAVEL          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VENCIDA              PIC X(07).

       01  WS-CABECALHO-FAIXAS.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "   ATE 7".
           05  FILLER                  PIC X(08) VALUE "    8-15".
           05  FILLER                  PIC X(08) VALUE "   16-30".
           05  FILLER                  PIC X(08) VALUE "   31-60".
           05  FILLER                  PIC X(08) VALUE "  MAIS60".
           05  FILLER                  PIC X(08) VALUE "   TOTAL".
           05  FILLER                  PIC X(10) VALUE "  VENCIDAS".

       01  WS-LINHA-FAIXAS.
           05  LF-ROTULO               PIC X(24).
           05  LF-FAIXA                OCCURS 5 TIMES.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  LF-QTD              PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LF-TOTAL                PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LF-VENCIDAS             PIC ZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-UMA-CATEGORIA   THRU 2000-UMA-CATEGORIA-EXIT
               VARYING WS-IDX-CATEG FROM 1 BY 1
               UNTIL WS-IDX-CATEG > 4
           PERFORM 3000-QUADRO-GERAL    THRU 3000-QUADRO-GERAL-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - CATEGORIA DESEJADA (OU TODAS, VIA CONSOLE OU
      * CENTRAL), ABERTURA DO SAC E DO RELATORIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WS-HOJE)
           INITIALIZE WS-TAB-CONTAGEM

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "CATEGORIA A=ATRASO E=ITEM ERRADO D=AVARIA"
                       " O=OUTROS (ENTER P/ TODAS):"
               ACCEPT WS-FILTRO-CATEG FROM CONSOLE
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-CATEG)
               TO WS-FILTRO-CATEG

           OPEN INPUT SAC

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-SAC

           MOVE WS-HOJE TO HDR-HOJE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF WS-FILTRO-CATEG = SPACES
               MOVE "TODAS AS CATEGORIAS" TO REG-REL
           ELSE
               STRING "SO A CATEGORIA " WS-FILTRO-CATEG
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
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
               IF WS-PRM-PROG = "RELSACAG"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE WS-PRM-1 (1:1) TO WS-FILTRO-CATEG
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
      * 2000-UMA-CATEGORIA - UMA PASSADA NO SAC POR CATEGORIA: LISTA
      * AS PENDENTES DELA E FECHA COM O SUBTOTAL POR FAIXA.
      *-----------------------------------------------------------------
       2000-UMA-CATEGORIA.
           IF WS-FILTRO-CATEG NOT = SPACES
           AND WS-FILTRO-CATEG NOT = TB-COD-CATEG (WS-IDX-CATEG)
               GO TO 2000-UMA-CATEGORIA-EXIT
           END-IF
           IF FS-SAC NOT = ZEROS
               GO TO 2000-UMA-CATEGORIA-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE TB-COD-CATEG (WS-IDX-CATEG)   TO LC-COD-CATEG
           MOVE TB-DESCR-CATEG (WS-IDX-CATEG) TO LC-DESCR-CATEG
           MOVE WS-LINHA-CATEG TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL

           MOVE "N"   TO WS-FIM-SAC
           MOVE ZEROS TO XAV-SAC
           START SAC KEY IS NOT LESS THAN XAV-SAC
               INVALID KEY MOVE "S" TO WS-FIM-SAC
           END-START

           PERFORM 2100-LE-SAC THRU 2100-LE-SAC-EXIT
               UNTIL FIM-SAC
           MOVE ZEROS TO FS-SAC

           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-FAIXAS TO REG-REL
           WRITE REG-REL
           MOVE "SUBTOTAL DA CATEGORIA" TO LF-ROTULO
           PERFORM 2900-MONTA-FAIXAS THRU 2900-MONTA-FAIXAS-EXIT
           MOVE WS-LINHA-FAIXAS TO REG-REL
           WRITE REG-REL.
       2000-UMA-CATEGORIA-EXIT.
           EXIT.

       2100-LE-SAC.
           READ SAC NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-SAC
                   GO TO 2100-LE-SAC-EXIT
           END-READ

           IF NOT SAC-PENDENTE
           OR CATEG-SAC NOT = TB-COD-CATEG (WS-IDX-CATEG)
               GO TO 2100-LE-SAC-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDAS

           COMPUTE WS-IDADE = WS-DIA-HOJE
               - FUNCTION INTEGER-OF-DATE (DT-ABERTURA-SAC)
           EVALUATE TRUE
               WHEN WS-IDADE NOT > 7
                   MOVE 1 TO WS-IDX-FAIXA
               WHEN WS-IDADE NOT > 15
                   MOVE 2 TO WS-IDX-FAIXA
               WHEN WS-IDADE NOT > 30
                   MOVE 3 TO WS-IDX-FAIXA
               WHEN WS-IDADE NOT > 60
                   MOVE 4 TO WS-IDX-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-IDX-FAIXA
           END-EVALUATE

           ADD 1 TO TB-QTD-FAIXA (WS-IDX-CATEG WS-IDX-FAIXA)
                    TB-QTD-FAIXA (5 WS-IDX-FAIXA)
           ADD 1 TO TB-QTD-TOTAL (WS-IDX-CATEG)
                    TB-QTD-TOTAL (5)

           MOVE NUM-SAC          TO LD-NUM-SAC
           MOVE DT-ABERTURA-SAC  TO LD-DT-ABERTURA
           MOVE WS-IDADE         TO LD-IDADE
           MOVE SIT-SAC          TO LD-SIT
           MOVE COD-CLI-SAC      TO LD-COD-CLI
           MOVE NUM-PEDIDO-SAC   TO LD-NUM-PEDIDO
           MOVE NUM-NOTA-SAC     TO LD-NUM-NOTA
           MOVE COD-PRODUTO-SAC  TO LD-COD-PRODUTO
           MOVE DT-PRAZO-SAC     TO LD-DT-PRAZO
           MOVE RESPONSAVEL-SAC  TO LD-RESPONSAVEL
           IF DT-PRAZO-SAC < WS-HOJE
               MOVE "VENCIDA" TO LD-VENCIDA
               ADD 1 TO TB-QTD-VENCIDAS (WS-IDX-CATEG)
                        TB-QTD-VENCIDAS (5)
           ELSE
               MOVE SPACES TO LD-VENCIDA
           END-IF
           MOVE WS-LINHA-DETALHE TO REG-REL
           WRITE REG-REL.
       2100-LE-SAC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-MONTA-FAIXAS - LINHA DE FAIXAS DA CATEGORIA CORRENTE
      * (WS-IDX-CATEG; 5 = TOTAL GERAL).
      *-----------------------------------------------------------------
       2900-MONTA-FAIXAS.
           PERFORM 2910-MONTA-UMA-FAIXA THRU 2910-MONTA-UMA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > 5
           MOVE TB-QTD-TOTAL (WS-IDX-CATEG)    TO LF-TOTAL
           MOVE TB-QTD-VENCIDAS (WS-IDX-CATEG) TO LF-VENCIDAS.
       2900-MONTA-FAIXAS-EXIT.
           EXIT.

       2910-MONTA-UMA-FAIXA.
           MOVE TB-QTD-FAIXA (WS-IDX-CATEG WS-IDX-FAIXA)
               TO LF-QTD (WS-IDX-FAIXA).
       2910-MONTA-UMA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-QUADRO-GERAL - UMA LINHA POR CATEGORIA E O TOTAL GERAL.
      *-----------------------------------------------------------------
       3000-QUADRO-GERAL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE "QUADRO GERAL DAS PENDENTES POR IDADE (DIAS)" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-FAIXAS TO REG-REL
           WRITE REG-REL

           PERFORM 3100-QUADRO-CATEG THRU 3100-QUADRO-CATEG-EXIT
               VARYING WS-IDX-CATEG FROM 1 BY 1
               UNTIL WS-IDX-CATEG > 4

           MOVE 5 TO WS-IDX-CATEG
           MOVE "TOTAL GERAL" TO LF-ROTULO
           PERFORM 2900-MONTA-FAIXAS THRU 2900-MONTA-FAIXAS-EXIT
           MOVE WS-LINHA-FAIXAS TO REG-REL
           WRITE REG-REL.
       3000-QUADRO-GERAL-EXIT.
           EXIT.

       3100-QUADRO-CATEG.
           IF WS-FILTRO-CATEG NOT = SPACES
           AND WS-FILTRO-CATEG NOT = TB-COD-CATEG (WS-IDX-CATEG)
               GO TO 3100-QUADRO-CATEG-EXIT
           END-IF
           MOVE TB-DESCR-CATEG (WS-IDX-CATEG) TO LF-ROTULO
           PERFORM 2900-MONTA-FAIXAS THRU 2900-MONTA-FAIXAS-EXIT
           MOVE WS-LINHA-FAIXAS TO REG-REL
           WRITE REG-REL.
       3100-QUADRO-CATEG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RECLAMACOES PENDENTES LISTADAS: " WS-QTD-LIDAS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "IDADE DAS RECLAMACOES GERADA EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE SAC
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
           STRING "SPOOL-RELSACAG-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELSACAG;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
