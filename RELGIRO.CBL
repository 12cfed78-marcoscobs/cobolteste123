      *-----------------------------------------------------------------
      * RELGIRO - ENVELHECIMENTO DE ESTOQUE E ITENS PARADOS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELGIRO.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA CADA FILIAL/PRODUTO COM
      *                   SALDO EM ESTOQUE: DATA DA ULTIMA VENDA (PED)
      *                   E DA ULTIMA ENTRADA (ENT, QLB OU TRF DE
      *                   ENTRADA) PELO KARDEX, DESCENDO AO ARQUIVO
      *                   MORTO KARDEXA QUANDO O VIVO NAO RESPONDE,
      *                   DIAS DE ESTOQUE NA VELOCIDADE DE VENDA DOS
      *                   ULTIMOS N DIAS (PED MENOS CAN, PADRAO 90) E
      *                   VALOR PELO CUSTO MEDIO, EM FAIXAS DE DIAS SEM
      *                   VENDA (0-30, 31-90, 91-180, 180+), OS MAIS
      *                   PARADOS PRIMEIRO, COM TOTAIS POR FILIAL E
      *                   GERAL. SEGUNDA SECAO: LOTES COM SALDO A
      *                   VENCER NA JANELA (PADRAO 60 DIAS), DESTACANDO
      *                   OS QUE NAO TIVERAM SAIDA NOS ULTIMOS 30 DIAS,
      *                   PARA COMPRAS E VENDAS EMPURRAREM ANTES DE
      *                   VIRAR PERDA. SPOOL DATADO (SPOOLREG.TXT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ESTOQUE.SEL".
           COPY "PRODUTO.SEL".
           COPY "KARDEX.SEL".
           COPY "KARDEXA.SEL".
           COPY "LOTE.SEL".

           SELECT WORK-GIR ASSIGN TO "WORKGIR1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-LOT ASSIGN TO "WORKGIR2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REL-GIRO ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "ESTOQUE.FD".
           COPY "PRODUTO.FD".
           COPY "KARDEX.FD".
           COPY "KARDEXA.FD".
           COPY "LOTE.FD".

       SD  WORK-GIR.
       01  REG-ORDENADO.
           05  ORD-FILIAL              PIC 9(02).
           05  ORD-DIAS-SEM-VENDA      PIC 9(05).
           05  ORD-VALOR               PIC S9(11)V99.
           05  ORD-COD-PRODUTO         PIC 9(05).
           05  ORD-SALDO               PIC 9(07)V999.
           05  ORD-DT-ULT-VENDA        PIC 9(08).
           05  ORD-DT-ULT-ENTRADA      PIC 9(08).
           05  ORD-VENDA-JANELA        PIC 9(07)V999.
           05  ORD-DIAS-ESTOQUE        PIC 9(05).
           05  ORD-FAIXA               PIC 9(01).

       SD  WORK-LOT.
       01  REG-ORD-LOTE.
           05  OLT-VALIDADE            PIC 9(08).
           05  OLT-FILIAL              PIC 9(02).
           05  OLT-COD-PRODUTO         PIC 9(05).
           05  OLT-NUM-LOTE            PIC X(10).
           05  OLT-SALDO               PIC 9(07)V999.
           05  OLT-DT-ULT-SAIDA        PIC 9(08).

       FD  REL-GIRO
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
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-KDA                      PIC XX       VALUE SPACES.
       77  FS-LOTE                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(20)    VALUE SPACES.
       77  WS-FILIAL-SEL               PIC 9(02)    VALUE ZEROS.
       77  WS-DIAS-HISTORICO           PIC 9(03)    VALUE 90.
       77  WS-DIAS-VALIDADE            PIC 9(03)    VALUE 60.
      * LOTE SEM SAIDA NESTE NUMERO DE DIAS E CONSIDERADO PARADO.
       77  WS-DIAS-LOTE-PARADO         PIC 9(03)    VALUE 30.
       77  WS-DT-INICIO-JANELA         PIC 9(08)    VALUE ZEROS.
       77  WS-DT-LIMITE-VALIDADE       PIC 9(08)    VALUE ZEROS.
       77  WS-DT-LIMITE-PARADO         PIC 9(08)    VALUE ZEROS.
       77  WS-FILIAL-ATUAL             PIC 9(02)    VALUE ZEROS.
       77  WS-PRODUTO-ATUAL            PIC 9(05)    VALUE ZEROS.
       77  WS-LOTE-ATUAL               PIC X(10)    VALUE SPACES.
       77  WS-DT-ULT-VENDA             PIC 9(08)    VALUE ZEROS.
       77  WS-DT-ULT-ENTRADA           PIC 9(08)    VALUE ZEROS.
       77  WS-DT-ULT-SAIDA-LOTE        PIC 9(08)    VALUE ZEROS.
       77  WS-VENDA-JANELA             PIC S9(09)V999 VALUE ZEROS.
       77  WS-VENDA-DIA                PIC 9(07)V9(04) VALUE ZEROS.
       77  WS-DIAS-ESTOQUE             PIC 9(05)    VALUE ZEROS.
       77  WS-DIAS-SEM-VENDA           PIC 9(05)    VALUE ZEROS.
       77  WS-DIAS-RESTANTES           PIC S9(05)   VALUE ZEROS.
       77  WS-IDX                      PIC 9(01)    VALUE ZEROS.
       77  WS-QTD-LOTES                PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-LOTES-PARADOS        PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-LOTE               PIC S9(11)V99 VALUE ZEROS.

      * MOVIMENTO CORRENTE DO KARDEX VIVO OU DO ARQUIVO MORTO.
       77  WS-MOV-DT                   PIC 9(08)    VALUE ZEROS.
       77  WS-MOV-TIPO                 PIC X(03)    VALUE SPACES.
       77  WS-MOV-FILIAL               PIC 9(02)    VALUE ZEROS.
       77  WS-MOV-ENTRADA              PIC 9(07)V999 VALUE ZEROS.
       77  WS-MOV-SAIDA                PIC 9(07)V999 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-FIM-KARDEX           PIC X(01)    VALUE "N".
               88  FIM-KARDEX                       VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-KDA-ABERTO           PIC X(01)    VALUE "N".
               88  KDA-ABERTO                       VALUE "S".
           05  WS-PRIMEIRA-FILIAL      PIC X(01)    VALUE "S".
               88  PRIMEIRA-FILIAL                  VALUE "S".

      * TOTAIS POR FAIXA DE DIAS SEM VENDA (1 = 0-30, 2 = 31-90,
      * 3 = 91-180, 4 = MAIS DE 180 OU NUNCA VENDIDO).
       01  WS-DESCR-FAIXAS.
           05  FILLER                  PIC X(07) VALUE "0-30".
           05  FILLER                  PIC X(07) VALUE "31-90".
           05  FILLER                  PIC X(07) VALUE "91-180".
           05  FILLER                  PIC X(07) VALUE "180+".
       01  WS-TAB-FAIXAS REDEFINES WS-DESCR-FAIXAS.
           05  TF-DESCR                PIC X(07)    OCCURS 4 TIMES.

       01  WS-TOT-FILIAL.
           05  TTF-FAIXA               OCCURS 4 TIMES.
               10  TTF-ITENS           PIC 9(05).
               10  TTF-VALOR           PIC S9(11)V99.

       01  WS-TOT-GERAL.
           05  TTG-FAIXA               OCCURS 4 TIMES.
               10  TTG-ITENS           PIC 9(05).
               10  TTG-VALOR           PIC S9(11)V99.

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(44)
               VALUE "ENVELHECIMENTO DE ESTOQUE E ITENS PARADOS".
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(11) VALUE "FI PRODUTO".
           05  FILLER                  PIC X(27) VALUE "DESCRICAO".
           05  FILLER                  PIC X(13) VALUE "      SALDO".
           05  FILLER                  PIC X(10) VALUE "ULT.VENDA".
           05  FILLER                  PIC X(10) VALUE "ULT.ENTR.".
           05  FILLER                  PIC X(07) VALUE "S/VEND".
           05  FILLER                  PIC X(13) VALUE "  VENDA JAN.".
           05  FILLER                  PIC X(07) VALUE "D.EST".
           05  FILLER                  PIC X(14) VALUE "         VALOR".
           05  FILLER                  PIC X(07) VALUE " FAIXA".

       01  WS-LINHA-DETALHE.
           05  LD-FILIAL               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DESCR                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SALDO                PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ULT-VENDA            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-ULT-ENTRADA          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS-SEM-VENDA       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VENDA-JANELA         PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DIAS-ESTOQUE         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR                PIC Z(09)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FAIXA                PIC X(07).

       01  WS-LINHA-FAIXA.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "FAIXA ".
           05  LFX-DESCR               PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LFX-ITENS               PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE " ITENS  ".
           05  LFX-VALOR               PIC Z(10)9,99.

       01  WS-CABECALHO-LOTE.
           05  FILLER                  PIC X(10) VALUE "VALIDADE".
           05  FILLER                  PIC X(06) VALUE "DIAS".
           05  FILLER                  PIC X(03) VALUE "FI".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(27) VALUE "DESCRICAO".
           05  FILLER                  PIC X(12) VALUE "LOTE".
           05  FILLER                  PIC X(13) VALUE "      SALDO".
           05  FILLER                  PIC X(14) VALUE "         VALOR".
           05  FILLER                  PIC X(11) VALUE " ULT.SAIDA".

       01  WS-LINHA-LOTE.
           05  LL-VALIDADE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DIAS                 PIC -Z(03)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-FILIAL               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LL-DESCR                PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NUM-LOTE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SALDO                PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-VALOR                PIC Z(09)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-ULT-SAIDA            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DESTAQUE             PIC X(14).

       01  WS-EDITA-DIAS               PIC ZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-GIR
               ON ASCENDING  KEY ORD-FILIAL
               ON DESCENDING KEY ORD-DIAS-SEM-VENDA
               ON DESCENDING KEY ORD-VALOR
               INPUT PROCEDURE  1500-ENVIA-ESTOQUE
               OUTPUT PROCEDURE 2000-EMITE-ESTOQUE

           PERFORM 3000-TOTAL-GERAL     THRU 3000-TOTAL-GERAL-EXIT

           SORT WORK-LOT
               ON ASCENDING KEY OLT-VALIDADE
               ON ASCENDING KEY OLT-FILIAL
               ON ASCENDING KEY OLT-COD-PRODUTO
               INPUT PROCEDURE  4500-ENVIA-LOTES
               OUTPUT PROCEDURE 5000-EMITE-LOTES

           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - FILIAL (ENTER = TODAS), DIAS DE HISTORICO DA
      * VELOCIDADE DE VENDA E JANELA DE VALIDADE DOS LOTES (CONSOLE OU
      * CENTRAL), DATAS DE CORTE E ABERTURA DO SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE) TO WS-INTEIRO-HOJE
           INITIALIZE WS-TOT-GERAL

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "FILIAL (ENTER = TODAS):"
               MOVE SPACES TO WS-PRM-1
               ACCEPT WS-PRM-1 FROM CONSOLE
               DISPLAY "DIAS DE HISTORICO DE VENDA (ENTER P/ 90):"
               MOVE SPACES TO WS-PRM-2
               ACCEPT WS-PRM-2 FROM CONSOLE
               DISPLAY "LOTES VENCENDO EM QUANTOS DIAS (ENTER P/ 60)?"
               MOVE SPACES TO WS-PRM-3
               ACCEPT WS-PRM-3 FROM CONSOLE
           END-IF
           IF WS-PRM-1 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PRM-1) TO WS-FILIAL-SEL
           END-IF
           IF WS-PRM-2 NOT = SPACES
           AND FUNCTION NUMVAL(WS-PRM-2) > ZEROS
               MOVE FUNCTION NUMVAL(WS-PRM-2) TO WS-DIAS-HISTORICO
           END-IF
           IF WS-PRM-3 NOT = SPACES
           AND FUNCTION NUMVAL(WS-PRM-3) > ZEROS
               MOVE FUNCTION NUMVAL(WS-PRM-3) TO WS-DIAS-VALIDADE
           END-IF

           COMPUTE WS-DT-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
               (WS-INTEIRO-HOJE - WS-DIAS-HISTORICO + 1)
           COMPUTE WS-DT-LIMITE-VALIDADE = FUNCTION DATE-OF-INTEGER
               (WS-INTEIRO-HOJE + WS-DIAS-VALIDADE)
           COMPUTE WS-DT-LIMITE-PARADO = FUNCTION DATE-OF-INTEGER
               (WS-INTEIRO-HOJE - WS-DIAS-LOTE-PARADO + 1)

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-GIRO

           MOVE WS-HOJE TO HDR-HOJE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF WS-FILIAL-SEL = ZEROS
               STRING "TODAS AS FILIAIS; VELOCIDADE DE VENDA DOS "
                      "ULTIMOS " WS-DIAS-HISTORICO " DIAS"
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "FILIAL " WS-FILIAL-SEL "; VELOCIDADE DE "
                      "VENDA DOS ULTIMOS " WS-DIAS-HISTORICO " DIAS"
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "S/VEND = DIAS SEM VENDA; D.EST = DIAS DE ESTOQUE"
                  " NA VELOCIDADE ATUAL (--- = SEM VENDA NA JANELA);"
                  " VALOR PELO CUSTO MEDIO"
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
               IF WS-PRM-PROG = "RELGIRO"
                   MOVE "S" TO WS-PRM-USADO
               ELSE
                   MOVE SPACES TO WS-PRM-1 WS-PRM-2 WS-PRM-3
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
      * 1500-ENVIA-ESTOQUE - CADA FILIAL/PRODUTO COM SALDO: PESQUISA
      * O KARDEX, CALCULA OS INDICADORES E MANDA PARA O SORT.
      *-----------------------------------------------------------------
       1500-ENVIA-ESTOQUE.
           OPEN INPUT PRODUTO
           OPEN INPUT KARDEX
           OPEN INPUT KARDEXA
           IF FS-KDA = ZEROS
               MOVE "S" TO WS-KDA-ABERTO
           END-IF
           OPEN INPUT ESTOQUE
           IF FS NOT = ZEROS
               CLOSE ESTOQUE PRODUTO KARDEX
               GO TO 1500-ENVIA-ESTOQUE-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-FILIAL-SEL TO COD-FILIAL-EST
           MOVE ZEROS         TO COD-PRODUTO OF REG-ESTOQUE
           START ESTOQUE KEY IS NOT LESS THAN XAV-ESTOQUE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 1510-LE-ESTOQUE THRU 1510-LE-ESTOQUE-EXIT
               UNTIL FIM-ARQ

           CLOSE ESTOQUE PRODUTO KARDEX.
       1500-ENVIA-ESTOQUE-FECHA.
           IF KDA-ABERTO
               CLOSE KARDEXA
           END-IF
           MOVE "N" TO WS-KDA-ABERTO.
       1500-ENVIA-ESTOQUE-EXIT.
           EXIT.

       1510-LE-ESTOQUE.
           READ ESTOQUE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1510-LE-ESTOQUE-EXIT
           END-READ
           IF WS-FILIAL-SEL NOT = ZEROS
           AND COD-FILIAL-EST NOT = WS-FILIAL-SEL
               MOVE "S" TO WS-FIM-ARQ
               GO TO 1510-LE-ESTOQUE-EXIT
           END-IF
           IF QTD-ESTOQUE = ZEROS
               GO TO 1510-LE-ESTOQUE-EXIT
           END-IF

           MOVE COD-FILIAL-EST TO WS-FILIAL-ATUAL
           MOVE COD-PRODUTO OF REG-ESTOQUE TO WS-PRODUTO-ATUAL
           PERFORM 1600-PESQUISA-KARDEX THRU 1600-PESQUISA-KARDEX-EXIT

           MOVE WS-PRODUTO-ATUAL TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           PERFORM 1700-CALCULA THRU 1700-CALCULA-EXIT
           RELEASE REG-ORDENADO.
       1510-LE-ESTOQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-PESQUISA-KARDEX - DESCE O KARDEX DO PRODUTO DO MOVIMENTO
      * MAIS RECENTE PARA O MAIS ANTIGO, SO NA FILIAL CORRENTE, ATE
      * ACHAR A ULTIMA VENDA E A ULTIMA ENTRADA COM A JANELA DE VENDA
      * COMPLETA. O QUE O VIVO NAO RESPONDER E PROCURADO NO KARDEXA.
      *-----------------------------------------------------------------
       1600-PESQUISA-KARDEX.
           MOVE ZEROS TO WS-DT-ULT-VENDA WS-DT-ULT-ENTRADA
                         WS-VENDA-JANELA

           MOVE "N"              TO WS-FIM-KARDEX
           MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO-KDX
           MOVE 9999999          TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-KARDEX
           END-START
           PERFORM 1610-LE-KDX THRU 1610-LE-KDX-EXIT
               UNTIL FIM-KARDEX

           IF NOT KDA-ABERTO
               GO TO 1600-PESQUISA-KARDEX-EXIT
           END-IF
           IF WS-DT-ULT-VENDA NOT = ZEROS
           AND WS-DT-ULT-ENTRADA NOT = ZEROS
           AND WS-MOV-DT < WS-DT-INICIO-JANELA
               GO TO 1600-PESQUISA-KARDEX-EXIT
           END-IF

           MOVE "N"              TO WS-FIM-KARDEX
           MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO-KDA
           MOVE 9999999          TO SEQ-KDA
           START KARDEXA KEY IS <= XAV-KDA
               INVALID KEY MOVE "S" TO WS-FIM-KARDEX
           END-START
           PERFORM 1650-LE-KDA THRU 1650-LE-KDA-EXIT
               UNTIL FIM-KARDEX.
       1600-PESQUISA-KARDEX-EXIT.
           EXIT.

       1610-LE-KDX.
           READ KARDEX PREVIOUS WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-KARDEX
                   GO TO 1610-LE-KDX-EXIT
           END-READ
           IF COD-PRODUTO-KDX NOT = WS-PRODUTO-ATUAL
               MOVE "S" TO WS-FIM-KARDEX
               GO TO 1610-LE-KDX-EXIT
           END-IF

           MOVE DT-KDX          TO WS-MOV-DT
           MOVE TIPO-DOC-KDX    TO WS-MOV-TIPO
           MOVE COD-FILIAL-KDX  TO WS-MOV-FILIAL
           MOVE QTD-ENTRADA-KDX TO WS-MOV-ENTRADA
           MOVE QTD-SAIDA-KDX   TO WS-MOV-SAIDA
           PERFORM 1620-AVALIA-MOVIMENTO
               THRU 1620-AVALIA-MOVIMENTO-EXIT.
       1610-LE-KDX-EXIT.
           EXIT.

       1650-LE-KDA.
           READ KARDEXA PREVIOUS WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-KARDEX
                   GO TO 1650-LE-KDA-EXIT
           END-READ
           IF COD-PRODUTO-KDA NOT = WS-PRODUTO-ATUAL
               MOVE "S" TO WS-FIM-KARDEX
               GO TO 1650-LE-KDA-EXIT
           END-IF

           MOVE DT-KDA          TO WS-MOV-DT
           MOVE TIPO-DOC-KDA    TO WS-MOV-TIPO
           MOVE COD-FILIAL-KDA  TO WS-MOV-FILIAL
           MOVE QTD-ENTRADA-KDA TO WS-MOV-ENTRADA
           MOVE QTD-SAIDA-KDA   TO WS-MOV-SAIDA
           PERFORM 1620-AVALIA-MOVIMENTO
               THRU 1620-AVALIA-MOVIMENTO-EXIT.
       1650-LE-KDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1620-AVALIA-MOVIMENTO - VENDA (PED) E ESTORNO DE VENDA (CAN)
      * DENTRO DA JANELA SOMAM NA VELOCIDADE; PRIMEIRO PED E PRIMEIRA
      * ENTRADA (ENT, QLB, TRF DE ENTRADA) ACHADOS SAO OS ULTIMOS.
      * ACHADOS OS DOIS E PASSADA A JANELA, ENCERRA A PESQUISA.
      *-----------------------------------------------------------------
       1620-AVALIA-MOVIMENTO.
           IF WS-MOV-FILIAL NOT = WS-FILIAL-ATUAL
               GO TO 1620-AVALIA-MOVIMENTO-EXIT
           END-IF

           IF WS-MOV-TIPO = "PED" AND WS-MOV-SAIDA > ZEROS
               IF WS-DT-ULT-VENDA = ZEROS
                   MOVE WS-MOV-DT TO WS-DT-ULT-VENDA
               END-IF
               IF WS-MOV-DT NOT < WS-DT-INICIO-JANELA
                   ADD WS-MOV-SAIDA TO WS-VENDA-JANELA
               END-IF
           END-IF
           IF WS-MOV-TIPO = "CAN"
           AND WS-MOV-DT NOT < WS-DT-INICIO-JANELA
               SUBTRACT WS-MOV-ENTRADA FROM WS-VENDA-JANELA
           END-IF
           IF (WS-MOV-TIPO = "ENT" OR "QLB" OR "TRF")
           AND WS-MOV-ENTRADA > ZEROS
           AND WS-DT-ULT-ENTRADA = ZEROS
               MOVE WS-MOV-DT TO WS-DT-ULT-ENTRADA
           END-IF

           IF WS-DT-ULT-VENDA NOT = ZEROS
           AND WS-DT-ULT-ENTRADA NOT = ZEROS
           AND WS-MOV-DT < WS-DT-INICIO-JANELA
               MOVE "S" TO WS-FIM-KARDEX
           END-IF.
       1620-AVALIA-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1700-CALCULA - DIAS SEM VENDA E FAIXA (NUNCA VENDIDO = 99999,
      * FAIXA 180+), DIAS DE ESTOQUE NA VENDA MEDIA DIARIA DA JANELA
      * (99999 = SEM VENDA NA JANELA) E VALOR PELO CUSTO MEDIO.
      *-----------------------------------------------------------------
       1700-CALCULA.
           MOVE WS-FILIAL-ATUAL   TO ORD-FILIAL
           MOVE WS-PRODUTO-ATUAL  TO ORD-COD-PRODUTO
           MOVE QTD-ESTOQUE       TO ORD-SALDO
           MOVE WS-DT-ULT-VENDA   TO ORD-DT-ULT-VENDA
           MOVE WS-DT-ULT-ENTRADA TO ORD-DT-ULT-ENTRADA

           IF WS-DT-ULT-VENDA = ZEROS
               MOVE 99999 TO WS-DIAS-SEM-VENDA
           ELSE
               COMPUTE WS-DIAS-SEM-VENDA = WS-INTEIRO-HOJE
                   - FUNCTION INTEGER-OF-DATE(WS-DT-ULT-VENDA)
           END-IF
           MOVE WS-DIAS-SEM-VENDA TO ORD-DIAS-SEM-VENDA

           EVALUATE TRUE
               WHEN WS-DIAS-SEM-VENDA NOT > 30
                   MOVE 1 TO ORD-FAIXA
               WHEN WS-DIAS-SEM-VENDA NOT > 90
                   MOVE 2 TO ORD-FAIXA
               WHEN WS-DIAS-SEM-VENDA NOT > 180
                   MOVE 3 TO ORD-FAIXA
               WHEN OTHER
                   MOVE 4 TO ORD-FAIXA
           END-EVALUATE

           IF WS-VENDA-JANELA < ZEROS
               MOVE ZEROS TO WS-VENDA-JANELA
           END-IF
           MOVE WS-VENDA-JANELA TO ORD-VENDA-JANELA
           MOVE 99999 TO WS-DIAS-ESTOQUE
           IF WS-VENDA-JANELA > ZEROS
               COMPUTE WS-VENDA-DIA =
                   WS-VENDA-JANELA / WS-DIAS-HISTORICO
               IF WS-VENDA-DIA > ZEROS
                   COMPUTE WS-DIAS-ESTOQUE ROUNDED =
                       QTD-ESTOQUE / WS-VENDA-DIA
                       ON SIZE ERROR
                           MOVE 99999 TO WS-DIAS-ESTOQUE
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-DIAS-ESTOQUE TO ORD-DIAS-ESTOQUE

           COMPUTE ORD-VALOR ROUNDED =
                   QTD-ESTOQUE * CUSTO-MEDIO-PRODUTO.
       1700-CALCULA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-ESTOQUE - UMA LINHA POR FILIAL/PRODUTO, OS MAIS
      * PARADOS PRIMEIRO, COM OS TOTAIS POR FAIXA A CADA FILIAL.
      *-----------------------------------------------------------------
       2000-EMITE-ESTOQUE.
           OPEN INPUT PRODUTO
           MOVE "S" TO WS-PRIMEIRA-FILIAL

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT
           PERFORM 2200-TRATA-PRODUTO THRU 2200-TRATA-PRODUTO-EXIT
               UNTIL FIM-ORDENADO

           IF NOT PRIMEIRA-FILIAL
               PERFORM 2400-TOTAL-FILIAL THRU 2400-TOTAL-FILIAL-EXIT
           END-IF
           CLOSE PRODUTO
           MOVE ZEROS TO FS.
       2000-EMITE-ESTOQUE-EXIT.
           EXIT.

       2100-RETORNA-ORDENADO.
           RETURN WORK-GIR
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-PRODUTO.
           IF PRIMEIRA-FILIAL
           OR ORD-FILIAL NOT = WS-FILIAL-ATUAL
               IF NOT PRIMEIRA-FILIAL
                   PERFORM 2400-TOTAL-FILIAL
                       THRU 2400-TOTAL-FILIAL-EXIT
               END-IF
               PERFORM 2300-CABECALHO-FILIAL
                   THRU 2300-CABECALHO-FILIAL-EXIT
           END-IF

           MOVE ORD-COD-PRODUTO TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO" TO DESCR-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           MOVE ORD-FILIAL      TO LD-FILIAL
           MOVE ORD-COD-PRODUTO TO LD-COD-PRODUTO
           MOVE DESCR-PRODUTO   TO LD-DESCR
           MOVE ORD-SALDO       TO LD-SALDO
           IF ORD-DT-ULT-VENDA = ZEROS
               MOVE "NUNCA"          TO LD-ULT-VENDA
               MOVE SPACES           TO LD-DIAS-SEM-VENDA
           ELSE
               MOVE ORD-DT-ULT-VENDA TO LD-ULT-VENDA
               MOVE ORD-DIAS-SEM-VENDA TO WS-EDITA-DIAS
               MOVE WS-EDITA-DIAS    TO LD-DIAS-SEM-VENDA
           END-IF
           IF ORD-DT-ULT-ENTRADA = ZEROS
               MOVE "-"                TO LD-ULT-ENTRADA
           ELSE
               MOVE ORD-DT-ULT-ENTRADA TO LD-ULT-ENTRADA
           END-IF
           MOVE ORD-VENDA-JANELA TO LD-VENDA-JANELA
           IF ORD-DIAS-ESTOQUE = 99999
               MOVE "  ---"          TO LD-DIAS-ESTOQUE
           ELSE
               MOVE ORD-DIAS-ESTOQUE TO WS-EDITA-DIAS
               MOVE WS-EDITA-DIAS    TO LD-DIAS-ESTOQUE
           END-IF
           MOVE ORD-VALOR             TO LD-VALOR
           MOVE TF-DESCR (ORD-FAIXA)  TO LD-FAIXA
           MOVE WS-LINHA-DETALHE TO REG-REL
           WRITE REG-REL

           ADD 1         TO TTF-ITENS (ORD-FAIXA)
           ADD ORD-VALOR TO TTF-VALOR (ORD-FAIXA)
           ADD 1         TO TTG-ITENS (ORD-FAIXA)
           ADD ORD-VALOR TO TTG-VALOR (ORD-FAIXA)

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-PRODUTO-EXIT.
           EXIT.

       2300-CABECALHO-FILIAL.
           MOVE "N"        TO WS-PRIMEIRA-FILIAL
           MOVE ORD-FILIAL TO WS-FILIAL-ATUAL
           INITIALIZE WS-TOT-FILIAL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FILIAL " ORD-FILIAL
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL.
       2300-CABECALHO-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-TOTAL-FILIAL - ITENS E VALOR POR FAIXA DA FILIAL.
      *-----------------------------------------------------------------
       2400-TOTAL-FILIAL.
           MOVE SPACES TO REG-REL
           STRING "TOTAL DA FILIAL " WS-FILIAL-ATUAL
                  " POR FAIXA DE DIAS SEM VENDA:"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           PERFORM 2410-LINHA-FAIXA-FILIAL
               THRU 2410-LINHA-FAIXA-FILIAL-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
       2400-TOTAL-FILIAL-EXIT.
           EXIT.

       2410-LINHA-FAIXA-FILIAL.
           MOVE TF-DESCR (WS-IDX)  TO LFX-DESCR
           MOVE TTF-ITENS (WS-IDX) TO LFX-ITENS
           MOVE TTF-VALOR (WS-IDX) TO LFX-VALOR
           MOVE WS-LINHA-FAIXA TO REG-REL
           WRITE REG-REL.
       2410-LINHA-FAIXA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-TOTAL-GERAL - ITENS E VALOR POR FAIXA DE TODAS AS
      * FILIAIS LISTADAS.
      *-----------------------------------------------------------------
       3000-TOTAL-GERAL.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE "TOTAL GERAL POR FAIXA DE DIAS SEM VENDA:" TO REG-REL
           WRITE REG-REL
           PERFORM 3010-LINHA-FAIXA-GERAL
               THRU 3010-LINHA-FAIXA-GERAL-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
       3000-TOTAL-GERAL-EXIT.
           EXIT.

       3010-LINHA-FAIXA-GERAL.
           MOVE TF-DESCR (WS-IDX)  TO LFX-DESCR
           MOVE TTG-ITENS (WS-IDX) TO LFX-ITENS
           MOVE TTG-VALOR (WS-IDX) TO LFX-VALOR
           MOVE WS-LINHA-FAIXA TO REG-REL
           WRITE REG-REL.
       3010-LINHA-FAIXA-GERAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-ENVIA-LOTES - LOTES COM SALDO VENCENDO NA JANELA (VENCIDOS
      * INCLUSOS), COM A ULTIMA SAIDA DO LOTE NO KARDEX DENTRO DO
      * PRAZO DE LOTE PARADO (ZEROS = SEM SAIDA NO PRAZO).
      *-----------------------------------------------------------------
       4500-ENVIA-LOTES.
           OPEN INPUT KARDEX
           OPEN INPUT LOTE
           IF FS-LOTE NOT = ZEROS
               CLOSE LOTE KARDEX
               GO TO 4500-ENVIA-LOTES-EXIT
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-LOTE
           START LOTE KEY IS NOT LESS THAN XAV-LOTE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 4510-LE-LOTE THRU 4510-LE-LOTE-EXIT
               UNTIL FIM-ARQ

           CLOSE LOTE KARDEX.
       4500-ENVIA-LOTES-EXIT.
           EXIT.

       4510-LE-LOTE.
           READ LOTE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 4510-LE-LOTE-EXIT
           END-READ
           IF QTD-LOTE = ZEROS
           OR DT-VALIDADE-LOTE > WS-DT-LIMITE-VALIDADE
               GO TO 4510-LE-LOTE-EXIT
           END-IF
           IF WS-FILIAL-SEL NOT = ZEROS
           AND COD-FILIAL-LOTE NOT = WS-FILIAL-SEL
               GO TO 4510-LE-LOTE-EXIT
           END-IF

           MOVE COD-FILIAL-LOTE  TO WS-FILIAL-ATUAL
           MOVE COD-PRODUTO-LOTE TO WS-PRODUTO-ATUAL
           MOVE NUM-LOTE         TO WS-LOTE-ATUAL
           MOVE ZEROS            TO WS-DT-ULT-SAIDA-LOTE

           MOVE "N"              TO WS-FIM-KARDEX
           MOVE WS-PRODUTO-ATUAL TO COD-PRODUTO-KDX
           MOVE 9999999          TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-KARDEX
           END-START
           PERFORM 4520-LE-SAIDA-LOTE THRU 4520-LE-SAIDA-LOTE-EXIT
               UNTIL FIM-KARDEX

           MOVE DT-VALIDADE-LOTE     TO OLT-VALIDADE
           MOVE COD-FILIAL-LOTE      TO OLT-FILIAL
           MOVE COD-PRODUTO-LOTE     TO OLT-COD-PRODUTO
           MOVE NUM-LOTE             TO OLT-NUM-LOTE
           MOVE QTD-LOTE             TO OLT-SALDO
           MOVE WS-DT-ULT-SAIDA-LOTE TO OLT-DT-ULT-SAIDA
           RELEASE REG-ORD-LOTE.
       4510-LE-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4520-LE-SAIDA-LOTE - SAIDA MAIS RECENTE DO LOTE NA FILIAL,
      * PARANDO NO INICIO DO PRAZO DE LOTE PARADO.
      *-----------------------------------------------------------------
       4520-LE-SAIDA-LOTE.
           READ KARDEX PREVIOUS WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-KARDEX
                   GO TO 4520-LE-SAIDA-LOTE-EXIT
           END-READ
           IF COD-PRODUTO-KDX NOT = WS-PRODUTO-ATUAL
           OR DT-KDX < WS-DT-LIMITE-PARADO
               MOVE "S" TO WS-FIM-KARDEX
               GO TO 4520-LE-SAIDA-LOTE-EXIT
           END-IF
           IF COD-FILIAL-KDX = WS-FILIAL-ATUAL
           AND LOTE-KDX = WS-LOTE-ATUAL
           AND QTD-SAIDA-KDX > ZEROS
               MOVE DT-KDX TO WS-DT-ULT-SAIDA-LOTE
               MOVE "S"    TO WS-FIM-KARDEX
           END-IF.
       4520-LE-SAIDA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-EMITE-LOTES - SEGUNDA SECAO, EM ORDEM DE VALIDADE; LOTE
      * SEM SAIDA NO PRAZO SAI DESTACADO.
      *-----------------------------------------------------------------
       5000-EMITE-LOTES.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "LOTES A VENCER ATE " WS-DT-LIMITE-VALIDADE
                  " - *** PARADO *** = SEM SAIDA NOS ULTIMOS "
                  WS-DIAS-LOTE-PARADO " DIAS"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-LOTE TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           OPEN INPUT PRODUTO
           MOVE "N" TO WS-FIM-ORDENADO
           PERFORM 5100-RETORNA-LOTE THRU 5100-RETORNA-LOTE-EXIT
           PERFORM 5200-TRATA-LOTE THRU 5200-TRATA-LOTE-EXIT
               UNTIL FIM-ORDENADO
           CLOSE PRODUTO
           MOVE ZEROS TO FS.
       5000-EMITE-LOTES-EXIT.
           EXIT.

       5100-RETORNA-LOTE.
           RETURN WORK-LOT
               AT END MOVE "S" TO WS-FIM-ORDENADO
           END-RETURN.
       5100-RETORNA-LOTE-EXIT.
           EXIT.

       5200-TRATA-LOTE.
           ADD 1 TO WS-QTD-LOTES

           MOVE OLT-COD-PRODUTO TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE "PRODUTO NAO ENCONTRADO" TO DESCR-PRODUTO
                   MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(OLT-VALIDADE) - WS-INTEIRO-HOJE
           COMPUTE WS-VALOR-LOTE ROUNDED =
               OLT-SALDO * CUSTO-MEDIO-PRODUTO

           MOVE OLT-VALIDADE      TO LL-VALIDADE
           MOVE WS-DIAS-RESTANTES TO LL-DIAS
           MOVE OLT-FILIAL        TO LL-FILIAL
           MOVE OLT-COD-PRODUTO   TO LL-COD-PRODUTO
           MOVE DESCR-PRODUTO     TO LL-DESCR
           MOVE OLT-NUM-LOTE      TO LL-NUM-LOTE
           MOVE OLT-SALDO         TO LL-SALDO
           MOVE WS-VALOR-LOTE     TO LL-VALOR
           IF OLT-DT-ULT-SAIDA = ZEROS
               MOVE "-"              TO LL-ULT-SAIDA
               MOVE "*** PARADO ***" TO LL-DESTAQUE
               ADD 1 TO WS-QTD-LOTES-PARADOS
           ELSE
               MOVE OLT-DT-ULT-SAIDA TO LL-ULT-SAIDA
               MOVE SPACES           TO LL-DESTAQUE
           END-IF
           MOVE WS-LINHA-LOTE TO REG-REL
           WRITE REG-REL

           PERFORM 5100-RETORNA-LOTE THRU 5100-RETORNA-LOTE-EXIT.
       5200-TRATA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "LOTES NA JANELA: " WS-QTD-LOTES
                  "  PARADOS: " WS-QTD-LOTES-PARADOS
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "ENVELHECIMENTO DE ESTOQUE GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)
           CLOSE REL-GIRO.
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
           STRING "SPOOL-RELGIRO-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL
           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELGIRO;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
