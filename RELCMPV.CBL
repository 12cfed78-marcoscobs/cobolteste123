      *-----------------------------------------------------------------
      * RELCMPV - COMPARATIVO DE VENDAS ENTRE DOIS PERIODOS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELCMPV.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - COMPARA AS VENDAS FATURADAS
      *                   DE DOIS PERIODOS A PARTIR DE UM MES DE
      *                   REFERENCIA: M = MES CONTRA O MESMO MES DO
      *                   ANO ANTERIOR, A = ACUMULADO DO ANO ATE O MES
      *                   CONTRA O MESMO ACUMULADO DO ANO ANTERIOR,
      *                   P = MES CONTRA O MES ANTERIOR. NIVEL DE
      *                   VENDEDOR, CLIENTE, REDE, PRODUTO OU GRUPO,
      *                   COM A VARIACAO EM VALOR, QUANTIDADE E
      *                   PEDIDOS. OS MESES CONSOLIDADOS VEM DO RESUMO
      *                   MENSAL (RESUMOV) E OS DEMAIS DA VARREDURA DE
      *                   ITEM-PED, NA MESMA BASE DO GERARESU. O MIX
      *                   PERDIDO (CLIENTE QUE COMPROU O PRODUTO NO
      *                   PERIODO BASE E NAO COMPROU NO ATUAL) E
      *                   CONTADO NA LINHA DO NIVEL E LISTADO NO FIM.
      *                   PEDIDOS DISTINTOS DE VENDEDOR, CLIENTE E
      *                   REDE CONTADOS PELOS CABECALHOS (PEDIDO E
      *                   PEDHIST DO ANO ARQUIVADO); DE PRODUTO E
      *                   GRUPO, PELOS PEDIDOS EM QUE O PRODUTO
      *                   APARECEU. PARAMETROS PELO CONSOLE OU PELA
      *                   CENTRAL (RELCMPV;AAAAMM;MODO;NIVEL). SPOOL
      *                   DATADO (SPOOLREG.TXT), CMPVEND.CSV E
      *                   CMPVMIX.CSV.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RESUMOV.SEL".
           COPY "ITEM-PED.SEL".
           COPY "PEDIDO.SEL".
           COPY "PEDHIST.SEL".
           COPY "CLIENTE.SEL".
           COPY "PRODUTO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "REDE.SEL".
           COPY "GRUPO.SEL".

           SELECT WORK-CEL ASSIGN TO "WORKCMP1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-NIV ASSIGN TO "WORKCMP2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NIVEL-FILE ASSIGN TO "CMPVNIV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIV.

           SELECT MIX-FILE ASSIGN TO "CMPVMIX.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MIX.

           SELECT CMP-CSV ASSIGN TO "CMPVEND.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

           SELECT MIX-CSV ASSIGN TO "CMPVMIX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

           SELECT REL-CMP ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "RESUMOV.FD".
           COPY "ITEM-PED.FD".
           COPY "PEDIDO.FD".
           COPY "PEDHIST.FD".
           COPY "CLIENTE.FD".
           COPY "PRODUTO.FD".
           COPY "VENDEDOR.FD".
           COPY "REDE.FD".
           COPY "GRUPO.FD".

      *    CELULA DE VENDA DE UM PERIODO (1 = ATUAL, 2 = BASE): DO
      *    RESUMO JA COM OS PEDIDOS DISTINTOS CONTADOS (ORD-NUM-PEDIDO
      *    ZERO), OU LINHA VIVA DE ITEM-PED COM O NUMERO DO PEDIDO.
       SD  WORK-CEL.
       01  REG-ORDENADO.
           05  ORD-COD-CLI             PIC 9(07).
           05  ORD-COD-PRODUTO         PIC 9(05).
           05  ORD-PERIODO             PIC 9(01).
           05  ORD-COD-VEND            PIC 9(03).
           05  ORD-NUM-PEDIDO          PIC 9(07).
           05  ORD-QTD-PEDIDOS         PIC 9(07).
           05  ORD-QTD                 PIC S9(09)V999.
           05  ORD-VALOR               PIC S9(11)V99.

       SD  WORK-NIV.
       01  REG-ORDENADO-2.
           05  ORD2-CHAVE              PIC 9(07).
           05  ORD2-PERIODO            PIC 9(01).
           05  ORD2-QTD                PIC S9(09)V999.
           05  ORD2-VALOR              PIC S9(11)V99.
           05  ORD2-PEDIDOS            PIC 9(07).
           05  ORD2-PERDIDOS           PIC 9(05).

      *    ACUMULADOS POR CHAVE DO NIVEL, MESMO LAYOUT DO WORK-NIV.
       FD  NIVEL-FILE
           LABEL RECORD STANDARD.
       01  REG-NIVEL.
           05  NIV-CHAVE               PIC 9(07).
           05  NIV-PERIODO             PIC 9(01).
           05  NIV-QTD                 PIC S9(09)V999.
           05  NIV-VALOR               PIC S9(11)V99.
           05  NIV-PEDIDOS             PIC 9(07).
           05  NIV-PERDIDOS            PIC 9(05).

      *    MIX PERDIDO: CLIENTE X PRODUTO COMPRADO SO NO PERIODO BASE,
      *    JA NA ORDEM DE CLIENTE E PRODUTO.
       FD  MIX-FILE
           LABEL RECORD STANDARD.
       01  REG-MIX.
           05  MIX-COD-CLI             PIC 9(07).
           05  MIX-COD-PRODUTO         PIC 9(05).
           05  MIX-COD-VEND            PIC 9(03).
           05  MIX-QTD                 PIC S9(09)V999.
           05  MIX-VALOR               PIC S9(11)V99.
           05  MIX-PEDIDOS             PIC 9(07).

       FD  CMP-CSV
           LABEL RECORD STANDARD.
       01  REG-CSV                     PIC X(200).

       FD  MIX-CSV
           LABEL RECORD STANDARD.
       01  REG-CSV-MIX                 PIC X(200).

       FD  REL-CMP
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
       77  FS-RES                      PIC XX       VALUE SPACES.
       77  FS-PH                       PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-NIV                      PIC XX       VALUE SPACES.
       77  FS-MIX                      PIC XX       VALUE SPACES.
       77  FS-CSV                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-NOME-PEDHIST             PIC X(20)    VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-MES-TEXT                 PIC X(10)    VALUE SPACES.
       77  WS-MES-MOV                  PIC 9(06)    VALUE ZEROS.
       77  WS-MES-RES-ANT              PIC 9(06)    VALUE ZEROS.
       77  WS-PERIODO-MOV              PIC 9(01)    VALUE ZEROS.
       77  WS-ANO-HIST                 PIC 9(04)    VALUE ZEROS.
       77  WS-ANO-HIST-INI             PIC 9(04)    VALUE ZEROS.
       77  WS-ANO-HIST-FIM             PIC 9(04)    VALUE ZEROS.
       77  WS-PED-LIDO                 PIC 9(07)    VALUE ZEROS.
       77  WS-PED-ANT                  PIC 9(07)    VALUE ZEROS.
       77  WS-CHAVE-NIVEL              PIC 9(07)    VALUE ZEROS.
       77  WS-VEND-CHAVE               PIC 9(03)    VALUE ZEROS.
       77  WS-CLI-REDE-ANT             PIC 9(07)    VALUE ZEROS.
       77  WS-REDE-CLI                 PIC 9(03)    VALUE ZEROS.
       77  WS-PROD-GRUPO-ANT           PIC 9(05)    VALUE ZEROS.
       77  WS-GRUPO-PROD               PIC 9(03)    VALUE ZEROS.
       77  WS-NOME-CHAVE               PIC X(40)    VALUE SPACES.
       77  WS-PERC                     PIC S9(05)V9 VALUE ZEROS.
       77  WS-QTD-LINHAS               PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-MIX                  PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-MESES-PERIODO        PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-MESES-CONS           PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-MES                  PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-PER                  PIC 9(01)    VALUE ZEROS.

      * MODO DE COMPARACAO E NIVEL DO RELATORIO.
       77  WS-MODO                     PIC X(01)    VALUE "M".
           88  MODO-MES-ANO-ANTERIOR                VALUE "M".
           88  MODO-ACUMULADO-ANO                   VALUE "A".
           88  MODO-MES-ANTERIOR                    VALUE "P".
       77  WS-NIVEL                    PIC X(01)    VALUE "P".
           88  NIVEL-VENDEDOR                       VALUE "V".
           88  NIVEL-CLIENTE                        VALUE "C".
           88  NIVEL-REDE                           VALUE "R".
           88  NIVEL-PRODUTO                        VALUE "P".
           88  NIVEL-GRUPO                          VALUE "G".
           88  NIVEL-VALIDO                VALUE "V" "C" "R" "P" "G".
           88  PEDIDOS-PELO-CABECALHO               VALUE "V" "C" "R".

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-FIM-ORD              PIC X(01)    VALUE "N".
               88  FIM-ORD                          VALUE "S".
           05  WS-MES-USAVEL           PIC X(01)    VALUE "N".
           05  WS-MES-COBERTO          PIC X(01)    VALUE "N".
           05  WS-PED-VALIDO           PIC X(01)    VALUE "N".
           05  WS-PRIMEIRO             PIC X(01)    VALUE "S".
           05  WS-CLI-ABERTO           PIC X(01)    VALUE "N".
           05  WS-PROD-ABERTO          PIC X(01)    VALUE "N".
           05  WS-VEND-ABERTO          PIC X(01)    VALUE "N".
           05  WS-REDE-ABERTO          PIC X(01)    VALUE "N".
           05  WS-GRU-ABERTO           PIC X(01)    VALUE "N".

      * MES DE REFERENCIA E OS DOIS PERIODOS (AAAAMM INICIAL E FINAL
      * DE CADA UM).
       01  WS-PERIODOS.
           05  WS-MES-REF              PIC 9(06)    VALUE ZEROS.
           05  WS-MES-REF-R REDEFINES WS-MES-REF.
               10  WS-ANO-REF          PIC 9(04).
               10  WS-MM-REF           PIC 9(02).
           05  WS-INI-ATU              PIC 9(06)    VALUE ZEROS.
           05  WS-FIM-ATU              PIC 9(06)    VALUE ZEROS.
           05  WS-INI-BASE             PIC 9(06)    VALUE ZEROS.
           05  WS-FIM-BASE             PIC 9(06)    VALUE ZEROS.

      * MESES DOS DOIS PERIODOS JA COBERTOS PELO RESUMO MENSAL.
       01  WS-TAB-MESES-CONS.
           05  TMC-MES                 PIC 9(06)    OCCURS 24 TIMES.

      * CHAVE CORRENTE DA APURACAO DAS CELULAS (CLIENTE X PRODUTO E,
      * DENTRO DELA, PERIODO X VENDEDOR).
       01  WS-QUEBRA.
           05  WS-CLI-ATUAL            PIC 9(07)    VALUE ZEROS.
           05  WS-PROD-ATUAL           PIC 9(05)    VALUE ZEROS.
           05  WS-PER-ATUAL            PIC 9(01)    VALUE ZEROS.
           05  WS-VEND-ATUAL           PIC 9(03)    VALUE ZEROS.
           05  WS-VEND-BASE            PIC 9(03)    VALUE ZEROS.

       01  WS-ACUM-SUB.
           05  WS-SUB-QTD              PIC S9(09)V999 VALUE ZEROS.
           05  WS-SUB-VALOR            PIC S9(11)V99 VALUE ZEROS.
           05  WS-SUB-PEDIDOS          PIC 9(07)    VALUE ZEROS.

      * ACUMULADOS DO PAR CLIENTE X PRODUTO POR PERIODO (1 ATUAL,
      * 2 BASE), PARA O MIX PERDIDO.
       01  WS-ACUM-PAR.
           05  WS-PAR-PER              OCCURS 2 TIMES.
               10  WS-PAR-QTD          PIC S9(09)V999.
               10  WS-PAR-VALOR        PIC S9(11)V99.
               10  WS-PAR-PEDIDOS      PIC 9(07).

      * ACUMULADOS DA CHAVE DO NIVEL EM EMISSAO E TOTAL GERAL, POR
      * PERIODO (1 ATUAL, 2 BASE).
       01  WS-ACUM-CHAVE.
           05  WS-CHV-CHAVE            PIC 9(07)    VALUE ZEROS.
           05  WS-CHV-PERDIDOS         PIC 9(05)    VALUE ZEROS.
           05  WS-CHV-PER              OCCURS 2 TIMES.
               10  WS-CHV-QTD          PIC S9(09)V999.
               10  WS-CHV-VALOR        PIC S9(11)V99.
               10  WS-CHV-PEDIDOS      PIC 9(07).

       01  WS-ACUM-TOTAL.
           05  WS-TOT-PERDIDOS         PIC 9(07)    VALUE ZEROS.
           05  WS-TOT-PER              OCCURS 2 TIMES.
               10  WS-TOT-QTD          PIC S9(11)V999.
               10  WS-TOT-VALOR        PIC S9(13)V99.
               10  WS-TOT-PEDIDOS      PIC 9(07).

       01  WS-VARIACOES.
           05  WS-VAR-QTD              PIC S9(11)V999 VALUE ZEROS.
           05  WS-VAR-VALOR            PIC S9(13)V99 VALUE ZEROS.
           05  WS-VAR-PEDIDOS          PIC S9(07)    VALUE ZEROS.

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(34)
               VALUE "COMPARATIVO DE VENDAS - REFERENCIA".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDR-MES                 PIC 9(06).
           05  FILLER                  PIC X(10) VALUE "  NIVEL: ".
           05  HDR-NIVEL               PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(16)
               VALUE "PERIODO ATUAL: ".
           05  HDR-INI-ATU             PIC 9(06).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  HDR-FIM-ATU             PIC 9(06).
           05  FILLER                  PIC X(18)
               VALUE "   PERIODO BASE: ".
           05  HDR-INI-BASE            PIC 9(06).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  HDR-FIM-BASE            PIC 9(06).

       01  WS-CABECALHO-3.
           05  FILLER                  PIC X(08) VALUE "CHAVE".
           05  FILLER                  PIC X(16) VALUE "NOME".
           05  FILLER                  PIC X(14) VALUE "   VALOR BASE".
           05  FILLER                  PIC X(14) VALUE "  VALOR ATUAL".
           05  FILLER                  PIC X(14) VALUE "     VARIACAO".
           05  FILLER                  PIC X(08) VALUE "  VAR %".
           05  FILLER                  PIC X(10) VALUE " QTD BASE".
           05  FILLER                  PIC X(10) VALUE "QTD ATUAL".
           05  FILLER                  PIC X(11) VALUE "   VAR QTD".
           05  FILLER                  PIC X(06) VALUE "PED.B".
           05  FILLER                  PIC X(06) VALUE "PED.A".
           05  FILLER                  PIC X(07) VALUE " VAR.P".
           05  FILLER                  PIC X(04) VALUE " MIX".

       01  WS-LINHA-DETALHE.
           05  LD-CHAVE                PIC Z(06)9.
           05  LD-CHAVE-X REDEFINES LD-CHAVE
                                       PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NOME                 PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VALOR-BASE           PIC Z(08)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VALOR-ATU            PIC Z(08)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VAR-VALOR            PIC Z(08)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VAR-PERC             PIC ZZZ9,9-.
           05  LD-VAR-PERC-X REDEFINES LD-VAR-PERC
                                       PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-QTD-BASE             PIC Z(06)9,9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-QTD-ATU              PIC Z(06)9,9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VAR-QTD              PIC Z(06)9,9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-PED-BASE             PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-PED-ATU              PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VAR-PED              PIC Z(04)9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-PERDIDOS             PIC Z(03)9.

       01  WS-CABECALHO-MIX.
           05  FILLER                  PIC X(08) VALUE "CLIENTE".
           05  FILLER                  PIC X(31) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(06) VALUE "PROD.".
           05  FILLER                  PIC X(31) VALUE "DESCRICAO".
           05  FILLER                  PIC X(04) VALUE "VND".
           05  FILLER                  PIC X(12) VALUE "   QTD BASE".
           05  FILLER                  PIC X(14) VALUE "   VALOR BASE".
           05  FILLER                  PIC X(05) VALUE "PED.".

       01  WS-LINHA-MIX.
           05  LM-COD-CLI              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-RAZAO                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-COD-PRODUTO          PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-DESCR                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-COD-VEND             PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-VALOR                PIC Z(08)9,99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LM-PEDIDOS              PIC Z(04)9.

      * CAMPOS EDITADOS DO CSV (VIRGULA DECIMAL, SINAL A ESQUERDA).
       01  WS-CAMPOS-CSV.
           05  CSV-VALOR-1             PIC -(11)9,99.
           05  CSV-VALOR-2             PIC -(11)9,99.
           05  CSV-VALOR-3             PIC -(11)9,99.
           05  CSV-PERC                PIC -(4)9,9.
           05  CSV-PERC-X              PIC X(07).
           05  CSV-QTD-1               PIC -(9)9,999.
           05  CSV-QTD-2               PIC -(9)9,999.
           05  CSV-QTD-3               PIC -(9)9,999.
           05  CSV-PED-1               PIC -(6)9.
           05  CSV-PED-2               PIC -(6)9.
           05  CSV-PED-3               PIC -(6)9.
           05  CSV-PERDIDOS            PIC Z(04)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           SORT WORK-CEL
               ON ASCENDING KEY ORD-COD-CLI
               ON ASCENDING KEY ORD-COD-PRODUTO
               ON ASCENDING KEY ORD-PERIODO
               ON ASCENDING KEY ORD-COD-VEND
               ON ASCENDING KEY ORD-NUM-PEDIDO
               INPUT PROCEDURE  1500-ENVIA-MOVIMENTO
               OUTPUT PROCEDURE 2000-APURA-CELULAS

           IF PEDIDOS-PELO-CABECALHO
               PERFORM 3000-CONTA-PEDIDOS THRU 3000-CONTA-PEDIDOS-EXIT
           END-IF

           SORT WORK-NIV
               ON ASCENDING KEY ORD2-CHAVE
               USING NIVEL-FILE
               OUTPUT PROCEDURE 4000-EMITE-COMPARATIVO

           PERFORM 5000-EMITE-MIX       THRU 5000-EMITE-MIX-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MES DE REFERENCIA, MODO E NIVEL (CONSOLE OU
      * CENTRAL), OS DOIS PERIODOS, CADASTROS DE CONSULTA, RELATORIO
      * E CSV.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-MESES-CONS WS-ACUM-TOTAL

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "MES DE REFERENCIA AAAAMM (ENTER = MES ATUAL):"
               ACCEPT WS-MES-TEXT FROM CONSOLE
               DISPLAY "COMPARAR (M=MES X MESMO MES DO ANO ANTERIOR"
                       " A=ACUMULADO DO ANO X ANO ANTERIOR"
                       " P=MES X MES ANTERIOR, ENTER = M):"
               ACCEPT WS-MODO FROM CONSOLE
               DISPLAY "NIVEL (V=VENDEDOR C=CLIENTE R=REDE P=PRODUTO"
                       " G=GRUPO, ENTER = P):"
               ACCEPT WS-NIVEL FROM CONSOLE
           END-IF

           IF WS-MES-TEXT = SPACES
               MOVE WS-HOJE (1:6) TO WS-MES-REF
           ELSE
               MOVE FUNCTION NUMVAL(WS-MES-TEXT) TO WS-MES-REF
           END-IF
           IF WS-MM-REF < 1 OR WS-MM-REF > 12
               DISPLAY "MES DE REFERENCIA INVALIDO - USADO O MES ATUAL."
               MOVE WS-HOJE (1:6) TO WS-MES-REF
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-MODO)  TO WS-MODO
           IF NOT MODO-ACUMULADO-ANO AND NOT MODO-MES-ANTERIOR
               MOVE "M" TO WS-MODO
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NIVEL) TO WS-NIVEL
           IF NOT NIVEL-VALIDO
               MOVE "P" TO WS-NIVEL
           END-IF

           PERFORM 1100-CALCULA-PERIODOS
               THRU 1100-CALCULA-PERIODOS-EXIT

           OPEN INPUT CLIENTE
           IF FS = ZEROS
               MOVE "S" TO WS-CLI-ABERTO
           END-IF
           OPEN INPUT PRODUTO
           IF FS = ZEROS
               MOVE "S" TO WS-PROD-ABERTO
           END-IF
           OPEN INPUT VENDEDOR
           IF FS = ZEROS
               MOVE "S" TO WS-VEND-ABERTO
           END-IF
           OPEN INPUT REDE
           IF FS-REDE = ZEROS
               MOVE "S" TO WS-REDE-ABERTO
           END-IF
           OPEN INPUT GRUPO
           IF FS-GRU = ZEROS
               MOVE "S" TO WS-GRU-ABERTO
           END-IF
           MOVE ZEROS TO FS

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-CMP

           EVALUATE TRUE
               WHEN NIVEL-VENDEDOR MOVE "VENDEDOR" TO HDR-NIVEL
               WHEN NIVEL-CLIENTE  MOVE "CLIENTE"  TO HDR-NIVEL
               WHEN NIVEL-REDE     MOVE "REDE"     TO HDR-NIVEL
               WHEN NIVEL-GRUPO    MOVE "GRUPO"    TO HDR-NIVEL
               WHEN OTHER          MOVE "PRODUTO"  TO HDR-NIVEL
           END-EVALUATE
           MOVE WS-MES-REF  TO HDR-MES
           MOVE WS-HOJE     TO HDR-HOJE
           MOVE WS-INI-ATU  TO HDR-INI-ATU
           MOVE WS-FIM-ATU  TO HDR-FIM-ATU
           MOVE WS-INI-BASE TO HDR-INI-BASE
           MOVE WS-FIM-BASE TO HDR-FIM-BASE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF PEDIDOS-PELO-CABECALHO
               STRING "VENDAS FATURADAS SEM BONIFICACAO, VALOR "
                      "LIQUIDO DE DESCONTO. PEDIDOS = PEDIDOS "
                      "DISTINTOS FATURADOS NO PERIODO."
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "VENDAS FATURADAS SEM BONIFICACAO, VALOR "
                      "LIQUIDO DE DESCONTO. PEDIDOS = PEDIDOS EM QUE "
                      "O PRODUTO APARECEU."
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "MIX = CLIENTE X PRODUTO COMPRADO NO PERIODO BASE "
                  "E NAO COMPRADO NO ATUAL (LISTA NO FIM)."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-3 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           OPEN OUTPUT CMP-CSV
           MOVE SPACES TO REG-CSV
           STRING "NIVEL;CHAVE;NOME;VALOR_BASE;VALOR_ATUAL;VAR_VALOR;"
                  "VAR_PERC;QTD_BASE;QTD_ATUAL;VAR_QTD;PEDIDOS_BASE;"
                  "PEDIDOS_ATUAL;VAR_PEDIDOS;MIX_PERDIDO"
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
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
               IF WS-PRM-PROG = "RELCMPV"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE WS-PRM-1 TO WS-MES-TEXT
                   MOVE WS-PRM-2 TO WS-MODO
                   MOVE WS-PRM-3 TO WS-NIVEL
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
      * 1100-CALCULA-PERIODOS - PERIODO ATUAL E BASE PELO MODO, E
      * QUANTOS MESES OS DOIS SOMAM (SE TODOS ESTIVEREM NO RESUMO, A
      * VARREDURA DE ITEM-PED E DISPENSADA).
      *-----------------------------------------------------------------
       1100-CALCULA-PERIODOS.
           MOVE WS-MES-REF TO WS-FIM-ATU
           EVALUATE TRUE
               WHEN MODO-ACUMULADO-ANO
                   COMPUTE WS-INI-ATU  = WS-ANO-REF * 100 + 1
                   COMPUTE WS-INI-BASE = WS-INI-ATU - 100
                   COMPUTE WS-FIM-BASE = WS-MES-REF - 100
                   COMPUTE WS-QTD-MESES-PERIODO = WS-MM-REF * 2
               WHEN MODO-MES-ANTERIOR
                   MOVE WS-MES-REF TO WS-INI-ATU
                   IF WS-MM-REF = 1
                       COMPUTE WS-INI-BASE =
                           (WS-ANO-REF - 1) * 100 + 12
                   ELSE
                       COMPUTE WS-INI-BASE = WS-MES-REF - 1
                   END-IF
                   MOVE WS-INI-BASE TO WS-FIM-BASE
                   MOVE 2 TO WS-QTD-MESES-PERIODO
               WHEN OTHER
                   MOVE WS-MES-REF TO WS-INI-ATU
                   COMPUTE WS-INI-BASE = WS-MES-REF - 100
                   MOVE WS-INI-BASE TO WS-FIM-BASE
                   MOVE 2 TO WS-QTD-MESES-PERIODO
           END-EVALUATE.
       1100-CALCULA-PERIODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-ENVIA-MOVIMENTO - PRIMEIRO OS MESES CONSOLIDADOS DO
      * RESUMO; DEPOIS, SE FALTAR ALGUM MES, AS LINHAS DE PEDIDO DOS
      * MESES QUE O RESUMO NAO COBRIU (MESMA TECNICA DO RELRANKP).
      *-----------------------------------------------------------------
       1500-ENVIA-MOVIMENTO.
           PERFORM 1600-ENVIA-DO-RESUMO THRU 1600-ENVIA-DO-RESUMO-EXIT

           IF WS-QTD-MESES-CONS NOT < WS-QTD-MESES-PERIODO
               GO TO 1500-ENVIA-MOVIMENTO-EXIT
           END-IF

           OPEN INPUT PEDIDO
           OPEN INPUT ITEM-PED
           IF FS NOT = ZEROS
               CLOSE ITEM-PED PEDIDO
               MOVE ZEROS TO FS
               GO TO 1500-ENVIA-MOVIMENTO-EXIT
           END-IF

           MOVE ZEROS TO WS-PED-LIDO
           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 1700-LE-ITEM THRU 1700-LE-ITEM-EXIT
               UNTIL FIM-ARQ

           CLOSE ITEM-PED PEDIDO
           MOVE ZEROS TO FS.
       1500-ENVIA-MOVIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-ENVIA-DO-RESUMO - DO PRIMEIRO MES BASE AO ULTIMO MES
      * ATUAL: CADA MES COM MARCADOR DE CONSOLIDADO E DENTRO DE UM
      * DOS PERIODOS LIBERA AS CELULAS PARA O SORT E ENTRA NA TABELA
      * DE MESES COBERTOS.
      *-----------------------------------------------------------------
       1600-ENVIA-DO-RESUMO.
           OPEN INPUT RESUMOV
           IF FS-RES NOT = ZEROS
               CLOSE RESUMOV
               GO TO 1600-ENVIA-DO-RESUMO-EXIT
           END-IF

           MOVE "N"         TO WS-FIM-ARQ WS-MES-USAVEL
           MOVE ZEROS       TO XAV-RES WS-MES-RES-ANT
           MOVE WS-INI-BASE TO ANO-MES-RES
           START RESUMOV KEY IS NOT LESS THAN XAV-RES
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 1610-LE-RESUMO THRU 1610-LE-RESUMO-EXIT
               UNTIL FIM-ARQ

           CLOSE RESUMOV.
       1600-ENVIA-DO-RESUMO-EXIT.
           EXIT.

       1610-LE-RESUMO.
           READ RESUMOV NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1610-LE-RESUMO-EXIT
           END-READ
           IF ANO-MES-RES > WS-FIM-ATU
               MOVE "S" TO WS-FIM-ARQ
               GO TO 1610-LE-RESUMO-EXIT
           END-IF

      * MES NOVO SEM MARCADOR NA FRENTE NAO E USADO.
           IF ANO-MES-RES NOT = WS-MES-RES-ANT
               MOVE ANO-MES-RES TO WS-MES-RES-ANT
               MOVE "N"         TO WS-MES-USAVEL
           END-IF

           IF COD-VEND-RES = ZEROS
           AND COD-CLI-RES = ZEROS
           AND COD-PRODUTO-RES = ZEROS
               PERFORM 1620-AVALIA-MARCADOR
                   THRU 1620-AVALIA-MARCADOR-EXIT
               GO TO 1610-LE-RESUMO-EXIT
           END-IF
           IF WS-MES-USAVEL NOT = "S"
               GO TO 1610-LE-RESUMO-EXIT
           END-IF

           MOVE COD-CLI-RES     TO ORD-COD-CLI
           MOVE COD-PRODUTO-RES TO ORD-COD-PRODUTO
           MOVE WS-PERIODO-MOV  TO ORD-PERIODO
           MOVE COD-VEND-RES    TO ORD-COD-VEND
           MOVE ZEROS           TO ORD-NUM-PEDIDO
           MOVE QTD-PEDIDOS-RES TO ORD-QTD-PEDIDOS
           MOVE QTD-RES         TO ORD-QTD
           MOVE VALOR-RES       TO ORD-VALOR
           RELEASE REG-ORDENADO.
       1610-LE-RESUMO-EXIT.
           EXIT.

       1620-AVALIA-MARCADOR.
           MOVE ANO-MES-RES TO WS-MES-MOV
           PERFORM 1800-PERIODO-DO-MES THRU 1800-PERIODO-DO-MES-EXIT
           IF WS-PERIODO-MOV = ZEROS
               GO TO 1620-AVALIA-MARCADOR-EXIT
           END-IF

           MOVE "S" TO WS-MES-USAVEL
           IF WS-QTD-MESES-CONS < 24
               ADD 1 TO WS-QTD-MESES-CONS
               MOVE ANO-MES-RES TO TMC-MES (WS-QTD-MESES-CONS)
           END-IF.
       1620-AVALIA-MARCADOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1700-LE-ITEM - LINHA DE PEDIDO FATURADO (SEM BONIFICACAO) DE
      * MES DOS PERIODOS AINDA NAO COBERTO PELO RESUMO; O CABECALHO
      * SO E RELIDO QUANDO O PEDIDO MUDA.
      *-----------------------------------------------------------------
       1700-LE-ITEM.
           READ ITEM-PED NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 1700-LE-ITEM-EXIT
           END-READ

           IF NUM-PEDIDO-ITEM NOT = WS-PED-LIDO
               MOVE NUM-PEDIDO-ITEM TO WS-PED-LIDO
               PERFORM 1710-AVALIA-PEDIDO THRU 1710-AVALIA-PEDIDO-EXIT
           END-IF
           IF WS-PED-VALIDO NOT = "S"
               GO TO 1700-LE-ITEM-EXIT
           END-IF

           MOVE COD-CLI-PED      TO ORD-COD-CLI
           MOVE COD-PRODUTO-ITEM TO ORD-COD-PRODUTO
           MOVE WS-PERIODO-MOV   TO ORD-PERIODO
           MOVE COD-VEND-PED     TO ORD-COD-VEND
           MOVE NUM-PEDIDO-ITEM  TO ORD-NUM-PEDIDO
           MOVE ZEROS            TO ORD-QTD-PEDIDOS
           MOVE QTD-ITEM-PED     TO ORD-QTD
           COMPUTE ORD-VALOR ROUNDED =
               QTD-ITEM-PED * PRECO-UNIT-ITEM
               * (1 - PERC-DESC-ITEM / 100)
           RELEASE REG-ORDENADO.
       1700-LE-ITEM-EXIT.
           EXIT.

       1710-AVALIA-PEDIDO.
           MOVE "N" TO WS-PED-VALIDO
           MOVE WS-PED-LIDO TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO FS
               GO TO 1710-AVALIA-PEDIDO-EXIT
           END-IF
           IF NOT PED-FATURADO OR PED-BONIFICACAO
               GO TO 1710-AVALIA-PEDIDO-EXIT
           END-IF

           MOVE DT-PEDIDO (1:6) TO WS-MES-MOV
           PERFORM 1800-PERIODO-DO-MES THRU 1800-PERIODO-DO-MES-EXIT
           IF WS-PERIODO-MOV = ZEROS
               GO TO 1710-AVALIA-PEDIDO-EXIT
           END-IF

           MOVE "N" TO WS-MES-COBERTO
           PERFORM 1750-MES-JA-COBERTO THRU 1750-MES-JA-COBERTO-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > WS-QTD-MESES-CONS
           IF WS-MES-COBERTO = "S"
               GO TO 1710-AVALIA-PEDIDO-EXIT
           END-IF
           MOVE "S" TO WS-PED-VALIDO.
       1710-AVALIA-PEDIDO-EXIT.
           EXIT.

       1750-MES-JA-COBERTO.
           IF TMC-MES (WS-IDX-MES) = WS-MES-MOV
               MOVE "S" TO WS-MES-COBERTO
           END-IF.
       1750-MES-JA-COBERTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-PERIODO-DO-MES - 1 = ATUAL, 2 = BASE, ZERO = FORA DOS
      * DOIS PERIODOS.
      *-----------------------------------------------------------------
       1800-PERIODO-DO-MES.
           EVALUATE TRUE
               WHEN WS-MES-MOV NOT < WS-INI-ATU
               AND  WS-MES-MOV NOT > WS-FIM-ATU
                   MOVE 1 TO WS-PERIODO-MOV
               WHEN WS-MES-MOV NOT < WS-INI-BASE
               AND  WS-MES-MOV NOT > WS-FIM-BASE
                   MOVE 2 TO WS-PERIODO-MOV
               WHEN OTHER
                   MOVE ZEROS TO WS-PERIODO-MOV
           END-EVALUATE.
       1800-PERIODO-DO-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-APURA-CELULAS - QUEBRA POR CLIENTE X PRODUTO E, DENTRO
      * DELA, POR PERIODO X VENDEDOR: CADA SUBGRUPO VAI PARA O ARQUIVO
      * DO NIVEL NA CHAVE ESCOLHIDA; O PAR QUE SO TEM VENDA NA BASE E
      * MIX PERDIDO.
      *-----------------------------------------------------------------
       2000-APURA-CELULAS.
           OPEN OUTPUT NIVEL-FILE
           OPEN OUTPUT MIX-FILE
           OPEN OUTPUT MIX-CSV
           MOVE SPACES TO REG-CSV-MIX
           STRING "COD_CLI;RAZAO;COD_PRODUTO;DESCRICAO;VENDEDOR;"
                  "QTD_BASE;VALOR_BASE;PEDIDOS_BASE"
                  DELIMITED BY SIZE INTO REG-CSV-MIX
           WRITE REG-CSV-MIX

           MOVE "N" TO WS-FIM-ORD
           MOVE "S" TO WS-PRIMEIRO
           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT
           PERFORM 2200-TRATA-REGISTRO THRU 2200-TRATA-REGISTRO-EXIT
               UNTIL FIM-ORD

           IF WS-PRIMEIRO NOT = "S"
               PERFORM 2500-FECHA-SUBGRUPO
                   THRU 2500-FECHA-SUBGRUPO-EXIT
               PERFORM 2600-FECHA-PAR THRU 2600-FECHA-PAR-EXIT
           END-IF

           CLOSE NIVEL-FILE MIX-FILE MIX-CSV.

       2100-RETORNA-ORDENADO.
           RETURN WORK-CEL
               AT END MOVE "S" TO WS-FIM-ORD
           END-RETURN.
       2100-RETORNA-ORDENADO-EXIT.
           EXIT.

       2200-TRATA-REGISTRO.
           EVALUATE TRUE
               WHEN WS-PRIMEIRO = "S"
                   MOVE "N" TO WS-PRIMEIRO
                   PERFORM 2300-NOVO-PAR THRU 2300-NOVO-PAR-EXIT
               WHEN ORD-COD-CLI NOT = WS-CLI-ATUAL
               OR   ORD-COD-PRODUTO NOT = WS-PROD-ATUAL
                   PERFORM 2500-FECHA-SUBGRUPO
                       THRU 2500-FECHA-SUBGRUPO-EXIT
                   PERFORM 2600-FECHA-PAR THRU 2600-FECHA-PAR-EXIT
                   PERFORM 2300-NOVO-PAR THRU 2300-NOVO-PAR-EXIT
               WHEN ORD-PERIODO NOT = WS-PER-ATUAL
               OR   ORD-COD-VEND NOT = WS-VEND-ATUAL
                   PERFORM 2500-FECHA-SUBGRUPO
                       THRU 2500-FECHA-SUBGRUPO-EXIT
                   PERFORM 2400-NOVO-SUBGRUPO
                       THRU 2400-NOVO-SUBGRUPO-EXIT
           END-EVALUATE

           ADD ORD-QTD   TO WS-SUB-QTD WS-PAR-QTD (ORD-PERIODO)
           ADD ORD-VALOR TO WS-SUB-VALOR WS-PAR-VALOR (ORD-PERIODO)
      * PEDIDOS: DO RESUMO JA VEM CONTADOS; NAS LINHAS VIVAS, CADA
      * NUMERO DE PEDIDO NOVO DO SUBGRUPO CONTA UM.
           IF ORD-NUM-PEDIDO = ZEROS
               ADD ORD-QTD-PEDIDOS TO WS-SUB-PEDIDOS
                                      WS-PAR-PEDIDOS (ORD-PERIODO)
           ELSE
               IF ORD-NUM-PEDIDO NOT = WS-PED-ANT
                   MOVE ORD-NUM-PEDIDO TO WS-PED-ANT
                   ADD 1 TO WS-SUB-PEDIDOS
                            WS-PAR-PEDIDOS (ORD-PERIODO)
               END-IF
           END-IF
           IF ORD-PERIODO = 2 AND WS-VEND-BASE = ZEROS
               MOVE ORD-COD-VEND TO WS-VEND-BASE
           END-IF

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

       2300-NOVO-PAR.
           MOVE ORD-COD-CLI     TO WS-CLI-ATUAL
           MOVE ORD-COD-PRODUTO TO WS-PROD-ATUAL
           MOVE ZEROS           TO WS-VEND-BASE
           INITIALIZE WS-ACUM-PAR
           PERFORM 2400-NOVO-SUBGRUPO THRU 2400-NOVO-SUBGRUPO-EXIT.
       2300-NOVO-PAR-EXIT.
           EXIT.

       2400-NOVO-SUBGRUPO.
           MOVE ORD-PERIODO  TO WS-PER-ATUAL
           MOVE ORD-COD-VEND TO WS-VEND-ATUAL
           MOVE ZEROS        TO WS-PED-ANT
           INITIALIZE WS-ACUM-SUB.
       2400-NOVO-SUBGRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-FECHA-SUBGRUPO - GRAVA O SUBGRUPO NA CHAVE DO NIVEL. NOS
      * NIVEIS DE VENDEDOR, CLIENTE E REDE OS PEDIDOS VEM DOS
      * CABECALHOS (3000), NAO DA SOMA POR PRODUTO.
      *-----------------------------------------------------------------
       2500-FECHA-SUBGRUPO.
           MOVE WS-VEND-ATUAL TO WS-VEND-CHAVE
           PERFORM 2700-CHAVE-NIVEL THRU 2700-CHAVE-NIVEL-EXIT

           MOVE WS-CHAVE-NIVEL TO NIV-CHAVE
           MOVE WS-PER-ATUAL   TO NIV-PERIODO
           MOVE WS-SUB-QTD     TO NIV-QTD
           MOVE WS-SUB-VALOR   TO NIV-VALOR
           MOVE ZEROS          TO NIV-PEDIDOS NIV-PERDIDOS
           IF NOT PEDIDOS-PELO-CABECALHO
               MOVE WS-SUB-PEDIDOS TO NIV-PEDIDOS
           END-IF
           WRITE REG-NIVEL.
       2500-FECHA-SUBGRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-FECHA-PAR - CLIENTE X PRODUTO COM VENDA NA BASE E NADA NO
      * ATUAL: CONTA UM MIX PERDIDO NA CHAVE DO NIVEL (NO NIVEL DE
      * VENDEDOR, O VENDEDOR DA VENDA NA BASE) E VAI PARA A LISTA.
      *-----------------------------------------------------------------
       2600-FECHA-PAR.
           IF WS-PAR-QTD (2) NOT > ZEROS
           OR WS-PAR-QTD (1) > ZEROS
               GO TO 2600-FECHA-PAR-EXIT
           END-IF

           MOVE WS-VEND-BASE TO WS-VEND-CHAVE
           PERFORM 2700-CHAVE-NIVEL THRU 2700-CHAVE-NIVEL-EXIT
           MOVE WS-CHAVE-NIVEL TO NIV-CHAVE
           MOVE 2              TO NIV-PERIODO
           MOVE ZEROS          TO NIV-QTD NIV-VALOR NIV-PEDIDOS
           MOVE 1              TO NIV-PERDIDOS
           WRITE REG-NIVEL

           MOVE WS-CLI-ATUAL        TO MIX-COD-CLI
           MOVE WS-PROD-ATUAL       TO MIX-COD-PRODUTO
           MOVE WS-VEND-BASE        TO MIX-COD-VEND
           MOVE WS-PAR-QTD (2)      TO MIX-QTD
           MOVE WS-PAR-VALOR (2)    TO MIX-VALOR
           MOVE WS-PAR-PEDIDOS (2)  TO MIX-PEDIDOS
           WRITE REG-MIX
           ADD 1 TO WS-QTD-MIX

           PERFORM 4600-NOME-CLIENTE THRU 4600-NOME-CLIENTE-EXIT
           MOVE WS-NOME-CHAVE TO LM-RAZAO
           PERFORM 4700-NOME-PRODUTO THRU 4700-NOME-PRODUTO-EXIT
           MOVE WS-PAR-QTD (2)     TO CSV-QTD-1
           MOVE WS-PAR-VALOR (2)   TO CSV-VALOR-1
           MOVE WS-PAR-PEDIDOS (2) TO CSV-PED-1
           MOVE SPACES TO REG-CSV-MIX
           STRING WS-CLI-ATUAL ";" FUNCTION TRIM(LM-RAZAO) ";"
                  WS-PROD-ATUAL ";" FUNCTION TRIM(WS-NOME-CHAVE) ";"
                  WS-VEND-BASE ";" FUNCTION TRIM(CSV-QTD-1) ";"
                  FUNCTION TRIM(CSV-VALOR-1) ";"
                  FUNCTION TRIM(CSV-PED-1)
                  DELIMITED BY SIZE INTO REG-CSV-MIX
           WRITE REG-CSV-MIX.
       2600-FECHA-PAR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-CHAVE-NIVEL - CHAVE DO NIVEL PARA O CLIENTE E PRODUTO
      * CORRENTES E O VENDEDOR EM WS-VEND-CHAVE. REDE E GRUPO SO SAO
      * RELIDOS QUANDO O CLIENTE/PRODUTO MUDA.
      *-----------------------------------------------------------------
       2700-CHAVE-NIVEL.
           EVALUATE TRUE
               WHEN NIVEL-VENDEDOR
                   MOVE WS-VEND-CHAVE TO WS-CHAVE-NIVEL
               WHEN NIVEL-CLIENTE
                   MOVE WS-CLI-ATUAL  TO WS-CHAVE-NIVEL
               WHEN NIVEL-REDE
                   PERFORM 2750-REDE-DO-CLIENTE
                       THRU 2750-REDE-DO-CLIENTE-EXIT
                   MOVE WS-REDE-CLI   TO WS-CHAVE-NIVEL
               WHEN NIVEL-GRUPO
                   PERFORM 2760-GRUPO-DO-PRODUTO
                       THRU 2760-GRUPO-DO-PRODUTO-EXIT
                   MOVE WS-GRUPO-PROD TO WS-CHAVE-NIVEL
               WHEN OTHER
                   MOVE WS-PROD-ATUAL TO WS-CHAVE-NIVEL
           END-EVALUATE.
       2700-CHAVE-NIVEL-EXIT.
           EXIT.

       2750-REDE-DO-CLIENTE.
           IF WS-CLI-ATUAL = WS-CLI-REDE-ANT
           AND WS-CLI-ATUAL NOT = ZEROS
               GO TO 2750-REDE-DO-CLIENTE-EXIT
           END-IF
           MOVE WS-CLI-ATUAL TO WS-CLI-REDE-ANT
           MOVE ZEROS        TO WS-REDE-CLI
           IF WS-CLI-ABERTO = "S"
               MOVE WS-CLI-ATUAL TO XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE COD-REDE-CLI TO WS-REDE-CLI
               END-IF
               MOVE ZEROS TO FS
           END-IF.
       2750-REDE-DO-CLIENTE-EXIT.
           EXIT.

       2760-GRUPO-DO-PRODUTO.
           IF WS-PROD-ATUAL = WS-PROD-GRUPO-ANT
           AND WS-PROD-ATUAL NOT = ZEROS
               GO TO 2760-GRUPO-DO-PRODUTO-EXIT
           END-IF
           MOVE WS-PROD-ATUAL TO WS-PROD-GRUPO-ANT
           MOVE ZEROS         TO WS-GRUPO-PROD
           IF WS-PROD-ABERTO = "S"
               MOVE WS-PROD-ATUAL TO XAV-PRODUTO
               READ PRODUTO WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE COD-GRUPO-PRODUTO TO WS-GRUPO-PROD
               END-IF
               MOVE ZEROS TO FS
           END-IF.
       2760-GRUPO-DO-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CONTA-PEDIDOS - NIVEIS DE VENDEDOR, CLIENTE E REDE: CADA
      * PEDIDO FATURADO (SEM BONIFICACAO) DOS PERIODOS CONTA UM NA SUA
      * CHAVE - NO ARQUIVO VIVO E NO HISTORICO ANUAL DOS ANOS DOS
      * PERIODOS (PEDIDOS ARQUIVADOS PELO ARQANO).
      *-----------------------------------------------------------------
       3000-CONTA-PEDIDOS.
           OPEN EXTEND NIVEL-FILE

           OPEN INPUT PEDIDO
           IF FS = ZEROS
               MOVE "N"   TO WS-FIM-ARQ
               MOVE ZEROS TO XAV-PED
               START PEDIDO KEY IS NOT LESS THAN XAV-PED
                   INVALID KEY MOVE "S" TO WS-FIM-ARQ
               END-START
               PERFORM 3100-LE-PEDIDO THRU 3100-LE-PEDIDO-EXIT
                   UNTIL FIM-ARQ
           END-IF
           CLOSE PEDIDO
           MOVE ZEROS TO FS

           COMPUTE WS-ANO-HIST-INI = WS-INI-BASE / 100
           COMPUTE WS-ANO-HIST-FIM = WS-FIM-ATU / 100
           PERFORM 3200-PASSA-HISTORICO THRU 3200-PASSA-HISTORICO-EXIT
               VARYING WS-ANO-HIST FROM WS-ANO-HIST-INI BY 1
               UNTIL WS-ANO-HIST > WS-ANO-HIST-FIM

           CLOSE NIVEL-FILE.
       3000-CONTA-PEDIDOS-EXIT.
           EXIT.

       3100-LE-PEDIDO.
           READ PEDIDO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3100-LE-PEDIDO-EXIT
           END-READ
           PERFORM 3300-GRAVA-PEDIDO-NIVEL
               THRU 3300-GRAVA-PEDIDO-NIVEL-EXIT.
       3100-LE-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-PASSA-HISTORICO - PEDHIST-<AAAA>.DAT DO ANO: CADA
      * CABECALHO E RECONSTRUIDO NA AREA VIVA (CHAVE + IMAGEM), COMO
      * NO RELPEDT. ANO SEM ARQUIVO = NADA ARQUIVADO.
      *-----------------------------------------------------------------
       3200-PASSA-HISTORICO.
           MOVE SPACES TO WS-NOME-PEDHIST
           STRING "PEDHIST-" WS-ANO-HIST ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-PEDHIST

           OPEN INPUT PEDHIST
           IF FS-PH NOT = ZEROS
               CLOSE PEDHIST
               GO TO 3200-PASSA-HISTORICO-EXIT
           END-IF

           MOVE "N"        TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-PH
           START PEDHIST KEY IS NOT LESS THAN XAV-PH
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3210-LE-HISTORICO THRU 3210-LE-HISTORICO-EXIT
               UNTIL FIM-ARQ

           CLOSE PEDHIST.
       3200-PASSA-HISTORICO-EXIT.
           EXIT.

       3210-LE-HISTORICO.
           READ PEDHIST NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3210-LE-HISTORICO-EXIT
           END-READ
           MOVE NUM-PEDIDO-PH TO NUM-PEDIDO
           MOVE DADOS-PH (1:LENGTH OF REG-PED - 7)
               TO REG-PED (8:LENGTH OF REG-PED - 7)
           PERFORM 3300-GRAVA-PEDIDO-NIVEL
               THRU 3300-GRAVA-PEDIDO-NIVEL-EXIT.
       3210-LE-HISTORICO-EXIT.
           EXIT.

       3300-GRAVA-PEDIDO-NIVEL.
           IF NOT PED-FATURADO OR PED-BONIFICACAO
               GO TO 3300-GRAVA-PEDIDO-NIVEL-EXIT
           END-IF
           MOVE DT-PEDIDO (1:6) TO WS-MES-MOV
           PERFORM 1800-PERIODO-DO-MES THRU 1800-PERIODO-DO-MES-EXIT
           IF WS-PERIODO-MOV = ZEROS
               GO TO 3300-GRAVA-PEDIDO-NIVEL-EXIT
           END-IF

           EVALUATE TRUE
               WHEN NIVEL-VENDEDOR
                   MOVE COD-VEND-PED TO WS-CHAVE-NIVEL
               WHEN NIVEL-CLIENTE
                   MOVE COD-CLI-PED  TO WS-CHAVE-NIVEL
               WHEN OTHER
                   MOVE COD-CLI-PED  TO WS-CLI-ATUAL
                   PERFORM 2750-REDE-DO-CLIENTE
                       THRU 2750-REDE-DO-CLIENTE-EXIT
                   MOVE WS-REDE-CLI  TO WS-CHAVE-NIVEL
           END-EVALUATE

           MOVE WS-CHAVE-NIVEL TO NIV-CHAVE
           MOVE WS-PERIODO-MOV TO NIV-PERIODO
           MOVE ZEROS          TO NIV-QTD NIV-VALOR NIV-PERDIDOS
           MOVE 1              TO NIV-PEDIDOS
           WRITE REG-NIVEL.
       3300-GRAVA-PEDIDO-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-EMITE-COMPARATIVO - QUEBRA POR CHAVE DO NIVEL: SOMA OS
      * DOIS PERIODOS, IMPRIME A LINHA COM AS VARIACOES E O CSV, E NO
      * FIM O TOTAL GERAL.
      *-----------------------------------------------------------------
       4000-EMITE-COMPARATIVO.
           MOVE "N" TO WS-FIM-ORD
           MOVE "S" TO WS-PRIMEIRO
           PERFORM 4100-RETORNA-NIVEL THRU 4100-RETORNA-NIVEL-EXIT
           PERFORM 4200-TRATA-NIVEL THRU 4200-TRATA-NIVEL-EXIT
               UNTIL FIM-ORD

           IF WS-PRIMEIRO NOT = "S"
               PERFORM 4500-IMPRIME-CHAVE THRU 4500-IMPRIME-CHAVE-EXIT
           END-IF
           PERFORM 4800-TOTAL-GERAL THRU 4800-TOTAL-GERAL-EXIT.

       4100-RETORNA-NIVEL.
           RETURN WORK-NIV
               AT END MOVE "S" TO WS-FIM-ORD
           END-RETURN.
       4100-RETORNA-NIVEL-EXIT.
           EXIT.

       4200-TRATA-NIVEL.
           IF WS-PRIMEIRO = "S"
               MOVE "N" TO WS-PRIMEIRO
               INITIALIZE WS-ACUM-CHAVE
               MOVE ORD2-CHAVE TO WS-CHV-CHAVE
           END-IF
           IF ORD2-CHAVE NOT = WS-CHV-CHAVE
               PERFORM 4500-IMPRIME-CHAVE THRU 4500-IMPRIME-CHAVE-EXIT
               INITIALIZE WS-ACUM-CHAVE
               MOVE ORD2-CHAVE TO WS-CHV-CHAVE
           END-IF

           ADD ORD2-QTD      TO WS-CHV-QTD (ORD2-PERIODO)
           ADD ORD2-VALOR    TO WS-CHV-VALOR (ORD2-PERIODO)
           ADD ORD2-PEDIDOS  TO WS-CHV-PEDIDOS (ORD2-PERIODO)
           ADD ORD2-PERDIDOS TO WS-CHV-PERDIDOS

           PERFORM 4100-RETORNA-NIVEL THRU 4100-RETORNA-NIVEL-EXIT.
       4200-TRATA-NIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-IMPRIME-CHAVE - VARIACOES DA CHAVE (ATUAL - BASE; BASE
      * ZERADA = "NOVO" NO PERCENTUAL) NA LINHA E NO CSV.
      *-----------------------------------------------------------------
       4500-IMPRIME-CHAVE.
           PERFORM 4510-SOMA-TOTAL THRU 4510-SOMA-TOTAL-EXIT
               VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > 2
           ADD WS-CHV-PERDIDOS TO WS-TOT-PERDIDOS

           EVALUATE TRUE
               WHEN NIVEL-VENDEDOR
                   PERFORM 4650-NOME-VENDEDOR
                       THRU 4650-NOME-VENDEDOR-EXIT
               WHEN NIVEL-CLIENTE
                   MOVE WS-CHV-CHAVE TO WS-CLI-ATUAL
                   PERFORM 4600-NOME-CLIENTE
                       THRU 4600-NOME-CLIENTE-EXIT
               WHEN NIVEL-REDE
                   PERFORM 4660-NOME-REDE THRU 4660-NOME-REDE-EXIT
               WHEN NIVEL-GRUPO
                   PERFORM 4670-NOME-GRUPO THRU 4670-NOME-GRUPO-EXIT
               WHEN OTHER
                   MOVE WS-CHV-CHAVE TO WS-PROD-ATUAL
                   PERFORM 4700-NOME-PRODUTO
                       THRU 4700-NOME-PRODUTO-EXIT
           END-EVALUATE

           COMPUTE WS-VAR-VALOR   = WS-CHV-VALOR (1) - WS-CHV-VALOR (2)
           COMPUTE WS-VAR-QTD     = WS-CHV-QTD (1) - WS-CHV-QTD (2)
           COMPUTE WS-VAR-PEDIDOS =
               WS-CHV-PEDIDOS (1) - WS-CHV-PEDIDOS (2)

           MOVE SPACES             TO WS-LINHA-DETALHE
           MOVE WS-CHV-CHAVE       TO LD-CHAVE
           MOVE WS-NOME-CHAVE      TO LD-NOME
           MOVE WS-CHV-PERDIDOS    TO LD-PERDIDOS CSV-PERDIDOS
           PERFORM 4550-MONTA-VALORES THRU 4550-MONTA-VALORES-EXIT
           PERFORM 4560-MONTA-PERCENTUAL
               THRU 4560-MONTA-PERCENTUAL-EXIT
           MOVE WS-LINHA-DETALHE   TO REG-REL
           WRITE REG-REL
           ADD 1 TO WS-QTD-LINHAS

           MOVE SPACES TO REG-CSV
           STRING HDR-NIVEL ";" WS-CHV-CHAVE ";"
                  FUNCTION TRIM(WS-NOME-CHAVE) ";"
                  FUNCTION TRIM(CSV-VALOR-1) ";"
                  FUNCTION TRIM(CSV-VALOR-2) ";"
                  FUNCTION TRIM(CSV-VALOR-3) ";"
                  FUNCTION TRIM(CSV-PERC-X) ";"
                  FUNCTION TRIM(CSV-QTD-1) ";"
                  FUNCTION TRIM(CSV-QTD-2) ";"
                  FUNCTION TRIM(CSV-QTD-3) ";"
                  FUNCTION TRIM(CSV-PED-1) ";"
                  FUNCTION TRIM(CSV-PED-2) ";"
                  FUNCTION TRIM(CSV-PED-3) ";"
                  FUNCTION TRIM(CSV-PERDIDOS)
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
       4500-IMPRIME-CHAVE-EXIT.
           EXIT.

       4510-SOMA-TOTAL.
           ADD WS-CHV-QTD (WS-IDX-PER)     TO WS-TOT-QTD (WS-IDX-PER)
           ADD WS-CHV-VALOR (WS-IDX-PER)   TO WS-TOT-VALOR (WS-IDX-PER)
           ADD WS-CHV-PEDIDOS (WS-IDX-PER)
               TO WS-TOT-PEDIDOS (WS-IDX-PER).
       4510-SOMA-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4550-MONTA-VALORES - BASE, ATUAL E VARIACAO DE VALOR,
      * QUANTIDADE E PEDIDOS NA LINHA E NOS CAMPOS DO CSV (A PARTIR
      * DE WS-CHV-* OU, NO TOTAL, DOS TOTAIS JA MOVIDOS PARA LA).
      *-----------------------------------------------------------------
       4550-MONTA-VALORES.
           MOVE WS-CHV-VALOR (2)   TO LD-VALOR-BASE CSV-VALOR-1
           MOVE WS-CHV-VALOR (1)   TO LD-VALOR-ATU  CSV-VALOR-2
           MOVE WS-VAR-VALOR       TO LD-VAR-VALOR  CSV-VALOR-3
           MOVE WS-CHV-QTD (2)     TO LD-QTD-BASE   CSV-QTD-1
           MOVE WS-CHV-QTD (1)     TO LD-QTD-ATU    CSV-QTD-2
           MOVE WS-VAR-QTD         TO LD-VAR-QTD    CSV-QTD-3
           MOVE WS-CHV-PEDIDOS (2) TO LD-PED-BASE   CSV-PED-1
           MOVE WS-CHV-PEDIDOS (1) TO LD-PED-ATU    CSV-PED-2
           MOVE WS-VAR-PEDIDOS     TO LD-VAR-PED    CSV-PED-3.
       4550-MONTA-VALORES-EXIT.
           EXIT.

       4560-MONTA-PERCENTUAL.
           IF WS-CHV-VALOR (2) = ZEROS
               MOVE "   NOVO" TO LD-VAR-PERC-X
               MOVE "NOVO"    TO CSV-PERC-X
               GO TO 4560-MONTA-PERCENTUAL-EXIT
           END-IF
           COMPUTE WS-PERC ROUNDED =
               WS-VAR-VALOR * 100 / WS-CHV-VALOR (2)
               ON SIZE ERROR MOVE 9999,9 TO WS-PERC
           END-COMPUTE
           IF WS-PERC > 9999,9
               MOVE 9999,9 TO WS-PERC
           END-IF
           MOVE WS-PERC  TO LD-VAR-PERC CSV-PERC
           MOVE CSV-PERC TO CSV-PERC-X.
       4560-MONTA-PERCENTUAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600..4700 - NOME DA CHAVE EM WS-NOME-CHAVE (SEM CADASTRO =
      * TEXTO FIXO).
      *-----------------------------------------------------------------
       4600-NOME-CLIENTE.
           MOVE "CLIENTE SEM CADASTRO" TO WS-NOME-CHAVE
           IF WS-CLI-ABERTO = "S"
               MOVE WS-CLI-ATUAL TO XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE RAZAO-CLI TO WS-NOME-CHAVE
               END-IF
               MOVE ZEROS TO FS
           END-IF
      * A LEITURA MUDOU O REGISTRO DE CLIENTE - A REDE E RELIDA NA
      * PROXIMA CONSULTA.
           MOVE ZEROS TO WS-CLI-REDE-ANT.
       4600-NOME-CLIENTE-EXIT.
           EXIT.

       4650-NOME-VENDEDOR.
           MOVE "VENDEDOR SEM CADASTRO" TO WS-NOME-CHAVE
           IF WS-VEND-ABERTO = "S"
               MOVE WS-CHV-CHAVE TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE NOME-VEND TO WS-NOME-CHAVE
               END-IF
               MOVE ZEROS TO FS
           END-IF.
       4650-NOME-VENDEDOR-EXIT.
           EXIT.

       4660-NOME-REDE.
           MOVE "SEM REDE" TO WS-NOME-CHAVE
           IF WS-CHV-CHAVE NOT = ZEROS
           AND WS-REDE-ABERTO = "S"
               MOVE "REDE SEM CADASTRO" TO WS-NOME-CHAVE
               MOVE WS-CHV-CHAVE TO XAV-REDE
               READ REDE WITH IGNORE LOCK
               IF FS-REDE = ZEROS
                   MOVE NOME-REDE TO WS-NOME-CHAVE
               END-IF
           END-IF.
       4660-NOME-REDE-EXIT.
           EXIT.

       4670-NOME-GRUPO.
           MOVE "SEM GRUPO" TO WS-NOME-CHAVE
           IF WS-CHV-CHAVE NOT = ZEROS
           AND WS-GRU-ABERTO = "S"
               MOVE "GRUPO SEM CADASTRO" TO WS-NOME-CHAVE
               MOVE WS-CHV-CHAVE TO XAV-GRU
               READ GRUPO WITH IGNORE LOCK
               IF FS-GRU = ZEROS
                   MOVE DESCR-GRUPO TO WS-NOME-CHAVE
               END-IF
           END-IF.
       4670-NOME-GRUPO-EXIT.
           EXIT.

       4700-NOME-PRODUTO.
           MOVE "PRODUTO SEM CADASTRO" TO WS-NOME-CHAVE
           IF WS-PROD-ABERTO = "S"
               MOVE WS-PROD-ATUAL TO XAV-PRODUTO
               READ PRODUTO WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE DESCR-PRODUTO TO WS-NOME-CHAVE
               END-IF
               MOVE ZEROS TO FS
           END-IF
           MOVE ZEROS TO WS-PROD-GRUPO-ANT.
       4700-NOME-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4800-TOTAL-GERAL - SOMA DE TODAS AS CHAVES, MESMO LAYOUT.
      *-----------------------------------------------------------------
       4800-TOTAL-GERAL.
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE WS-TOT-QTD (1)     TO WS-CHV-QTD (1)
           MOVE WS-TOT-QTD (2)     TO WS-CHV-QTD (2)
           MOVE WS-TOT-VALOR (1)   TO WS-CHV-VALOR (1)
           MOVE WS-TOT-VALOR (2)   TO WS-CHV-VALOR (2)
           MOVE WS-TOT-PEDIDOS (1) TO WS-CHV-PEDIDOS (1)
           MOVE WS-TOT-PEDIDOS (2) TO WS-CHV-PEDIDOS (2)
           COMPUTE WS-VAR-VALOR = WS-TOT-VALOR (1) - WS-TOT-VALOR (2)
           COMPUTE WS-VAR-QTD   = WS-TOT-QTD (1) - WS-TOT-QTD (2)
           COMPUTE WS-VAR-PEDIDOS =
               WS-TOT-PEDIDOS (1) - WS-TOT-PEDIDOS (2)

           MOVE SPACES          TO WS-LINHA-DETALHE
           MOVE SPACES          TO LD-CHAVE-X
           MOVE "TOTAL GERAL"   TO LD-NOME
           MOVE WS-TOT-PERDIDOS TO LD-PERDIDOS CSV-PERDIDOS
           PERFORM 4550-MONTA-VALORES THRU 4550-MONTA-VALORES-EXIT
           PERFORM 4560-MONTA-PERCENTUAL
               THRU 4560-MONTA-PERCENTUAL-EXIT
           MOVE WS-LINHA-DETALHE TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-CSV
           STRING "TOTAL;;TOTAL GERAL;"
                  FUNCTION TRIM(CSV-VALOR-1) ";"
                  FUNCTION TRIM(CSV-VALOR-2) ";"
                  FUNCTION TRIM(CSV-VALOR-3) ";"
                  FUNCTION TRIM(CSV-PERC-X) ";"
                  FUNCTION TRIM(CSV-QTD-1) ";"
                  FUNCTION TRIM(CSV-QTD-2) ";"
                  FUNCTION TRIM(CSV-QTD-3) ";"
                  FUNCTION TRIM(CSV-PED-1) ";"
                  FUNCTION TRIM(CSV-PED-2) ";"
                  FUNCTION TRIM(CSV-PED-3) ";"
                  FUNCTION TRIM(CSV-PERDIDOS)
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
       4800-TOTAL-GERAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-EMITE-MIX - LISTA DO MIX PERDIDO (CLIENTE X PRODUTO), NA
      * ORDEM DE CLIENTE E PRODUTO EM QUE FOI APURADO.
      *-----------------------------------------------------------------
       5000-EMITE-MIX.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "MIX PERDIDO - PRODUTOS COMPRADOS NO PERIODO BASE "
                  "E NAO COMPRADOS NO PERIODO ATUAL"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-MIX TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           OPEN INPUT MIX-FILE
           IF FS-MIX NOT = ZEROS
               CLOSE MIX-FILE
               GO TO 5000-EMITE-MIX-EXIT
           END-IF
           MOVE "N" TO WS-FIM-ARQ
           PERFORM 5100-LE-MIX THRU 5100-LE-MIX-EXIT
               UNTIL FIM-ARQ
           CLOSE MIX-FILE

           IF WS-QTD-MIX = ZEROS
               MOVE "NENHUM MIX PERDIDO NO PERIODO." TO REG-REL
               WRITE REG-REL
           END-IF.
       5000-EMITE-MIX-EXIT.
           EXIT.

       5100-LE-MIX.
           READ MIX-FILE
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 5100-LE-MIX-EXIT
           END-READ

           MOVE MIX-COD-CLI TO WS-CLI-ATUAL
           PERFORM 4600-NOME-CLIENTE THRU 4600-NOME-CLIENTE-EXIT
           MOVE WS-NOME-CHAVE   TO LM-RAZAO
           MOVE MIX-COD-PRODUTO TO WS-PROD-ATUAL
           PERFORM 4700-NOME-PRODUTO THRU 4700-NOME-PRODUTO-EXIT
           MOVE WS-NOME-CHAVE   TO LM-DESCR

           MOVE MIX-COD-CLI     TO LM-COD-CLI
           MOVE MIX-COD-PRODUTO TO LM-COD-PRODUTO
           MOVE MIX-COD-VEND    TO LM-COD-VEND
           MOVE MIX-QTD         TO LM-QTD
           MOVE MIX-VALOR       TO LM-VALOR
           MOVE MIX-PEDIDOS     TO LM-PEDIDOS
           MOVE WS-LINHA-MIX    TO REG-REL
           WRITE REG-REL.
       5100-LE-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CHAVES LISTADAS: " WS-QTD-LINHAS
                  "   MIX PERDIDO (CLIENTE X PRODUTO): " WS-QTD-MIX
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           IF WS-CLI-ABERTO = "S"
               CLOSE CLIENTE
           END-IF
           IF WS-PROD-ABERTO = "S"
               CLOSE PRODUTO
           END-IF
           IF WS-VEND-ABERTO = "S"
               CLOSE VENDEDOR
           END-IF
           IF WS-REDE-ABERTO = "S"
               CLOSE REDE
           END-IF
           IF WS-GRU-ABERTO = "S"
               CLOSE GRUPO
           END-IF

           DISPLAY "COMPARATIVO DE VENDAS GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)
                   ", CMPVEND.CSV E CMPVMIX.CSV"
           CLOSE REL-CMP
           CLOSE CMP-CSV.
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
           STRING "SPOOL-RELCMPV-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL
           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELCMPV;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
