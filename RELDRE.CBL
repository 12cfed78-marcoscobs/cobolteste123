      *-----------------------------------------------------------------
      * RELDRE - DRE GERENCIAL POR FILIAL E MES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELDRE.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RESULTADO GERENCIAL DO MES
      *                   POR FILIAL (COD-FILIAL DO PEDIDO), SEM
      *                   ESPERAR O FECHAMENTO CONTABIL, COM AS COLUNAS
      *                   DO MES ANTERIOR E DO MESMO MES DO ANO
      *                   ANTERIOR: VENDAS BRUTAS (NOTAS ATIVAS),
      *                   DEVOLUCOES, IMPOSTOS (ICMS + IPI), RECEITA
      *                   LIQUIDA, CMV PELO CUSTO MEDIO DO PRODUTO
      *                   (COMO NO RELMARG), MARGEM BRUTA, COMISSOES
      *                   (COMISSAO SEM O REEMBOLSO DE VIAGEM), FRETE
      *                   DE ENTREGA (VALOR-FRETE-PED), PERDAS COM
      *                   INADIMPLENCIA (BAIXAPER), DESCONTOS DE
      *                   PONTUALIDADE E DESPESAS POR CATEGORIA:
      *                   VIAGENS (DESPVEND), PERDAS DE ESTOQUE
      *                   (PERDAEST) E OS TITULOS DE DESPESA GERAL DO
      *                   CONTAPAG (LANCDESP). COMISSAO E VIAGEM DO
      *                   VENDEDOR SAO RATEADAS ENTRE AS FILIAIS PELO
      *                   FATURAMENTO DELE EM CADA UMA NO MES; SEM
      *                   FATURAMENTO, FICAM NA FILIAL 01. SPOOL
      *                   DATADO (SPOOLREG.TXT) E DREGER.CSV.
      * 15/10/2026 DEV   FRETE DO PEDIDO SOMADO UMA VEZ SO POR PEDIDO,
      *                   MESMO QUANDO ELE SAI EM MAIS DE UMA NOTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "PEDIDO.SEL".
           COPY "PRODUTO.SEL".
           COPY "DEVOL.SEL".
           COPY "DEVITEM.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "COMISSAO.SEL".
           COPY "DESPVEND.SEL".
           COPY "PERDAEST.SEL".
           COPY "CONTAPAG.SEL".
           COPY "FILIAL.SEL".

           SELECT DRE-CSV ASSIGN TO "DREGER.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

           SELECT REL-DRE ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "PEDIDO.FD".
           COPY "PRODUTO.FD".
           COPY "DEVOL.FD".
           COPY "DEVITEM.FD".
           COPY "RECEBIMENTO.FD".
           COPY "COMISSAO.FD".
           COPY "DESPVEND.FD".
           COPY "PERDAEST.FD".
           COPY "CONTAPAG.FD".
           COPY "FILIAL.FD".

       FD  DRE-CSV
           LABEL RECORD STANDARD.
       01  REG-CSV                     PIC X(200).

       FD  REL-DRE
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
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-DEV                      PIC XX       VALUE SPACES.
       77  FS-DVI                      PIC XX       VALUE SPACES.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-DSP                      PIC XX       VALUE SPACES.
       77  FS-PES                      PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-CSV                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-MES-TEXT                 PIC X(10)    VALUE SPACES.
       77  WS-MES-MOV                  PIC 9(06)    VALUE ZEROS.
       77  WS-COL                      PIC 9(01)    VALUE ZEROS.
       77  WS-LIN                      PIC 9(02)    VALUE ZEROS.
       77  WS-IDX                      PIC 9(04)    VALUE ZEROS.
       77  WS-IDX-FIL                  PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-VF                   PIC 9(04)    VALUE ZEROS.
       77  WS-COD-FIL                  PIC 9(02)    VALUE ZEROS.
       77  WS-COD-VEND-RAT             PIC 9(03)    VALUE ZEROS.
       77  WS-NUM-PEDIDO-BUSCA         PIC 9(07)    VALUE ZEROS.
       77  WS-ULT-PEDIDO-FRETE         PIC 9(07)    VALUE ZEROS.
       77  WS-VALOR-MOV                PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-RAT                PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-RATEADO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC                     PIC S9(05)V9 VALUE ZEROS.
       77  WS-CSV-FILIAL               PIC X(05)    VALUE SPACES.
       77  WS-NOME-BLOCO               PIC X(40)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-FIM-ITEM             PIC X(01)    VALUE "N".
               88  FIM-ITEM                         VALUE "S".

      * MES DE REFERENCIA E OS DOIS MESES DE COMPARACAO (COLUNA 1 =
      * MES, 2 = MES ANTERIOR, 3 = MESMO MES DO ANO ANTERIOR).
       01  WS-MESES.
           05  WS-MES-REF              PIC 9(06)    VALUE ZEROS.
           05  WS-MES-REF-R REDEFINES WS-MES-REF.
               10  WS-ANO-REF          PIC 9(04).
               10  WS-MM-REF           PIC 9(02).
           05  WS-MES-ANT              PIC 9(06)    VALUE ZEROS.
           05  WS-MES-ANO-ANT          PIC 9(06)    VALUE ZEROS.

      * LINHAS DA DRE. AS LINHAS 4, 6, 21 E 22 SAO CALCULADAS NA
      * EMISSAO; AS DEMAIS SAO ACUMULADAS PELAS PASSADAS (DEDUCOES E
      * DESPESAS EM VALOR POSITIVO).
       01  WS-DESCR-LINHAS.
           05  FILLER PIC X(40) VALUE "VENDAS BRUTAS".
           05  FILLER PIC X(40) VALUE "(-) DEVOLUCOES".
           05  FILLER PIC X(40) VALUE "(-) IMPOSTOS (ICMS + IPI)".
           05  FILLER PIC X(40) VALUE "= RECEITA LIQUIDA".
           05  FILLER PIC X(40) VALUE "(-) CUSTO DAS MERCADORIAS (CMV)".
           05  FILLER PIC X(40) VALUE "= MARGEM BRUTA".
           05  FILLER PIC X(40) VALUE "(-) COMISSOES".
           05  FILLER PIC X(40) VALUE "(-) FRETE DE ENTREGA".
           05  FILLER PIC X(40) VALUE "(-) PERDAS COM INADIMPLENCIA".
           05  FILLER PIC X(40) VALUE "(-) DESCONTOS DE PONTUALIDADE".
           05  FILLER PIC X(40) VALUE "    VIAGENS DE VENDEDORES".
           05  FILLER PIC X(40) VALUE "    PERDAS DE ESTOQUE".
           05  FILLER PIC X(40) VALUE "    ALUGUEL".
           05  FILLER PIC X(40) VALUE "    UTILIDADES".
           05  FILLER PIC X(40) VALUE "    MANUTENCAO".
           05  FILLER PIC X(40) VALUE "    SERVICOS DE TERCEIROS".
           05  FILLER PIC X(40) VALUE "    PESSOAL".
           05  FILLER PIC X(40) VALUE "    MARKETING".
           05  FILLER PIC X(40) VALUE "    ADMINISTRATIVAS".
           05  FILLER PIC X(40) VALUE "    OUTRAS DESPESAS".
           05  FILLER PIC X(40) VALUE "(-) TOTAL DAS DESPESAS".
           05  FILLER PIC X(40) VALUE "= RESULTADO GERENCIAL".
       01  WS-TAB-DESCR REDEFINES WS-DESCR-LINHAS.
           05  TD-DESCR                PIC X(40) OCCURS 22 TIMES.

      * ACUMULADOS POR FILIAL (INDEXADOS PELO CODIGO + 1), COLUNA E
      * LINHA, E O CONSOLIDADO DE TODAS AS FILIAIS.
       01  WS-TAB-DRE.
           05  TB-FIL                  OCCURS 100 TIMES.
               10  TB-COL              OCCURS 3 TIMES.
                   15  TB-VALOR        PIC S9(11)V99 OCCURS 22 TIMES.

       01  WS-TAB-USADA.
           05  TU-USADA                PIC X(01)    OCCURS 100 TIMES.

       01  WS-TAB-CONSOL.
           05  TC-COL                  OCCURS 3 TIMES.
               10  TC-VALOR            PIC S9(11)V99 OCCURS 22 TIMES.

      * BLOCO EM EMISSAO (UMA FILIAL OU O CONSOLIDADO), MESMO LAYOUT
      * DE TB-FIL.
       01  WS-BLOCO.
           05  BL-COL                  OCCURS 3 TIMES.
               10  BL-VALOR            PIC S9(11)V99 OCCURS 22 TIMES.

      * FATURAMENTO POR VENDEDOR (CODIGO + 1) E POR VENDEDOR/FILIAL
      * (BUSCA SEQUENCIAL), BASE DO RATEIO DE COMISSAO E VIAGEM.
       01  WS-TAB-VEND.
           05  TV-VEND                 OCCURS 1000 TIMES.
               10  TV-VALOR            PIC S9(11)V99 OCCURS 3 TIMES.

       01  WS-TAB-VF.
           05  WS-QTD-VF               PIC 9(04)    VALUE ZEROS.
           05  TB-VF                   OCCURS 3000 TIMES.
               10  VF-VEND             PIC 9(03).
               10  VF-FILIAL           PIC 9(02).
               10  VF-VALOR            PIC S9(11)V99 OCCURS 3 TIMES.

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(38)
               VALUE "DRE GERENCIAL POR FILIAL - MES ".
           05  HDR-MES                 PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  HDR-HOJE                PIC 9(08).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(42) VALUE "LINHA DA DRE".
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  HC-MES-1                PIC 9(06).
           05  FILLER                  PIC X(09) VALUE "     % RL".
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  HC-MES-2                PIC 9(06).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  HC-MES-3                PIC 9(06).

       01  WS-LINHA-FILIAL.
           05  FILLER                  PIC X(07) VALUE "FILIAL ".
           05  LF-FILIAL               PIC X(05).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LF-NOME                 PIC X(40).

       01  WS-LINHA-DETALHE.
           05  LD-DESCR                PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR-1              PIC Z(10)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PERC                 PIC ZZZ9,9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR-2              PIC Z(10)9,99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-VALOR-3              PIC Z(10)9,99-.

      * CAMPOS EDITADOS DO CSV (VIRGULA DECIMAL, SINAL A ESQUERDA).
       01  WS-CAMPOS-CSV.
           05  CSV-VALOR-1             PIC -(11)9,99.
           05  CSV-VALOR-2             PIC -(11)9,99.
           05  CSV-VALOR-3             PIC -(11)9,99.
           05  CSV-PERC                PIC -(4)9,9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PASSA-NOTAS     THRU 2000-PASSA-NOTAS-EXIT
           PERFORM 2200-PASSA-DEVOLUCOES
               THRU 2200-PASSA-DEVOLUCOES-EXIT
           PERFORM 2300-PASSA-RECEBIMENTOS
               THRU 2300-PASSA-RECEBIMENTOS-EXIT
           PERFORM 2400-PASSA-COMISSOES THRU 2400-PASSA-COMISSOES-EXIT
           PERFORM 2500-PASSA-VIAGENS   THRU 2500-PASSA-VIAGENS-EXIT
           PERFORM 2600-PASSA-PERDAS-ESTOQUE
               THRU 2600-PASSA-PERDAS-ESTOQUE-EXIT
           PERFORM 2700-PASSA-DESPESAS  THRU 2700-PASSA-DESPESAS-EXIT
           PERFORM 3000-EMITE-FILIAIS   THRU 3000-EMITE-FILIAIS-EXIT
           PERFORM 3200-EMITE-CONSOLIDADO
               THRU 3200-EMITE-CONSOLIDADO-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MES DE REFERENCIA (CONSOLE OU CENTRAL, PADRAO
      * O MES CORRENTE), MESES DE COMPARACAO, ABERTURA DO RELATORIO
      * E DO CSV.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-DRE WS-TAB-CONSOL WS-TAB-VEND WS-TAB-VF
           MOVE ALL "N" TO WS-TAB-USADA

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

           IF WS-MM-REF = 1
               COMPUTE WS-MES-ANT = (WS-ANO-REF - 1) * 100 + 12
           ELSE
               COMPUTE WS-MES-ANT = WS-MES-REF - 1
           END-IF
           COMPUTE WS-MES-ANO-ANT = WS-MES-REF - 100

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-DRE

           MOVE WS-MES-REF TO HDR-MES HC-MES-1
           MOVE WS-MES-ANT TO HC-MES-2
           MOVE WS-MES-ANO-ANT TO HC-MES-3
           MOVE WS-HOJE    TO HDR-HOJE
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "COLUNAS: MES, MES ANTERIOR E MESMO MES DO ANO "
                  "ANTERIOR. CMV PELO CUSTO MEDIO ATUAL DO PRODUTO."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "COMISSOES E VIAGENS RATEADAS PELO FATURAMENTO DO "
                  "VENDEDOR EM CADA FILIAL; SEM FATURAMENTO NO MES, "
                  "NA FILIAL 01."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           OPEN OUTPUT DRE-CSV
           MOVE SPACES TO REG-CSV
           STRING "FILIAL;NOME_FILIAL;LINHA;DESCRICAO;"
                  "VALOR_" WS-MES-REF ";VALOR_" WS-MES-ANT
                  ";VALOR_" WS-MES-ANO-ANT ";PERC_RECEITA_LIQ"
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
               IF WS-PRM-PROG = "RELDRE"
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
      * 2000-PASSA-NOTAS - NOTAS ATIVAS EMITIDAS NOS TRES MESES: VENDA
      * BRUTA, IMPOSTOS E FRETE NA FILIAL DO PEDIDO, CMV DAS LINHAS E
      * O FATURAMENTO DO VENDEDOR POR FILIAL PARA OS RATEIOS.
      *-----------------------------------------------------------------
       2000-PASSA-NOTAS.
           OPEN INPUT PEDIDO
           OPEN INPUT PRODUTO
           OPEN INPUT NOTAITEM
           OPEN INPUT NOTAFIS
           IF FS-NF NOT = ZEROS
               CLOSE NOTAFIS NOTAITEM PRODUTO PEDIDO
               GO TO 2000-PASSA-NOTAS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO WS-ULT-PEDIDO-FRETE
           MOVE ZEROS TO XAV-NF
           START NOTAFIS KEY IS NOT LESS THAN XAV-NF
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2100-LE-NOTA THRU 2100-LE-NOTA-EXIT
               UNTIL FIM-ARQ

           CLOSE NOTAFIS NOTAITEM PRODUTO PEDIDO
           MOVE ZEROS TO FS.
       2000-PASSA-NOTAS-EXIT.
           EXIT.

       2100-LE-NOTA.
           READ NOTAFIS NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2100-LE-NOTA-EXIT
           END-READ
           IF NOT NF-ATIVA
               GO TO 2100-LE-NOTA-EXIT
           END-IF
           MOVE DT-EMISSAO-NF (1:6) TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2100-LE-NOTA-EXIT
           END-IF

           MOVE NUM-PEDIDO-NF TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO COD-VEND-PED VALOR-FRETE-PED FS
               MOVE 1     TO COD-FILIAL-PED
           END-IF
           MOVE COD-FILIAL-PED TO WS-COD-FIL

           MOVE 1 TO WS-LIN
           MOVE VALOR-TOTAL-NF TO WS-VALOR-MOV
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
           MOVE 3 TO WS-LIN
           COMPUTE WS-VALOR-MOV = VALOR-ICMS-NF + VALOR-IPI-NF
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
      * O FRETE E DO PEDIDO, NAO DA NOTA: PEDIDO FATURADO EM MAIS DE
      * UMA NOTA LEVA O FRETE SO NA PRIMEIRA DELAS.
           IF NUM-PEDIDO-NF NOT = WS-ULT-PEDIDO-FRETE
               MOVE NUM-PEDIDO-NF TO WS-ULT-PEDIDO-FRETE
               MOVE 8 TO WS-LIN
               MOVE VALOR-FRETE-PED TO WS-VALOR-MOV
               PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
           END-IF

           ADD VALOR-TOTAL-NF TO TV-VALOR (COD-VEND-PED + 1, WS-COL)
           MOVE COD-VEND-PED TO WS-COD-VEND-RAT
           PERFORM 2910-ACHA-VF THRU 2910-ACHA-VF-EXIT
           IF WS-IDX-VF NOT = ZEROS
               ADD VALOR-TOTAL-NF TO VF-VALOR (WS-IDX-VF, WS-COL)
           END-IF

           MOVE "N"         TO WS-FIM-ITEM
           MOVE NUM-NOTA-NF TO NUM-NOTA-NFI
           MOVE ZEROS       TO SEQ-NFI
           START NOTAITEM KEY IS NOT LESS THAN XAV-NFI
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           MOVE 5 TO WS-LIN
           PERFORM 2110-LE-ITEM-NOTA THRU 2110-LE-ITEM-NOTA-EXIT
               UNTIL FIM-ITEM.
       2100-LE-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-LE-ITEM-NOTA - CMV DA LINHA: QUANTIDADE X CUSTO MEDIO DO
      * PRODUTO (ZERO QUANDO AINDA NAO HA CUSTO APURADO).
      *-----------------------------------------------------------------
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

           MOVE COD-PRODUTO-NFI TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
           END-READ
           MOVE ZEROS TO FS
           COMPUTE WS-VALOR-MOV ROUNDED =
               QTD-NFI * CUSTO-MEDIO-PRODUTO
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT.
       2110-LE-ITEM-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-PASSA-DEVOLUCOES - DEVOLUCOES DE CLIENTE NOS TRES MESES,
      * NA FILIAL DO PEDIDO DEVOLVIDO; O CUSTO DAS LINHAS DEVOLVIDAS
      * VOLTA DO CMV.
      *-----------------------------------------------------------------
       2200-PASSA-DEVOLUCOES.
           OPEN INPUT PEDIDO
           OPEN INPUT PRODUTO
           OPEN INPUT DEVITEM
           OPEN INPUT DEVOL
           IF FS-DEV NOT = ZEROS
               CLOSE DEVOL DEVITEM PRODUTO PEDIDO
               GO TO 2200-PASSA-DEVOLUCOES-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-DEV
           START DEVOL KEY IS NOT LESS THAN XAV-DEV
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2210-LE-DEVOLUCAO THRU 2210-LE-DEVOLUCAO-EXIT
               UNTIL FIM-ARQ

           CLOSE DEVOL DEVITEM PRODUTO PEDIDO
           MOVE ZEROS TO FS.
       2200-PASSA-DEVOLUCOES-EXIT.
           EXIT.

       2210-LE-DEVOLUCAO.
           READ DEVOL NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2210-LE-DEVOLUCAO-EXIT
           END-READ
           MOVE DT-DEVOL (1:6) TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2210-LE-DEVOLUCAO-EXIT
           END-IF

           MOVE NUM-PEDIDO-DEV TO WS-NUM-PEDIDO-BUSCA
           PERFORM 2850-FILIAL-DO-PEDIDO
               THRU 2850-FILIAL-DO-PEDIDO-EXIT

           MOVE 2 TO WS-LIN
           MOVE VALOR-DEVOL TO WS-VALOR-MOV
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT

           MOVE "N"      TO WS-FIM-ITEM
           MOVE NUM-DEVOL TO NUM-DEVOL-DVI
           MOVE ZEROS    TO SEQ-DVI
           START DEVITEM KEY IS NOT LESS THAN XAV-DVI
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           MOVE 5 TO WS-LIN
           PERFORM 2220-LE-ITEM-DEVOLUCAO
               THRU 2220-LE-ITEM-DEVOLUCAO-EXIT
               UNTIL FIM-ITEM.
       2210-LE-DEVOLUCAO-EXIT.
           EXIT.

       2220-LE-ITEM-DEVOLUCAO.
           READ DEVITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ITEM
                   GO TO 2220-LE-ITEM-DEVOLUCAO-EXIT
           END-READ
           IF NUM-DEVOL-DVI NOT = NUM-DEVOL
               MOVE "S" TO WS-FIM-ITEM
               GO TO 2220-LE-ITEM-DEVOLUCAO-EXIT
           END-IF

           MOVE COD-PRODUTO-DVI TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
           END-READ
           MOVE ZEROS TO FS
           COMPUTE WS-VALOR-MOV ROUNDED =
               QTD-DVI * CUSTO-MEDIO-PRODUTO * -1
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT.
       2220-LE-ITEM-DEVOLUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-PASSA-RECEBIMENTOS - TITULOS BAIXADOS POR PERDA NOS TRES
      * MESES (RESIDUAL PERDIDO, PELA DATA DA PERDA) E DESCONTOS DE
      * PONTUALIDADE CONCEDIDOS (PELA DATA DA BAIXA), NA FILIAL DO
      * PEDIDO. ACORDOS E NOTAS DE CREDITO DE REBATE (PSEUDO-PEDIDOS
      * 8000000 EM DIANTE) FICAM NA FILIAL 01.
      *-----------------------------------------------------------------
       2300-PASSA-RECEBIMENTOS.
           OPEN INPUT PEDIDO
           OPEN INPUT RECEBIMENTO
           IF FS NOT = ZEROS
               CLOSE RECEBIMENTO PEDIDO
               MOVE ZEROS TO FS
               GO TO 2300-PASSA-RECEBIMENTOS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2310-LE-TITULO THRU 2310-LE-TITULO-EXIT
               UNTIL FIM-ARQ

           CLOSE RECEBIMENTO PEDIDO
           MOVE ZEROS TO FS.
       2300-PASSA-RECEBIMENTOS-EXIT.
           EXIT.

       2310-LE-TITULO.
           READ RECEBIMENTO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2310-LE-TITULO-EXIT
           END-READ
           IF RECEB-CANCELADO
               GO TO 2310-LE-TITULO-EXIT
           END-IF
           MOVE NUM-PEDIDO-RECEB TO WS-NUM-PEDIDO-BUSCA

           IF RECEB-PERDA
               MOVE DT-PERDA-RECEB (1:6) TO WS-MES-MOV
               PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
               IF WS-COL NOT = ZEROS
                   PERFORM 2850-FILIAL-DO-PEDIDO
                       THRU 2850-FILIAL-DO-PEDIDO-EXIT
                   MOVE 9 TO WS-LIN
                   COMPUTE WS-VALOR-MOV =
                       VALOR-RECEB - VALOR-RECEBIDO-RECEB
                   PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
               END-IF
           END-IF

           IF VALOR-DESCONTO-RECEB NOT = ZEROS
               MOVE DT-RECEBIMENTO-RECEB (1:6) TO WS-MES-MOV
               PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
               IF WS-COL NOT = ZEROS
                   PERFORM 2850-FILIAL-DO-PEDIDO
                       THRU 2850-FILIAL-DO-PEDIDO-EXIT
                   MOVE 10 TO WS-LIN
                   MOVE VALOR-DESCONTO-RECEB TO WS-VALOR-MOV
                   PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
               END-IF
           END-IF.
       2310-LE-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-PASSA-COMISSOES - COMISSAO APURADA PELO GERACOM NOS TRES
      * MESES, SEM O REEMBOLSO DE VIAGEM (QUE SAI NA LINHA DE VIAGENS
      * PELA DATA DA DESPESA), RATEADA PELO FATURAMENTO DO VENDEDOR.
      *-----------------------------------------------------------------
       2400-PASSA-COMISSOES.
           OPEN INPUT COMISSAO
           IF FS-COM NOT = ZEROS
               CLOSE COMISSAO
               GO TO 2400-PASSA-COMISSOES-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-COM
           START COMISSAO KEY IS NOT LESS THAN XAV-COM
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2410-LE-COMISSAO THRU 2410-LE-COMISSAO-EXIT
               UNTIL FIM-ARQ

           CLOSE COMISSAO.
       2400-PASSA-COMISSOES-EXIT.
           EXIT.

       2410-LE-COMISSAO.
           READ COMISSAO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2410-LE-COMISSAO-EXIT
           END-READ
           MOVE ANO-MES-COM TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2410-LE-COMISSAO-EXIT
           END-IF

           MOVE 7            TO WS-LIN
           MOVE COD-VEND-COM TO WS-COD-VEND-RAT
           COMPUTE WS-VALOR-RAT = VALOR-COM - VALOR-REEMB-COM
           PERFORM 2950-RATEIA THRU 2950-RATEIA-EXIT.
       2410-LE-COMISSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-PASSA-VIAGENS - DESPESAS DE VIAGEM APROVADAS (OU JA
      * LANCADAS NA COMISSAO) PELA DATA DA DESPESA, PELO VALOR
      * APROVADO, RATEADAS PELO FATURAMENTO DO VENDEDOR.
      *-----------------------------------------------------------------
       2500-PASSA-VIAGENS.
           OPEN INPUT DESPVEND
           IF FS-DSP NOT = ZEROS
               CLOSE DESPVEND
               GO TO 2500-PASSA-VIAGENS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-DSP
           START DESPVEND KEY IS NOT LESS THAN XAV-DSP
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2510-LE-VIAGEM THRU 2510-LE-VIAGEM-EXIT
               UNTIL FIM-ARQ

           CLOSE DESPVEND.
       2500-PASSA-VIAGENS-EXIT.
           EXIT.

       2510-LE-VIAGEM.
           READ DESPVEND NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2510-LE-VIAGEM-EXIT
           END-READ
           IF NOT DSP-APROVADA AND NOT DSP-LANCADA
               GO TO 2510-LE-VIAGEM-EXIT
           END-IF
           MOVE DT-DESP-DSP (1:6) TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2510-LE-VIAGEM-EXIT
           END-IF

           MOVE 11                 TO WS-LIN
           MOVE COD-VEND-DSP       TO WS-COD-VEND-RAT
           MOVE VALOR-APROVADO-DSP TO WS-VALOR-RAT
           PERFORM 2950-RATEIA THRU 2950-RATEIA-EXIT.
       2510-LE-VIAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-PASSA-PERDAS-ESTOQUE - PERDAS DE ESTOQUE (BAIXAEST) NOS
      * TRES MESES, NA FILIAL DA PERDA, PELO VALOR JA CUSTEADO.
      *-----------------------------------------------------------------
       2600-PASSA-PERDAS-ESTOQUE.
           OPEN INPUT PERDAEST
           IF FS-PES NOT = ZEROS
               CLOSE PERDAEST
               GO TO 2600-PASSA-PERDAS-ESTOQUE-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-PES
           START PERDAEST KEY IS NOT LESS THAN XAV-PES
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2610-LE-PERDA THRU 2610-LE-PERDA-EXIT
               UNTIL FIM-ARQ

           CLOSE PERDAEST.
       2600-PASSA-PERDAS-ESTOQUE-EXIT.
           EXIT.

       2610-LE-PERDA.
           READ PERDAEST NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2610-LE-PERDA-EXIT
           END-READ
           MOVE DT-PERDA-PES (1:6) TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2610-LE-PERDA-EXIT
           END-IF

           MOVE 12              TO WS-LIN
           MOVE COD-FILIAL-PES  TO WS-COD-FIL
           MOVE VALOR-PERDA-PES TO WS-VALOR-MOV
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT.
       2610-LE-PERDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-PASSA-DESPESAS - TITULOS DE DESPESA GERAL DO CONTAPAG
      * (CATEGORIA PREENCHIDA, NAO CANCELADOS) PELA DATA DE
      * COMPETENCIA, NA FILIAL DO TITULO E NA LINHA DA CATEGORIA.
      *-----------------------------------------------------------------
       2700-PASSA-DESPESAS.
           OPEN INPUT CONTAPAG
           IF FS-CPAG NOT = ZEROS
               CLOSE CONTAPAG
               GO TO 2700-PASSA-DESPESAS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 2710-LE-DESPESA THRU 2710-LE-DESPESA-EXIT
               UNTIL FIM-ARQ

           CLOSE CONTAPAG.
       2700-PASSA-DESPESAS-EXIT.
           EXIT.

       2710-LE-DESPESA.
           READ CONTAPAG NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2710-LE-DESPESA-EXIT
           END-READ
           IF NOT CATEG-DESP-VALIDA
           OR CPAG-CANCELADO
               GO TO 2710-LE-DESPESA-EXIT
           END-IF
           MOVE DT-ENTRADA-CPAG (1:6) TO WS-MES-MOV
           PERFORM 2900-COLUNA THRU 2900-COLUNA-EXIT
           IF WS-COL = ZEROS
               GO TO 2710-LE-DESPESA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CATEG-ALUGUEL
                   MOVE 13 TO WS-LIN
               WHEN CATEG-UTILIDADES
                   MOVE 14 TO WS-LIN
               WHEN CATEG-MANUTENCAO
                   MOVE 15 TO WS-LIN
               WHEN CATEG-SERVICOS
                   MOVE 16 TO WS-LIN
               WHEN CATEG-PESSOAL
                   MOVE 17 TO WS-LIN
               WHEN CATEG-MARKETING
                   MOVE 18 TO WS-LIN
               WHEN CATEG-ADMINISTRATIVA
                   MOVE 19 TO WS-LIN
               WHEN OTHER
                   MOVE 20 TO WS-LIN
           END-EVALUATE

           MOVE COD-FILIAL-CPAG TO WS-COD-FIL
           IF WS-COD-FIL = ZEROS
               MOVE 1 TO WS-COD-FIL
           END-IF
           MOVE VALOR-CPAG TO WS-VALOR-MOV
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT.
       2710-LE-DESPESA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-SOMA - ACUMULA WS-VALOR-MOV NA FILIAL, COLUNA E LINHA
      * CORRENTES E NO CONSOLIDADO.
      *-----------------------------------------------------------------
       2800-SOMA.
           IF WS-VALOR-MOV = ZEROS
               GO TO 2800-SOMA-EXIT
           END-IF
           ADD WS-VALOR-MOV TO TB-VALOR (WS-COD-FIL + 1, WS-COL, WS-LIN)
           ADD WS-VALOR-MOV TO TC-VALOR (WS-COL, WS-LIN)
           MOVE "S" TO TU-USADA (WS-COD-FIL + 1).
       2800-SOMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2850-FILIAL-DO-PEDIDO - FILIAL DO PEDIDO WS-NUM-PEDIDO-BUSCA;
      * PSEUDO-PEDIDO OU PEDIDO NAO ENCONTRADO = FILIAL 01.
      *-----------------------------------------------------------------
       2850-FILIAL-DO-PEDIDO.
           MOVE 1 TO WS-COD-FIL
           IF WS-NUM-PEDIDO-BUSCA NOT < 8000000
               GO TO 2850-FILIAL-DO-PEDIDO-EXIT
           END-IF
           MOVE WS-NUM-PEDIDO-BUSCA TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE COD-FILIAL-PED TO WS-COD-FIL
           END-IF
           MOVE ZEROS TO FS.
       2850-FILIAL-DO-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-COLUNA - COLUNA DO MES WS-MES-MOV (ZERO = FORA DOS TRES
      * MESES DO RELATORIO).
      *-----------------------------------------------------------------
       2900-COLUNA.
           EVALUATE WS-MES-MOV
               WHEN WS-MES-REF
                   MOVE 1 TO WS-COL
               WHEN WS-MES-ANT
                   MOVE 2 TO WS-COL
               WHEN WS-MES-ANO-ANT
                   MOVE 3 TO WS-COL
               WHEN OTHER
                   MOVE ZEROS TO WS-COL
           END-EVALUATE.
       2900-COLUNA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2910-ACHA-VF - POSICAO DO PAR VENDEDOR (WS-COD-VEND-RAT) /
      * FILIAL (WS-COD-FIL) NA TABELA, INCLUINDO-O NA PRIMEIRA VEZ
      * (ZERO = TABELA CHEIA; O VALOR CAI NO RESIDUAL DA FILIAL 01).
      *-----------------------------------------------------------------
       2910-ACHA-VF.
           MOVE ZEROS TO WS-IDX-VF
           PERFORM 2920-COMPARA-VF THRU 2920-COMPARA-VF-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VF OR WS-IDX-VF NOT = ZEROS

           IF WS-IDX-VF = ZEROS AND WS-QTD-VF < 3000
               ADD 1 TO WS-QTD-VF
               MOVE WS-QTD-VF       TO WS-IDX-VF
               MOVE WS-COD-VEND-RAT TO VF-VEND (WS-IDX-VF)
               MOVE WS-COD-FIL      TO VF-FILIAL (WS-IDX-VF)
           END-IF.
       2910-ACHA-VF-EXIT.
           EXIT.

       2920-COMPARA-VF.
           IF VF-VEND (WS-IDX) = WS-COD-VEND-RAT
           AND VF-FILIAL (WS-IDX) = WS-COD-FIL
               MOVE WS-IDX TO WS-IDX-VF
           END-IF.
       2920-COMPARA-VF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2950-RATEIA - DISTRIBUI WS-VALOR-RAT DO VENDEDOR PELAS FILIAIS
      * NA PROPORCAO DO FATURAMENTO DELE NA COLUNA; O QUE SOBRAR
      * (ARREDONDAMENTO OU VENDEDOR SEM FATURAMENTO) VAI A FILIAL 01.
      *-----------------------------------------------------------------
       2950-RATEIA.
           MOVE ZEROS TO WS-VALOR-RATEADO
           IF TV-VALOR (WS-COD-VEND-RAT + 1, WS-COL) > ZEROS
               PERFORM 2960-RATEIA-FILIAL THRU 2960-RATEIA-FILIAL-EXIT
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-VF
           END-IF

           MOVE 1 TO WS-COD-FIL
           COMPUTE WS-VALOR-MOV = WS-VALOR-RAT - WS-VALOR-RATEADO
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT.
       2950-RATEIA-EXIT.
           EXIT.

       2960-RATEIA-FILIAL.
           IF VF-VEND (WS-IDX) NOT = WS-COD-VEND-RAT
           OR VF-VALOR (WS-IDX, WS-COL) = ZEROS
               GO TO 2960-RATEIA-FILIAL-EXIT
           END-IF
           COMPUTE WS-VALOR-MOV ROUNDED =
               WS-VALOR-RAT * VF-VALOR (WS-IDX, WS-COL)
               / TV-VALOR (WS-COD-VEND-RAT + 1, WS-COL)
           MOVE VF-FILIAL (WS-IDX) TO WS-COD-FIL
           PERFORM 2800-SOMA THRU 2800-SOMA-EXIT
           ADD WS-VALOR-MOV TO WS-VALOR-RATEADO.
       2960-RATEIA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-EMITE-FILIAIS - UM BLOCO POR FILIAL COM MOVIMENTO EM
      * QUALQUER DAS TRES COLUNAS, NA ORDEM DO CODIGO.
      *-----------------------------------------------------------------
       3000-EMITE-FILIAIS.
           OPEN INPUT FILIAL
           PERFORM 3100-EMITE-FILIAL THRU 3100-EMITE-FILIAL-EXIT
               VARYING WS-IDX-FIL FROM 1 BY 1 UNTIL WS-IDX-FIL > 100
           CLOSE FILIAL.
       3000-EMITE-FILIAIS-EXIT.
           EXIT.

       3100-EMITE-FILIAL.
           IF TU-USADA (WS-IDX-FIL) NOT = "S"
               GO TO 3100-EMITE-FILIAL-EXIT
           END-IF

           COMPUTE COD-FILIAL = WS-IDX-FIL - 1
           MOVE "(FILIAL NAO CADASTRADA)" TO WS-NOME-BLOCO
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL = ZEROS
               MOVE NOME-FILIAL TO WS-NOME-BLOCO
           END-IF
           MOVE SPACES     TO WS-CSV-FILIAL
           MOVE COD-FILIAL TO WS-CSV-FILIAL
           MOVE TB-FIL (WS-IDX-FIL) TO WS-BLOCO
           PERFORM 3500-IMPRIME-BLOCO THRU 3500-IMPRIME-BLOCO-EXIT.
       3100-EMITE-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-EMITE-CONSOLIDADO - BLOCO FINAL COM TODAS AS FILIAIS.
      *-----------------------------------------------------------------
       3200-EMITE-CONSOLIDADO.
           MOVE "TODAS"       TO WS-CSV-FILIAL
           MOVE "CONSOLIDADO" TO WS-NOME-BLOCO
           MOVE WS-TAB-CONSOL TO WS-BLOCO
           PERFORM 3500-IMPRIME-BLOCO THRU 3500-IMPRIME-BLOCO-EXIT.
       3200-EMITE-CONSOLIDADO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-IMPRIME-BLOCO - CALCULA AS LINHAS DE TOTAL DO BLOCO E
      * EMITE AS 22 LINHAS NO SPOOL E NO CSV.
      *-----------------------------------------------------------------
       3500-IMPRIME-BLOCO.
           PERFORM 3510-CALCULA-COLUNA THRU 3510-CALCULA-COLUNA-EXIT
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CSV-FILIAL TO LF-FILIAL
           MOVE WS-NOME-BLOCO TO LF-NOME
           MOVE WS-LINHA-FILIAL TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL

           PERFORM 3520-LINHA-DRE THRU 3520-LINHA-DRE-EXIT
               VARYING WS-LIN FROM 1 BY 1 UNTIL WS-LIN > 22.
       3500-IMPRIME-BLOCO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3510-CALCULA-COLUNA - RECEITA LIQUIDA, MARGEM BRUTA, TOTAL DAS
      * DESPESAS E RESULTADO DA COLUNA WS-COL.
      *-----------------------------------------------------------------
       3510-CALCULA-COLUNA.
           COMPUTE BL-VALOR (WS-COL, 4) = BL-VALOR (WS-COL, 1)
               - BL-VALOR (WS-COL, 2) - BL-VALOR (WS-COL, 3)
           COMPUTE BL-VALOR (WS-COL, 6) = BL-VALOR (WS-COL, 4)
               - BL-VALOR (WS-COL, 5)
           COMPUTE BL-VALOR (WS-COL, 21) = BL-VALOR (WS-COL, 11)
               + BL-VALOR (WS-COL, 12) + BL-VALOR (WS-COL, 13)
               + BL-VALOR (WS-COL, 14) + BL-VALOR (WS-COL, 15)
               + BL-VALOR (WS-COL, 16) + BL-VALOR (WS-COL, 17)
               + BL-VALOR (WS-COL, 18) + BL-VALOR (WS-COL, 19)
               + BL-VALOR (WS-COL, 20)
           COMPUTE BL-VALOR (WS-COL, 22) = BL-VALOR (WS-COL, 6)
               - BL-VALOR (WS-COL, 7) - BL-VALOR (WS-COL, 8)
               - BL-VALOR (WS-COL, 9) - BL-VALOR (WS-COL, 10)
               - BL-VALOR (WS-COL, 21).
       3510-CALCULA-COLUNA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3520-LINHA-DRE - UMA LINHA DO BLOCO: OS TRES MESES E O PESO
      * SOBRE A RECEITA LIQUIDA DO MES (ZERO SEM RECEITA).
      *-----------------------------------------------------------------
       3520-LINHA-DRE.
           IF WS-LIN = 4 OR WS-LIN = 7 OR WS-LIN = 11 OR WS-LIN = 22
               MOVE SPACES TO REG-REL
               WRITE REG-REL
           END-IF

           MOVE ZEROS TO WS-PERC
           IF BL-VALOR (1, 4) NOT = ZEROS
               COMPUTE WS-PERC ROUNDED =
                   BL-VALOR (1, WS-LIN) * 100 / BL-VALOR (1, 4)
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-PERC
               END-COMPUTE
           END-IF

           MOVE TD-DESCR (WS-LIN)    TO LD-DESCR
           MOVE BL-VALOR (1, WS-LIN) TO LD-VALOR-1
           MOVE WS-PERC              TO LD-PERC
           MOVE BL-VALOR (2, WS-LIN) TO LD-VALOR-2
           MOVE BL-VALOR (3, WS-LIN) TO LD-VALOR-3
           MOVE WS-LINHA-DETALHE TO REG-REL
           WRITE REG-REL

           MOVE BL-VALOR (1, WS-LIN) TO CSV-VALOR-1
           MOVE BL-VALOR (2, WS-LIN) TO CSV-VALOR-2
           MOVE BL-VALOR (3, WS-LIN) TO CSV-VALOR-3
           MOVE WS-PERC              TO CSV-PERC
           MOVE SPACES TO REG-CSV
           STRING FUNCTION TRIM(WS-CSV-FILIAL) ";"
                  FUNCTION TRIM(WS-NOME-BLOCO) ";"
                  WS-LIN ";"
                  FUNCTION TRIM(TD-DESCR (WS-LIN)) ";"
                  FUNCTION TRIM(CSV-VALOR-1) ";"
                  FUNCTION TRIM(CSV-VALOR-2) ";"
                  FUNCTION TRIM(CSV-VALOR-3) ";"
                  FUNCTION TRIM(CSV-PERC)
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV.
       3520-LINHA-DRE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - FECHAMENTO DO RELATORIO E DO CSV
      *-----------------------------------------------------------------
       9000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           DISPLAY "DRE GERENCIAL GERADA EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " E DREGER.CSV"
           CLOSE REL-DRE
           CLOSE DRE-CSV.
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
           STRING "SPOOL-RELDRE-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL
           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELDRE;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
