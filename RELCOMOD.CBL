      *-----------------------------------------------------------------
      * RELCOMOD - COMODATO: COMPRA MINIMA MENSAL X FATURADO NO MES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELCOMOD.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARA O MES PEDIDO, SOMA POR
      *                   CLIENTE A COMPRA MINIMA DOS COMODATOS QUE
      *                   ESTIVERAM COM ELE NO MES E CONFRONTA COM A
      *                   MERCADORIA FATURADA (NOTAS ATIVAS, SEM
      *                   BONIFICACAO, COMO NO APURREB). LISTA OS
      *                   CLIENTES QUE FICARAM ABAIXO DO COMPROMISSO,
      *                   COM A DIFERENCA E O PERCENTUAL ATINGIDO.
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
           COPY "COMODATO.SEL".
           COPY "NOTAFIS.SEL".
           COPY "PEDIDO.SEL".
           COPY "CLIENTE.SEL".

           SELECT REL-CMD ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "COMODATO.FD".
           COPY "NOTAFIS.FD".
           COPY "PEDIDO.FD".
           COPY "CLIENTE.FD".

       FD  REL-CMD
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
       77  FS-CMD                      PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-MES-REF                  PIC 9(06)    VALUE ZEROS.
       77  WS-DT-INICIO                PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM                   PIC 9(08)    VALUE ZEROS.
       77  WS-COD-CLI-PROCURA          PIC 9(07)    VALUE ZEROS.
       77  WS-DIFERENCA                PIC S9(11)V99 VALUE ZEROS.
       77  WS-PERC                     PIC 9(05)V99 VALUE ZEROS.
       77  WS-QTD-ABAIXO               PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-COMPROMISSO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-FATURADO           PIC S9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DIFERENCA          PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(10)9,99.
       77  WS-VALOR-EDIT-2             PIC Z(10)9,99.

      * CLIENTES COM COMODATO NO MES: COMPROMISSO SOMADO, NUMERO DE
      * EQUIPAMENTOS E O FATURADO NO MES (ATE 2000 CLIENTES).
       77  WS-QTD-CLI                  PIC 9(04)    VALUE ZEROS.
       77  WS-IDX-CLI                  PIC 9(04)    VALUE ZEROS.
       01  WS-TAB-CLI-CMD.
           05  TCC-ITEM OCCURS 2000 TIMES.
               10  TCC-COD-CLI         PIC 9(07).
               10  TCC-QTD-EQUIP       PIC 9(03).
               10  TCC-COMPROMISSO     PIC 9(11)V99.
               10  TCC-FATURADO        PIC S9(11)V99.

       01  WS-SWITCHES.
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA                           VALUE "S".
           05  WS-FIM-COMODATO         PIC X(01)    VALUE "N".
               88  FIM-COMODATO                     VALUE "S".
           05  WS-FIM-NOTAS            PIC X(01)    VALUE "N".
               88  FIM-NOTAS                        VALUE "S".
           05  WS-ACHOU-CLI            PIC X(01)    VALUE "N".
               88  ACHOU-CLI                        VALUE "S".
           05  WS-TABELA-CHEIA         PIC X(01)    VALUE "N".
               88  TABELA-CHEIA                     VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "CLIENTE".
           05  FILLER                  PIC X(32) VALUE "RAZAO SOCIAL".
           05  FILLER                  PIC X(07) VALUE "EQUIP".
           05  FILLER                  PIC X(16) VALUE
               "     COMPROMISSO".
           05  FILLER                  PIC X(16) VALUE
               "       FATURADO".
           05  FILLER                  PIC X(16) VALUE
               "     DIFERENCA".
           05  FILLER                  PIC X(10) VALUE "  % ATING.".

       01  WS-LINHA-DADOS.
           05  LD-COD-CLI              PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD-EQUIP            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COMPROMISSO          PIC Z(11)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-FATURADO             PIC -Z(10)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-DIFERENCA            PIC Z(11)9,99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-PERC                 PIC ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA
               PERFORM 2000-CARREGA-COMODATOS
                   THRU 2000-CARREGA-COMODATOS-EXIT
               PERFORM 2200-SOMA-FATURADO
                   THRU 2200-SOMA-FATURADO-EXIT
               PERFORM 3000-IMPRIME      THRU 3000-IMPRIME-EXIT
               PERFORM 4000-FINALIZA     THRU 4000-FINALIZA-EXIT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MES DE REFERENCIA (PADRAO: MES ANTERIOR, JA
      * FECHADO) E ABERTURA DOS ARQUIVOS E DO SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           DISPLAY "MES DE REFERENCIA (AAAAMM, ENTER P/ MES ANTERIOR):"
           ACCEPT WS-MES-REF FROM CONSOLE
           IF WS-MES-REF = ZEROS
               IF WS-MES-HOJE = 1
                   COMPUTE WS-MES-REF = (WS-ANO-HOJE - 1) * 100 + 12
               ELSE
                   COMPUTE WS-MES-REF = WS-ANO-HOJE * 100
                                      + WS-MES-HOJE - 1
               END-IF
           END-IF
           IF WS-MES-REF (5:2) < "01" OR WS-MES-REF (5:2) > "12"
               DISPLAY "MES INVALIDO."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

      * O DIA 31 FECHA QUALQUER MES NA COMPARACAO AAAAMMDD.
           MOVE WS-MES-REF TO WS-DT-INICIO (1:6) WS-DT-FIM (1:6)
           MOVE "01"       TO WS-DT-INICIO (7:2)
           MOVE "31"       TO WS-DT-FIM (7:2)

           OPEN INPUT COMODATO
           IF FS-CMD NOT = ZEROS
               DISPLAY "NENHUM COMODATO CADASTRADO (MOVCOMOD). FS: "
                       FS-CMD
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           OPEN INPUT NOTAFIS
           OPEN INPUT PEDIDO
           OPEN INPUT CLIENTE

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-CMD
           MOVE SPACES TO REG-REL
           STRING "COMODATO - CLIENTES ABAIXO DA COMPRA MINIMA - MES "
                  WS-MES-REF (5:2) "/" WS-MES-REF (1:4)
                  "  (EMISSAO " WS-HOJE-NUM ")"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CARREGA-COMODATOS - COMODATO QUE ESTEVE COM O CLIENTE EM
      * ALGUM DIA DO MES: ENTREGUE ATE O FIM DO MES E AINDA ATIVO OU
      * ENCERRADO DEPOIS DO INICIO. NUMA TROCA NO MES O COMPROMISSO
      * E O MESMO CONTRATO: CONTA UMA VEZ SO (O COMODATO ENCERRADO
      * POR TROCA NAO SOMA).
      *-----------------------------------------------------------------
       2000-CARREGA-COMODATOS.
           MOVE ZEROS TO XAV-CMD
           START COMODATO KEY IS NOT LESS THAN XAV-CMD
               INVALID KEY MOVE "S" TO WS-FIM-COMODATO
           END-START

           PERFORM 2100-TRATA-COMODATO THRU 2100-TRATA-COMODATO-EXIT
               UNTIL FIM-COMODATO.
       2000-CARREGA-COMODATOS-EXIT.
           EXIT.

       2100-TRATA-COMODATO.
           READ COMODATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-COMODATO
                   GO TO 2100-TRATA-COMODATO-EXIT
           END-READ

           IF DT-ENTREGA-CMD > WS-DT-FIM
               GO TO 2100-TRATA-COMODATO-EXIT
           END-IF
           IF CMD-ENCERRADO
               IF DT-FIM-CMD < WS-DT-INICIO OR FIM-POR-TROCA
                   GO TO 2100-TRATA-COMODATO-EXIT
               END-IF
           END-IF

           MOVE COD-CLI-CMD TO WS-COD-CLI-PROCURA
           PERFORM 2300-LOCALIZA-CLIENTE THRU 2300-LOCALIZA-CLIENTE-EXIT
           IF NOT ACHOU-CLI
               IF WS-QTD-CLI < 2000
                   ADD 1 TO WS-QTD-CLI
                   MOVE WS-QTD-CLI  TO WS-IDX-CLI
                   MOVE COD-CLI-CMD TO TCC-COD-CLI (WS-IDX-CLI)
                   MOVE ZEROS       TO TCC-QTD-EQUIP (WS-IDX-CLI)
                                       TCC-COMPROMISSO (WS-IDX-CLI)
                                       TCC-FATURADO (WS-IDX-CLI)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
                   GO TO 2100-TRATA-COMODATO-EXIT
               END-IF
           END-IF

           ADD 1               TO TCC-QTD-EQUIP (WS-IDX-CLI)
           ADD COMPROMISSO-CMD TO TCC-COMPROMISSO (WS-IDX-CLI).
       2100-TRATA-COMODATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-SOMA-FATURADO - VARRE NOTAFIS (CHAVE E O NUMERO DA NOTA)
      * SOMANDO A MERCADORIA DAS NOTAS ATIVAS DO MES AOS CLIENTES DA
      * TABELA. BONIFICACAO NAO E COMPRA: FICA FORA (APURREB).
      *-----------------------------------------------------------------
       2200-SOMA-FATURADO.
           IF WS-QTD-CLI = ZEROS
               GO TO 2200-SOMA-FATURADO-EXIT
           END-IF

           MOVE ZEROS TO XAV-NF
           START NOTAFIS KEY IS NOT LESS THAN XAV-NF
               INVALID KEY MOVE "S" TO WS-FIM-NOTAS
           END-START

           PERFORM 2210-TRATA-NOTA THRU 2210-TRATA-NOTA-EXIT
               UNTIL FIM-NOTAS.
       2200-SOMA-FATURADO-EXIT.
           EXIT.

       2210-TRATA-NOTA.
           READ NOTAFIS NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-NOTAS
                   GO TO 2210-TRATA-NOTA-EXIT
           END-READ

           IF NOT NF-ATIVA
           OR DT-EMISSAO-NF < WS-DT-INICIO
           OR DT-EMISSAO-NF > WS-DT-FIM
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF

           MOVE COD-CLI-NF TO WS-COD-CLI-PROCURA
           PERFORM 2300-LOCALIZA-CLIENTE THRU 2300-LOCALIZA-CLIENTE-EXIT
           IF NOT ACHOU-CLI
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF

           MOVE NUM-PEDIDO-NF TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS = ZEROS AND PED-BONIFICACAO
               GO TO 2210-TRATA-NOTA-EXIT
           END-IF
           MOVE ZEROS TO FS

           ADD VALOR-MERC-NF TO TCC-FATURADO (WS-IDX-CLI).
       2210-TRATA-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-LOCALIZA-CLIENTE - POSICIONA WS-IDX-CLI NO CLIENTE
      * PROCURADO, SE JA ESTIVER NA TABELA.
      *-----------------------------------------------------------------
       2300-LOCALIZA-CLIENTE.
           MOVE "N" TO WS-ACHOU-CLI
           PERFORM 2310-PROCURA-CLIENTE THRU 2310-PROCURA-CLIENTE-EXIT
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLI OR ACHOU-CLI
           IF ACHOU-CLI
               SUBTRACT 1 FROM WS-IDX-CLI
           END-IF.
       2300-LOCALIZA-CLIENTE-EXIT.
           EXIT.

       2310-PROCURA-CLIENTE.
           IF TCC-COD-CLI (WS-IDX-CLI) = WS-COD-CLI-PROCURA
               MOVE "S" TO WS-ACHOU-CLI
           END-IF.
       2310-PROCURA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-IMPRIME - SO OS CLIENTES COM FATURADO ABAIXO DO
      * COMPROMISSO (COMPROMISSO ZERO NAO COBRA NADA).
      *-----------------------------------------------------------------
       3000-IMPRIME.
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           PERFORM 3100-IMPRIME-CLIENTE THRU 3100-IMPRIME-CLIENTE-EXIT
               VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > WS-QTD-CLI.
       3000-IMPRIME-EXIT.
           EXIT.

       3100-IMPRIME-CLIENTE.
           IF TCC-COMPROMISSO (WS-IDX-CLI) = ZEROS
           OR TCC-FATURADO (WS-IDX-CLI) >= TCC-COMPROMISSO (WS-IDX-CLI)
               GO TO 3100-IMPRIME-CLIENTE-EXIT
           END-IF

           COMPUTE WS-DIFERENCA = TCC-COMPROMISSO (WS-IDX-CLI)
                                - TCC-FATURADO (WS-IDX-CLI)
           IF TCC-FATURADO (WS-IDX-CLI) > ZEROS
               COMPUTE WS-PERC ROUNDED = TCC-FATURADO (WS-IDX-CLI)
                                * 100 / TCC-COMPROMISSO (WS-IDX-CLI)
           ELSE
               MOVE ZEROS TO WS-PERC
           END-IF

           MOVE TCC-COD-CLI (WS-IDX-CLI) TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE "CLIENTE NAO CADASTRADO" TO RAZAO-CLI
           END-READ

           ADD 1 TO WS-QTD-ABAIXO
           ADD TCC-COMPROMISSO (WS-IDX-CLI) TO WS-TOTAL-COMPROMISSO
           ADD TCC-FATURADO (WS-IDX-CLI)    TO WS-TOTAL-FATURADO
           ADD WS-DIFERENCA                 TO WS-TOTAL-DIFERENCA

           MOVE TCC-COD-CLI (WS-IDX-CLI)     TO LD-COD-CLI
           MOVE RAZAO-CLI                    TO LD-RAZAO
           MOVE TCC-QTD-EQUIP (WS-IDX-CLI)   TO LD-QTD-EQUIP
           MOVE TCC-COMPROMISSO (WS-IDX-CLI) TO LD-COMPROMISSO
           MOVE TCC-FATURADO (WS-IDX-CLI)    TO LD-FATURADO
           MOVE WS-DIFERENCA                 TO LD-DIFERENCA
           MOVE WS-PERC                      TO LD-PERC
           MOVE WS-LINHA-DADOS TO REG-REL
           WRITE REG-REL.
       3100-IMPRIME-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-FINALIZA - TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       4000-FINALIZA.
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CLIENTES COM COMODATO NO MES: " WS-QTD-CLI
                  " - ABAIXO DA COMPRA MINIMA: " WS-QTD-ABAIXO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-COMPROMISSO TO WS-VALOR-EDIT
           MOVE WS-TOTAL-FATURADO    TO WS-VALOR-EDIT-2
           MOVE SPACES TO REG-REL
           STRING "COMPROMISSO DOS LISTADOS: " WS-VALOR-EDIT
                  " - FATURADO: " WS-VALOR-EDIT-2
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE WS-TOTAL-DIFERENCA   TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "DIFERENCA A COBRAR/NEGOCIAR: " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF TABELA-CHEIA
               MOVE SPACES TO REG-REL
               STRING "ATENCAO: MAIS DE 2000 CLIENTES COM COMODATO -"
                      " OS EXCEDENTES FICARAM FORA DESTA APURACAO."
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           CLOSE COMODATO NOTAFIS PEDIDO CLIENTE REL-CMD

           DISPLAY "RELATORIO DE COMODATO GERADO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL) " ("
                   WS-QTD-ABAIXO " CLIENTE(S) ABAIXO DA COMPRA MINIMA)".
       4000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELCOMOD-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELCOMOD;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
