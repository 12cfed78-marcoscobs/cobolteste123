      *-----------------------------------------------------------------
      * EXPBI - EXTRATOS INCREMENTAIS PARA O BI / DATA WAREHOUSE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXPBI.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - GRAVA OS EXTRATOS PARA A
      *                   CARGA DO BI, UM ARQUIVO POR ASSUNTO COM O
      *                   NUMERO DA EXECUCAO NO NOME
      *                   (BI-SSS-NNNNNNN.TXT): DIMENSOES CLI
      *                   CLIENTES, VEN VENDEDORES, PRO PRODUTOS, GRU
      *                   GRUPOS, RED REDES, FIL FILIAIS; FATOS IPD
      *                   LINHAS DE PEDIDO, INF LINHAS DE NOTA, TIT
      *                   TITULOS A RECEBER, KDX MOVIMENTOS DE
      *                   KARDEX. CADA ARQUIVO ABRE COM O REGISTRO H
      *                   (NOMES DAS COLUNAS), TRAZ UM REGISTRO D POR
      *                   LINHA E FECHA COM O TRAILER T (QUANTIDADE
      *                   DE REGISTROS D, SOMA DAS CHAVES E SOMA DO
      *                   VALOR DE CONTROLE DO ASSUNTO). CAMPOS
      *                   SEPARADOS POR PONTO-E-VIRGULA, VALORES EM
      *                   CENTAVOS E QUANTIDADES EM MILESIMOS
      *                   INTEIROS COM SINAL NA FRENTE. O DICIONARIO
      *                   DOS ARQUIVOS SAI EM BI-LAYOUT.TXT.
      *                   INCREMENTAL: SO SAI O REGISTRO NOVO OU
      *                   ALTERADO DESDE A ULTIMA EXECUCAO CONCLUIDA
      *                   (RETRATO DA ULTIMA LINHA EXTRAIDA EM
      *                   BISNAP; KARDEX PELA DATA/HORA DO MOVIMENTO
      *                   CONTRA A MARCA D'AGUA DE EXPBI.CTL, QUE SO
      *                   E ATUALIZADA NO FIM DE UMA EXECUCAO BEM
      *                   SUCEDIDA). MODO F = CARGA COMPLETA. MODO
      *                   VIA CONSOLE OU RELPARMS.TXT (EXPBI;I OU
      *                   EXPBI;F - VAZIO = I), PARA RODAR COMO PASSO
      *                   DO RODANOITE. TERMINA COM GOBACK.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "VENDEDOR.SEL".
           COPY "PRODUTO.SEL".
           COPY "GRUPO.SEL".
           COPY "REDE.SEL".
           COPY "FILIAL.SEL".
           COPY "PEDIDO.SEL".
           COPY "ITEM-PED.SEL".
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "KARDEX.SEL".
           COPY "BISNAP.SEL".

      * MARCA D'AGUA: ULTIMA EXECUCAO CONCLUIDA E SEU INICIO.
           SELECT CTL-FILE ASSIGN TO "EXPBI.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTL.

           SELECT EXT-FILE ASSIGN TO WS-NOME-EXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXT.

           SELECT LAY-FILE ASSIGN TO "BI-LAYOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAY.

           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".
           COPY "VENDEDOR.FD".
           COPY "PRODUTO.FD".
           COPY "GRUPO.FD".
           COPY "REDE.FD".
           COPY "FILIAL.FD".
           COPY "PEDIDO.FD".
           COPY "ITEM-PED.FD".
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "RECEBIMENTO.FD".
           COPY "KARDEX.FD".
           COPY "BISNAP.FD".

       FD  CTL-FILE
           LABEL RECORD STANDARD.
       01  REG-CTL                     PIC X(40).

       FD  EXT-FILE
           LABEL RECORD STANDARD.
       01  REG-EXT                     PIC X(310).

       FD  LAY-FILE
           LABEL RECORD STANDARD.
       01  REG-LAY                     PIC X(350).

       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-SNAP                     PIC XX       VALUE SPACES.
       77  FS-CTL                      PIC XX       VALUE SPACES.
       77  FS-EXT                      PIC XX       VALUE SPACES.
       77  FS-LAY                      PIC XX       VALUE SPACES.
       77  FS-PRM                      PIC XX       VALUE SPACES.
       77  WS-PRM-PROG                 PIC X(08)    VALUE SPACES.
       77  WS-PRM-1                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-USADO                PIC X(01)    VALUE "N".
           88  PARAMETROS-RECEBIDOS                 VALUE "S".
       77  WS-MODO                     PIC X(01)    VALUE "I".
           88  CARGA-COMPLETA                       VALUE "F".
           88  MODO-VALIDO                          VALUE "I" "F".
       77  WS-EXEC-ANT                 PIC 9(07)    VALUE ZEROS.
       77  WS-CARIMBO-ANT              PIC 9(14)    VALUE ZEROS.
       77  WS-EXEC-ATU                 PIC 9(07)    VALUE ZEROS.
       77  WS-CARIMBO-ATU              PIC 9(14)    VALUE ZEROS.
       77  WS-CARIMBO-KDX              PIC 9(14)    VALUE ZEROS.
       77  WS-DATA-ATU                 PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-ATU                 PIC 9(08)    VALUE ZEROS.
       77  WS-NOME-EXT                 PIC X(40)    VALUE SPACES.
       77  WS-SIGLA                    PIC X(03)    VALUE SPACES.
       77  WS-CABEC                    PIC X(300)   VALUE SPACES.
       77  WS-DESCR-TOTAL              PIC X(40)    VALUE SPACES.
       77  WS-LINHA                    PIC X(300)   VALUE SPACES.
       77  WS-TEXTO-1                  PIC X(60)    VALUE SPACES.
       77  WS-TEXTO-2                  PIC X(60)    VALUE SPACES.
       77  WS-CHAVE-NUM                PIC 9(15)    VALUE ZEROS.
       77  WS-VALOR-CTL                PIC S9(15)   VALUE ZEROS.
       77  WS-VALOR-LINHA              PIC S9(09)V99 VALUE ZEROS.
       77  WS-PED-LIDO                 PIC 9(07)    VALUE ZEROS.
       77  WS-NOTA-LIDA                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-LIDOS                PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-EXT                  PIC 9(09)    VALUE ZEROS.
       77  WS-SOMA-CHAVES              PIC 9(18)    VALUE ZEROS.
       77  WS-SOMA-VALOR               PIC S9(17)   VALUE ZEROS.
       77  WS-QTD-ARQUIVOS             PIC 9(02)    VALUE ZEROS.
       77  WS-TOTAL-EXT                PIC 9(09)    VALUE ZEROS.

      * VALORES DA LINHA JA CONVERTIDOS PARA CENTAVOS/MILESIMOS, COM
      * O SINAL NA FRENTE (+/-), PRONTOS PARA O STRING.
       01  WS-NUMEROS.
           05  WS-NUM-1                PIC S9(13)
                                       SIGN LEADING SEPARATE.
           05  WS-NUM-2                PIC S9(13)
                                       SIGN LEADING SEPARATE.
           05  WS-NUM-3                PIC S9(13)
                                       SIGN LEADING SEPARATE.
           05  WS-NUM-4                PIC S9(13)
                                       SIGN LEADING SEPARATE.
           05  WS-NUM-5                PIC S9(13)
                                       SIGN LEADING SEPARATE.

       01  WS-TRAILER.
           05  FILLER                  PIC X(02)    VALUE "T;".
           05  TR-QTD                  PIC 9(09).
           05  FILLER                  PIC X(01)    VALUE ";".
           05  TR-SOMA-CHAVES          PIC 9(18).
           05  FILLER                  PIC X(01)    VALUE ";".
           05  TR-SOMA-VALOR           PIC S9(17)
                                       SIGN LEADING SEPARATE.

       01  WS-REG-CTL.
           05  CTL-EXEC                PIC 9(07).
           05  FILLER                  PIC X(01)    VALUE ";".
           05  CTL-CARIMBO             PIC 9(14).
           05  FILLER                  PIC X(01)    VALUE ";".
           05  CTL-MODO                PIC X(01).

       01  WS-SWITCHES.
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-USA-SNAP             PIC X(01)    VALUE "S".
               88  USA-SNAP                         VALUE "S".
           05  WS-SNAP-EXISTE          PIC X(01)    VALUE "N".
               88  SNAP-EXISTE                      VALUE "S".
           05  WS-EXEC-OK              PIC X(01)    VALUE "S".
               88  EXECUCAO-OK                      VALUE "S".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF EXECUCAO-OK
               PERFORM 2000-DIMENSOES   THRU 2000-DIMENSOES-EXIT
               PERFORM 3000-FATOS       THRU 3000-FATOS-EXIT
           END-IF
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MODO VIA RELPARMS.TXT OU CONSOLE, MARCA
      * D'AGUA DA ULTIMA EXECUCAO CONCLUIDA, CARIMBO DESTA EXECUCAO
      * E ABERTURA DO RETRATO E DO DICIONARIO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "EXTRATOS DO BI - MODO (I=INCREMENTAL"
                       " F=CARGA COMPLETA, ENTER = I):"
               ACCEPT WS-MODO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
           END-IF
           IF WS-MODO = SPACE
               MOVE "I" TO WS-MODO
           END-IF
           IF NOT MODO-VALIDO
               DISPLAY "MODO INVALIDO: " WS-MODO " - NADA EXTRAIDO."
               MOVE "N" TO WS-EXEC-OK
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 1020-LER-CONTROLE THRU 1020-LER-CONTROLE-EXIT

           ACCEPT WS-DATA-ATU FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATU FROM TIME
           MOVE WS-DATA-ATU        TO WS-CARIMBO-ATU (1:8)
           MOVE WS-HORA-ATU (1:6)  TO WS-CARIMBO-ATU (9:6)
           COMPUTE WS-EXEC-ATU = WS-EXEC-ANT + 1

           OPEN I-O BISNAP
           IF FS-SNAP = "35" OR FS-SNAP = "05"
               OPEN OUTPUT BISNAP
               CLOSE BISNAP
               OPEN I-O BISNAP
           END-IF
           IF FS-SNAP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE BISNAP. FS: " FS-SNAP
               MOVE "N" TO WS-EXEC-OK
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN OUTPUT LAY-FILE
           MOVE SPACES TO REG-LAY
           STRING "EXTRATOS DO BI - EXECUCAO " WS-EXEC-ATU
                  " MODO " WS-MODO " - ARQUIVO;VALOR DO TRAILER;"
                  "COLUNAS (REGISTRO D, NA ORDEM)"
                  DELIMITED BY SIZE INTO REG-LAY
           WRITE REG-LAY

           IF CARGA-COMPLETA
               DISPLAY "EXTRATOS DO BI - EXECUCAO " WS-EXEC-ATU
                       " - CARGA COMPLETA"
           ELSE
               DISPLAY "EXTRATOS DO BI - EXECUCAO " WS-EXEC-ATU
                       " - INCREMENTAL DESDE " WS-CARIMBO-ANT
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - MODO DEIXADO PELO RODANOITE, QUANDO
      * HOUVER, E CONSUMO DO ARQUIVO (MESMO MECANISMO DO FECHADIA).
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
                   WS-PRM-PROG WS-PRM-1
               IF WS-PRM-PROG = "EXPBI"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE FUNCTION UPPER-CASE(WS-PRM-1 (1:1))
                       TO WS-MODO
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
      * 1020-LER-CONTROLE - ULTIMA EXECUCAO CONCLUIDA E SEU CARIMBO
      * DE INICIO (EXPBI.CTL AUSENTE = PRIMEIRA EXECUCAO, TUDO SAI).
      *-----------------------------------------------------------------
       1020-LER-CONTROLE.
           MOVE ZEROS TO WS-EXEC-ANT WS-CARIMBO-ANT
           OPEN INPUT CTL-FILE
           IF FS-CTL NOT = ZEROS
               GO TO 1020-LER-CONTROLE-EXIT
           END-IF

           READ CTL-FILE INTO WS-REG-CTL
               AT END MOVE "10" TO FS-CTL
           END-READ
           IF FS-CTL = ZEROS
           AND CTL-EXEC IS NUMERIC
           AND CTL-CARIMBO IS NUMERIC
               MOVE CTL-EXEC    TO WS-EXEC-ANT
               MOVE CTL-CARIMBO TO WS-CARIMBO-ANT
           END-IF
           CLOSE CTL-FILE.
       1020-LER-CONTROLE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-DIMENSOES - CADASTROS: CLIENTES, VENDEDORES, PRODUTOS,
      * GRUPOS, REDES E FILIAIS.
      *-----------------------------------------------------------------
       2000-DIMENSOES.
           MOVE "S" TO WS-USA-SNAP
           PERFORM 2100-CLIENTES   THRU 2100-CLIENTES-EXIT
           PERFORM 2200-VENDEDORES THRU 2200-VENDEDORES-EXIT
           PERFORM 2300-PRODUTOS   THRU 2300-PRODUTOS-EXIT
           PERFORM 2400-GRUPOS     THRU 2400-GRUPOS-EXIT
           PERFORM 2500-REDES      THRU 2500-REDES-EXIT
           PERFORM 2600-FILIAIS    THRU 2600-FILIAIS-EXIT.
       2000-DIMENSOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CLIENTES - BI-CLI: VALOR DO TRAILER = LIMITE DE CREDITO.
      *-----------------------------------------------------------------
       2100-CLIENTES.
           MOVE "CLI" TO WS-SIGLA
           MOVE "SOMA DO LIMITE-CRED (CENTAVOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-CLI;CNPJ;RAZAO;COD-VEND;SIT;DT-EXCLUSAO;"
                  "LIMITE-CRED;CIDADE;UF;CEP;COD-REDE;SIT-CRED;"
                  "DT-CADASTRO;CONTRIB-ICMS;COD-CANAL;COD-TABELA"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT CLIENTE
           IF FS NOT = ZEROS
               DISPLAY "ARQUIVO DE CLIENTES INDISPONIVEL. FS: " FS
               GO TO 2100-CLIENTES-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2110-LINHA-CLIENTE THRU 2110-LINHA-CLIENTE-EXIT
               UNTIL FIM-ARQ
           CLOSE CLIENTE.
       2100-CLIENTES-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2100-CLIENTES-EXIT.
           EXIT.

       2110-LINHA-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2110-LINHA-CLIENTE-EXIT
           END-READ

           MOVE RAZAO-CLI  TO WS-TEXTO-1
           MOVE CIDADE-CLI TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT
           COMPUTE WS-NUM-1 = LIMITE-CRED-CLI * 100

           MOVE SPACES TO WS-LINHA
           STRING COD-CLI ";" CNPJ-CLI ";"
                  FUNCTION TRIM(WS-TEXTO-1) ";"
                  COD-VEND OF REG-CLI ";" SIT-CLI ";"
                  DT-EXCLUSAO-CLI ";" WS-NUM-1 ";"
                  FUNCTION TRIM(WS-TEXTO-2) ";" UF-CLI ";"
                  CEP-CLI ";" COD-REDE-CLI ";" SIT-CRED-CLI ";"
                  DT-CADASTRO-CLI ";" CONTRIB-ICMS-CLI ";"
                  COD-CANAL-CLI ";" COD-TABELA-CLI
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-CLI  TO WS-CHAVE-NUM
           MOVE WS-NUM-1 TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2110-LINHA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-VENDEDORES - BI-VEN: SEM VALOR DE CONTROLE.
      *-----------------------------------------------------------------
       2200-VENDEDORES.
           MOVE "VEN" TO WS-SIGLA
           MOVE "ZERO (SEM VALOR)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-VEND;CPF;NOME;SIT;DT-EXCLUSAO;"
                  "TAXA-COMISSAO;PERC-DESC-MAX"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT VENDEDOR
           IF FS NOT = ZEROS
               DISPLAY "ARQUIVO DE VENDEDORES INDISPONIVEL. FS: " FS
               GO TO 2200-VENDEDORES-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-VEND
           START VENDEDOR KEY IS NOT LESS THAN XAV-VEND
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2210-LINHA-VENDEDOR THRU 2210-LINHA-VENDEDOR-EXIT
               UNTIL FIM-ARQ
           CLOSE VENDEDOR.
       2200-VENDEDORES-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2200-VENDEDORES-EXIT.
           EXIT.

       2210-LINHA-VENDEDOR.
           READ VENDEDOR NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2210-LINHA-VENDEDOR-EXIT
           END-READ

           MOVE NOME-VEND TO WS-TEXTO-1
           MOVE SPACES    TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT
           COMPUTE WS-NUM-1 = TAXA-COMISSAO-VEND * 100
           COMPUTE WS-NUM-2 = PERC-DESC-MAX-VEND * 100

           MOVE SPACES TO WS-LINHA
           STRING COD-VEND OF REG-VEND ";" CPF-VEND ";"
                  FUNCTION TRIM(WS-TEXTO-1) ";" SIT-VEND ";"
                  DT-EXCLUSAO-VEND ";" WS-NUM-1 ";" WS-NUM-2
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-VEND OF REG-VEND TO WS-CHAVE-NUM
           MOVE ZEROS TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2210-LINHA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-PRODUTOS - BI-PRO: VALOR DO TRAILER = PRECO DE VENDA.
      *-----------------------------------------------------------------
       2300-PRODUTOS.
           MOVE "PRO" TO WS-SIGLA
           MOVE "SOMA DO PRECO (CENTAVOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-PRODUTO;DESCR;PRECO;SIT;CUSTO-MEDIO;"
                  "COD-GRUPO;UNIDADE;QTD-POR-CAIXA;VASILHAME"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT PRODUTO
           IF FS NOT = ZEROS
               DISPLAY "ARQUIVO DE PRODUTOS INDISPONIVEL. FS: " FS
               GO TO 2300-PRODUTOS-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN XAV-PRODUTO
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2310-LINHA-PRODUTO THRU 2310-LINHA-PRODUTO-EXIT
               UNTIL FIM-ARQ
           CLOSE PRODUTO.
       2300-PRODUTOS-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2300-PRODUTOS-EXIT.
           EXIT.

       2310-LINHA-PRODUTO.
           READ PRODUTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2310-LINHA-PRODUTO-EXIT
           END-READ

           MOVE DESCR-PRODUTO TO WS-TEXTO-1
           MOVE SPACES        TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT
           COMPUTE WS-NUM-1 = PRECO-PRODUTO * 100
           COMPUTE WS-NUM-2 = CUSTO-MEDIO-PRODUTO * 100

           MOVE SPACES TO WS-LINHA
           STRING COD-PRODUTO ";" FUNCTION TRIM(WS-TEXTO-1) ";"
                  WS-NUM-1 ";" SIT-PRODUTO ";" WS-NUM-2 ";"
                  COD-GRUPO-PRODUTO ";" UNIDADE-PRODUTO ";"
                  QTD-POR-CAIXA-PRODUTO ";" IND-VASILHAME-PRODUTO
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-PRODUTO TO WS-CHAVE-NUM
           MOVE WS-NUM-1    TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2310-LINHA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-GRUPOS - BI-GRU: SEM VALOR DE CONTROLE.
      *-----------------------------------------------------------------
       2400-GRUPOS.
           MOVE "GRU" TO WS-SIGLA
           MOVE "ZERO (SEM VALOR)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-GRUPO;DESCR;SIT;PERC-MARGEM-MIN"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT GRUPO
           IF FS-GRU NOT = ZEROS
               DISPLAY "ARQUIVO DE GRUPOS INDISPONIVEL. FS: " FS-GRU
               GO TO 2400-GRUPOS-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-GRU
           START GRUPO KEY IS NOT LESS THAN XAV-GRU
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2410-LINHA-GRUPO THRU 2410-LINHA-GRUPO-EXIT
               UNTIL FIM-ARQ
           CLOSE GRUPO.
       2400-GRUPOS-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2400-GRUPOS-EXIT.
           EXIT.

       2410-LINHA-GRUPO.
           READ GRUPO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2410-LINHA-GRUPO-EXIT
           END-READ

           MOVE DESCR-GRUPO TO WS-TEXTO-1
           MOVE SPACES      TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT
           COMPUTE WS-NUM-1 = PERC-MARGEM-MIN-GRU * 100

           MOVE SPACES TO WS-LINHA
           STRING COD-GRUPO ";" FUNCTION TRIM(WS-TEXTO-1) ";"
                  SIT-GRUPO ";" WS-NUM-1
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-GRUPO TO WS-CHAVE-NUM
           MOVE ZEROS     TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2410-LINHA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-REDES - BI-RED: SEM VALOR DE CONTROLE.
      *-----------------------------------------------------------------
       2500-REDES.
           MOVE "RED" TO WS-SIGLA
           MOVE "ZERO (SEM VALOR)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-REDE;NOME;SIT"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT REDE
           IF FS-REDE NOT = ZEROS
               DISPLAY "ARQUIVO DE REDES INDISPONIVEL. FS: " FS-REDE
               GO TO 2500-REDES-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-REDE
           START REDE KEY IS NOT LESS THAN XAV-REDE
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2510-LINHA-REDE THRU 2510-LINHA-REDE-EXIT
               UNTIL FIM-ARQ
           CLOSE REDE.
       2500-REDES-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2500-REDES-EXIT.
           EXIT.

       2510-LINHA-REDE.
           READ REDE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2510-LINHA-REDE-EXIT
           END-READ

           MOVE NOME-REDE TO WS-TEXTO-1
           MOVE SPACES    TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT

           MOVE SPACES TO WS-LINHA
           STRING COD-REDE ";" FUNCTION TRIM(WS-TEXTO-1) ";"
                  SIT-REDE
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-REDE TO WS-CHAVE-NUM
           MOVE ZEROS    TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2510-LINHA-REDE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-FILIAIS - BI-FIL: SEM VALOR DE CONTROLE.
      *-----------------------------------------------------------------
       2600-FILIAIS.
           MOVE "FIL" TO WS-SIGLA
           MOVE "ZERO (SEM VALOR)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-FILIAL;NOME;SIT;UF"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT FILIAL
           IF FS-FIL NOT = ZEROS
               DISPLAY "ARQUIVO DE FILIAIS INDISPONIVEL. FS: " FS-FIL
               GO TO 2600-FILIAIS-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-FIL
           START FILIAL KEY IS NOT LESS THAN XAV-FIL
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2610-LINHA-FILIAL THRU 2610-LINHA-FILIAL-EXIT
               UNTIL FIM-ARQ
           CLOSE FILIAL.
       2600-FILIAIS-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       2600-FILIAIS-EXIT.
           EXIT.

       2610-LINHA-FILIAL.
           READ FILIAL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2610-LINHA-FILIAL-EXIT
           END-READ

           MOVE NOME-FILIAL TO WS-TEXTO-1
           MOVE SPACES      TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT

           MOVE SPACES TO WS-LINHA
           STRING COD-FILIAL ";" FUNCTION TRIM(WS-TEXTO-1) ";"
                  SIT-FILIAL ";" UF-FILIAL
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE COD-FILIAL TO WS-CHAVE-NUM
           MOVE ZEROS      TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       2610-LINHA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FATOS - LINHAS DE PEDIDO, LINHAS DE NOTA, TITULOS A
      * RECEBER E MOVIMENTOS DE KARDEX.
      *-----------------------------------------------------------------
       3000-FATOS.
           MOVE "S" TO WS-USA-SNAP
           PERFORM 3100-ITENS-PEDIDO THRU 3100-ITENS-PEDIDO-EXIT
           PERFORM 3200-ITENS-NOTA   THRU 3200-ITENS-NOTA-EXIT
           PERFORM 3300-TITULOS      THRU 3300-TITULOS-EXIT
           MOVE "N" TO WS-USA-SNAP
           PERFORM 3400-KARDEX       THRU 3400-KARDEX-EXIT.
       3000-FATOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-ITENS-PEDIDO - BI-IPD: LINHA DO PEDIDO COM OS DADOS DO
      * CABECALHO (MUDANCA NO CABECALHO, COMO O FATURAMENTO, FAZ AS
      * LINHAS SAIREM DE NOVO). VALOR = VALOR LIQUIDO DA LINHA.
      *-----------------------------------------------------------------
       3100-ITENS-PEDIDO.
           MOVE "IPD" TO WS-SIGLA
           MOVE "SOMA DO VALOR-LIQ (CENTAVOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "NUM-PEDIDO;SEQ;DT-PEDIDO;COD-CLI;COD-VEND;"
                  "COD-FILIAL;SIT-PEDIDO;TIPO-PED;NUM-NOTA;"
                  "COD-PRODUTO;QTD;PRECO-UNIT;PERC-DESC;VALOR-LIQ"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT ITEM-PED
           IF FS NOT = ZEROS
               DISPLAY "ARQUIVO DE ITENS DE PEDIDO INDISPONIVEL. FS: "
                       FS
               GO TO 3100-ITENS-PEDIDO-FECHA
           END-IF
           OPEN INPUT PEDIDO
           MOVE ZEROS TO WS-PED-LIDO

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3110-LINHA-ITEM-PED THRU 3110-LINHA-ITEM-PED-EXIT
               UNTIL FIM-ARQ
           CLOSE ITEM-PED PEDIDO.
       3100-ITENS-PEDIDO-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       3100-ITENS-PEDIDO-EXIT.
           EXIT.

       3110-LINHA-ITEM-PED.
           READ ITEM-PED NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3110-LINHA-ITEM-PED-EXIT
           END-READ

      * CABECALHO LIDO UMA VEZ POR PEDIDO.
           IF NUM-PEDIDO-ITEM NOT = WS-PED-LIDO
               MOVE NUM-PEDIDO-ITEM TO WS-PED-LIDO
               MOVE NUM-PEDIDO-ITEM TO NUM-PEDIDO
               READ PEDIDO WITH IGNORE LOCK
                   INVALID KEY
                       INITIALIZE REG-PED
                       MOVE NUM-PEDIDO-ITEM TO NUM-PEDIDO
                       MOVE SPACE TO SIT-PEDIDO TIPO-PED
               END-READ
           END-IF

           COMPUTE WS-VALOR-LINHA ROUNDED =
               QTD-ITEM-PED * PRECO-UNIT-ITEM
               * (1 - PERC-DESC-ITEM / 100)
           COMPUTE WS-NUM-1 = QTD-ITEM-PED * 1000
           COMPUTE WS-NUM-2 = PRECO-UNIT-ITEM * 100
           COMPUTE WS-NUM-3 = PERC-DESC-ITEM * 100
           COMPUTE WS-NUM-4 = WS-VALOR-LINHA * 100

           MOVE SPACES TO WS-LINHA
           STRING NUM-PEDIDO-ITEM ";" SEQ-ITEM-PED ";"
                  DT-PEDIDO ";" COD-CLI-PED ";" COD-VEND-PED ";"
                  COD-FILIAL-PED ";" SIT-PEDIDO ";" TIPO-PED ";"
                  NUM-NOTA-FISCAL ";" COD-PRODUTO-ITEM ";"
                  WS-NUM-1 ";" WS-NUM-2 ";" WS-NUM-3 ";" WS-NUM-4
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE XAV-ITEM-PED TO WS-CHAVE-NUM
           MOVE WS-NUM-4     TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       3110-LINHA-ITEM-PED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-ITENS-NOTA - BI-INF: LINHA DA NOTA COM OS DADOS DO
      * CABECALHO (O CANCELAMENTO DA NOTA FAZ AS LINHAS SAIREM DE
      * NOVO COM SIT C). VALOR = VALOR DA LINHA.
      *-----------------------------------------------------------------
       3200-ITENS-NOTA.
           MOVE "INF" TO WS-SIGLA
           MOVE "SOMA DO VALOR (CENTAVOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "NUM-NOTA;SEQ;SERIE;DT-EMISSAO;NUM-PEDIDO;"
                  "COD-CLI;SIT-NF;CFOP;COD-PRODUTO;QTD;PRECO;"
                  "PERC-DESC;VALOR"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT NOTAITEM
           IF FS-NFI NOT = ZEROS
               DISPLAY "ARQUIVO DE ITENS DE NOTA INDISPONIVEL. FS: "
                       FS-NFI
               GO TO 3200-ITENS-NOTA-FECHA
           END-IF
           OPEN INPUT NOTAFIS
           MOVE ZEROS TO WS-NOTA-LIDA

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-NFI
           START NOTAITEM KEY IS NOT LESS THAN XAV-NFI
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3210-LINHA-NOTA THRU 3210-LINHA-NOTA-EXIT
               UNTIL FIM-ARQ
           CLOSE NOTAITEM NOTAFIS.
       3200-ITENS-NOTA-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       3200-ITENS-NOTA-EXIT.
           EXIT.

       3210-LINHA-NOTA.
           READ NOTAITEM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3210-LINHA-NOTA-EXIT
           END-READ

      * CABECALHO LIDO UMA VEZ POR NOTA.
           IF NUM-NOTA-NFI NOT = WS-NOTA-LIDA
               MOVE NUM-NOTA-NFI TO WS-NOTA-LIDA
               MOVE NUM-NOTA-NFI TO NUM-NOTA-NF
               READ NOTAFIS WITH IGNORE LOCK
                   INVALID KEY
                       INITIALIZE REG-NF
                       MOVE NUM-NOTA-NFI TO NUM-NOTA-NF
                       MOVE SPACE TO SIT-NF
               END-READ
           END-IF

           COMPUTE WS-NUM-1 = QTD-NFI * 1000
           COMPUTE WS-NUM-2 = PRECO-NFI * 100
           COMPUTE WS-NUM-3 = PERC-DESC-NFI * 100
           COMPUTE WS-NUM-4 = VALOR-NFI * 100

           MOVE SPACES TO WS-LINHA
           STRING NUM-NOTA-NFI ";" SEQ-NFI ";" SERIE-NF ";"
                  DT-EMISSAO-NF ";" NUM-PEDIDO-NF ";"
                  COD-CLI-NF ";" SIT-NF ";" CFOP-NFI ";"
                  COD-PRODUTO-NFI ";" WS-NUM-1 ";" WS-NUM-2 ";"
                  WS-NUM-3 ";" WS-NUM-4
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE XAV-NFI  TO WS-CHAVE-NUM
           MOVE WS-NUM-4 TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       3210-LINHA-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-TITULOS - BI-TIT: PARCELAS DE RECEBIMENTO (BAIXA,
      * PERDA, PROTESTO E RENEGOCIACAO FAZEM O TITULO SAIR DE NOVO).
      * VALOR = VALOR ORIGINAL DO TITULO.
      *-----------------------------------------------------------------
       3300-TITULOS.
           MOVE "TIT" TO WS-SIGLA
           MOVE "SOMA DO VALOR (CENTAVOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "NUM-PEDIDO;PARCELA;COD-CLI;NUM-NOTA;"
                  "DT-FATURAMENTO;DT-VENCIMENTO;VALOR;"
                  "DT-RECEBIMENTO;VALOR-RECEBIDO;VALOR-JUROS;"
                  "VALOR-DESCONTO;SIT;FORMA;SIT-PROTESTO"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ARQUIVO DE RECEBIMENTOS INDISPONIVEL. FS: " FS
               GO TO 3300-TITULOS-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3310-LINHA-TITULO THRU 3310-LINHA-TITULO-EXIT
               UNTIL FIM-ARQ
           CLOSE RECEBIMENTO.
       3300-TITULOS-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       3300-TITULOS-EXIT.
           EXIT.

       3310-LINHA-TITULO.
           READ RECEBIMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3310-LINHA-TITULO-EXIT
           END-READ

           COMPUTE WS-NUM-1 = VALOR-RECEB * 100
           COMPUTE WS-NUM-2 = VALOR-RECEBIDO-RECEB * 100
           COMPUTE WS-NUM-3 = VALOR-JUROS-RECEB * 100
           COMPUTE WS-NUM-4 = VALOR-DESCONTO-RECEB * 100

           MOVE SPACES TO WS-LINHA
           STRING NUM-PEDIDO-RECEB ";" NUM-PARCELA-RECEB ";"
                  COD-CLI-RECEB ";" NUM-NOTA-FISCAL-RECEB ";"
                  DT-FATURAMENTO-RECEB ";" DT-VENCIMENTO-RECEB ";"
                  WS-NUM-1 ";" DT-RECEBIMENTO-RECEB ";"
                  WS-NUM-2 ";" WS-NUM-3 ";" WS-NUM-4 ";"
                  SIT-RECEB ";" FORMA-RECEB ";" SIT-PROTESTO-RECEB
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE XAV-RECEB TO WS-CHAVE-NUM
           MOVE WS-NUM-1  TO WS-VALOR-CTL
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       3310-LINHA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-KARDEX - BI-KDX: MOVIMENTOS GRAVADOS DESDE O INICIO DA
      * ULTIMA EXECUCAO CONCLUIDA ATE O INICIO DESTA (CARGA COMPLETA:
      * TODOS ATE O INICIO DESTA). VALOR = ENTRADAS MENOS SAIDAS EM
      * MILESIMOS.
      *-----------------------------------------------------------------
       3400-KARDEX.
           MOVE "KDX" TO WS-SIGLA
           MOVE "ENTRADAS MENOS SAIDAS (MILESIMOS)" TO WS-DESCR-TOTAL
           MOVE SPACES TO WS-CABEC
           STRING "COD-PRODUTO;SEQ;DT;HR;TIPO-DOC;NUM-DOC;"
                  "COD-FILIAL;QTD-ENTRADA;QTD-SAIDA;SALDO;"
                  "CUSTO-UNIT;LOTE"
                  DELIMITED BY SIZE INTO WS-CABEC
           PERFORM 7000-ABRE-EXTRATO THRU 7000-ABRE-EXTRATO-EXIT

           OPEN INPUT KARDEX
           IF FS-KDX NOT = ZEROS
               DISPLAY "ARQUIVO DE KARDEX INDISPONIVEL. FS: " FS-KDX
               GO TO 3400-KARDEX-FECHA
           END-IF

           MOVE "N" TO WS-FIM-ARQ
           MOVE LOW-VALUES TO XAV-KDX
           START KARDEX KEY IS NOT LESS THAN XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3410-LINHA-KARDEX THRU 3410-LINHA-KARDEX-EXIT
               UNTIL FIM-ARQ
           CLOSE KARDEX.
       3400-KARDEX-FECHA.
           PERFORM 7200-FECHA-EXTRATO THRU 7200-FECHA-EXTRATO-EXIT.
       3400-KARDEX-EXIT.
           EXIT.

       3410-LINHA-KARDEX.
           READ KARDEX NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3410-LINHA-KARDEX-EXIT
           END-READ

           COMPUTE WS-CARIMBO-KDX = DT-KDX * 1000000 + HR-KDX
           IF WS-CARIMBO-KDX NOT < WS-CARIMBO-ATU
               GO TO 3410-LINHA-KARDEX-EXIT
           END-IF
           IF NOT CARGA-COMPLETA
           AND WS-CARIMBO-KDX < WS-CARIMBO-ANT
               GO TO 3410-LINHA-KARDEX-EXIT
           END-IF

           MOVE NUM-DOC-KDX TO WS-TEXTO-1
           MOVE LOTE-KDX    TO WS-TEXTO-2
           PERFORM 7050-LIMPA-TEXTOS THRU 7050-LIMPA-TEXTOS-EXIT
           COMPUTE WS-NUM-1 = QTD-ENTRADA-KDX * 1000
           COMPUTE WS-NUM-2 = QTD-SAIDA-KDX * 1000
           COMPUTE WS-NUM-3 = SALDO-KDX * 1000
           COMPUTE WS-NUM-4 = CUSTO-UNIT-KDX * 100

           MOVE SPACES TO WS-LINHA
           STRING COD-PRODUTO-KDX ";" SEQ-KDX ";" DT-KDX ";"
                  HR-KDX ";" TIPO-DOC-KDX ";"
                  FUNCTION TRIM(WS-TEXTO-1) ";" COD-FILIAL-KDX ";"
                  WS-NUM-1 ";" WS-NUM-2 ";" WS-NUM-3 ";"
                  WS-NUM-4 ";" FUNCTION TRIM(WS-TEXTO-2)
                  DELIMITED BY SIZE INTO WS-LINHA

           MOVE XAV-KDX TO WS-CHAVE-NUM
           COMPUTE WS-VALOR-CTL = WS-NUM-1 - WS-NUM-2
           PERFORM 7100-GRAVA-LINHA THRU 7100-GRAVA-LINHA-EXIT.
       3410-LINHA-KARDEX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-ABRE-EXTRATO - ABRE BI-<SIGLA>-<EXECUCAO>.TXT, GRAVA O
      * REGISTRO H E A LINHA DO ASSUNTO NO DICIONARIO.
      *-----------------------------------------------------------------
       7000-ABRE-EXTRATO.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-EXT
                         WS-SOMA-CHAVES WS-SOMA-VALOR

           MOVE SPACES TO WS-NOME-EXT
           STRING "BI-" WS-SIGLA "-" WS-EXEC-ATU ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-EXT
           OPEN OUTPUT EXT-FILE
           IF FS-EXT NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE " WS-NOME-EXT
                       " FS: " FS-EXT
               MOVE "N" TO WS-EXEC-OK
           END-IF
           ADD 1 TO WS-QTD-ARQUIVOS

           MOVE SPACES TO REG-EXT
           STRING "H;" WS-CABEC DELIMITED BY SIZE INTO REG-EXT
           WRITE REG-EXT

           MOVE SPACES TO REG-LAY
           STRING FUNCTION TRIM(WS-NOME-EXT) ";"
                  FUNCTION TRIM(WS-DESCR-TOTAL) ";"
                  WS-CABEC
                  DELIMITED BY SIZE INTO REG-LAY
           WRITE REG-LAY.
       7000-ABRE-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7050-LIMPA-TEXTOS - PONTO-E-VIRGULA DENTRO DE TEXTO VIRA
      * VIRGULA PARA NAO QUEBRAR AS COLUNAS.
      *-----------------------------------------------------------------
       7050-LIMPA-TEXTOS.
           INSPECT WS-TEXTO-1 REPLACING ALL ";" BY ","
           INSPECT WS-TEXTO-2 REPLACING ALL ";" BY ",".
       7050-LIMPA-TEXTOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-GRAVA-LINHA - DECIDE PELO RETRATO SE A LINHA MONTADA SAI
      * (NOVA, ALTERADA, GRAVADA POR EXECUCAO QUE NAO TERMINOU, OU
      * CARGA COMPLETA), ATUALIZA O RETRATO E GRAVA O REGISTRO D.
      *-----------------------------------------------------------------
       7100-GRAVA-LINHA.
           ADD 1 TO WS-QTD-LIDOS

           IF NOT USA-SNAP
               GO TO 7100-GRAVA-EXTRATO
           END-IF

           MOVE WS-SIGLA     TO SIGLA-SNAP
           MOVE WS-CHAVE-NUM TO CHAVE-NUM-SNAP
           READ BISNAP
               INVALID KEY     MOVE "N" TO WS-SNAP-EXISTE
               NOT INVALID KEY MOVE "S" TO WS-SNAP-EXISTE
           END-READ

           IF SNAP-EXISTE
           AND NOT CARGA-COMPLETA
           AND LINHA-SNAP = WS-LINHA
           AND EXEC-SNAP NOT > WS-EXEC-ANT
               GO TO 7100-GRAVA-LINHA-EXIT
           END-IF

           MOVE WS-SIGLA     TO SIGLA-SNAP
           MOVE WS-CHAVE-NUM TO CHAVE-NUM-SNAP
           MOVE WS-EXEC-ATU  TO EXEC-SNAP
           MOVE WS-LINHA     TO LINHA-SNAP
           IF SNAP-EXISTE
               REWRITE REG-SNAP
           ELSE
               WRITE REG-SNAP
           END-IF
           IF FS-SNAP NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DE BISNAP. FS: " FS-SNAP
               MOVE "N" TO WS-EXEC-OK
           END-IF.
       7100-GRAVA-EXTRATO.
           MOVE SPACES TO REG-EXT
           STRING "D;" WS-LINHA DELIMITED BY SIZE INTO REG-EXT
           WRITE REG-EXT

           ADD 1            TO WS-QTD-EXT
           ADD WS-CHAVE-NUM TO WS-SOMA-CHAVES
           ADD WS-VALOR-CTL TO WS-SOMA-VALOR.
       7100-GRAVA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7200-FECHA-EXTRATO - TRAILER T (QUANTIDADE DE REGISTROS D,
      * SOMA DAS CHAVES, SOMA DO VALOR DE CONTROLE) E FECHAMENTO.
      *-----------------------------------------------------------------
       7200-FECHA-EXTRATO.
           MOVE WS-QTD-EXT     TO TR-QTD
           MOVE WS-SOMA-CHAVES TO TR-SOMA-CHAVES
           MOVE WS-SOMA-VALOR  TO TR-SOMA-VALOR
           MOVE WS-TRAILER     TO REG-EXT
           WRITE REG-EXT
           CLOSE EXT-FILE

           ADD WS-QTD-EXT TO WS-TOTAL-EXT
           DISPLAY WS-NOME-EXT " " WS-QTD-EXT " REGISTRO(S) DE "
                   WS-QTD-LIDOS " LIDO(S)".
       7200-FECHA-EXTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - EXECUCAO BEM SUCEDIDA AVANCA A MARCA D'AGUA;
      * COM ERRO ELA FICA ONDE ESTAVA E A PROXIMA EXECUCAO REPETE O
      * MESMO NUMERO E O MESMO INTERVALO.
      *-----------------------------------------------------------------
       9000-FINALIZA.
           IF WS-EXEC-ATU = ZEROS
               GO TO 9000-FINALIZA-EXIT
           END-IF

           CLOSE BISNAP LAY-FILE

           IF NOT EXECUCAO-OK
               DISPLAY "EXTRATOS DO BI COM ERRO - MARCA D'AGUA MANTIDA"
                       " NA EXECUCAO " WS-EXEC-ANT
               GO TO 9000-FINALIZA-EXIT
           END-IF

           MOVE WS-EXEC-ATU    TO CTL-EXEC
           MOVE WS-CARIMBO-ATU TO CTL-CARIMBO
           MOVE WS-MODO        TO CTL-MODO
           OPEN OUTPUT CTL-FILE
           WRITE REG-CTL FROM WS-REG-CTL
           CLOSE CTL-FILE

           DISPLAY "EXTRATOS DO BI CONCLUIDOS - EXECUCAO " WS-EXEC-ATU
                   ": " WS-QTD-ARQUIVOS " ARQUIVO(S), "
                   WS-TOTAL-EXT " REGISTRO(S).".
       9000-FINALIZA-EXIT.
           EXIT.
