      *-----------------------------------------------------------------
      * VENDBAL - VENDA BALCAO COM FATURAMENTO E RECEBIMENTO NA HORA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDBAL.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - VENDA NO BALCAO EM UM SO
      *                   PASSO: CLIENTE CADASTRADO OU CONSUMIDOR FINAL
      *                   (CLIENTE GENERICO DO PARAMETRO CLIENTE-BALCAO,
      *                   CPF OPCIONAL), ITENS COM PRECO DA TABELA DO
      *                   CLIENTE E CAMPANHA VIGENTE, SALDO CONFERIDO
      *                   NA FILIAL DO OPERADOR. NA CONFIRMACAO GRAVA O
      *                   PEDIDO JA FATURADO (PED-BALCAO), A NOTA
      *                   (NOTAFIS/NOTAITEM), BAIXA O ESTOQUE (LOTES
      *                   FEFO, KIT E KARDEX PED), LANCA A PARCELA
      *                   UNICA EM RECEBIMENTO JA RECEBIDA NA FORMA
      *                   INFORMADA (DINHEIRO E CHEQUE SO COM CAIXA
      *                   ABERTO), APENDA A BAIXA NO BAIXADIA.TXT COM A
      *                   SESSAO DE CAIXA E A MARCA BALCAO E IMPRIME A
      *                   NOTA E O RECIBO NO SPOOL DATADO REGISTRADO NO
      *                   SPOOLREG.TXT.
      * 15/10/2026 DEV   PEDIDO DA VENDA NASCE COM ORIGEM-PED = B
      *                   (BALCAO), MOSTRADA NA CONSULTA CONSPED.
      * 15/10/2026 DEV   LINHA DA NOTA GRAVA O CFOP DE VENDA (ACHACFOP,
      *                   SEMPRE ESTADUAL NO BALCAO, PELO GRUPO DO
      *                   PRODUTO); O CABECALHO LEVA O CFOP E A NATUREZA
      *                   DA PRIMEIRA LINHA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PEDIDO.SEL".
           COPY "ITEM-PED.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "PRODUTO.SEL".
           COPY "PARAM.SEL".
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "LOTE.SEL".
           COPY "KIT.SEL".
           COPY "CAIXA.SEL".
           COPY "CHEQUE.SEL".

      * DIARIO DE BAIXAS (UMA LINHA POR BAIXA), O MESMO DO CADREC,
      * COM A SESSAO DE CAIXA NO NONO CAMPO E "BALCAO" NO DECIMO.
           SELECT BAIXA-DIA ASSIGN TO "BAIXADIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIA.

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

           SELECT VENDA-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDO.FD".
           COPY "ITEM-PED.FD".
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "PRODUTO.FD".
           COPY "PARAM.FD".
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "LOTE.FD".
           COPY "KIT.FD".
           COPY "CAIXA.FD".
           COPY "CHEQUE.FD".

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       01  REG-BAIXA-DIA               PIC X(120).

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       FD  VENDA-REL
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


      *-----------------------------------------------------------------
      * CHAVES E CONTADORES DE CONTROLE
      *-----------------------------------------------------------------
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-LOTE                     PIC XX       VALUE SPACES.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  FS-CX                       PIC XX       VALUE SPACES.
       77  FS-CHQ                      PIC XX       VALUE SPACES.
       77  FS-DIA                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-FILIAL                   PIC 9(02)    VALUE ZEROS.
       77  WS-TIPO-OPER-CF             PIC X(01)    VALUE "V".
       77  WS-UF-DEST-CF               PIC X(02)    VALUE SPACES.
       77  WS-CFOP-CF                  PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-CF              PIC X(40)    VALUE SPACES.
       77  WS-CFOP-NOTA                PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-NOTA            PIC X(40)    VALUE SPACES.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-ATUAL               PIC 9(08)    VALUE ZEROS.
       77  WS-SESSAO-TXT               PIC X(10)    VALUE SPACES.
       77  WS-COD-CLI-BALCAO           PIC 9(07)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(20)    VALUE SPACES.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACES.
       77  WS-FORMA                    PIC X(01)    VALUE SPACES.
       77  WS-NOME-FORMA               PIC X(13)    VALUE SPACES.
       77  WS-VALOR-ENTREGUE           PIC S9(09)V99 VALUE ZEROS.
       77  WS-TROCO                    PIC S9(09)V99 VALUE ZEROS.
       77  WS-IDX                      PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-2                    PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-VENDAS               PIC 9(05)    VALUE ZEROS.

      * CLIENTE DA VENDA E O DESTINATARIO QUE SAI NA NOTA (NO
      * CONSUMIDOR FINAL, O CPF E O NOME INFORMADOS NO BALCAO).
       77  WS-COD-CLI                  PIC 9(07)    VALUE ZEROS.
       77  WS-COD-VEND                 PIC 9(03)    VALUE ZEROS.
       77  WS-CNPJ-NOTA                PIC 9(14)    VALUE ZEROS.
       77  WS-RAZAO-NOTA               PIC X(60)    VALUE SPACES.
       77  WS-IE-NOTA                  PIC X(14)    VALUE SPACES.
       77  WS-CONTRIB-NOTA             PIC X(01)    VALUE SPACES.

      * LINHA EM DIGITACAO.
       77  WS-COD-PRODUTO-INF          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-INF                  PIC 9(07)V999 VALUE ZEROS.
       77  WS-PRECO-LINHA              PIC S9(07)V99 VALUE ZEROS.
       77  WS-DESC-LINHA               PIC 9(02)V99 VALUE ZEROS.
       77  WS-SALDO-LIVRE              PIC S9(08)V999 VALUE ZEROS.
       77  WS-QTD-JA-VENDIDA           PIC 9(07)V999 VALUE ZEROS.

      * TOTAIS DA VENDA.
       77  WS-TOTAL-MERC               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-ICMS               PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-IPI                PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-GERAL              PIC S9(09)V99 VALUE ZEROS.

      * NUMERACAO DO PEDIDO E DA NOTA.
       77  WS-NUM-PEDIDO               PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-NOTA                 PIC 9(07)    VALUE ZEROS.

      * BAIXA FISICA (MESMA MECANICA DO FECHADIA).
       77  WS-COD-PROD-BAIXA           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-BAIXA                PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-A-CONSUMIR           PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-CONSUMO              PIC 9(07)V999 VALUE ZEROS.
       77  WS-PRIMEIRO-LOTE            PIC X(10)    VALUE SPACES.
       77  WS-LOTE-ESCOLHIDO           PIC X(10)    VALUE SPACES.
       77  WS-MENOR-VALIDADE           PIC 9(08)    VALUE ZEROS.
       77  WS-SEQ-KDX                  PIC 9(07)    VALUE ZEROS.
       77  WS-HORA-KDX                 PIC 9(08)    VALUE ZEROS.
       77  WS-SEQ-CHQ                  PIC 9(02)    VALUE ZEROS.

      * CONFERENCIA DO CPF DO CONSUMIDOR (DIGITOS VERIFICADORES).
       77  WS-CPF-TEXT                 PIC X(15)    VALUE SPACES.
       77  WS-CPF-LIMPO                PIC X(11)    VALUE SPACES.
       77  WS-SOMA-CPF                 PIC 9(04)    VALUE ZEROS.
       77  WS-RESTO-CPF                PIC 9(02)    VALUE ZEROS.
       77  WS-DV-CPF                   PIC 9(01)    VALUE ZEROS.
       77  WS-PESO-CPF                 PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-DIGITOS              PIC 9(02)    VALUE ZEROS.

      * LINHA DO BAIXADIA.TXT (VALORES EM CENTAVOS INTEIROS).
       77  WS-PRINC-CENTAVOS           PIC 9(11)    VALUE ZEROS.
       77  WS-JUROS-CENTAVOS           PIC 9(11)    VALUE ZEROS.

      * CAMPOS DO LOG CENTRAL DE ACOES (ACAOLOG.TXT).
       77  WS-ALOG-OPER                PIC X(14)    VALUE SPACES.
       77  WS-ALOG-CHAVE               PIC X(20)    VALUE SPACES.
       77  WS-ALOG-DT                  PIC 9(08)    VALUE ZEROS.
       77  WS-ALOG-HR                  PIC 9(08)    VALUE ZEROS.

      * CHAMADA DO PRECOCLI (TABELA DE PRECO DO CLIENTE).
       77  WS-PCL-TABELA               PIC 9(03)    VALUE ZEROS.
       77  WS-PCL-PRECO                PIC S9(07)V99 VALUE ZEROS.
       77  WS-PCL-RETORNO              PIC X(01)    VALUE SPACES.
           88  PRECO-TABELA-CLIENTE                 VALUE "S".

      * CHAMADA DO ACHACAMP (CAMPANHA PROMOCIONAL DA LINHA).
       77  WS-ACP-PRECO-BASE           PIC S9(07)V99 VALUE ZEROS.
       77  WS-ACP-COD-CAMP             PIC 9(05)    VALUE ZEROS.
       77  WS-ACP-TIPO                 PIC X(01)    VALUE SPACES.
           88  CAMPANHA-DESCONTO                    VALUE "D".
           88  CAMPANHA-PRECO-ESP                   VALUE "P".
       77  WS-ACP-PERC-DESC            PIC 9(02)V99 VALUE ZEROS.
       77  WS-ACP-PRECO-ESP            PIC S9(07)V99 VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-SWITCHES.
           05  WS-FIM-PROGRAMA         PIC X(01)    VALUE "N".
               88  FIM-PROGRAMA                     VALUE "S".
           05  WS-FIM-ITENS            PIC X(01)    VALUE "N".
               88  FIM-ITENS                        VALUE "S".
           05  WS-FIM-ARQUIVO          PIC X(01)    VALUE "N".
               88  FIM-ARQUIVO                      VALUE "S".
           05  WS-FIM-LOTES            PIC X(01)    VALUE "N".
               88  FIM-LOTES                        VALUE "S".
           05  WS-ACHOU-LOTE           PIC X(01)    VALUE "N".
               88  ACHOU-LOTE                       VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".
           05  WS-CAIXA-ABERTO         PIC X(01)    VALUE "N".
               88  TEM-CAIXA-ABERTO                 VALUE "S".
           05  WS-CONSUMIDOR           PIC X(01)    VALUE "N".
               88  VENDA-CONSUMIDOR                 VALUE "S".
           05  WS-CLIENTE-OK           PIC X(01)    VALUE "N".
               88  CLIENTE-OK                       VALUE "S".
           05  WS-SALDO-OK             PIC X(01)    VALUE "N".
               88  SALDO-OK                         VALUE "S".
           05  WS-CPF-OK               PIC X(01)    VALUE "N".
               88  CPF-VALIDO                       VALUE "S".
           05  WS-PAGTO-OK             PIC X(01)    VALUE "N".
               88  PAGAMENTO-OK                     VALUE "S".

      * ITENS DA VENDA EM DIGITACAO (GRAVADOS SO NA CONFIRMACAO).
       01  WS-TAB-ITENS.
           05  WS-QTD-ITENS            PIC 9(03)    VALUE ZEROS.
           05  WS-ITEM                 OCCURS 50 TIMES.
               10  WS-IT-COD-PRODUTO   PIC 9(05).
               10  WS-IT-DESCR         PIC X(60).
               10  WS-IT-QTD           PIC 9(07)V999.
               10  WS-IT-PRECO         PIC S9(07)V99.
               10  WS-IT-PERC-DESC     PIC 9(02)V99.
               10  WS-IT-VALOR         PIC S9(09)V99.
               10  WS-IT-ICMS          PIC S9(09)V99.
               10  WS-IT-IPI           PIC S9(09)V99.
               10  WS-IT-COD-CAMP      PIC 9(05).
               10  WS-IT-PERC-DESC-CAMP PIC 9(02)V99.

      * SAIDA FISICA QUE A LINHA EM DIGITACAO PEDE: O PROPRIO PRODUTO
      * OU, NO KIT, CADA COMPONENTE NA QUANTIDADE DA LINHA.
       01  WS-TAB-NECESS.
           05  WS-QTD-NECESS           PIC 9(03)    VALUE ZEROS.
           05  WS-NECESS               OCCURS 30 TIMES.
               10  WS-NEC-COD-PRODUTO  PIC 9(05).
               10  WS-NEC-QTD          PIC 9(07)V999.

      * SAIDA JA COMPROMETIDA PELAS LINHAS ANTERIORES DESTA VENDA,
      * POR PRODUTO FISICO (PARA O SALDO SER CONFERIDO ACUMULADO).
       01  WS-TAB-VENDIDO.
           05  WS-QTD-VENDIDO          PIC 9(03)    VALUE ZEROS.
           05  WS-VENDIDO              OCCURS 100 TIMES.
               10  WS-VND-COD-PRODUTO  PIC 9(05).
               10  WS-VND-QTD          PIC 9(07)V999.

       01  WS-CPF-NUM                  PIC 9(11)    VALUE ZEROS.
       01  WS-CPF-DIGITOS REDEFINES WS-CPF-NUM.
           05  WS-CPF-DIG              PIC 9(01)    OCCURS 11 TIMES.

       COPY USULOG.CPY.

      *-----------------------------------------------------------------
      * DOCUMENTO IMPRESSO: NOTA (MESMO LAYOUT DO IMPNOTA) E RECIBO
      *-----------------------------------------------------------------
       01  WS-LINHA-TITULO.
           05  FILLER                  PIC X(22)
               VALUE "NOTA FISCAL NR ".
           05  LT-NUM-NOTA             PIC 9(07).
           05  FILLER                  PIC X(09) VALUE "  SERIE ".
           05  LT-SERIE                PIC X(03).
           05  FILLER                  PIC X(12) VALUE "  EMISSAO ".
           05  LT-DT-EMISSAO           PIC 99/99/9999.

       01  WS-LINHA-CLIENTE.
           05  FILLER                  PIC X(09) VALUE "CLIENTE: ".
           05  LC-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-RAZAO                PIC X(50).

       01  WS-LINHA-CNPJ.
           05  FILLER                  PIC X(09) VALUE "CNPJ ..: ".
           05  LC-CNPJ                 PIC 9(14).
           05  FILLER                  PIC X(10) VALUE "  PEDIDO: ".
           05  LC-NUM-PEDIDO           PIC Z(06)9.

       01  WS-CABECALHO-ITENS.
           05  FILLER                  PIC X(05) VALUE "SEQ".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(32) VALUE "DESCRICAO".
           05  FILLER                  PIC X(14) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(13) VALUE "PRECO UNIT".
           05  FILLER                  PIC X(08) VALUE "DESC%".
           05  FILLER                  PIC X(13) VALUE "VALOR".

       01  WS-LINHA-ITEM.
           05  LI-SEQ                  PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LI-DESCR                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-PRECO                PIC Z(06)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-DESC                 PIC Z9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-VALOR                PIC Z(07)9,99.

       01  WS-LINHA-VALOR.
           05  LV-TEXTO                PIC X(26).
           05  LV-VALOR                PIC Z(09)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
               UNTIL FIM-PROGRAMA
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - OPERADOR (LOGIN DO MENU OU DIGITADO), FILIAL
      * DO BALCAO (A FIXA DO USUARIO OU DIGITADA), CLIENTE GENERICO
      * DO PARAMETRO CLIENTE-BALCAO E ABERTURA DOS ARQUIVOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL = SPACES
               DISPLAY "LOGIN DO OPERADOR DO BALCAO:"
               ACCEPT WS-OPERADOR FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO."
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

      * USUARIO PRESO A UMA FILIAL SO VENDE O ESTOQUE DELA.
           IF LOGIN-USUARIO-ATUAL NOT = SPACES
           AND NOT USUARIO-SEM-FILIAL-FIXA
               MOVE FILIAL-USUARIO-ATUAL TO WS-FILIAL
           ELSE
               DISPLAY "FILIAL DO BALCAO (ENTER = 01):"
               ACCEPT WS-TEXTO FROM CONSOLE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-FILIAL
               IF WS-FILIAL = ZEROS
                   MOVE 1 TO WS-FILIAL
               END-IF
           END-IF

           PERFORM 1010-LER-PARAMETRO THRU 1010-LER-PARAMETRO-EXIT

           OPEN I-O PEDIDO
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT PEDIDO
               CLOSE PEDIDO
               OPEN I-O PEDIDO
           END-IF
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PEDIDO. FS: " FS
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O ITEM-PED
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT ITEM-PED
               CLOSE ITEM-PED
               OPEN I-O ITEM-PED
           END-IF

           OPEN I-O RECEBIMENTO
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT RECEBIMENTO
               CLOSE RECEBIMENTO
               OPEN I-O RECEBIMENTO
           END-IF

           OPEN INPUT CLIENTE
           OPEN INPUT PRODUTO

           OPEN I-O NOTAFIS
           IF FS-NF = "35" OR FS-NF = "05"
               OPEN OUTPUT NOTAFIS
               CLOSE NOTAFIS
               OPEN I-O NOTAFIS
           END-IF

           OPEN I-O NOTAITEM
           IF FS-NFI = "35" OR FS-NFI = "05"
               OPEN OUTPUT NOTAITEM
               CLOSE NOTAITEM
               OPEN I-O NOTAITEM
           END-IF

           OPEN I-O ESTOQUE
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
           END-IF

           OPEN I-O KARDEX
           IF FS-KDX = "35" OR FS-KDX = "05"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF

           OPEN I-O LOTE
           IF FS-LOTE = "35" OR FS-LOTE = "05"
               OPEN OUTPUT LOTE
               CLOSE LOTE
               OPEN I-O LOTE
           END-IF

           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF

           MOVE ZEROS TO FS.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETRO - CLIENTE GENERICO DO CONSUMIDOR FINAL
      * (CLIENTE-BALCAO). SEM O CODIGO SO HA VENDA A CLIENTE
      * CADASTRADO.
      *-----------------------------------------------------------------
       1010-LER-PARAMETRO.
           MOVE ZEROS TO WS-COD-CLI-BALCAO
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 1010-LER-PARAMETRO-EXIT
           END-IF

           MOVE "CLIENTE-BALCAO" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
           AND FUNCTION NUMVAL(VALOR-PARAM) > ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-COD-CLI-BALCAO
           END-IF
           CLOSE PARAM.
       1010-LER-PARAMETRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LOCALIZA-SESSAO - SESSAO DE CAIXA ABERTA DO OPERADOR
      * (CAIXA, CHAVE OPERADOR + DATA + SEQUENCIA), RELIDA A CADA
      * VENDA - O CAIXA PODE TER SIDO ABERTO OU FECHADO NO MEIO.
      *-----------------------------------------------------------------
       1100-LOCALIZA-SESSAO.
           MOVE "N"    TO WS-CAIXA-ABERTO
           MOVE SPACES TO WS-SESSAO-TXT
           MOVE "N"    TO WS-FIM-ARQUIVO

           OPEN INPUT CAIXA
           IF FS-CX NOT = ZEROS
               CLOSE CAIXA
               GO TO 1100-LOCALIZA-SESSAO-EXIT
           END-IF

           MOVE WS-OPERADOR TO OPERADOR-CX
           MOVE ZEROS       TO DT-ABERTURA-CX SEQ-CX
           START CAIXA KEY IS NOT LESS THAN XAV-CX
               INVALID KEY MOVE "S" TO WS-FIM-ARQUIVO
           END-START

           PERFORM 1150-LER-SESSAO THRU 1150-LER-SESSAO-EXIT
               UNTIL FIM-ARQUIVO

           CLOSE CAIXA.
       1100-LOCALIZA-SESSAO-EXIT.
           EXIT.

       1150-LER-SESSAO.
           READ CAIXA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQUIVO
                   GO TO 1150-LER-SESSAO-EXIT
           END-READ
           IF OPERADOR-CX NOT = WS-OPERADOR
               MOVE "S" TO WS-FIM-ARQUIVO
               GO TO 1150-LER-SESSAO-EXIT
           END-IF

           IF CX-ABERTO
               MOVE "S"       TO WS-CAIXA-ABERTO
               MOVE SESSAO-CX TO WS-SESSAO-TXT
           END-IF.
       1150-LER-SESSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - UMA VENDA BALCAO POR VOLTA: CLIENTE, ITENS,
      * PAGAMENTO E CONFIRMACAO. NADA E GRAVADO ANTES DO "S" FINAL.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "VENDA BALCAO - OPERADOR " FUNCTION TRIM(WS-OPERADOR)
                   " - FILIAL " WS-FILIAL
           DISPLAY "NOVA VENDA (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 2000-PROCESSA-EXIT
           END-IF

           INITIALIZE WS-TAB-ITENS WS-TAB-VENDIDO
           MOVE ZEROS TO WS-TOTAL-MERC WS-TOTAL-ICMS WS-TOTAL-IPI
                         WS-TOTAL-GERAL

           PERFORM 2100-IDENTIFICA-CLIENTE
               THRU 2100-IDENTIFICA-CLIENTE-EXIT
           IF NOT CLIENTE-OK
               GO TO 2000-PROCESSA-EXIT
           END-IF

           DISPLAY "ITENS DA VENDA (PRODUTO EM BRANCO ENCERRA):"
           MOVE "N" TO WS-FIM-ITENS
           PERFORM 2200-LE-ITEM THRU 2200-LE-ITEM-EXIT
               UNTIL FIM-ITENS
           IF WS-QTD-ITENS = ZEROS
               DISPLAY "VENDA SEM ITENS - NADA FEITO."
               GO TO 2000-PROCESSA-EXIT
           END-IF

           COMPUTE WS-TOTAL-GERAL =
               WS-TOTAL-MERC + WS-TOTAL-ICMS + WS-TOTAL-IPI
           DISPLAY "MERCADORIA: " WS-TOTAL-MERC
                   "  ICMS: " WS-TOTAL-ICMS
                   "  IPI: " WS-TOTAL-IPI
           DISPLAY "TOTAL A PAGAR: " WS-TOTAL-GERAL

           PERFORM 2400-FORMA-PAGAMENTO
               THRU 2400-FORMA-PAGAMENTO-EXIT
           IF NOT PAGAMENTO-OK
               GO TO 2000-PROCESSA-EXIT
           END-IF

           DISPLAY "CONFIRMA A VENDA (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "VENDA DESISTIDA - NADA FEITO."
               GO TO 2000-PROCESSA-EXIT
           END-IF

           PERFORM 2500-EFETIVA-VENDA THRU 2500-EFETIVA-VENDA-EXIT.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-IDENTIFICA-CLIENTE - CODIGO DIGITADO = CLIENTE CADASTRADO
      * E ATIVO; EM BRANCO = CONSUMIDOR FINAL NO CLIENTE GENERICO, COM
      * CPF (CONFERIDO) E NOME OPCIONAIS PARA A NOTA. O PAGAMENTO E A
      * VISTA, ENTAO NAO HA ANALISE DE CREDITO.
      *-----------------------------------------------------------------
       2100-IDENTIFICA-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK WS-CONSUMIDOR
           DISPLAY "CODIGO DO CLIENTE (ENTER = CONSUMIDOR FINAL):"
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE WS-COD-CLI-BALCAO TO WS-COD-CLI
           ELSE
               MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-COD-CLI
           END-IF

           IF WS-COD-CLI = ZEROS
               DISPLAY "CLIENTE DE BALCAO (PARAMETRO CLIENTE-BALCAO)"
                       " NAO DEFINIDO - INFORME UM CLIENTE CADASTRADO."
               GO TO 2100-IDENTIFICA-CLIENTE-EXIT
           END-IF

           MOVE WS-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLI " NAO CADASTRADO."
               MOVE ZEROS TO FS
               GO TO 2100-IDENTIFICA-CLIENTE-EXIT
           END-IF
           IF NOT CLI-ATIVO
               DISPLAY "CLIENTE " WS-COD-CLI " INATIVO."
               GO TO 2100-IDENTIFICA-CLIENTE-EXIT
           END-IF

           MOVE COD-VEND         TO WS-COD-VEND
           MOVE CNPJ-CLI         TO WS-CNPJ-NOTA
           MOVE RAZAO-CLI        TO WS-RAZAO-NOTA
           MOVE IE-CLI           TO WS-IE-NOTA
           MOVE CONTRIB-ICMS-CLI TO WS-CONTRIB-NOTA

           IF WS-COD-CLI = WS-COD-CLI-BALCAO
               MOVE "S" TO WS-CONSUMIDOR
               PERFORM 2110-DADOS-CONSUMIDOR
                   THRU 2110-DADOS-CONSUMIDOR-EXIT
               IF NOT CPF-VALIDO
                   GO TO 2100-IDENTIFICA-CLIENTE-EXIT
               END-IF
           ELSE
               DISPLAY "CLIENTE: " FUNCTION TRIM(RAZAO-CLI)
           END-IF

           MOVE "S" TO WS-CLIENTE-OK.
       2100-IDENTIFICA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-DADOS-CONSUMIDOR - CPF (ENTER = SEM CPF NA NOTA, PONTOS E
      * TRACO IGNORADOS) E NOME DO CONSUMIDOR FINAL.
      *-----------------------------------------------------------------
       2110-DADOS-CONSUMIDOR.
           MOVE "S"                TO WS-CPF-OK
           MOVE ZEROS              TO WS-CNPJ-NOTA
           MOVE "CONSUMIDOR FINAL" TO WS-RAZAO-NOTA
           MOVE SPACES             TO WS-IE-NOTA
           MOVE "9"                TO WS-CONTRIB-NOTA

           DISPLAY "CPF DO CONSUMIDOR (ENTER = SEM CPF):"
           ACCEPT WS-CPF-TEXT FROM CONSOLE
           IF WS-CPF-TEXT = SPACES
               GO TO 2110-DADOS-CONSUMIDOR-EXIT
           END-IF

           MOVE SPACES TO WS-CPF-LIMPO
           MOVE ZEROS  TO WS-QTD-DIGITOS
           PERFORM 2115-LIMPA-CPF THRU 2115-LIMPA-CPF-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 15

           IF WS-QTD-DIGITOS NOT = 11
               DISPLAY "CPF DEVE TER 11 DIGITOS - VENDA NAO INICIADA."
               MOVE "N" TO WS-CPF-OK
               GO TO 2110-DADOS-CONSUMIDOR-EXIT
           END-IF

           MOVE WS-CPF-LIMPO TO WS-CPF-NUM
           PERFORM 2120-CONFERE-CPF THRU 2120-CONFERE-CPF-EXIT
           IF NOT CPF-VALIDO
               DISPLAY "CPF INVALIDO - VENDA NAO INICIADA."
               GO TO 2110-DADOS-CONSUMIDOR-EXIT
           END-IF
           MOVE WS-CPF-NUM TO WS-CNPJ-NOTA

           DISPLAY "NOME DO CONSUMIDOR (ENTER = CONSUMIDOR FINAL):"
           ACCEPT WS-RAZAO-NOTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RAZAO-NOTA) TO WS-RAZAO-NOTA
           IF WS-RAZAO-NOTA = SPACES
               MOVE "CONSUMIDOR FINAL" TO WS-RAZAO-NOTA
           END-IF.
       2110-DADOS-CONSUMIDOR-EXIT.
           EXIT.

       2115-LIMPA-CPF.
           IF WS-CPF-TEXT (WS-IDX:1) IS NUMERIC
               ADD 1 TO WS-QTD-DIGITOS
               IF WS-QTD-DIGITOS NOT > 11
                   MOVE WS-CPF-TEXT (WS-IDX:1)
                       TO WS-CPF-LIMPO (WS-QTD-DIGITOS:1)
               END-IF
           END-IF.
       2115-LIMPA-CPF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2120-CONFERE-CPF - DIGITOS VERIFICADORES DO CPF (MODULO 11,
      * PESOS 10..2 PARA O PRIMEIRO E 11..2 PARA O SEGUNDO). CPF COM
      * OS ONZE DIGITOS IGUAIS E RECUSADO.
      *-----------------------------------------------------------------
       2120-CONFERE-CPF.
           MOVE "N" TO WS-CPF-OK
           MOVE ZEROS TO WS-IDX-2
           PERFORM 2125-CONTA-IGUAIS THRU 2125-CONTA-IGUAIS-EXIT
               VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 11
           IF WS-IDX-2 = 10
               GO TO 2120-CONFERE-CPF-EXIT
           END-IF

           MOVE ZEROS TO WS-SOMA-CPF
           MOVE 10    TO WS-PESO-CPF
           PERFORM 2130-SOMA-DIGITO THRU 2130-SOMA-DIGITO-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
           PERFORM 2135-CALCULA-DV THRU 2135-CALCULA-DV-EXIT
           IF WS-DV-CPF NOT = WS-CPF-DIG (10)
               GO TO 2120-CONFERE-CPF-EXIT
           END-IF

           MOVE ZEROS TO WS-SOMA-CPF
           MOVE 11    TO WS-PESO-CPF
           PERFORM 2130-SOMA-DIGITO THRU 2130-SOMA-DIGITO-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
           PERFORM 2135-CALCULA-DV THRU 2135-CALCULA-DV-EXIT
           IF WS-DV-CPF NOT = WS-CPF-DIG (11)
               GO TO 2120-CONFERE-CPF-EXIT
           END-IF

           MOVE "S" TO WS-CPF-OK.
       2120-CONFERE-CPF-EXIT.
           EXIT.

       2125-CONTA-IGUAIS.
           IF WS-CPF-DIG (WS-IDX) = WS-CPF-DIG (1)
               ADD 1 TO WS-IDX-2
           END-IF.
       2125-CONTA-IGUAIS-EXIT.
           EXIT.

       2130-SOMA-DIGITO.
           COMPUTE WS-SOMA-CPF =
               WS-SOMA-CPF + WS-CPF-DIG (WS-IDX) * WS-PESO-CPF
           SUBTRACT 1 FROM WS-PESO-CPF.
       2130-SOMA-DIGITO-EXIT.
           EXIT.

       2135-CALCULA-DV.
           DIVIDE WS-SOMA-CPF BY 11 GIVING WS-IDX-2
               REMAINDER WS-RESTO-CPF
           IF WS-RESTO-CPF < 2
               MOVE ZEROS TO WS-DV-CPF
           ELSE
               COMPUTE WS-DV-CPF = 11 - WS-RESTO-CPF
           END-IF.
       2135-CALCULA-DV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LE-ITEM - UMA LINHA: PRODUTO ATIVO, QUANTIDADE, PRECO DA
      * TABELA DO CLIENTE (OU O DE CADASTRO) COM A CAMPANHA VIGENTE E
      * SALDO LIVRE NA FILIAL (2300) PARA A LINHA SOMADA AS ANTERIORES.
      *-----------------------------------------------------------------
       2200-LE-ITEM.
           IF WS-QTD-ITENS = 50
               DISPLAY "LIMITE DE 50 ITENS POR VENDA ATINGIDO."
               MOVE "S" TO WS-FIM-ITENS
               GO TO 2200-LE-ITEM-EXIT
           END-IF

           DISPLAY "PRODUTO:"
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE "S" TO WS-FIM-ITENS
               GO TO 2200-LE-ITEM-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-COD-PRODUTO-INF

           MOVE WS-COD-PRODUTO-INF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "PRODUTO " WS-COD-PRODUTO-INF
                       " NAO CADASTRADO."
               MOVE ZEROS TO FS
               GO TO 2200-LE-ITEM-EXIT
           END-IF
           IF NOT PRODUTO-ATIVO
               DISPLAY "PRODUTO " WS-COD-PRODUTO-INF " INATIVO."
               GO TO 2200-LE-ITEM-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(DESCR-PRODUTO)
                   " (" UNIDADE-PRODUTO ")"

           DISPLAY "QUANTIDADE:"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-QTD-INF
           IF WS-QTD-INF NOT > ZEROS
               DISPLAY "QUANTIDADE INVALIDA - LINHA IGNORADA."
               GO TO 2200-LE-ITEM-EXIT
           END-IF

           PERFORM 2300-CONFERE-SALDO THRU 2300-CONFERE-SALDO-EXIT
           IF NOT SALDO-OK
               GO TO 2200-LE-ITEM-EXIT
           END-IF

      * PRECO: O DA TABELA DO CLIENTE VIGENTE HOJE (PRECOCLI), SENAO
      * O DE CADASTRO; A CAMPANHA VIGENTE DESCONTA OU SUBSTITUI.
           MOVE PRECO-PRODUTO TO WS-PRECO-LINHA
           MOVE ZEROS         TO WS-DESC-LINHA
           CALL "PRECOCLI" USING WS-COD-CLI WS-COD-PRODUTO-INF
                                 WS-HOJE-NUM WS-PCL-TABELA
                                 WS-PCL-PRECO WS-PCL-RETORNO
           CANCEL "PRECOCLI"
           IF PRECO-TABELA-CLIENTE
               MOVE WS-PCL-PRECO TO WS-PRECO-LINHA
           END-IF

           MOVE WS-PRECO-LINHA TO WS-ACP-PRECO-BASE
           CALL "ACHACAMP" USING WS-COD-CLI WS-COD-PRODUTO-INF
                                 WS-HOJE-NUM WS-ACP-PRECO-BASE
                                 WS-ACP-COD-CAMP WS-ACP-TIPO
                                 WS-ACP-PERC-DESC WS-ACP-PRECO-ESP
           CANCEL "ACHACAMP"
           IF CAMPANHA-PRECO-ESP
               MOVE WS-ACP-PRECO-ESP TO WS-PRECO-LINHA
           END-IF
           IF CAMPANHA-DESCONTO
               MOVE WS-ACP-PERC-DESC TO WS-DESC-LINHA
           END-IF

           IF WS-PRECO-LINHA NOT > ZEROS
               DISPLAY "PRODUTO SEM PRECO DE VENDA - LINHA IGNORADA."
               GO TO 2200-LE-ITEM-EXIT
           END-IF

           PERFORM 2350-COMPROMETE-SALDO
               THRU 2350-COMPROMETE-SALDO-EXIT

           ADD 1 TO WS-QTD-ITENS
           MOVE WS-QTD-ITENS TO WS-IDX
           MOVE WS-COD-PRODUTO-INF TO WS-IT-COD-PRODUTO (WS-IDX)
           MOVE DESCR-PRODUTO      TO WS-IT-DESCR (WS-IDX)
           MOVE WS-QTD-INF         TO WS-IT-QTD (WS-IDX)
           MOVE WS-PRECO-LINHA     TO WS-IT-PRECO (WS-IDX)
           MOVE WS-DESC-LINHA      TO WS-IT-PERC-DESC (WS-IDX)
           MOVE WS-ACP-COD-CAMP    TO WS-IT-COD-CAMP (WS-IDX)
           MOVE WS-ACP-PERC-DESC   TO WS-IT-PERC-DESC-CAMP (WS-IDX)
           COMPUTE WS-IT-VALOR (WS-IDX) ROUNDED =
               WS-QTD-INF * WS-PRECO-LINHA
               * (1 - WS-DESC-LINHA / 100)
           COMPUTE WS-IT-ICMS (WS-IDX) ROUNDED =
               WS-IT-VALOR (WS-IDX) * ALIQ-ICMS-PRODUTO / 100
           COMPUTE WS-IT-IPI (WS-IDX) ROUNDED =
               WS-IT-VALOR (WS-IDX) * ALIQ-IPI-PRODUTO / 100
           ADD WS-IT-VALOR (WS-IDX) TO WS-TOTAL-MERC
           ADD WS-IT-ICMS (WS-IDX)  TO WS-TOTAL-ICMS
           ADD WS-IT-IPI (WS-IDX)   TO WS-TOTAL-IPI

           DISPLAY "  PRECO " WS-PRECO-LINHA
                   "  DESC% " WS-DESC-LINHA
                   "  VALOR " WS-IT-VALOR (WS-IDX).
       2200-LE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CONFERE-SALDO - MONTA A SAIDA FISICA DA LINHA (PRODUTO OU
      * COMPONENTES DO KIT) E CONFERE CADA UMA CONTRA O SALDO LIVRE DA
      * FILIAL (FISICO MENOS RESERVADO PARA OUTROS PEDIDOS), JA
      * DESCONTADO O QUE AS LINHAS ANTERIORES DESTA VENDA LEVAM.
      * PRODUTO SEM REGISTRO EM ESTOQUE NAO E CONTROLADO (MESMA
      * TOLERANCIA DO FATURAMENTO).
      *-----------------------------------------------------------------
       2300-CONFERE-SALDO.
           MOVE "S"   TO WS-SALDO-OK
           MOVE ZEROS TO WS-QTD-NECESS

           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2310-MONTA-COMPONENTES
                   THRU 2310-MONTA-COMPONENTES-EXIT
           END-IF
           IF WS-QTD-NECESS = ZEROS
               MOVE 1                  TO WS-QTD-NECESS
               MOVE WS-COD-PRODUTO-INF TO WS-NEC-COD-PRODUTO (1)
               MOVE WS-QTD-INF         TO WS-NEC-QTD (1)
           END-IF

           PERFORM 2330-CONFERE-UMA-SAIDA
               THRU 2330-CONFERE-UMA-SAIDA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-NECESS OR NOT SALDO-OK.
       2300-CONFERE-SALDO-EXIT.
           EXIT.

       2310-MONTA-COMPONENTES.
           MOVE "N" TO WS-FIM-KIT
           MOVE WS-COD-PRODUTO-INF TO COD-KIT
           MOVE ZEROS              TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2310-MONTA-COMPONENTES-EXIT
           END-START

           PERFORM 2320-LE-COMPONENTE THRU 2320-LE-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2310-MONTA-COMPONENTES-EXIT.
           EXIT.

       2320-LE-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2320-LE-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = WS-COD-PRODUTO-INF
           OR WS-QTD-NECESS = 30
               MOVE "S" TO WS-FIM-KIT
               GO TO 2320-LE-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-NECESS
           MOVE COD-COMPONENTE-KIT
               TO WS-NEC-COD-PRODUTO (WS-QTD-NECESS)
           COMPUTE WS-NEC-QTD (WS-QTD-NECESS) ROUNDED =
               WS-QTD-INF * QTD-COMPONENTE-KIT.
       2320-LE-COMPONENTE-EXIT.
           EXIT.

       2330-CONFERE-UMA-SAIDA.
           MOVE WS-FILIAL                   TO COD-FILIAL-EST
           MOVE WS-NEC-COD-PRODUTO (WS-IDX)
               TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO FS
               GO TO 2330-CONFERE-UMA-SAIDA-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-JA-VENDIDA
           PERFORM 2340-SOMA-VENDIDO THRU 2340-SOMA-VENDIDO-EXIT
               VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-QTD-VENDIDO

           COMPUTE WS-SALDO-LIVRE =
               QTD-ESTOQUE - QTD-RESERVADA-EST - WS-QTD-JA-VENDIDA
           IF WS-NEC-QTD (WS-IDX) > WS-SALDO-LIVRE
               MOVE "N" TO WS-SALDO-OK
               DISPLAY "SALDO INSUFICIENTE NA FILIAL " WS-FILIAL
                       " PARA O PRODUTO "
                       WS-NEC-COD-PRODUTO (WS-IDX)
                       " (LIVRE " WS-SALDO-LIVRE ") - LINHA IGNORADA."
           END-IF.
       2330-CONFERE-UMA-SAIDA-EXIT.
           EXIT.

       2340-SOMA-VENDIDO.
           IF WS-VND-COD-PRODUTO (WS-IDX-2) =
              WS-NEC-COD-PRODUTO (WS-IDX)
               ADD WS-VND-QTD (WS-IDX-2) TO WS-QTD-JA-VENDIDA
           END-IF.
       2340-SOMA-VENDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2350-COMPROMETE-SALDO - LINHA ACEITA: A SAIDA FISICA DELA
      * PASSA A CONTAR NA CONFERENCIA DAS PROXIMAS LINHAS.
      *-----------------------------------------------------------------
       2350-COMPROMETE-SALDO.
           PERFORM 2360-ACUMULA-SAIDA THRU 2360-ACUMULA-SAIDA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-NECESS.
       2350-COMPROMETE-SALDO-EXIT.
           EXIT.

       2360-ACUMULA-SAIDA.
           IF WS-QTD-VENDIDO < 100
               ADD 1 TO WS-QTD-VENDIDO
               MOVE WS-NEC-COD-PRODUTO (WS-IDX)
                   TO WS-VND-COD-PRODUTO (WS-QTD-VENDIDO)
               MOVE WS-NEC-QTD (WS-IDX)
                   TO WS-VND-QTD (WS-QTD-VENDIDO)
           END-IF.
       2360-ACUMULA-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-FORMA-PAGAMENTO - D DINHEIRO, T TRANSFERENCIA (PIX) OU
      * C CHEQUE. DINHEIRO E CHEQUE SO COM CAIXA ABERTO (MESMA REGRA
      * DO CADREC); NO DINHEIRO O VALOR ENTREGUE DA O TROCO. BOLETO
      * NAO E PAGAMENTO DE BALCAO.
      *-----------------------------------------------------------------
       2400-FORMA-PAGAMENTO.
           MOVE "N"   TO WS-PAGTO-OK
           MOVE ZEROS TO WS-VALOR-ENTREGUE WS-TROCO

           PERFORM 1100-LOCALIZA-SESSAO THRU 1100-LOCALIZA-SESSAO-EXIT

           DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO T=TRANSFERENCIA"
                   " C=CHEQUE):"
           ACCEPT WS-FORMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-FORMA) TO WS-FORMA

           EVALUATE WS-FORMA
               WHEN "D"
                   MOVE "DINHEIRO"      TO WS-NOME-FORMA
               WHEN "T"
                   MOVE "TRANSFERENCIA" TO WS-NOME-FORMA
               WHEN "C"
                   MOVE "CHEQUE"        TO WS-NOME-FORMA
               WHEN OTHER
                   DISPLAY "FORMA INVALIDA PARA VENDA BALCAO -"
                           " VENDA NAO GRAVADA."
                   GO TO 2400-FORMA-PAGAMENTO-EXIT
           END-EVALUATE

           IF (WS-FORMA = "D" OR WS-FORMA = "C")
           AND NOT TEM-CAIXA-ABERTO
               DISPLAY "SEM CAIXA ABERTO - DINHEIRO E CHEQUE SO COM O"
                       " CAIXA ABERTO (PROGRAMA CAIXA). VENDA NAO"
                       " GRAVADA."
               GO TO 2400-FORMA-PAGAMENTO-EXIT
           END-IF

           IF WS-FORMA = "D"
               DISPLAY "VALOR ENTREGUE PELO CLIENTE (ENTER = EXATO):"
               ACCEPT WS-VALOR-TEXT FROM CONSOLE
               IF WS-VALOR-TEXT = SPACES
                   MOVE WS-TOTAL-GERAL TO WS-VALOR-ENTREGUE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-VALOR-TEXT)
                       TO WS-VALOR-ENTREGUE
               END-IF
               IF WS-VALOR-ENTREGUE < WS-TOTAL-GERAL
                   DISPLAY "VALOR ENTREGUE MENOR QUE O TOTAL -"
                           " VENDA NAO GRAVADA."
                   GO TO 2400-FORMA-PAGAMENTO-EXIT
               END-IF
               COMPUTE WS-TROCO = WS-VALOR-ENTREGUE - WS-TOTAL-GERAL
               DISPLAY "TROCO: " WS-TROCO
           END-IF

           MOVE "S" TO WS-PAGTO-OK.
       2400-FORMA-PAGAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-EFETIVA-VENDA - GRAVA A VENDA CONFIRMADA: PEDIDO JA
      * FATURADO, ITENS, NOTA, BAIXA FISICA, TITULO RECEBIDO, CHEQUE
      * EM CUSTODIA, DIARIO DE BAIXAS, LOG DE ACOES E O DOCUMENTO.
      *-----------------------------------------------------------------
       2500-EFETIVA-VENDA.
           PERFORM 2510-NUMERA-VENDA THRU 2510-NUMERA-VENDA-EXIT

           INITIALIZE REG-PED
           MOVE WS-NUM-PEDIDO   TO NUM-PEDIDO
           MOVE WS-COD-CLI      TO COD-CLI-PED
           MOVE WS-COD-VEND     TO COD-VEND-PED
           MOVE WS-HOJE-NUM     TO DT-PEDIDO
           SET PED-FATURADO     TO TRUE
           MOVE WS-TOTAL-MERC   TO VALOR-TOTAL-PED
           MOVE WS-NUM-NOTA     TO NUM-NOTA-FISCAL
           MOVE ZEROS           TO COD-CONDPAG-PED
           MOVE WS-FILIAL       TO COD-FILIAL-PED
           MOVE WS-TOTAL-ICMS   TO VALOR-ICMS-PED
           MOVE WS-TOTAL-IPI    TO VALOR-IPI-PED
           SET PED-VENDA        TO TRUE
           SET PED-BALCAO       TO TRUE
           SET ORIGEM-BALCAO    TO TRUE
           WRITE REG-PED
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO " WS-NUM-PEDIDO
                       ". FS: " FS " - VENDA NAO GRAVADA."
               MOVE ZEROS TO FS
               GO TO 2500-EFETIVA-VENDA-EXIT
           END-IF

           PERFORM 2520-GRAVA-ITEM THRU 2520-GRAVA-ITEM-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS

           PERFORM 2600-GRAVA-NOTA-FISCAL
               THRU 2600-GRAVA-NOTA-FISCAL-EXIT

           PERFORM 2700-BAIXA-UMA-LINHA THRU 2700-BAIXA-UMA-LINHA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS

           PERFORM 2800-GRAVA-RECEBIMENTO
               THRU 2800-GRAVA-RECEBIMENTO-EXIT

           IF WS-FORMA = "C"
               PERFORM 2850-GRAVA-CUSTODIA-CHEQUE
                   THRU 2850-GRAVA-CUSTODIA-CHEQUE-EXIT
           END-IF

           PERFORM 2860-GRAVA-DIARIO-BAIXA
               THRU 2860-GRAVA-DIARIO-BAIXA-EXIT

           MOVE "VENDA-BALCAO" TO WS-ALOG-OPER
           MOVE WS-NUM-PEDIDO  TO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           PERFORM 2900-IMPRIME-DOCUMENTO
               THRU 2900-IMPRIME-DOCUMENTO-EXIT

           ADD 1 TO WS-QTD-VENDAS
           DISPLAY "VENDA GRAVADA - PEDIDO " WS-NUM-PEDIDO
                   " NOTA " WS-NUM-NOTA
                   " - DOCUMENTO EM " FUNCTION TRIM(WS-NOME-SPOOL-REL).
       2500-EFETIVA-VENDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2510-NUMERA-VENDA - PROXIMO NUMERO DE PEDIDO (ULTIMO + 1, COMO
      * NO CADPED) E PROXIMA NOTA: A MAIOR ENTRE A ULTIMA NOTA DOS
      * PEDIDOS (CHAVE ALTERNADA, COMO NO FECHADIA) E A ULTIMA DO
      * NOTAFIS, MAIS UM.
      *-----------------------------------------------------------------
       2510-NUMERA-VENDA.
           MOVE 9999999 TO NUM-PEDIDO
           START PEDIDO KEY IS <= XAV-PED
           IF FS EQUAL ZEROS
               READ PEDIDO PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS EQUAL ZEROS
               MOVE NUM-PEDIDO TO WS-NUM-PEDIDO
           ELSE
               MOVE ZEROS TO WS-NUM-PEDIDO
           END-IF
           ADD 1 TO WS-NUM-PEDIDO

           MOVE 9999999 TO NUM-NOTA-FISCAL
           START PEDIDO KEY IS <= NUM-NOTA-FISCAL
           IF FS EQUAL ZEROS
               READ PEDIDO PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS EQUAL ZEROS
               MOVE NUM-NOTA-FISCAL TO WS-NUM-NOTA
           ELSE
               MOVE ZEROS TO WS-NUM-NOTA
           END-IF

           MOVE 9999999 TO XAV-NF
           START NOTAFIS KEY IS <= XAV-NF
           IF FS-NF EQUAL ZEROS
               READ NOTAFIS PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-NF EQUAL ZEROS
           AND NUM-NOTA-NF > WS-NUM-NOTA
               MOVE NUM-NOTA-NF TO WS-NUM-NOTA
           END-IF
           ADD 1 TO WS-NUM-NOTA
           MOVE ZEROS TO FS FS-NF.
       2510-NUMERA-VENDA-EXIT.
           EXIT.

       2520-GRAVA-ITEM.
           INITIALIZE REG-ITEM-PED
           MOVE WS-NUM-PEDIDO                TO NUM-PEDIDO-ITEM
           MOVE WS-IDX                       TO SEQ-ITEM-PED
           MOVE WS-IT-COD-PRODUTO (WS-IDX)   TO COD-PRODUTO-ITEM
           MOVE WS-IT-QTD (WS-IDX)           TO QTD-ITEM-PED
           MOVE WS-IT-PRECO (WS-IDX)         TO PRECO-UNIT-ITEM
           MOVE WS-IT-PERC-DESC (WS-IDX)     TO PERC-DESC-ITEM
           MOVE WS-IT-ICMS (WS-IDX)          TO VALOR-ICMS-ITEM
           MOVE WS-IT-IPI (WS-IDX)           TO VALOR-IPI-ITEM
           MOVE WS-IT-COD-CAMP (WS-IDX)      TO COD-CAMP-ITEM
           MOVE WS-IT-PERC-DESC-CAMP (WS-IDX) TO PERC-DESC-CAMP-ITEM
           WRITE REG-ITEM-PED
           MOVE ZEROS TO FS.
       2520-GRAVA-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-GRAVA-NOTA-FISCAL - CABECALHO (NOTAFIS) E LINHAS
      * (NOTAITEM) DA NOTA, COM O DESTINATARIO DO BALCAO. VENDA
      * PRESENCIAL E SEMPRE OPERACAO ESTADUAL (UF DESTINO EM BRANCO
      * PARA O ACHACFOP); O CABECALHO LEVA O CFOP DA PRIMEIRA LINHA.
      *-----------------------------------------------------------------
       2600-GRAVA-NOTA-FISCAL.
           MOVE ZEROS  TO WS-CFOP-NOTA
           MOVE SPACES TO WS-NATUREZA-NOTA
           PERFORM 2610-GRAVA-ITEM-NOTA THRU 2610-GRAVA-ITEM-NOTA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS

           INITIALIZE REG-NF
           MOVE WS-NUM-NOTA      TO NUM-NOTA-NF
           MOVE "1"              TO SERIE-NF
           MOVE WS-HOJE-NUM      TO DT-EMISSAO-NF
           MOVE WS-NUM-PEDIDO    TO NUM-PEDIDO-NF
           MOVE WS-COD-CLI       TO COD-CLI-NF
           MOVE WS-CNPJ-NOTA     TO CNPJ-CLI-NF
           MOVE WS-RAZAO-NOTA    TO RAZAO-CLI-NF
           MOVE WS-IE-NOTA       TO IE-CLI-NF
           MOVE WS-CONTRIB-NOTA  TO CONTRIB-CLI-NF
           MOVE WS-CFOP-NOTA     TO CFOP-NF
           MOVE WS-NATUREZA-NOTA TO NATUREZA-NF
           MOVE WS-QTD-ITENS     TO QTD-ITENS-NF
           MOVE WS-TOTAL-MERC    TO VALOR-MERC-NF
           MOVE WS-TOTAL-ICMS    TO VALOR-ICMS-NF
           MOVE WS-TOTAL-IPI     TO VALOR-IPI-NF
           MOVE WS-TOTAL-GERAL   TO VALOR-TOTAL-NF
           SET NF-ATIVA          TO TRUE

           WRITE REG-NF
               INVALID KEY REWRITE REG-NF
           END-WRITE.
       2600-GRAVA-NOTA-FISCAL-EXIT.
           EXIT.

       2610-GRAVA-ITEM-NOTA.
           MOVE WS-IT-COD-PRODUTO (WS-IDX) TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO COD-GRUPO-PRODUTO
           END-READ
           CALL "ACHACFOP" USING WS-TIPO-OPER-CF WS-FILIAL
                                 WS-UF-DEST-CF COD-GRUPO-PRODUTO
                                 WS-CFOP-CF WS-NATUREZA-CF
           IF WS-IDX = 1
               MOVE WS-CFOP-CF     TO WS-CFOP-NOTA
               MOVE WS-NATUREZA-CF TO WS-NATUREZA-NOTA
           END-IF

           INITIALIZE REG-NFI
           MOVE WS-NUM-NOTA                TO NUM-NOTA-NFI
           MOVE WS-IDX                     TO SEQ-NFI
           MOVE WS-IT-COD-PRODUTO (WS-IDX) TO COD-PRODUTO-NFI
           MOVE WS-IT-DESCR (WS-IDX)       TO DESCR-NFI
           MOVE WS-IT-QTD (WS-IDX)         TO QTD-NFI
           MOVE WS-IT-PRECO (WS-IDX)       TO PRECO-NFI
           MOVE WS-IT-PERC-DESC (WS-IDX)   TO PERC-DESC-NFI
           MOVE WS-IT-VALOR (WS-IDX)       TO VALOR-NFI
           MOVE WS-CFOP-CF                 TO CFOP-NFI

           WRITE REG-NFI
               INVALID KEY REWRITE REG-NFI
           END-WRITE.
       2610-GRAVA-ITEM-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-BAIXA-UMA-LINHA - BAIXA FISICA DA LINHA NA FILIAL DO
      * BALCAO (KIT BAIXA OS COMPONENTES). NAO HA RESERVA A LIBERAR -
      * A VENDA NAO PASSOU PELA CARTEIRA.
      *-----------------------------------------------------------------
       2700-BAIXA-UMA-LINHA.
           MOVE WS-IT-COD-PRODUTO (WS-IDX) TO WS-COD-PRODUTO-INF
           MOVE WS-IT-QTD (WS-IDX)         TO WS-QTD-INF
           MOVE ZEROS TO WS-QTD-NECESS
           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2310-MONTA-COMPONENTES
                   THRU 2310-MONTA-COMPONENTES-EXIT
           END-IF
           IF WS-QTD-NECESS = ZEROS
               MOVE 1                  TO WS-QTD-NECESS
               MOVE WS-COD-PRODUTO-INF TO WS-NEC-COD-PRODUTO (1)
               MOVE WS-QTD-INF         TO WS-NEC-QTD (1)
           END-IF

           PERFORM 2710-BAIXA-PRODUTO THRU 2710-BAIXA-PRODUTO-EXIT
               VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 > WS-QTD-NECESS.
       2700-BAIXA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2710-BAIXA-PRODUTO - SAIDA DE UM PRODUTO FISICO: ESTOQUE DA
      * FILIAL, LOTES FEFO E KARDEX PED (SO QUANDO O PRODUTO TEM
      * REGISTRO EM ESTOQUE).
      *-----------------------------------------------------------------
       2710-BAIXA-PRODUTO.
           MOVE WS-NEC-COD-PRODUTO (WS-IDX-2) TO WS-COD-PROD-BAIXA
           MOVE WS-NEC-QTD (WS-IDX-2)         TO WS-QTD-BAIXA

           MOVE WS-FILIAL         TO COD-FILIAL-EST
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               SUBTRACT WS-QTD-BAIXA FROM QTD-ESTOQUE
               REWRITE REG-ESTOQUE
               PERFORM 2730-CONSOME-LOTES
                   THRU 2730-CONSOME-LOTES-EXIT
               PERFORM 2720-GRAVA-KARDEX-PED
                   THRU 2720-GRAVA-KARDEX-PED-EXIT
           END-IF
           MOVE ZEROS TO FS.
       2710-BAIXA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2720-GRAVA-KARDEX-PED - SAIDA NO KARDEX PELA VENDA (PROXIMO
      * SEQ-KDX COM START <= / READ PREVIOUS).
      *-----------------------------------------------------------------
       2720-GRAVA-KARDEX-PED.
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-KDX
           MOVE 9999999           TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PROD-BAIXA
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
               MOVE 1       TO WS-SEQ-KDX
           END-IF

           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-KDX
           MOVE WS-COD-PROD-BAIXA   TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX          TO SEQ-KDX
           MOVE WS-HOJE-NUM         TO DT-KDX
           MOVE WS-HORA-KDX (1:6)   TO HR-KDX
           MOVE "PED"               TO TIPO-DOC-KDX
           MOVE WS-NUM-PEDIDO       TO NUM-DOC-KDX
           MOVE WS-FILIAL           TO COD-FILIAL-KDX
           MOVE ZEROS               TO QTD-ENTRADA-KDX
           MOVE WS-QTD-BAIXA        TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE         TO SALDO-KDX
           MOVE WS-PRIMEIRO-LOTE    TO LOTE-KDX
           WRITE REG-KDX.
       2720-GRAVA-KARDEX-PED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2730-CONSOME-LOTES - CONSOME A QUANTIDADE VENDIDA DOS LOTES DO
      * PRODUTO NA FILIAL, NA ORDEM DE VALIDADE (FEFO). O PRIMEIRO
      * LOTE CONSUMIDO VAI PARA O KARDEX.
      *-----------------------------------------------------------------
       2730-CONSOME-LOTES.
           MOVE SPACES       TO WS-PRIMEIRO-LOTE
           MOVE WS-QTD-BAIXA TO WS-QTD-A-CONSUMIR

           PERFORM 2740-BUSCA-LOTE-FEFO
               THRU 2740-BUSCA-LOTE-FEFO-EXIT

           PERFORM 2735-CONSOME-UM-LOTE THRU 2735-CONSOME-UM-LOTE-EXIT
               UNTIL WS-QTD-A-CONSUMIR NOT > ZEROS
               OR NOT ACHOU-LOTE.
       2730-CONSOME-LOTES-EXIT.
           EXIT.

       2735-CONSOME-UM-LOTE.
           MOVE WS-FILIAL         TO COD-FILIAL-LOTE
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-LOTE
           MOVE WS-LOTE-ESCOLHIDO TO NUM-LOTE
           READ LOTE WITH LOCK
           IF FS-LOTE NOT = ZEROS
               MOVE "N" TO WS-ACHOU-LOTE
               GO TO 2735-CONSOME-UM-LOTE-EXIT
           END-IF

           IF QTD-LOTE > WS-QTD-A-CONSUMIR
               MOVE WS-QTD-A-CONSUMIR TO WS-QTD-CONSUMO
           ELSE
               MOVE QTD-LOTE TO WS-QTD-CONSUMO
           END-IF
           SUBTRACT WS-QTD-CONSUMO FROM QTD-LOTE
           SUBTRACT WS-QTD-CONSUMO FROM WS-QTD-A-CONSUMIR
           REWRITE REG-LOTE
           IF WS-PRIMEIRO-LOTE = SPACES
               MOVE WS-LOTE-ESCOLHIDO TO WS-PRIMEIRO-LOTE
           END-IF

           IF WS-QTD-A-CONSUMIR > ZEROS
               PERFORM 2740-BUSCA-LOTE-FEFO
                   THRU 2740-BUSCA-LOTE-FEFO-EXIT
           END-IF.
       2735-CONSOME-UM-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2740-BUSCA-LOTE-FEFO - LOTE COM SALDO E MENOR VALIDADE DO
      * PRODUTO NA FILIAL (VARREDURA DOS LOTES DA CHAVE PARCIAL).
      *-----------------------------------------------------------------
       2740-BUSCA-LOTE-FEFO.
           MOVE "N"      TO WS-ACHOU-LOTE WS-FIM-LOTES
           MOVE 99999999 TO WS-MENOR-VALIDADE
           MOVE SPACES   TO WS-LOTE-ESCOLHIDO

           MOVE WS-FILIAL         TO COD-FILIAL-LOTE
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-LOTE
           MOVE LOW-VALUES        TO NUM-LOTE
           START LOTE KEY IS >= XAV-LOTE
               INVALID KEY MOVE "S" TO WS-FIM-LOTES
           END-START

           PERFORM 2745-LE-LOTE THRU 2745-LE-LOTE-EXIT
               UNTIL FIM-LOTES.
       2740-BUSCA-LOTE-FEFO-EXIT.
           EXIT.

       2745-LE-LOTE.
           READ LOTE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LOTES
                   GO TO 2745-LE-LOTE-EXIT
           END-READ

           IF COD-FILIAL-LOTE NOT = WS-FILIAL
           OR COD-PRODUTO-LOTE NOT = WS-COD-PROD-BAIXA
               MOVE "S" TO WS-FIM-LOTES
               GO TO 2745-LE-LOTE-EXIT
           END-IF

           IF QTD-LOTE > ZEROS
           AND DT-VALIDADE-LOTE < WS-MENOR-VALIDADE
               MOVE "S"              TO WS-ACHOU-LOTE
               MOVE DT-VALIDADE-LOTE TO WS-MENOR-VALIDADE
               MOVE NUM-LOTE         TO WS-LOTE-ESCOLHIDO
           END-IF.
       2745-LE-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-GRAVA-RECEBIMENTO - PARCELA UNICA (01) DA NOTA, VENCIDA E
      * RECEBIDA HOJE PELO TOTAL GERAL NA FORMA DO BALCAO, BAIXADA EM
      * NOME DO OPERADOR.
      *-----------------------------------------------------------------
       2800-GRAVA-RECEBIMENTO.
           INITIALIZE REG-RECEB
           MOVE WS-NUM-PEDIDO    TO NUM-PEDIDO-RECEB
           MOVE 1                TO NUM-PARCELA-RECEB
           MOVE WS-COD-CLI       TO COD-CLI-RECEB
           MOVE WS-NUM-NOTA      TO NUM-NOTA-FISCAL-RECEB
           MOVE WS-HOJE-NUM      TO DT-FATURAMENTO-RECEB
                                    DT-VENCIMENTO-RECEB
                                    DT-RECEBIMENTO-RECEB
           MOVE WS-TOTAL-GERAL   TO VALOR-RECEB VALOR-RECEBIDO-RECEB
           MOVE ZEROS            TO VALOR-JUROS-RECEB
           SET RECEB-RECEBIDO    TO TRUE
           MOVE WS-FORMA         TO FORMA-RECEB
           MOVE WS-OPERADOR      TO OPERADOR-BAIXA-RECEB

           WRITE REG-RECEB
               INVALID KEY REWRITE REG-RECEB
           END-WRITE
           MOVE ZEROS TO FS.
       2800-GRAVA-RECEBIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2850-GRAVA-CUSTODIA-CHEQUE - CHEQUE RECEBIDO NO BALCAO ENTRA NA
      * CUSTODIA (CHEQUE) INCOMPLETO, COMO NO CADREC: BANCO, AGENCIA,
      * CONTA E NUMERO SAO COMPLETADOS DEPOIS NO CUSTCHEQ.
      *-----------------------------------------------------------------
       2850-GRAVA-CUSTODIA-CHEQUE.
           OPEN I-O CHEQUE
           IF FS-CHQ = "35"
               OPEN OUTPUT CHEQUE
               CLOSE CHEQUE
               OPEN I-O CHEQUE
           END-IF
           IF FS-CHQ NOT = ZEROS
               GO TO 2850-GRAVA-CUSTODIA-CHEQUE-EXIT
           END-IF

           MOVE ZEROS TO WS-SEQ-CHQ
           INITIALIZE REG-CHQ
           MOVE WS-NUM-PEDIDO    TO NUM-PEDIDO-CHQ
           MOVE 1                TO NUM-PARCELA-CHQ
           ADD 1 TO WS-SEQ-CHQ GIVING SEQ-CHQ
           MOVE WS-COD-CLI       TO COD-CLI-CHQ
           MOVE WS-TOTAL-GERAL   TO VALOR-CHQ VALOR-PRINC-CHQ
           MOVE ZEROS            TO VALOR-JUROS-CHQ
           MOVE WS-HOJE-NUM      TO DT-ENTRADA-CHQ DT-BOM-PARA-CHQ
           MOVE SPACES           TO CONTA-CHQ MOTIVO-DEVOL-CHQ
           SET CHQ-INCOMPLETO    TO TRUE
           MOVE WS-OPERADOR      TO OPERADOR-CHQ
           WRITE REG-CHQ

           CLOSE CHEQUE.
       2850-GRAVA-CUSTODIA-CHEQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2860-GRAVA-DIARIO-BAIXA - APENDA A BAIXA NO BAIXADIA.TXT NO
      * FORMATO DO CADREC (DATA;HORA;OPERADOR;FORMA;PEDIDO;PARCELA;
      * PRINCIPAL;JUROS;SESSAO) MAIS "BALCAO" NO DECIMO CAMPO: ENTRA
      * NO FECHAMENTO DO CAIXA DA SESSAO E NO DIARECEB DO OPERADOR.
      *-----------------------------------------------------------------
       2860-GRAVA-DIARIO-BAIXA.
           ACCEPT WS-HORA-ATUAL FROM TIME

           OPEN EXTEND BAIXA-DIA
           IF FS-DIA = "05" OR FS-DIA = "35"
               OPEN OUTPUT BAIXA-DIA
           END-IF
           IF FS-DIA NOT = ZEROS
               GO TO 2860-GRAVA-DIARIO-BAIXA-EXIT
           END-IF

           COMPUTE WS-PRINC-CENTAVOS = WS-TOTAL-GERAL * 100
           MOVE ZEROS TO WS-JUROS-CENTAVOS

           MOVE SPACES TO REG-BAIXA-DIA
           STRING WS-HOJE-NUM ";"
                  WS-HORA-ATUAL (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  WS-FORMA ";"
                  WS-NUM-PEDIDO ";"
                  "01;"
                  WS-PRINC-CENTAVOS ";"
                  WS-JUROS-CENTAVOS ";"
                  WS-SESSAO-TXT ";"
                  "BALCAO"
                  DELIMITED BY SIZE INTO REG-BAIXA-DIA
           WRITE REG-BAIXA-DIA
           CLOSE BAIXA-DIA.
       2860-GRAVA-DIARIO-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-IMPRIME-DOCUMENTO - NOTA (LAYOUT DO IMPNOTA) SEGUIDA DO
      * RECIBO DE PAGAMENTO, NO SPOOL DATADO.
      *-----------------------------------------------------------------
       2900-IMPRIME-DOCUMENTO.
           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT VENDA-REL

           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE WS-NUM-NOTA   TO LT-NUM-NOTA
           MOVE "1"           TO LT-SERIE
           MOVE WS-DIA-HOJE   TO LT-DT-EMISSAO (1:2)
           MOVE WS-MES-HOJE   TO LT-DT-EMISSAO (4:2)
           MOVE WS-ANO-HOJE   TO LT-DT-EMISSAO (7:4)
           MOVE WS-LINHA-TITULO TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL

           MOVE WS-COD-CLI    TO LC-COD-CLI
           MOVE WS-RAZAO-NOTA TO LC-RAZAO
           MOVE WS-LINHA-CLIENTE TO REG-REL
           WRITE REG-REL
           MOVE WS-CNPJ-NOTA  TO LC-CNPJ
           MOVE WS-NUM-PEDIDO TO LC-NUM-PEDIDO
           MOVE WS-LINHA-CNPJ TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           MOVE WS-CABECALHO-ITENS TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           PERFORM 2910-IMPRIME-ITEM THRU 2910-IMPRIME-ITEM-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTD-ITENS

           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE "VALOR DA MERCADORIA ....: " TO LV-TEXTO
           MOVE WS-TOTAL-MERC  TO LV-VALOR
           MOVE WS-LINHA-VALOR TO REG-REL
           WRITE REG-REL
           MOVE "VALOR DO ICMS ..........: " TO LV-TEXTO
           MOVE WS-TOTAL-ICMS  TO LV-VALOR
           MOVE WS-LINHA-VALOR TO REG-REL
           WRITE REG-REL
           MOVE "VALOR DO IPI ...........: " TO LV-TEXTO
           MOVE WS-TOTAL-IPI   TO LV-VALOR
           MOVE WS-LINHA-VALOR TO REG-REL
           WRITE REG-REL
           MOVE "VALOR TOTAL DA NOTA ....: " TO LV-TEXTO
           MOVE WS-TOTAL-GERAL TO LV-VALOR
           MOVE WS-LINHA-VALOR TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RECIBO - VENDA BALCAO - PEDIDO " WS-NUM-PEDIDO
                  " NOTA " WS-NUM-NOTA
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RECEBEMOS DE " FUNCTION TRIM(WS-RAZAO-NOTA)
                  " O PAGAMENTO INTEGRAL DA NOTA ACIMA EM "
                  FUNCTION TRIM(WS-NOME-FORMA) "."
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE "VALOR RECEBIDO .........: " TO LV-TEXTO
           MOVE WS-TOTAL-GERAL TO LV-VALOR
           MOVE WS-LINHA-VALOR TO REG-REL
           WRITE REG-REL
           IF WS-FORMA = "D"
               MOVE "VALOR ENTREGUE .........: " TO LV-TEXTO
               MOVE WS-VALOR-ENTREGUE TO LV-VALOR
               MOVE WS-LINHA-VALOR    TO REG-REL
               WRITE REG-REL
               MOVE "TROCO ..................: " TO LV-TEXTO
               MOVE WS-TROCO          TO LV-VALOR
               MOVE WS-LINHA-VALOR    TO REG-REL
               WRITE REG-REL
           END-IF
           MOVE SPACES TO REG-REL
           STRING "OPERADOR " FUNCTION TRIM(WS-OPERADOR)
                  "  SESSAO DE CAIXA " WS-SESSAO-TXT
                  "  FILIAL " WS-FILIAL
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE VENDA-REL.
       2900-IMPRIME-DOCUMENTO-EXIT.
           EXIT.

       2910-IMPRIME-ITEM.
           MOVE SPACES                     TO WS-LINHA-ITEM
           MOVE WS-IDX                     TO LI-SEQ
           MOVE WS-IT-COD-PRODUTO (WS-IDX) TO LI-COD-PRODUTO
           MOVE WS-IT-DESCR (WS-IDX)       TO LI-DESCR
           MOVE WS-IT-QTD (WS-IDX)         TO LI-QTD
           MOVE WS-IT-PRECO (WS-IDX)       TO LI-PRECO
           MOVE WS-IT-PERC-DESC (WS-IDX)   TO LI-DESC
           MOVE WS-IT-VALOR (WS-IDX)       TO LI-VALOR
           MOVE WS-LINHA-ITEM              TO REG-REL
           WRITE REG-REL.
       2910-IMPRIME-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS E MOSTRA AS VENDAS DA SESSAO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE PEDIDO ITEM-PED RECEBIMENTO CLIENTE PRODUTO
                 NOTAFIS NOTAITEM ESTOQUE KARDEX LOTE
           IF NOT SEM-ARQUIVO-KIT
               CLOSE KIT
           END-IF
           CANCEL "ACHACFOP"
           DISPLAY "VENDAS BALCAO GRAVADAS NESTA SESSAO: "
                   WS-QTD-VENDAS.
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
           STRING "SPOOL-VENDBAL-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "VENDBAL;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8900-GRAVA-ACAO-LOG - APENDA NO ACAOLOG.TXT A OPERACAO
      * SENSIVEL RECEM-EFETIVADA (DATA;HORA;QUEM;OPERACAO;CHAVE),
      * MESMO LOG DAS NEGATIVAS DE ACESSO DO HBSIS, LIDO PELO VERLOG.
      *-----------------------------------------------------------------
       8900-GRAVA-ACAO-LOG.
           ACCEPT WS-ALOG-DT FROM DATE YYYYMMDD
           ACCEPT WS-ALOG-HR FROM TIME

           OPEN EXTEND ACAO-LOG
           IF FS-ALOG = "05" OR FS-ALOG = "35"
               OPEN OUTPUT ACAO-LOG
           END-IF
           IF FS-ALOG NOT = ZEROS
               GO TO 8900-GRAVA-ACAO-LOG-EXIT
           END-IF

           MOVE SPACES TO REG-ALOG
           STRING WS-ALOG-DT ";" WS-ALOG-HR (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
