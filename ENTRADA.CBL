      *                   IMPRIME A LISTA DE CONFERENCIA DO QUE FOI
      *                   LANCADO EM SPOOL DATADO REGISTRADO NO
      *                   SPOOLREG.TXT.
      * 15/10/2026 DEV   LANCAMENTO DE PRE-NOTA IMPORTADA (IMPNFE): AS
      *                   LINHAS, CUSTO E LOTE VEM DA NOTA ELETRONICA
      *                   DO FORNECEDOR E O ALMOXARIFE SO CONFIRMA A
      *                   QUANTIDADE CONTADA NA DOCA; NO FECHO O VALOR
      *                   DA NOTA E SUGERIDO PARA O CONTAS A PAGAR E A
      *                   PRE-NOTA FICA LANCADA.
      * 15/10/2026 DEV   CUSTO DE AQUISICAO: FRETE, SEGURO E OUTRAS
      *                   DESPESAS DA NOTA SAO RATEADOS NAS LINHAS POR
      *                   VALOR OU POR PESO BRUTO (PESO-BRUTO-PRODUTO);
      *                   O CUSTO UNITARIO COM RATEIO ALIMENTA O CUSTO
      *                   MEDIO E O MOVIMENTO ENT DO KARDEX
      *                   (CUSTO-UNIT-KDX). A CONFERENCIA TRAZ O
      *                   DETALHE DO RATEIO POR LINHA E O RESUMO.
      * 15/10/2026 DEV   QUARENTENA DE QUALIDADE: A LINHA PODE SER
      *                   RECEBIDA EM QUARENTENA (QUARENT) EM VEZ DE
      *                   IR PARA ESTOQUE/LOTE - FICA INVISIVEL PARA
      *                   VENDA, SEPARACAO E TRANSFERENCIA ATE A
      *                   LIBERACAO NA LIBQUAR. KARDEX TIPO QEN.
      * 15/10/2026 DEV   O PRIMEIRO RECEBIMENTO CONTRA O PEDIDO DE
      *                   COMPRA GRAVA A DATA EM DT-RECEB-PC (PRAZO DE
      *                   ENTREGA DO RELFORN).
      * 15/10/2026 DEV   A LINHA DIGITADA ACEITA O CODIGO DE BARRAS
      *                   (CODBARRA) NO LUGAR DO CODIGO DO PRODUTO; A
      *                   LEITURA DO CODIGO DE CAIXA MULTIPLICA A
      *                   QUANTIDADE POR QTD-POR-CAIXA-PRODUTO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ITMCOMP.SEL".
           COPY "CONTAPAG.SEL".
           COPY "LOTE.SEL".
           COPY "PRENOTA.SEL".
           COPY "PREITEM.SEL".
           COPY "QUARENT.SEL".
           COPY "CODBARRA.SEL".

           SELECT ENTRADA-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ITMCOMP.FD".
           COPY "CONTAPAG.FD".
           COPY "LOTE.FD".
           COPY "PRENOTA.FD".
           COPY "PREITEM.FD".
           COPY "QUARENT.FD".
           COPY "CODBARRA.FD".

       FD  ENTRADA-REL
           LABEL RECORD STANDARD.
       77  WS-FILIAL-IDX               PIC 9(02)    VALUE ZEROS.
       77  WS-MAX-FILIAIS              PIC 9(02)    VALUE 20.

      * CUSTO DE AQUISICAO (RATEIO DAS DESPESAS ACESSORIAS DA NOTA):
      * FRETE + SEGURO + OUTRAS DIVIDIDOS PELA BASE DA NOTA (VALOR
      * TOTAL DAS MERCADORIAS OU PESO BRUTO TOTAL) DAO O FATOR; CADA
      * LINHA COM CUSTO RECEBE CUSTO x FATOR (POR VALOR) OU
      * PESO-BRUTO-PRODUTO x FATOR (POR PESO) NO CUSTO UNITARIO.
      * O QUE NAO COUBER NAS LINHAS LANCADAS (ITEM NAO RECEBIDO,
      * LINHA SEM CUSTO) SAI COMO NAO RATEADO NO RESUMO.
       77  WS-DESPESA-TEXT             PIC X(15)    VALUE SPACES.
       77  WS-VALOR-FRETE              PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-SEGURO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-OUTRAS             PIC S9(09)V99 VALUE ZEROS.
       77  WS-TOTAL-DESPESAS           PIC S9(09)V99 VALUE ZEROS.
       77  WS-CRITERIO-RATEIO          PIC X(01)    VALUE "V".
           88  RATEIO-POR-VALOR                     VALUE "V".
           88  RATEIO-POR-PESO                      VALUE "P".
       77  WS-BASE-RATEIO              PIC S9(11)V999 VALUE ZEROS.
       77  WS-FATOR-RATEIO             PIC 9(07)V9(06) VALUE ZEROS.
       77  WS-CUSTO-NOTA-UNIT          PIC S9(07)V99 VALUE ZEROS.
       77  WS-RATEIO-UNIT              PIC S9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-RATEADO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-EDIT-1                   PIC Z(08)9,99.
       77  WS-EDIT-2                   PIC Z(08)9,99.
       77  WS-EDIT-3                   PIC Z(08)9,99.
       77  WS-EDIT-4                   PIC Z(08)9,99.
       77  WS-BASE-EDIT                PIC Z(10)9,999.
       77  WS-DIF-EDIT                 PIC -Z(08)9,99.

      * CONTROLE POR LOTE: LOTE E VALIDADE INFORMADOS POR LINHA
      * RECEBIDA (ENTER = SEM LOTE, SEM CONTROLE DE VALIDADE); O
      * SALDO DO LOTE SOMA EM LOTE E O MOVIMENTO ENT LEVA O LOTE NO
       77  WS-NUM-LOTE-ENT             PIC X(10)    VALUE SPACES.
       77  WS-DT-VALIDADE-ENT          PIC 9(08)    VALUE ZEROS.

      * PRE-NOTA IMPORTADA (IMPNFE): QUANDO INFORMADA, AS LINHAS SAO
      * PERCORRIDAS EM PREITEM E O OPERADOR SO INFORMA A QUANTIDADE
      * CONTADA (ENTER = A DA NOTA, ZERO = NAO RECEBIDO); PRODUTO,
      * CUSTO E LOTE VEM DA NOTA. ZERO = DIGITACAO MANUAL.
       77  FS-PRE                      PIC XX       VALUE SPACES.
       77  FS-PIT                      PIC XX       VALUE SPACES.
       77  WS-NUM-PRENOTA-ENT          PIC 9(07)    VALUE ZEROS.
       77  WS-VALOR-NOTA-PRE           PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(08)9,99.
       77  WS-QTD-EDIT                 PIC Z(06)9,999.
       77  WS-QTD-NAO-RECEBIDAS        PIC 9(03)    VALUE ZEROS.

      * QUARENTENA DE QUALIDADE: A LINHA MARCADA VAI PARA QUARENT
      * (FILIAL + PRODUTO + LOTE) E NAO PARA ESTOQUE/LOTE; O KARDEX
      * REGISTRA QEN SEM ENTRADA NO SALDO DISPONIVEL.
       77  FS-QUA                      PIC XX       VALUE SPACES.
       77  WS-RESP-QUARENTENA          PIC X(01)    VALUE SPACE.
       77  WS-QTD-EM-QUARENTENA        PIC 9(05)    VALUE ZEROS.

      * CODIGO DE BARRAS: O CAMPO LIDO PODE SER O CODIGO DO PRODUTO
      * (ATE 5 DIGITOS) OU O EAN/DUN PASSADO NO LEITOR. WS-FATOR-EMB E
      * O NUMERO DE UNIDADES QUE CADA QUANTIDADE INFORMADA REPRESENTA
      * (1 = UNIDADE, QTD-POR-CAIXA-PRODUTO = CODIGO DE CAIXA).
       77  FS-EAN                      PIC XX       VALUE SPACES.
       77  WS-COD-LIDO                 PIC X(14)    VALUE SPACES.
       77  WS-FATOR-EMB                PIC 9(05)    VALUE 1.

       01  WS-SWITCHES.
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-COM-PRENOTA          PIC X(01)    VALUE "N".
               88  COM-PRENOTA                      VALUE "S".
           05  WS-FIM-PIT              PIC X(01)    VALUE "N".
               88  FIM-PIT                          VALUE "S".
           05  WS-EM-QUARENTENA        PIC X(01)    VALUE "N".
               88  EM-QUARENTENA                    VALUE "S".
           05  WS-SEM-EAN              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-EAN                  VALUE "S".
           05  WS-LIDO-CAIXA           PIC X(01)    VALUE "N".
               88  LIDO-CODIGO-CAIXA                VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           PERFORM 1200-VALIDA-FORNECEDOR
               THRU 1200-VALIDA-FORNECEDOR-EXIT

           PERFORM 1250-ABRE-PRENOTA THRU 1250-ABRE-PRENOTA-EXIT

           IF COM-PRENOTA
               MOVE NUM-NOTA-PRE TO WS-DOC-FORNECEDOR
               DISPLAY "DOCUMENTO DO FORNECEDOR: "
                       FUNCTION TRIM(WS-DOC-FORNECEDOR)
           ELSE
               DISPLAY "DOCUMENTO DO FORNECEDOR:"
               ACCEPT WS-DOC-FORNECEDOR FROM CONSOLE
           END-IF

           DISPLAY "DATA DA ENTRADA (AAAAMMDD), ENTER P/ HOJE:"
           ACCEPT WS-DT-ENTRADA FROM CONSOLE
               OPEN I-O LOTE
           END-IF

           OPEN I-O QUARENT
           IF FS-QUA = "35" OR FS-QUA = "05"
               OPEN OUTPUT QUARENT
               CLOSE QUARENT
               OPEN I-O QUARENT
           END-IF

      * CODBARRA E SO CONSULTADO: SEM O ARQUIVO A DIGITACAO SEGUE SO
      * PELO CODIGO DO PRODUTO.
           OPEN INPUT CODBARRA
           IF FS-EAN NOT = "00"
               CLOSE CODBARRA
               MOVE "S" TO WS-SEM-EAN
           END-IF

           PERFORM 1400-PEDE-DESPESAS THRU 1400-PEDE-DESPESAS-EXIT

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT ENTRADA-REL
       1200-VALIDA-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1250-ABRE-PRENOTA - PERGUNTA A PRE-NOTA IMPORTADA A LANCAR
      * (ZERO = DIGITACAO MANUAL). A PRE-NOTA PRECISA EXISTIR, ESTAR
      * PENDENTE E SER DO FORNECEDOR INFORMADO; FICA PRESA ATE O
      * FECHO PARA NAO SER LANCADA DUAS VEZES AO MESMO TEMPO.
      *-----------------------------------------------------------------
       1250-ABRE-PRENOTA.
           OPEN I-O PRENOTA
           IF FS-PRE NOT = ZEROS
               CLOSE PRENOTA
               GO TO 1250-ABRE-PRENOTA-EXIT
           END-IF

           DISPLAY "PRE-NOTA IMPORTADA A LANCAR (0 P/ DIGITACAO"
                   " MANUAL):"
           ACCEPT WS-NUM-PRENOTA-ENT FROM CONSOLE
           IF WS-NUM-PRENOTA-ENT = ZEROS
               CLOSE PRENOTA
               GO TO 1250-ABRE-PRENOTA-EXIT
           END-IF

           MOVE WS-NUM-PRENOTA-ENT TO XAV-PRE
           READ PRENOTA WITH LOCK
           IF FS-PRE NOT = ZEROS OR NOT PRE-PENDENTE
               DISPLAY "PRE-NOTA NAO ENCONTRADA OU JA LANCADA -"
                       " DIGITACAO MANUAL."
               MOVE ZEROS TO WS-NUM-PRENOTA-ENT
               CLOSE PRENOTA
               GO TO 1250-ABRE-PRENOTA-EXIT
           END-IF

           IF WS-COD-FORN-ENT NOT = ZEROS
           AND COD-FORN-PRE NOT = WS-COD-FORN-ENT
               DISPLAY "PRE-NOTA E DE OUTRO FORNECEDOR (" COD-FORN-PRE
                       ") - DIGITACAO MANUAL."
               MOVE ZEROS TO WS-NUM-PRENOTA-ENT
               CLOSE PRENOTA
               GO TO 1250-ABRE-PRENOTA-EXIT
           END-IF

           OPEN I-O PREITEM
           IF FS-PIT NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PREITEM. FS: " FS-PIT
               MOVE ZEROS TO WS-NUM-PRENOTA-ENT
               CLOSE PRENOTA
               GO TO 1250-ABRE-PRENOTA-EXIT
           END-IF

           MOVE VALOR-NOTA-PRE TO WS-VALOR-NOTA-PRE
           DISPLAY "PRE-NOTA " NUM-PRENOTA " NOTA "
                   FUNCTION TRIM(NUM-NOTA-PRE) " - " QTD-ITENS-PRE
                   " ITEM(NS) A CONFERIR."
           MOVE "S" TO WS-COM-PRENOTA.
       1250-ABRE-PRENOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-ABRE-PEDIDO-COMPRA - PERGUNTA O PEDIDO DE COMPRA A
      * RECEBER (ZERO = ENTRADA AVULSA). O PEDIDO PRECISA EXISTIR,
       1300-ABRE-PEDIDO-COMPRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-PEDE-DESPESAS - FRETE, SEGURO E OUTRAS DESPESAS DA NOTA
      * (ENTER = ZERO) E O CRITERIO DE RATEIO. A BASE VEM DAS LINHAS
      * DA PRE-NOTA IMPORTADA OU, NA DIGITACAO MANUAL, DO TOTAL
      * INFORMADO NA NOTA.
      *-----------------------------------------------------------------
       1400-PEDE-DESPESAS.
           DISPLAY "FRETE DA NOTA (ENTER P/ ZERO):"
           ACCEPT WS-DESPESA-TEXT FROM CONSOLE
           MOVE ZEROS TO WS-VALOR-FRETE
           IF WS-DESPESA-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DESPESA-TEXT) TO WS-VALOR-FRETE
           END-IF

           DISPLAY "SEGURO DA NOTA (ENTER P/ ZERO):"
           ACCEPT WS-DESPESA-TEXT FROM CONSOLE
           MOVE ZEROS TO WS-VALOR-SEGURO
           IF WS-DESPESA-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DESPESA-TEXT) TO WS-VALOR-SEGURO
           END-IF

           DISPLAY "OUTRAS DESPESAS DA NOTA (ENTER P/ ZERO):"
           ACCEPT WS-DESPESA-TEXT FROM CONSOLE
           MOVE ZEROS TO WS-VALOR-OUTRAS
           IF WS-DESPESA-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DESPESA-TEXT) TO WS-VALOR-OUTRAS
           END-IF

           COMPUTE WS-TOTAL-DESPESAS =
               WS-VALOR-FRETE + WS-VALOR-SEGURO + WS-VALOR-OUTRAS
           IF WS-TOTAL-DESPESAS NOT > ZEROS
               MOVE ZEROS TO WS-TOTAL-DESPESAS
               GO TO 1400-PEDE-DESPESAS-EXIT
           END-IF

           DISPLAY "RATEIO DAS DESPESAS POR (V)ALOR OU (P)ESO BRUTO"
                   " (ENTER P/ VALOR):"
           ACCEPT WS-CRITERIO-RATEIO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CRITERIO-RATEIO)
               TO WS-CRITERIO-RATEIO
           IF NOT RATEIO-POR-PESO
               MOVE "V" TO WS-CRITERIO-RATEIO
           END-IF

           MOVE ZEROS TO WS-BASE-RATEIO
           IF COM-PRENOTA
               PERFORM 1450-BASE-PRENOTA THRU 1450-BASE-PRENOTA-EXIT
           ELSE
               IF RATEIO-POR-VALOR
                   DISPLAY "VALOR TOTAL DAS MERCADORIAS DA NOTA:"
               ELSE
                   DISPLAY "PESO BRUTO TOTAL DA NOTA (KG):"
               END-IF
               ACCEPT WS-DESPESA-TEXT FROM CONSOLE
               MOVE FUNCTION NUMVAL(WS-DESPESA-TEXT) TO WS-BASE-RATEIO
           END-IF

           IF WS-BASE-RATEIO NOT > ZEROS
               DISPLAY "BASE DE RATEIO ZERADA - DESPESAS NAO RATEADAS."
               GO TO 1400-PEDE-DESPESAS-EXIT
           END-IF

           COMPUTE WS-FATOR-RATEIO ROUNDED =
               WS-TOTAL-DESPESAS / WS-BASE-RATEIO.
       1400-PEDE-DESPESAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1450-BASE-PRENOTA - BASE DE RATEIO DA PRE-NOTA: VALOR (QTD x
      * CUSTO) OU PESO BRUTO (QTD x PESO-BRUTO-PRODUTO) DAS LINHAS.
      *-----------------------------------------------------------------
       1450-BASE-PRENOTA.
           MOVE "N" TO WS-FIM-PIT
           MOVE WS-NUM-PRENOTA-ENT TO NUM-PRENOTA-PIT
           MOVE ZEROS              TO SEQ-PIT
           START PREITEM KEY IS NOT LESS THAN XAV-PIT
               INVALID KEY MOVE "S" TO WS-FIM-PIT
           END-START

           PERFORM 1460-SOMA-BASE-ITEM THRU 1460-SOMA-BASE-ITEM-EXIT
               UNTIL FIM-PIT.
       1450-BASE-PRENOTA-EXIT.
           EXIT.

       1460-SOMA-BASE-ITEM.
           READ PREITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PIT
                   GO TO 1460-SOMA-BASE-ITEM-EXIT
           END-READ
           IF NUM-PRENOTA-PIT NOT = WS-NUM-PRENOTA-ENT
               MOVE "S" TO WS-FIM-PIT
               GO TO 1460-SOMA-BASE-ITEM-EXIT
           END-IF

           IF RATEIO-POR-VALOR
               COMPUTE WS-BASE-RATEIO = WS-BASE-RATEIO
                   + QTD-NOTA-PIT * CUSTO-UNIT-PIT
               GO TO 1460-SOMA-BASE-ITEM-EXIT
           END-IF

           MOVE COD-PRODUTO-PIT TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               COMPUTE WS-BASE-RATEIO = WS-BASE-RATEIO
                   + QTD-NOTA-PIT * PESO-BRUTO-PRODUTO
           END-IF
           MOVE ZEROS TO FS.
       1460-SOMA-BASE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - LACO DE DIGITACAO DAS LINHAS PRODUTO/QUANTIDADE
      * (PRODUTO ZERO ENCERRA A DIGITACAO), OU CONFERENCIA DAS LINHAS
      * DA PRE-NOTA IMPORTADA.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           IF COM-PRENOTA
               PERFORM 2050-CONFERE-PRENOTA
                   THRU 2050-CONFERE-PRENOTA-EXIT
               GO TO 2000-PROCESSA-EXIT
           END-IF

           PERFORM 2100-TRATA-LINHA THRU 2100-TRATA-LINHA-EXIT
               UNTIL FIM-DIGITACAO.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-CONFERE-PRENOTA - PERCORRE AS LINHAS DA PRE-NOTA EM
      * PREITEM NA ORDEM DA NOTA.
      *-----------------------------------------------------------------
       2050-CONFERE-PRENOTA.
           MOVE "N" TO WS-FIM-PIT
           MOVE WS-NUM-PRENOTA-ENT TO NUM-PRENOTA-PIT
           MOVE ZEROS              TO SEQ-PIT
           START PREITEM KEY IS NOT LESS THAN XAV-PIT
               INVALID KEY MOVE "S" TO WS-FIM-PIT
           END-START

           PERFORM 2060-CONFERE-ITEM THRU 2060-CONFERE-ITEM-EXIT
               UNTIL FIM-PIT.
       2050-CONFERE-PRENOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2060-CONFERE-ITEM - MOSTRA A LINHA DA NOTA E PEDE A QUANTIDADE
      * CONTADA NA DOCA; O LANCAMENTO SEGUE O MESMO CAMINHO DA
      * DIGITACAO MANUAL (CUSTO MEDIO, LOTE, ESTOQUE, KARDEX, PEDIDO
      * DE COMPRA). DIVERGENCIA E ITEM NAO RECEBIDO SAEM NA
      * CONFERENCIA E A QUANTIDADE CONTADA FICA EM QTD-CONFERIDA-PIT.
      *-----------------------------------------------------------------
       2060-CONFERE-ITEM.
           READ PREITEM NEXT RECORD WITH LOCK
               AT END
                   MOVE "S" TO WS-FIM-PIT
                   GO TO 2060-CONFERE-ITEM-EXIT
           END-READ
           IF NUM-PRENOTA-PIT NOT = WS-NUM-PRENOTA-ENT
               MOVE "S" TO WS-FIM-PIT
               GO TO 2060-CONFERE-ITEM-EXIT
           END-IF

           MOVE COD-PRODUTO-PIT TO WS-COD-PRODUTO-ENT
           MOVE COD-PRODUTO-PIT TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR PRODUTO-INATIVO
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "PRODUTO " WS-COD-PRODUTO-ENT
                       " NAO CADASTRADO OU INATIVO - LINHA IGNORADA"
               MOVE ZEROS TO FS
               GO TO 2060-CONFERE-ITEM-EXIT
           END-IF

           MOVE QTD-NOTA-PIT TO WS-QTD-EDIT
           DISPLAY "ITEM " SEQ-PIT " PRODUTO " WS-COD-PRODUTO-ENT " "
                   FUNCTION TRIM(DESCR-PRODUTO) " - QTD NA NOTA "
                   WS-QTD-EDIT " LOTE " LOTE-PIT
           DISPLAY "QUANTIDADE CONTADA NA DOCA (ENTER P/ A DA NOTA,"
                   " 0 P/ NAO RECEBIDO):"
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           IF WS-QTD-TEXT = SPACES
               MOVE QTD-NOTA-PIT TO WS-QTD-ENTRADA
           ELSE
               MOVE FUNCTION NUMVAL(WS-QTD-TEXT) TO WS-QTD-ENTRADA
           END-IF

           MOVE WS-QTD-ENTRADA TO QTD-CONFERIDA-PIT
           REWRITE REG-PIT

           IF WS-QTD-ENTRADA NOT > ZEROS
               ADD 1 TO WS-QTD-NAO-RECEBIDAS
               MOVE SPACES TO REG-REL
               STRING "  NAO RECEBIDO: ITEM " SEQ-PIT " PRODUTO "
                      WS-COD-PRODUTO-ENT " QTD NA NOTA " WS-QTD-EDIT
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               GO TO 2060-CONFERE-ITEM-EXIT
           END-IF

           MOVE CUSTO-UNIT-PIT  TO WS-CUSTO-ENTRADA
           MOVE LOTE-PIT        TO WS-NUM-LOTE-ENT
           MOVE DT-VALIDADE-PIT TO WS-DT-VALIDADE-ENT

           PERFORM 2140-APLICA-RATEIO THRU 2140-APLICA-RATEIO-EXIT

           IF WS-CUSTO-ENTRADA > ZEROS
               PERFORM 2150-ATUALIZA-CUSTO-MEDIO
                   THRU 2150-ATUALIZA-CUSTO-MEDIO-EXIT
           END-IF

           PERFORM 2160-PERGUNTA-QUARENTENA
               THRU 2160-PERGUNTA-QUARENTENA-EXIT

           IF WS-NUM-LOTE-ENT NOT = SPACES
           AND NOT EM-QUARENTENA
               PERFORM 2170-SOMA-LOTE THRU 2170-SOMA-LOTE-EXIT
           END-IF

           PERFORM 2200-SOMA-ESTOQUE THRU 2200-SOMA-ESTOQUE-EXIT

           IF WS-QTD-ENTRADA NOT = QTD-NOTA-PIT
               MOVE SPACES TO REG-REL
               STRING "  DIVERGENCIA: ITEM " SEQ-PIT " QTD NA NOTA "
                      WS-QTD-EDIT
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF.
       2060-CONFERE-ITEM-EXIT.
           EXIT.

       2100-TRATA-LINHA.
           DISPLAY "CODIGO DO PRODUTO OU CODIGO DE BARRAS"
                   " (0 P/ ENCERRAR):"
           MOVE SPACES TO WS-COD-LIDO
           ACCEPT WS-COD-LIDO FROM CONSOLE

           IF WS-COD-LIDO = SPACES OR WS-COD-LIDO = "0"
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           PERFORM 2105-RESOLVE-CODIGO THRU 2105-RESOLVE-CODIGO-EXIT
           IF WS-COD-PRODUTO-ENT = ZEROS
               ADD 1 TO WS-QTD-REJEITADAS
               DISPLAY "CODIGO " FUNCTION TRIM(WS-COD-LIDO)
                       " NAO CADASTRADO - LINHA IGNORADA"
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE WS-COD-PRODUTO-ENT TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR PRODUTO-INATIVO
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE 1 TO WS-FATOR-EMB
           IF LIDO-CODIGO-CAIXA
               IF QTD-POR-CAIXA-PRODUTO = ZEROS
                   ADD 1 TO WS-QTD-REJEITADAS
                   DISPLAY "PRODUTO " WS-COD-PRODUTO-ENT
                           " SEM FATOR DE CAIXA - LINHA IGNORADA"
                   GO TO 2100-TRATA-LINHA-EXIT
               END-IF
               MOVE QTD-POR-CAIXA-PRODUTO TO WS-FATOR-EMB
               DISPLAY "CODIGO DE CAIXA - " WS-FATOR-EMB
                       " UNIDADES POR CAIXA"
               DISPLAY "QUANTIDADE DE CAIXAS RECEBIDAS:"
           ELSE
               DISPLAY "QUANTIDADE RECEBIDA:"
           END-IF
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           COMPUTE WS-QTD-ENTRADA =
                   FUNCTION NUMVAL(WS-QTD-TEXT) * WS-FATOR-EMB

           IF WS-QTD-ENTRADA NOT > ZEROS
               ADD 1 TO WS-QTD-REJEITADAS
                   TO WS-CUSTO-ENTRADA
           END-IF

           PERFORM 2140-APLICA-RATEIO THRU 2140-APLICA-RATEIO-EXIT

           IF WS-CUSTO-ENTRADA > ZEROS
               PERFORM 2150-ATUALIZA-CUSTO-MEDIO
                   THRU 2150-ATUALIZA-CUSTO-MEDIO-EXIT
           IF WS-NUM-LOTE-ENT NOT = SPACES
               DISPLAY "VALIDADE DO LOTE (AAAAMMDD):"
               ACCEPT WS-DT-VALIDADE-ENT FROM CONSOLE
           END-IF

           PERFORM 2160-PERGUNTA-QUARENTENA
               THRU 2160-PERGUNTA-QUARENTENA-EXIT

           IF WS-NUM-LOTE-ENT NOT = SPACES
           AND NOT EM-QUARENTENA
               PERFORM 2170-SOMA-LOTE THRU 2170-SOMA-LOTE-EXIT
           END-IF

       2100-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2105-RESOLVE-CODIGO - TRADUZ O QUE FOI DIGITADO OU LIDO EM
      * WS-COD-LIDO PARA O CODIGO DO PRODUTO: PRIMEIRO PROCURA O
      * CODIGO DE BARRAS EM CODBARRA; NAO ACHANDO, ATE 5 DIGITOS E O
      * PROPRIO CODIGO DO PRODUTO. CODIGO NAO RESOLVIDO VOLTA ZEROS.
      * LIDO-CODIGO-CAIXA INDICA QUE O CODIGO E DA EMBALAGEM DE CAIXA.
      *-----------------------------------------------------------------
       2105-RESOLVE-CODIGO.
           MOVE ZEROS TO WS-COD-PRODUTO-ENT
           MOVE "N"   TO WS-LIDO-CAIXA

           IF NOT SEM-ARQUIVO-EAN
               MOVE WS-COD-LIDO TO XAV-EAN
               READ CODBARRA
               IF FS-EAN = "00"
                   MOVE COD-PRODUTO-EAN TO WS-COD-PRODUTO-ENT
                   IF EMB-CAIXA-EAN
                       MOVE "S" TO WS-LIDO-CAIXA
                   END-IF
                   GO TO 2105-RESOLVE-CODIGO-EXIT
               END-IF
           END-IF

           IF WS-COD-LIDO(6:9) = SPACES
               MOVE FUNCTION NUMVAL(WS-COD-LIDO) TO WS-COD-PRODUTO-ENT
           END-IF.
       2105-RESOLVE-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2140-APLICA-RATEIO - SOMA AO CUSTO UNITARIO DA NOTA A PARTE
      * DA LINHA NAS DESPESAS ACESSORIAS. LINHA SEM CUSTO NAO RECEBE
      * RATEIO (NAO MEXE NO CUSTO MEDIO).
      *-----------------------------------------------------------------
       2140-APLICA-RATEIO.
           MOVE WS-CUSTO-ENTRADA TO WS-CUSTO-NOTA-UNIT
           MOVE ZEROS            TO WS-RATEIO-UNIT

           IF WS-FATOR-RATEIO = ZEROS
           OR WS-CUSTO-NOTA-UNIT NOT > ZEROS
               GO TO 2140-APLICA-RATEIO-EXIT
           END-IF

           IF RATEIO-POR-VALOR
               COMPUTE WS-RATEIO-UNIT ROUNDED =
                   WS-CUSTO-NOTA-UNIT * WS-FATOR-RATEIO
           ELSE
               COMPUTE WS-RATEIO-UNIT ROUNDED =
                   PESO-BRUTO-PRODUTO * WS-FATOR-RATEIO
           END-IF

           ADD WS-RATEIO-UNIT TO WS-CUSTO-ENTRADA.
       2140-APLICA-RATEIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-ATUALIZA-CUSTO-MEDIO - PONDERA O CUSTO INFORMADO COM O
      * SALDO TOTAL ATUAL DO PRODUTO (ANTES DESTA ENTRADA) E REGRAVA
       2150-ATUALIZA-CUSTO-MEDIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2160-PERGUNTA-QUARENTENA - MERCADORIA QUE AINDA DEPENDE DE
      * INSPECAO OU CHEGOU COM EMBALAGEM AVARIADA E RECEBIDA EM
      * QUARENTENA (ENTER = NAO, VAI DIRETO PARA O ESTOQUE).
      *-----------------------------------------------------------------
       2160-PERGUNTA-QUARENTENA.
           MOVE "N" TO WS-EM-QUARENTENA
           DISPLAY "RECEBER EM QUARENTENA DE QUALIDADE (S/N, ENTER P/"
                   " N)?"
           ACCEPT WS-RESP-QUARENTENA FROM CONSOLE
           IF WS-RESP-QUARENTENA = "S" OR WS-RESP-QUARENTENA = "s"
               MOVE "S" TO WS-EM-QUARENTENA
           END-IF.
       2160-PERGUNTA-QUARENTENA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2170-SOMA-LOTE - SOMA A QUANTIDADE RECEBIDA NO SALDO DO LOTE
      * (CRIANDO O LOTE NO PRIMEIRO RECEBIMENTO). VALIDADE INFORMADA
      * IMPRIME A LINHA DE CONFERENCIA COM O SALDO RESULTANTE.
      *-----------------------------------------------------------------
       2200-SOMA-ESTOQUE.
           IF EM-QUARENTENA
               PERFORM 2250-SOMA-QUARENTENA
                   THRU 2250-SOMA-QUARENTENA-EXIT
           ELSE
               MOVE WS-FILIAL-ENT      TO COD-FILIAL-EST
               MOVE WS-COD-PRODUTO-ENT TO COD-PRODUTO OF REG-ESTOQUE
               READ ESTOQUE WITH LOCK
               IF FS = ZEROS
                   ADD WS-QTD-ENTRADA TO QTD-ESTOQUE
                   REWRITE REG-ESTOQUE
               ELSE
                   INITIALIZE REG-ESTOQUE
                   MOVE WS-FILIAL-ENT      TO COD-FILIAL-EST
                   MOVE WS-COD-PRODUTO-ENT
                       TO COD-PRODUTO OF REG-ESTOQUE
                   MOVE WS-QTD-ENTRADA     TO QTD-ESTOQUE
                   WRITE REG-ESTOQUE
               END-IF
           END-IF

           IF FS NOT = ZEROS
           MOVE QTD-ESTOQUE        TO LD-SALDO
           MOVE WS-MARCA-PC        TO LD-MARCA-PC
           MOVE WS-LINHA-DADOS     TO REG-REL
           WRITE REG-REL

           IF EM-QUARENTENA
               ADD 1 TO WS-QTD-EM-QUARENTENA
               MOVE SPACES TO REG-REL
               STRING "        EM QUARENTENA DE QUALIDADE - FORA DO"
                      " SALDO DISPONIVEL ATE A LIBERACAO (LIBQUAR)"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           IF WS-RATEIO-UNIT > ZEROS
               COMPUTE WS-TOTAL-RATEADO ROUNDED = WS-TOTAL-RATEADO
                   + WS-RATEIO-UNIT * WS-QTD-ENTRADA
               MOVE WS-CUSTO-NOTA-UNIT TO WS-EDIT-1
               MOVE WS-RATEIO-UNIT     TO WS-EDIT-2
               MOVE WS-CUSTO-ENTRADA   TO WS-EDIT-3
               MOVE SPACES TO REG-REL
               STRING "        CUSTO NOTA " WS-EDIT-1 " + RATEIO "
                      WS-EDIT-2 " = CUSTO DE AQUISICAO " WS-EDIT-3
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF.
       2200-SOMA-ESTOQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-SOMA-QUARENTENA - SOMA A QUANTIDADE RECEBIDA NO SALDO EM
      * QUARENTENA DA FILIAL/PRODUTO/LOTE (CRIANDO O REGISTRO NO
      * PRIMEIRO RECEBIMENTO). A DATA DE ENTRADA SO E REINICIADA
      * QUANDO O SALDO ESTAVA ZERADO, PARA O RELQUAR MEDIR PELO
      * RECEBIMENTO MAIS ANTIGO. O ESTOQUE DISPONIVEL NAO MUDA: E SO
      * LIDO PARA O SALDO DA CONFERENCIA E DO KARDEX.
      *-----------------------------------------------------------------
       2250-SOMA-QUARENTENA.
           MOVE WS-FILIAL-ENT      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-ENT TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO QTD-ESTOQUE
           END-IF

           MOVE WS-FILIAL-ENT      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-ENT TO COD-PRODUTO-QUA
           MOVE WS-NUM-LOTE-ENT    TO LOTE-QUA
           READ QUARENT WITH LOCK
           IF FS-QUA = ZEROS
               IF QTD-QUARENTENA-QUA = ZEROS
                   MOVE WS-DT-ENTRADA TO DT-ENTRADA-QUA
               END-IF
               ADD WS-QTD-ENTRADA TO QTD-QUARENTENA-QUA
               IF WS-DT-VALIDADE-ENT NOT = ZEROS
                   MOVE WS-DT-VALIDADE-ENT TO DT-VALIDADE-QUA
               END-IF
               MOVE WS-COD-FORN-ENT    TO COD-FORN-QUA
               MOVE WS-DOC-FORNECEDOR  TO DOC-FORN-QUA
               MOVE WS-CUSTO-ENTRADA   TO CUSTO-UNIT-QUA
               REWRITE REG-QUA
           ELSE
               INITIALIZE REG-QUA
               MOVE WS-FILIAL-ENT      TO COD-FILIAL-QUA
               MOVE WS-COD-PRODUTO-ENT TO COD-PRODUTO-QUA
               MOVE WS-NUM-LOTE-ENT    TO LOTE-QUA
               MOVE WS-DT-VALIDADE-ENT TO DT-VALIDADE-QUA
               MOVE WS-QTD-ENTRADA     TO QTD-QUARENTENA-QUA
               MOVE WS-DT-ENTRADA      TO DT-ENTRADA-QUA
               MOVE WS-COD-FORN-ENT    TO COD-FORN-QUA
               MOVE WS-DOC-FORNECEDOR  TO DOC-FORN-QUA
               MOVE WS-CUSTO-ENTRADA   TO CUSTO-UNIT-QUA
               WRITE REG-QUA
           END-IF
           MOVE FS-QUA TO FS.
       2250-SOMA-QUARENTENA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-GRAVA-KARDEX - REGISTRA O MOVIMENTO DE ENTRADA NO KARDEX
      * COM O SALDO RESULTANTE. PROXIMO SEQ-KDX DO PRODUTO OBTIDO COM
           MOVE WS-DOC-FORNECEDOR  TO NUM-DOC-KDX
           MOVE WS-COD-FORN-ENT    TO COD-FORN-KDX
           MOVE WS-NUM-LOTE-ENT    TO LOTE-KDX
           MOVE WS-CUSTO-ENTRADA   TO CUSTO-UNIT-KDX
           MOVE WS-FILIAL-ENT      TO COD-FILIAL-KDX
           IF EM-QUARENTENA
               MOVE "QEN"          TO TIPO-DOC-KDX
               MOVE ZEROS          TO QTD-ENTRADA-KDX
               MOVE WS-QTD-ENTRADA TO QTD-QUARENT-KDX
           ELSE
               MOVE WS-QTD-ENTRADA TO QTD-ENTRADA-KDX
           END-IF
           MOVE ZEROS              TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE        TO SALDO-KDX
           WRITE REG-KDX.
           MOVE WS-LINHA-RODAPE-2    TO REG-REL
           WRITE REG-REL

           IF WS-QTD-EM-QUARENTENA > ZEROS
               MOVE SPACES TO REG-REL
               STRING "LINHAS RECEBIDAS EM QUARENTENA: "
                      WS-QTD-EM-QUARENTENA
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           IF WS-TOTAL-DESPESAS > ZEROS
               PERFORM 3050-RESUMO-RATEIO THRU 3050-RESUMO-RATEIO-EXIT
           END-IF

           IF COM-PEDIDO-COMPRA
               PERFORM 3100-FECHA-PEDIDO-COMPRA
                   THRU 3100-FECHA-PEDIDO-COMPRA-EXIT
                   THRU 3200-GERA-CONTAS-PAGAR-EXIT
           END-IF

           IF COM-PRENOTA
               PERFORM 3300-FECHA-PRENOTA THRU 3300-FECHA-PRENOTA-EXIT
           END-IF

           DISPLAY "ENTRADA CONCLUIDA: " WS-QTD-LINHAS
                   " LINHA(S) LANCADA(S) - CONFERENCIA EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)
           CLOSE ESTOQUE
           CLOSE KARDEX
           CLOSE LOTE
           CLOSE QUARENT
           IF NOT SEM-ARQUIVO-EAN
               CLOSE CODBARRA
           END-IF
           CLOSE ENTRADA-REL.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3050-RESUMO-RATEIO - DESPESAS ACESSORIAS, CRITERIO E BASE DO
      * RATEIO, QUANTO FOI PARA O CUSTO DAS LINHAS E O QUE SOBROU.
      *-----------------------------------------------------------------
       3050-RESUMO-RATEIO.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-VALOR-FRETE    TO WS-EDIT-1
           MOVE WS-VALOR-SEGURO   TO WS-EDIT-2
           MOVE WS-VALOR-OUTRAS   TO WS-EDIT-3
           MOVE WS-TOTAL-DESPESAS TO WS-EDIT-4
           MOVE SPACES TO REG-REL
           STRING "DESPESAS DA NOTA - FRETE " WS-EDIT-1 "  SEGURO "
                  WS-EDIT-2 "  OUTRAS " WS-EDIT-3 "  TOTAL " WS-EDIT-4
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           MOVE WS-BASE-RATEIO TO WS-BASE-EDIT
           MOVE SPACES TO REG-REL
           IF RATEIO-POR-VALOR
               STRING "RATEIO POR VALOR - BASE (MERCADORIAS) "
                      WS-BASE-EDIT
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "RATEIO POR PESO BRUTO - BASE (KG) "
                      WS-BASE-EDIT
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL

           MOVE WS-TOTAL-RATEADO TO WS-EDIT-1
           COMPUTE WS-DIF-EDIT = WS-TOTAL-DESPESAS - WS-TOTAL-RATEADO
           MOVE SPACES TO REG-REL
           STRING "RATEADO NO CUSTO DAS LINHAS " WS-EDIT-1
                  "  NAO RATEADO " WS-DIF-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL.
       3050-RESUMO-RATEIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-FECHA-PEDIDO-COMPRA - LISTA NA CONFERENCIA AS LINHAS DO
      * PEDIDO DE COMPRA AINDA NAO ATENDIDAS (FALTA DE ENTREGA) E,
               END-READ
           END-PERFORM

           MOVE WS-NUM-PCOMP-ENT TO XAV-PC
           READ PEDCOMP WITH LOCK
           IF FS-PC = ZEROS
               IF DT-RECEB-PC = ZEROS
                   MOVE WS-DT-ENTRADA TO DT-RECEB-PC
               END-IF
               IF WS-QTD-PEND-PC = ZEROS
                   SET PC-RECEBIDO TO TRUE
               END-IF
               REWRITE REG-PC
           END-IF

           IF WS-QTD-PEND-PC = ZEROS
               MOVE "  PEDIDO DE COMPRA TOTALMENTE RECEBIDO."
                   TO REG-REL
               WRITE REG-REL
      * GERA TITULO - ENTRADAS INTERNAS NAO TEM NOTA A PAGAR.
      *-----------------------------------------------------------------
       3200-GERA-CONTAS-PAGAR.
      * PRE-NOTA IMPORTADA: ENTER ASSUME O VALOR DA NOTA ELETRONICA
      * E ZERO DISPENSA O TITULO.
           IF COM-PRENOTA AND WS-VALOR-NOTA-PRE > ZEROS
               MOVE WS-VALOR-NOTA-PRE TO WS-VALOR-EDIT
               DISPLAY "VALOR TOTAL DA NOTA DO FORNECEDOR (ENTER P/"
                       WS-VALOR-EDIT ", 0 P/ NAO GERAR CONTAS A"
                       " PAGAR):"
               ACCEPT WS-VALOR-NOTA-TEXT FROM CONSOLE
               IF WS-VALOR-NOTA-TEXT = SPACES
                   MOVE WS-VALOR-NOTA-PRE TO WS-VALOR-NOTA-ENT
               ELSE
                   MOVE FUNCTION NUMVAL(WS-VALOR-NOTA-TEXT)
                       TO WS-VALOR-NOTA-ENT
               END-IF
           ELSE
               DISPLAY "VALOR TOTAL DA NOTA DO FORNECEDOR (ENTER P/"
                       " NAO GERAR CONTAS A PAGAR):"
               ACCEPT WS-VALOR-NOTA-TEXT FROM CONSOLE
               IF WS-VALOR-NOTA-TEXT = SPACES
                   GO TO 3200-GERA-CONTAS-PAGAR-EXIT
               END-IF
               MOVE FUNCTION NUMVAL(WS-VALOR-NOTA-TEXT)
                   TO WS-VALOR-NOTA-ENT
           END-IF
           IF WS-VALOR-NOTA-ENT NOT > ZEROS
               GO TO 3200-GERA-CONTAS-PAGAR-EXIT
           END-IF
       3250-GRAVA-PARCELA-CPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-FECHA-PRENOTA - COM ALGUMA LINHA LANCADA A PRE-NOTA FICA
      * LANCADA (NAO PODE SER LANCADA DE NOVO); SEM NENHUMA ELA SEGUE
      * PENDENTE PARA NOVA CONTAGEM.
      *-----------------------------------------------------------------
       3300-FECHA-PRENOTA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL

           IF WS-QTD-LINHAS > ZEROS
               MOVE WS-NUM-PRENOTA-ENT TO XAV-PRE
               READ PRENOTA WITH LOCK
               IF FS-PRE = ZEROS
                   SET PRE-LANCADA TO TRUE
                   MOVE WS-DATA-HOJE TO DT-LANCAMENTO-PRE
                   REWRITE REG-PRE
               END-IF
               STRING "PRE-NOTA " WS-NUM-PRENOTA-ENT " LANCADA - "
                      WS-QTD-NAO-RECEBIDAS " ITEM(NS) NAO RECEBIDO(S)."
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               STRING "PRE-NOTA " WS-NUM-PRENOTA-ENT " SEM LINHA"
                      " LANCADA - SEGUE PENDENTE."
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           WRITE REG-REL

           CLOSE PRENOTA
           CLOSE PREITEM.
       3300-FECHA-PRENOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
