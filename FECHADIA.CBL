      *                   CONFORME A CONDICAO DE PAGAMENTO DO PEDIDO
      *                   (CONDPAG); PEDIDO SEM CONDICAO MANTEM A
      *                   PARCELA UNICA EM 30 DIAS.
      * 15/10/2026 DEV   LINHA DE KIT DE VENDA (KIT) E BAIXADA NOS
      *                   COMPONENTES: ESTOQUE, LOTES E KARDEX PED DE
      *                   CADA COMPONENTE NA QUANTIDADE DO KIT VEZES A
      *                   QUANTIDADE DO COMPONENTE; A NOTA CONTINUA
      *                   COM A LINHA DO KIT E O SEU PRECO.
      * 15/10/2026 DEV   PEDIDO COM LINHA ATENDIDA POR OUTRA FILIAL
      *                   (NUM-TRF-ITEM) SO FATURA DEPOIS DE A
      *                   TRANSFERENCIA (TRFPED) SER RECEBIDA NO
      *                   DESTINO - ATE LA FICA DE FORA, CONTADO A
      *                   PARTE NO RODAPE.
      * 15/10/2026 DEV   PEDIDO FATURADO GERA AVISO AO CONTATO
      *                   FINANCEIRO DO CLIENTE NA FILA NOTIFIC (MODELO
      *                   PEDFATUR, COM A NOTA, O VALOR E OS
      *                   VENCIMENTOS DAS PARCELAS), ENVIADO PELO
      *                   NOTIFGW.
      * 15/10/2026 DEV   PEDIDO DE CLIENTE AINDA NAO APROVADO NA
      *                   ANALISE DE CREDITO (LIBCRED) NAO FATURA -
      *                   FICA ABERTO E E CONTADO A PARTE NO RODAPE.
      * 15/10/2026 DEV   CLIENTE COM DOCUMENTO OBRIGATORIO VENCIDO
      *                   (DOCCLI) OU CONTRIBUINTE DO ICMS SEM
      *                   INSCRICAO ESTADUAL NAO FATURA - PEDIDO FICA
      *                   ABERTO, CONTADO A PARTE NO RODAPE. A NOTA
      *                   GUARDA A IE E O INDICADOR DE CONTRIBUINTE.
      * 15/10/2026 DEV   LINHA DA NOTA FISCAL GRAVA O CFOP (ACHACFOP:
      *                   VENDA OU BONIFICACAO, FILIAL, UF DO CLIENTE E
      *                   GRUPO DO PRODUTO); O CABECALHO LEVA O CFOP E A
      *                   NATUREZA DA PRIMEIRA LINHA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "LOTE.SEL".
           COPY "KIT.SEL".
           COPY "TRFPED.SEL".
           COPY "CONTATO.SEL".
           COPY "NOTIFIC.SEL".
           COPY "DOCCLI.SEL".

           SELECT FECHA-LOG ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "LOTE.FD".
           COPY "KIT.FD".
           COPY "TRFPED.FD".
           COPY "CONTATO.FD".
           COPY "NOTIFIC.FD".
           COPY "DOCCLI.FD".

       FD  FECHA-LOG
           LABEL RECORD STANDARD.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  WS-SEQ-NFI                  PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-ITENS-NF             PIC 9(03)    VALUE ZEROS.
       77  WS-TIPO-OPER-CF             PIC X(01)    VALUE SPACE.
       77  WS-CFOP-CF                  PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-CF              PIC X(40)    VALUE SPACES.
       77  WS-CFOP-NOTA                PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-NOTA            PIC X(40)    VALUE SPACES.
       77  WS-PERIODO-FECHADO          PIC X(01)    VALUE "N".
           88  PERIODO-FECHADO                      VALUE "S".
       77  WS-QTD-PULADOS-PERIODO      PIC 9(07)    VALUE ZEROS.
       77  WS-FIM-LOTES                PIC X(01)    VALUE "N".
           88  FIM-LOTES                            VALUE "S".

      * KIT DE VENDA: A LINHA DO KIT BAIXA OS COMPONENTES (KIT.DAT),
      * NUNCA O PROPRIO KIT. A BAIXA DE UM PRODUTO TRABALHA SOBRE
      * WS-COD-PROD-BAIXA/WS-QTD-BAIXA (A LINHA OU UM COMPONENTE).
      * SEM ARQUIVO DE KITS, NENHUM PRODUTO E KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-COD-PROD-BAIXA           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-BAIXA                PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-COMPONENTES          PIC 9(03)    VALUE ZEROS.
       77  WS-FIM-KIT                  PIC X(01)    VALUE "N".
           88  FIM-KIT                              VALUE "S".
       77  WS-SEM-KIT                  PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-KIT                      VALUE "S".

      * LINHAS DO PEDIDO AGUARDANDO TRANSFERENCIA ENTRE FILIAIS
      * (TRFPED NAO RECEBIDA) SEGURAM O FATURAMENTO DO PEDIDO.
       77  FS-TRFP                     PIC XX       VALUE SPACES.
       77  WS-QTD-ITENS-TRF            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-AGUARD-TRF           PIC 9(07)    VALUE ZEROS.
       77  WS-SEM-TRFP                 PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-TRFP                     VALUE "S".

      * CLIENTE NOVO SO FATURA DEPOIS DE APROVADO NA ANALISE DE
      * CREDITO (SIT-CRED-CLI); ATE LA O PEDIDO FICA RETIDO.
       77  WS-CRED-RETIDO              PIC X(01)    VALUE "N".
           88  CRED-RETIDO                          VALUE "S".
       77  WS-QTD-RETIDOS-CRED         PIC 9(07)    VALUE ZEROS.

      * DOCUMENTO OBRIGATORIO DO CLIENTE VENCIDO (DOCCLI, MANTIDO NO
      * CADDOCC) OU CONTRIBUINTE SEM IE TAMBEM SEGURAM O PEDIDO.
      * ARQUIVO AUSENTE = NENHUM DOCUMENTO A CONFERIR.
       77  FS-DCL                      PIC XX       VALUE SPACES.
       77  WS-SEM-DOCCLI               PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-DOCCLI                   VALUE "S".
       77  WS-DOC-RETIDO               PIC X(01)    VALUE "N".
           88  DOC-RETIDO                           VALUE "S".
       77  WS-FIM-DCL                  PIC X(01)    VALUE "N".
           88  FIM-DCL                              VALUE "S".
       77  WS-QTD-RETIDOS-DOC          PIC 9(07)    VALUE ZEROS.

      * CONTATOS DO CLIENTE (CADCONT); ARQUIVO AUSENTE = AVISOS SEM
      * DESTINO.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  WS-SEM-CONTATO              PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-CONTATO                  VALUE "S".

      * FILA DE AVISOS AO CLIENTE (NOTIFIC), EXPORTADA PELO NOTIFGW
      * PARA O GATEWAY DE E-MAIL/WHATSAPP. O CHAMADOR DE
      * 8800-GRAVA-NOTIFICACAO PREENCHE OS CAMPOS WS-NTF-; O
      * DESTINATARIO E O CONTATO PRINCIPAL DA FUNCAO (CONTATO).
       77  FS-NTF                      PIC XX       VALUE SPACES.
       77  WS-SEM-NOTIFIC              PIC X(01)    VALUE "N".
           88  SEM-ARQUIVO-NOTIFIC                  VALUE "S".
       77  WS-NTF-COD-CLI              PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-MODELO               PIC X(10)    VALUE SPACES.
       77  WS-NTF-FUNCAO               PIC X(01)    VALUE SPACES.
       77  WS-NTF-NUM-PEDIDO           PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-NUM-NF               PIC 9(07)    VALUE ZEROS.
       77  WS-NTF-NUM-ROM              PIC 9(05)    VALUE ZEROS.
       77  WS-NTF-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WS-NTF-DADOS                PIC X(200)   VALUE SPACES.
       77  WS-NTF-SEQ-CTT              PIC 9(02)    VALUE ZEROS.
       77  WS-NTF-NOME                 PIC X(40)    VALUE SPACES.
       77  WS-NTF-CANAL                PIC X(01)    VALUE SPACES.
       77  WS-NTF-DESTINO              PIC X(60)    VALUE SPACES.
       77  WS-NTF-ACHOU                PIC X(01)    VALUE "N".
           88  NTF-ACHOU-CONTATO                    VALUE "S".
       77  WS-NTF-FIM                  PIC X(01)    VALUE "N".
           88  NTF-FIM-CONTATO                      VALUE "S".
       77  WS-NTF-GRAVOU               PIC X(01)    VALUE "N".
           88  NTF-GRAVADA                          VALUE "S".
       77  WS-NTF-PROXIMO              PIC 9(09)    VALUE ZEROS.
       77  WS-NTF-TENTATIVA            PIC 9(02)    VALUE ZEROS.
       77  WS-NTF-DT                   PIC 9(08)    VALUE ZEROS.
       77  WS-NTF-HR                   PIC 9(08)    VALUE ZEROS.
       77  WS-NTF-VALOR-EDIT           PIC Z(08)9,99.
      * VENCIMENTOS DAS PARCELAS DO PEDIDO, PARA O AVISO DE
      * FATURAMENTO.
       77  WS-NTF-VENCTOS              PIC X(120)   VALUE SPACES.
       77  WS-NTF-PTR                  PIC 9(03)    VALUE 1.

       01  WS-SWITCHES.
           05  WS-FIM-PEDIDO           PIC X(01)    VALUE "N".
               88  FIM-PEDIDO                       VALUE "S".
               VALUE "TOTAL PERIODO FECHADO ..: ".
           05  RD-QTD-PERIODO          PIC Z(06)9.

       01  WS-LINHA-RODAPE-6.
           05  FILLER                  PIC X(26)
               VALUE "AGUARDANDO TRANSFERENCIA: ".
           05  RD-QTD-AGUARD-TRF       PIC Z(06)9.

       01  WS-LINHA-RODAPE-7.
           05  FILLER                  PIC X(26)
               VALUE "AGUARDANDO ANALISE CRED.: ".
           05  RD-QTD-RETIDOS-CRED     PIC Z(06)9.

       01  WS-LINHA-RODAPE-8.
           05  FILLER                  PIC X(26)
               VALUE "DOCUMENTO VENCIDO / IE .: ".
           05  RD-QTD-RETIDOS-DOC      PIC Z(06)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

               OPEN I-O LOTE
           END-IF

           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF

           OPEN INPUT TRFPED
           IF FS-TRFP NOT = ZEROS
               CLOSE TRFPED
               MOVE "S" TO WS-SEM-TRFP
           END-IF

           OPEN INPUT CONTATO
           IF FS-CTT NOT = ZEROS
               CLOSE CONTATO
               MOVE "S" TO WS-SEM-CONTATO
           END-IF

           OPEN INPUT DOCCLI
           IF FS-DCL NOT = ZEROS
               CLOSE DOCCLI
               MOVE "S" TO WS-SEM-DOCCLI
           END-IF

           OPEN I-O NOTIFIC
           IF FS-NTF = "35" OR FS-NTF = "05"
               OPEN OUTPUT NOTIFIC
               CLOSE NOTIFIC
               OPEN I-O NOTIFIC
           END-IF
           IF FS-NTF NOT = ZEROS
               CLOSE NOTIFIC
               MOVE "S" TO WS-SEM-NOTIFIC
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT FECHA-LOG
           IF PED-ABERTO
               PERFORM 2250-VERIFICA-PERIODO
                   THRU 2250-VERIFICA-PERIODO-EXIT
               MOVE "N" TO WS-CRED-RETIDO
               MOVE "N" TO WS-DOC-RETIDO
               IF NOT PERIODO-FECHADO
                   PERFORM 2260-VERIFICA-CREDITO
                       THRU 2260-VERIFICA-CREDITO-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN PERIODO-FECHADO
                       ADD 1 TO WS-QTD-PULADOS-PERIODO
                   WHEN CRED-RETIDO
                       ADD 1 TO WS-QTD-RETIDOS-CRED
                   WHEN DOC-RETIDO
                       ADD 1 TO WS-QTD-RETIDOS-DOC
                   WHEN OTHER
                       PERFORM 2300-SOMA-ITENS
                           THRU 2300-SOMA-ITENS-EXIT
                       IF WS-QTD-ITENS-TRF > 0
                           ADD 1 TO WS-QTD-AGUARD-TRF
                       ELSE
                           IF WS-QTD-ITENS > 0
                           AND WS-SOMA-ITENS = VALOR-TOTAL-PED
                               PERFORM 2400-FATURA-PEDIDO
                                   THRU 2400-FATURA-PEDIDO-EXIT
                           ELSE
                               ADD 1 TO WS-QTD-PENDENTES
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           MOVE NUM-PEDIDO TO WS-CKP-NUM-PED
       2250-VERIFICA-PERIODO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2260-VERIFICA-CREDITO - CLIENTE AINDA PENDENTE OU RECUSADO NA
      * ANALISE DE CREDITO (LIBCRED) SEGURA O FATURAMENTO DO PEDIDO.
      * CLIENTE ANTIGO (SIT-CRED-CLI EM BRANCO) CONTA COMO APROVADO.
      *-----------------------------------------------------------------
       2260-VERIFICA-CREDITO.
           MOVE "N" TO WS-CRED-RETIDO
           MOVE COD-CLI-PED TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY
                   GO TO 2260-VERIFICA-CREDITO-EXIT
           END-READ
           IF CRED-PENDENTE OR CRED-RECUSADO
               MOVE "S" TO WS-CRED-RETIDO
           ELSE
               PERFORM 2270-VERIFICA-DOCUMENTOS
                   THRU 2270-VERIFICA-DOCUMENTOS-EXIT
           END-IF.
       2260-VERIFICA-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2270-VERIFICA-DOCUMENTOS - COM O CLIENTE JA LIDO: CONTRIBUINTE
      * DO ICMS SEM INSCRICAO ESTADUAL, OU DOCUMENTO OBRIGATORIO ATIVO
      * COM VALIDADE ANTERIOR A HOJE (DOCCLI), SEGURA O FATURAMENTO.
      *-----------------------------------------------------------------
       2270-VERIFICA-DOCUMENTOS.
           IF CLI-CONTRIBUINTE AND IE-CLI = SPACES
               MOVE "S" TO WS-DOC-RETIDO
               GO TO 2270-VERIFICA-DOCUMENTOS-EXIT
           END-IF

           IF SEM-ARQUIVO-DOCCLI
               GO TO 2270-VERIFICA-DOCUMENTOS-EXIT
           END-IF

           MOVE "N"         TO WS-FIM-DCL
           MOVE COD-CLI-PED TO COD-CLI-DCL
           MOVE LOW-VALUES  TO TIPO-DCL
           START DOCCLI KEY IS NOT LESS THAN XAV-DCL
               INVALID KEY MOVE "S" TO WS-FIM-DCL
           END-START

           PERFORM 2275-CONFERE-DOCUMENTO
               THRU 2275-CONFERE-DOCUMENTO-EXIT
               UNTIL FIM-DCL OR DOC-RETIDO.
       2270-VERIFICA-DOCUMENTOS-EXIT.
           EXIT.

       2275-CONFERE-DOCUMENTO.
           READ DOCCLI NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-DCL
                   GO TO 2275-CONFERE-DOCUMENTO-EXIT
           END-READ
           IF COD-CLI-DCL NOT = COD-CLI-PED
               MOVE "S" TO WS-FIM-DCL
               GO TO 2275-CONFERE-DOCUMENTO-EXIT
           END-IF
           IF DCL-ATIVO AND DCL-OBRIGATORIO
           AND DT-VALIDADE-DCL NOT = ZEROS
           AND DT-VALIDADE-DCL < WS-HOJE-FECHA
               MOVE "S" TO WS-DOC-RETIDO
           END-IF.
       2275-CONFERE-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-GRAVA-CHECKPOINT - REGRAVA O CHECKPOINT COM O NUM-PEDIDO
      * DO ULTIMO PEDIDO JA TRATADO NESTA EXECUCAO.
      * RELPEDT.
      *-----------------------------------------------------------------
       2300-SOMA-ITENS.
           MOVE ZEROS TO WS-SOMA-ITENS WS-QTD-ITENS WS-QTD-ITENS-TRF

           MOVE NUM-PEDIDO TO NUM-PEDIDO-ITEM
           MOVE ZEROS      TO SEQ-ITEM-PED
                                   WS-SOMA-ITENS +
                                   QTD-ITEM-PED * PRECO-UNIT-ITEM
                                   * (1 - PERC-DESC-ITEM / 100)
                           IF NUM-TRF-ITEM NOT = ZEROS
                               PERFORM 2310-VERIFICA-TRANSF
                                   THRU 2310-VERIFICA-TRANSF-EXIT
                           END-IF
                       ELSE
                           MOVE 99 TO FS-ITEM
                       END-IF
       2300-SOMA-ITENS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2310-VERIFICA-TRANSF - LINHA ABASTECIDA POR TRANSFERENCIA
      * ENTRE FILIAIS AINDA NAO RECEBIDA NO DESTINO (ABERTA OU EM
      * TRANSITO) NAO TEM A MERCADORIA NA FILIAL DO PEDIDO.
      *-----------------------------------------------------------------
       2310-VERIFICA-TRANSF.
           IF SEM-ARQUIVO-TRFP
               GO TO 2310-VERIFICA-TRANSF-EXIT
           END-IF
           MOVE NUM-TRF-ITEM TO XAV-TRFP
           READ TRFPED WITH IGNORE LOCK
           IF FS-TRFP = ZEROS
           AND (TRFP-ABERTA OR TRFP-EM-TRANSITO)
               ADD 1 TO WS-QTD-ITENS-TRF
           END-IF.
       2310-VERIFICA-TRANSF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-FATURA-PEDIDO - ATRIBUI A PROXIMA NOTA FISCAL, REGRAVA O
      * CABECALHO COMO FATURADO E LANCA O TITULO DE RECEBIMENTO, MESMO
           ADD 1 TO WS-PROXIMA-NOTA
           REWRITE REG-PED

           IF FS NOT = ZEROS AND FS NOT = "02"
               ADD 1 TO WS-QTD-ERRO-FATURA
               GO TO 2400-FATURA-PEDIDO-EXIT
           END-IF
      * BONIFICACAO NAO GERA TITULO DE RECEBIMENTO - SAI A NOTA DE
      * REMESSA E A BAIXA FISICA, MAIS O DOCUMENTO DE REMESSA NO
      * PROPRIO SPOOL DO FECHAMENTO.
           MOVE SPACES TO WS-NTF-VENCTOS
           MOVE 1      TO WS-NTF-PTR
           IF NOT PED-BONIFICACAO
               PERFORM 2500-GRAVA-RECEBIMENTO
                   THRU 2500-GRAVA-RECEBIMENTO-EXIT
           MOVE WS-LINHA-DADOS  TO REG-REL
           WRITE REG-REL

           PERFORM 2900-NOTIFICA-FATURA
               THRU 2900-NOTIFICA-FATURA-EXIT

           ADD 1 TO WS-QTD-FATURADOS.
       2400-FATURA-PEDIDO-EXIT.
           EXIT.
           MOVE WS-HOJE-FECHA           TO DT-FATURAMENTO-RECEB
           COMPUTE DT-VENCIMENTO-RECEB =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-FECHA)
           IF WS-NTF-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO WS-NTF-VENCTOS WITH POINTER WS-NTF-PTR
           END-IF
           STRING DT-VENCIMENTO-RECEB DELIMITED BY SIZE
               INTO WS-NTF-VENCTOS WITH POINTER WS-NTF-PTR

           IF WS-PARCELA-ATUAL = WS-QTD-PARCELAS
               COMPUTE VALOR-RECEB =
               INVALID KEY
                   MOVE ZEROS  TO CNPJ-CLI
                   MOVE SPACES TO RAZAO-CLI
                   MOVE SPACES TO IE-CLI CONTRIB-ICMS-CLI
                   MOVE SPACES TO UF-CLI
           END-READ

           MOVE ZEROS TO WS-QTD-ITENS-NF
           MOVE ZEROS  TO WS-CFOP-NOTA
           MOVE SPACES TO WS-NATUREZA-NOTA
           IF PED-BONIFICACAO
               MOVE "B" TO WS-TIPO-OPER-CF
           ELSE
               MOVE "V" TO WS-TIPO-OPER-CF
           END-IF

           MOVE NUM-PEDIDO TO NUM-PEDIDO-ITEM
           MOVE ZEROS      TO SEQ-ITEM-PED
           MOVE COD-CLI-PED      TO COD-CLI-NF
           MOVE CNPJ-CLI         TO CNPJ-CLI-NF
           MOVE RAZAO-CLI        TO RAZAO-CLI-NF
           MOVE IE-CLI           TO IE-CLI-NF
           MOVE CONTRIB-ICMS-CLI TO CONTRIB-CLI-NF
           MOVE WS-CFOP-NOTA     TO CFOP-NF
           MOVE WS-NATUREZA-NOTA TO NATUREZA-NF
           MOVE WS-QTD-ITENS-NF  TO QTD-ITENS-NF
           MOVE VALOR-TOTAL-PED  TO VALOR-MERC-NF
           MOVE VALOR-ICMS-PED   TO VALOR-ICMS-NF

      *-----------------------------------------------------------------
      * 2610-GRAVA-ITEM-NOTA - GRAVA UMA LINHA DE NOTAITEM A PARTIR DO
      * ITEM DE PEDIDO CORRENTE, COM A DESCRICAO ATUAL DO PRODUTO E O
      * CFOP DA OPERACAO (ACHACFOP: TIPO DO PEDIDO, FILIAL, UF DO
      * CLIENTE E GRUPO DO PRODUTO). A PRIMEIRA LINHA DA O CFOP E A
      * NATUREZA DO CABECALHO.
      *-----------------------------------------------------------------
       2610-GRAVA-ITEM-NOTA.
           ADD 1 TO WS-QTD-ITENS-NF

           MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE SPACES TO DESCR-PRODUTO
                   MOVE ZEROS  TO COD-GRUPO-PRODUTO
           END-READ

           CALL "ACHACFOP" USING WS-TIPO-OPER-CF COD-FILIAL-PED
                                 UF-CLI COD-GRUPO-PRODUTO
                                 WS-CFOP-CF WS-NATUREZA-CF
           IF WS-QTD-ITENS-NF = 1
               MOVE WS-CFOP-CF     TO WS-CFOP-NOTA
               MOVE WS-NATUREZA-CF TO WS-NATUREZA-NOTA
           END-IF

           INITIALIZE REG-NFI
           MOVE NUM-NOTA-FISCAL  TO NUM-NOTA-NFI
           MOVE WS-SEQ-NFI       TO SEQ-NFI
           COMPUTE VALOR-NFI ROUNDED =
               QTD-ITEM-PED * PRECO-UNIT-ITEM
               * (1 - PERC-DESC-ITEM / 100)
           MOVE WS-CFOP-CF       TO CFOP-NFI

           WRITE REG-NFI
               INVALID KEY REWRITE REG-NFI
      * RECEM-FATURADO (SO QUANDO O PRODUTO TEM REGISTRO EM ESTOQUE,
      * MESMA TOLERANCIA DA IMPORTACAO), LIBERANDO A RESERVA FEITA NA
      * ENTRADA DO PEDIDO E REGISTRANDO CADA SAIDA NO KARDEX PED.
      * LINHA DE KIT BAIXA OS COMPONENTES (2750).
      *-----------------------------------------------------------------
       2700-BAIXA-FISICA.
           MOVE NUM-PEDIDO TO NUM-PEDIDO-ITEM
           EXIT.

       2710-BAIXA-UMA-LINHA.
           MOVE ZEROS TO WS-QTD-COMPONENTES
           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2750-BAIXA-COMPONENTES-KIT
                   THRU 2750-BAIXA-COMPONENTES-KIT-EXIT
           END-IF
           IF WS-QTD-COMPONENTES > ZEROS
               GO TO 2710-BAIXA-UMA-LINHA-EXIT
           END-IF

           MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-BAIXA
           MOVE QTD-ITEM-PED     TO WS-QTD-BAIXA
           PERFORM 2715-BAIXA-PRODUTO THRU 2715-BAIXA-PRODUTO-EXIT.
       2710-BAIXA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2715-BAIXA-PRODUTO - BAIXA FISICA DE WS-QTD-BAIXA DO PRODUTO
      * WS-COD-PROD-BAIXA (A LINHA OU UM COMPONENTE DE KIT).
      *-----------------------------------------------------------------
       2715-BAIXA-PRODUTO.
           MOVE COD-FILIAL-PED    TO COD-FILIAL-EST
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               SUBTRACT WS-QTD-BAIXA FROM QTD-ESTOQUE
               IF QTD-RESERVADA-EST > WS-QTD-BAIXA
                   SUBTRACT WS-QTD-BAIXA FROM QTD-RESERVADA-EST
               ELSE
                   MOVE ZEROS TO QTD-RESERVADA-EST
               END-IF
                   THRU 2720-GRAVA-KARDEX-PED-EXIT
           END-IF
           MOVE ZEROS TO FS.
       2715-BAIXA-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * DE PROXIMO-CODIGO DE CADCLI).
      *-----------------------------------------------------------------
       2720-GRAVA-KARDEX-PED.
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-KDX
           MOVE 9999999          TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PROD-BAIXA
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-KDX
           MOVE WS-COD-PROD-BAIXA   TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX          TO SEQ-KDX
           MOVE WS-HOJE-FECHA       TO DT-KDX
           MOVE WS-HORA-KDX (1:6)   TO HR-KDX
           MOVE NUM-PEDIDO          TO NUM-DOC-KDX
           MOVE COD-FILIAL-PED      TO COD-FILIAL-KDX
           MOVE ZEROS               TO QTD-ENTRADA-KDX
           MOVE WS-QTD-BAIXA        TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE         TO SALDO-KDX
           MOVE WS-PRIMEIRO-LOTE    TO LOTE-KDX
           WRITE REG-KDX.
      *-----------------------------------------------------------------
       2730-CONSOME-LOTES.
           MOVE SPACES       TO WS-PRIMEIRO-LOTE
           MOVE WS-QTD-BAIXA TO WS-QTD-A-CONSUMIR

           PERFORM 2740-BUSCA-LOTE-FEFO
               THRU 2740-BUSCA-LOTE-FEFO-EXIT

           PERFORM UNTIL WS-QTD-A-CONSUMIR NOT > ZEROS
               OR NOT ACHOU-LOTE
               MOVE COD-FILIAL-PED    TO COD-FILIAL-LOTE
               MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-LOTE
               MOVE WS-LOTE-ESCOLHIDO TO NUM-LOTE
               READ LOTE WITH LOCK
               IF FS-LOTE = ZEROS
           MOVE 99999999 TO WS-MENOR-VALIDADE
           MOVE SPACES   TO WS-LOTE-ESCOLHIDO

           MOVE COD-FILIAL-PED    TO COD-FILIAL-LOTE
           MOVE WS-COD-PROD-BAIXA TO COD-PRODUTO-LOTE
           MOVE LOW-VALUES        TO NUM-LOTE
           START LOTE KEY IS >= XAV-LOTE
               INVALID KEY MOVE "S" TO WS-FIM-LOTES
           END-START
                   AT END MOVE "S" TO WS-FIM-LOTES
                   NOT AT END
                       IF COD-FILIAL-LOTE NOT = COD-FILIAL-PED
                       OR COD-PRODUTO-LOTE NOT = WS-COD-PROD-BAIXA
                           MOVE "S" TO WS-FIM-LOTES
                       ELSE
                           IF QTD-LOTE > ZEROS
       2740-BUSCA-LOTE-FEFO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2750-BAIXA-COMPONENTES-KIT - QUANDO O PRODUTO DA LINHA E UM
      * KIT, BAIXA CADA COMPONENTE NA QUANTIDADE DA LINHA VEZES A
      * QUANTIDADE DO COMPONENTE. WS-QTD-COMPONENTES FICA ZERO QUANDO
      * O PRODUTO NAO E KIT.
      *-----------------------------------------------------------------
       2750-BAIXA-COMPONENTES-KIT.
           MOVE "N" TO WS-FIM-KIT
           MOVE COD-PRODUTO-ITEM TO COD-KIT
           MOVE ZEROS            TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2750-BAIXA-COMPONENTES-KIT-EXIT
           END-START

           PERFORM 2760-BAIXA-UM-COMPONENTE
               THRU 2760-BAIXA-UM-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2750-BAIXA-COMPONENTES-KIT-EXIT.
           EXIT.

       2760-BAIXA-UM-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2760-BAIXA-UM-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = COD-PRODUTO-ITEM
               MOVE "S" TO WS-FIM-KIT
               GO TO 2760-BAIXA-UM-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-COMPONENTES
           MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-BAIXA
           COMPUTE WS-QTD-BAIXA ROUNDED =
               QTD-ITEM-PED * QTD-COMPONENTE-KIT
           PERFORM 2715-BAIXA-PRODUTO THRU 2715-BAIXA-PRODUTO-EXIT.
       2760-BAIXA-UM-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-NOTIFICA-FATURA - AVISO DE PEDIDO FATURADO AO CONTATO
      * FINANCEIRO DO CLIENTE: NOTA, VALOR DA NOTA E VENCIMENTOS DAS
      * PARCELAS (BONIFICACAO NAO TEM TITULO).
      *-----------------------------------------------------------------
       2900-NOTIFICA-FATURA.
           MOVE COD-CLI-PED     TO WS-NTF-COD-CLI
           MOVE "PEDFATUR"      TO WS-NTF-MODELO
           MOVE "F"             TO WS-NTF-FUNCAO
           MOVE NUM-PEDIDO      TO WS-NTF-NUM-PEDIDO
           MOVE NUM-NOTA-FISCAL TO WS-NTF-NUM-NF
           MOVE ZEROS           TO WS-NTF-NUM-ROM
           IF PED-BONIFICACAO
               MOVE VALOR-TOTAL-PED       TO WS-NTF-VALOR
           ELSE
               MOVE WS-TOTAL-COM-IMPOSTOS TO WS-NTF-VALOR
           END-IF
           MOVE WS-NTF-VALOR TO WS-NTF-VALOR-EDIT

           MOVE SPACES TO WS-NTF-DADOS
           IF PED-BONIFICACAO
               STRING "PEDIDO=" NUM-PEDIDO "|NF=" NUM-NOTA-FISCAL
                      "|EMISSAO=" WS-HOJE-FECHA
                      "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                      "|TIPO=BONIFICACAO"
                      DELIMITED BY SIZE INTO WS-NTF-DADOS
           ELSE
               STRING "PEDIDO=" NUM-PEDIDO "|NF=" NUM-NOTA-FISCAL
                      "|EMISSAO=" WS-HOJE-FECHA
                      "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                      "|VENCIMENTOS=" FUNCTION TRIM(WS-NTF-VENCTOS)
                      DELIMITED BY SIZE INTO WS-NTF-DADOS
           END-IF

           PERFORM 8800-GRAVA-NOTIFICACAO
               THRU 8800-GRAVA-NOTIFICACAO-EXIT.
       2900-NOTIFICA-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - EMITE O RODAPE E FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
           MOVE WS-QTD-PULADOS-PERIODO TO RD-QTD-PERIODO
           MOVE WS-LINHA-RODAPE-5    TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-AGUARD-TRF    TO RD-QTD-AGUARD-TRF
           MOVE WS-LINHA-RODAPE-6    TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-RETIDOS-CRED  TO RD-QTD-RETIDOS-CRED
           MOVE WS-LINHA-RODAPE-7    TO REG-REL
           WRITE REG-REL
           MOVE WS-QTD-RETIDOS-DOC   TO RD-QTD-RETIDOS-DOC
           MOVE WS-LINHA-RODAPE-8    TO REG-REL
           WRITE REG-REL

           CLOSE PEDIDO
           CLOSE ITEM-PED
           CLOSE ESTOQUE
           CLOSE KARDEX
           CLOSE LOTE
           IF NOT SEM-ARQUIVO-KIT
               CLOSE KIT
           END-IF
           IF NOT SEM-ARQUIVO-TRFP
               CLOSE TRFPED
           END-IF
           IF NOT SEM-ARQUIVO-DOCCLI
               CLOSE DOCCLI
           END-IF
           IF NOT SEM-ARQUIVO-FERIADO
               CLOSE FERIADO
           END-IF
           IF NOT SEM-ARQUIVO-CONTATO
               CLOSE CONTATO
           END-IF
           IF NOT SEM-ARQUIVO-NOTIFIC
               CLOSE NOTIFIC
           END-IF
           CLOSE FECHA-LOG
           CANCEL "ACHACFOP".
       3000-FINALIZA-EXIT.
           EXIT.

           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8800-GRAVA-NOTIFICACAO - POE UM AVISO AO CLIENTE NA FILA
      * (NOTIFIC) COM O PROXIMO NUMERO. SEM CONTATO DA FUNCAO COM
      * CELULAR OU E-MAIL O AVISO FICA SO NO HISTORICO DO CLIENTE,
      * COMO SEM DESTINO (NAO VAI AO GATEWAY).
      *-----------------------------------------------------------------
       8800-GRAVA-NOTIFICACAO.
           IF SEM-ARQUIVO-NOTIFIC
               GO TO 8800-GRAVA-NOTIFICACAO-EXIT
           END-IF

           PERFORM 8810-BUSCA-CONTATO-NTF
               THRU 8810-BUSCA-CONTATO-NTF-EXIT

           MOVE ZEROS     TO WS-NTF-PROXIMO
           MOVE 999999999 TO XAV-NTF
           START NOTIFIC KEY IS <= XAV-NTF
           IF FS-NTF = ZEROS
               READ NOTIFIC PREVIOUS WITH IGNORE LOCK
               IF FS-NTF = ZEROS
                   MOVE NUM-NTF TO WS-NTF-PROXIMO
               END-IF
           END-IF

           ACCEPT WS-NTF-DT FROM DATE YYYYMMDD
           ACCEPT WS-NTF-HR FROM TIME
           MOVE "N"   TO WS-NTF-GRAVOU
           MOVE ZEROS TO WS-NTF-TENTATIVA
           PERFORM 8830-GRAVA-REG-NTF THRU 8830-GRAVA-REG-NTF-EXIT
               UNTIL NTF-GRAVADA OR WS-NTF-TENTATIVA > 9.
       8800-GRAVA-NOTIFICACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8810-BUSCA-CONTATO-NTF - CONTATO ATIVO DO CLIENTE NA FUNCAO
      * PEDIDA (WS-NTF-FUNCAO): O PRINCIPAL OU, NA FALTA DELE, O
      * PRIMEIRO COM ENDERECO UTIL.
      *-----------------------------------------------------------------
       8810-BUSCA-CONTATO-NTF.
           MOVE "N"    TO WS-NTF-ACHOU WS-NTF-FIM
           MOVE ZEROS  TO WS-NTF-SEQ-CTT
           MOVE SPACES TO WS-NTF-NOME WS-NTF-CANAL WS-NTF-DESTINO
           IF SEM-ARQUIVO-CONTATO
               GO TO 8810-BUSCA-CONTATO-NTF-EXIT
           END-IF

           MOVE WS-NTF-COD-CLI TO COD-CLI-CTT
           MOVE ZEROS          TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-NTF-FIM
           END-START

           PERFORM 8820-LE-CONTATO-NTF THRU 8820-LE-CONTATO-NTF-EXIT
               UNTIL NTF-FIM-CONTATO.
       8810-BUSCA-CONTATO-NTF-EXIT.
           EXIT.

       8820-LE-CONTATO-NTF.
           READ CONTATO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-NTF-FIM
                   GO TO 8820-LE-CONTATO-NTF-EXIT
           END-READ
           IF COD-CLI-CTT NOT = WS-NTF-COD-CLI
               MOVE "S" TO WS-NTF-FIM
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF

           IF FUNCAO-CTT NOT = WS-NTF-FUNCAO OR NOT CTT-ATIVO
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF
           IF NTF-ACHOU-CONTATO AND NOT CTT-PRINCIPAL
               GO TO 8820-LE-CONTATO-NTF-EXIT
           END-IF

      * CANAL PREFERIDO DO CONTATO; TELEFONE FIXO NAO RECEBE MENSAGEM
      * E VAI PELO CELULAR (WHATSAPP) OU PELO E-MAIL QUE HOUVER.
           EVALUATE TRUE
               WHEN CANAL-EMAIL AND EMAIL-CTT NOT = SPACES
                   MOVE "E"         TO WS-NTF-CANAL
                   MOVE EMAIL-CTT   TO WS-NTF-DESTINO
               WHEN CANAL-CELULAR AND CELULAR-CTT NOT = SPACES
                   MOVE "M"         TO WS-NTF-CANAL
                   MOVE CELULAR-CTT TO WS-NTF-DESTINO
               WHEN CELULAR-CTT NOT = SPACES
                   MOVE "W"         TO WS-NTF-CANAL
                   MOVE CELULAR-CTT TO WS-NTF-DESTINO
               WHEN EMAIL-CTT NOT = SPACES
                   MOVE "E"         TO WS-NTF-CANAL
                   MOVE EMAIL-CTT   TO WS-NTF-DESTINO
               WHEN OTHER
                   GO TO 8820-LE-CONTATO-NTF-EXIT
           END-EVALUATE

           MOVE "S"      TO WS-NTF-ACHOU
           MOVE SEQ-CTT  TO WS-NTF-SEQ-CTT
           MOVE NOME-CTT TO WS-NTF-NOME
           IF CTT-PRINCIPAL
               MOVE "S" TO WS-NTF-FIM
           END-IF.
       8820-LE-CONTATO-NTF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8830-GRAVA-REG-NTF - GRAVA O AVISO NO PROXIMO NUMERO LIVRE
      * (OUTRO PROGRAMA PODE TER GRAVADO NO MEIO TEMPO).
      *-----------------------------------------------------------------
       8830-GRAVA-REG-NTF.
           ADD 1 TO WS-NTF-PROXIMO
           ADD 1 TO WS-NTF-TENTATIVA

           MOVE SPACES TO REG-NTF
           INITIALIZE REG-NTF
           MOVE WS-NTF-PROXIMO    TO NUM-NTF
           MOVE WS-NTF-COD-CLI    TO COD-CLI-NTF
           MOVE WS-NTF-DT         TO DT-GERACAO-NTF
           MOVE WS-NTF-HR (1:6)   TO HR-GERACAO-NTF
           MOVE "FECHADIA"          TO PROGRAMA-NTF
           MOVE WS-NTF-MODELO     TO MODELO-NTF
           MOVE WS-NTF-FUNCAO     TO FUNCAO-NTF
           MOVE WS-NTF-SEQ-CTT    TO SEQ-CTT-NTF
           MOVE WS-NTF-NOME       TO NOME-CONTATO-NTF
           MOVE WS-NTF-CANAL      TO CANAL-NTF
           MOVE WS-NTF-DESTINO    TO DESTINO-NTF
           MOVE WS-NTF-NUM-PEDIDO TO NUM-PEDIDO-NTF
           MOVE WS-NTF-NUM-NF     TO NUM-NF-NTF
           MOVE WS-NTF-NUM-ROM    TO NUM-ROM-NTF
           MOVE WS-NTF-VALOR      TO VALOR-NTF
           MOVE WS-NTF-DADOS      TO DADOS-NTF
           IF NTF-ACHOU-CONTATO
               SET NTF-PENDENTE    TO TRUE
           ELSE
               SET NTF-SEM-DESTINO TO TRUE
           END-IF
           MOVE WS-NTF-DT         TO DT-SIT-NTF
           MOVE WS-NTF-HR (1:6)   TO HR-SIT-NTF

           WRITE REG-NTF
               INVALID KEY
                   GO TO 8830-GRAVA-REG-NTF-EXIT
           END-WRITE
           MOVE "S" TO WS-NTF-GRAVOU.
       8830-GRAVA-REG-NTF-EXIT.
           EXIT.
