      *                   99 DE VALOR NEGATIVO, QUE O EXTRATO DO
      *                   CLIENTE MOSTRA. RECIBO EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   DEVOLUCAO DE VENDA COMISSIONADA GERA ESTORNO
      *                   DE COMISSAO (ESTCOM) CONTRA O VENDEDOR DO
      *                   PEDIDO: CREDITO DA DEVOLUCAO VEZES A TAXA
      *                   EFETIVA DO VENDEDOR NO MES DO PEDIDO, NO
      *                   PROXIMO MES DE COMISSAO AINDA NAO PAGO.
      * 15/10/2026 DEV   TAXA EFETIVA DO ESTORNO DESCONTA O OVERRIDE DE
      *                   SUPERVISOR (VALOR-OVERRIDE-COM), QUE NAO E
      *                   COMISSAO DAS VENDAS DO PROPRIO VENDEDOR.
      * 15/10/2026 DEV   LINHA DA DEVOLUCAO GRAVA O CFOP DE ENTRADA
      *                   (ACHACFOP: FILIAL DO PEDIDO, UF DO CLIENTE E
      *                   GRUPO DO PRODUTO), IMPRESSO NO RECIBO COM A
      *                   NATUREZA DA OPERACAO.
      * 15/10/2026 DEV   TAXA EFETIVA DO ESTORNO DESCONTA TAMBEM O
      *                   REEMBOLSO DE DESPESAS (VALOR-REEMB-COM), QUE
      *                   ESTA EM VALOR-COM MAS NAO E COMISSAO.
      * 15/10/2026 DEV   LINHA DE KIT DE VENDA (KIT) DEVOLVE OS
      *                   COMPONENTES AO ESTOQUE E AO KARDEX (QUANTIDADE
      *                   DEVOLVIDA VEZES A DO COMPONENTE), NUNCA O
      *                   PROPRIO KIT, COMO O ESTORNF E O CANCELAMENTO
      *                   NO CADPED.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "DEVITEM.SEL".
           COPY "VASILHA.SEL".
           COPY "PRODUTO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "COMISSAO.SEL".
           COPY "ESTCOM.SEL".
           COPY "CLIENTE.SEL".
           COPY "KIT.SEL".

           SELECT RECIBO-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "DEVITEM.FD".
           COPY "VASILHA.FD".
           COPY "PRODUTO.FD".
           COPY "VENDEDOR.FD".
           COPY "COMISSAO.FD".
           COPY "ESTCOM.FD".
           COPY "CLIENTE.FD".
           COPY "KIT.FD".

       FD  RECIBO-REL
           LABEL RECORD STANDARD.
       77  WS-QTD-RESTANTE             PIC S9(07)V999 VALUE ZEROS.
       77  WS-DEVOL-SCAN               PIC 9(05)    VALUE ZEROS.

      * KIT DE VENDA: A LINHA DO KIT DEVOLVE OS COMPONENTES (KIT.DAT),
      * NUNCA O PROPRIO KIT. SEM ARQUIVO DE KITS, NENHUM PRODUTO E
      * KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-COD-PROD-DEV             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PROD-DEV             PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-COMPONENTES          PIC 9(03)    VALUE ZEROS.

      * CFOP DE ENTRADA DA DEVOLUCAO: FILIAL QUE RECEBE CONTRA A UF DO
      * CLIENTE QUE DEVOLVE.
       77  WS-UF-CLI-DEV               PIC X(02)    VALUE SPACES.
       77  WS-TIPO-OPER-CF             PIC X(01)    VALUE "D".
       77  WS-CFOP-CF                  PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-CF              PIC X(40)    VALUE SPACES.

      * ESTORNO DE COMISSAO: VENDEDOR, NOTA E MES DO PEDIDO ORIGINAL,
      * TAXA EFETIVA APLICADA NAQUELE MES E MES DE COMISSAO QUE
      * RECEBE O DEBITO.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-ECOM                     PIC XX       VALUE SPACES.
       77  WS-VEND-DEV                 PIC 9(03)    VALUE ZEROS.
       77  WS-NOTA-DEV                 PIC 9(07)    VALUE ZEROS.
       77  WS-MES-PED-DEV              PIC 9(06)    VALUE ZEROS.
       77  WS-PED-BONIF-DEV            PIC X(01)    VALUE "N".
       77  WS-TAXA-ESTORNO             PIC 9(02)V99 VALUE ZEROS.
       77  WS-VALOR-ESTORNO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-NUM-ECOM                 PIC 9(07)    VALUE ZEROS.
       77  WS-MES-ABERTO               PIC X(01)    VALUE "N".
           88  MES-ABERTO                           VALUE "S".
       01  WS-MES-ESTORNO.
           05  WS-ANO-ESTORNO          PIC 9(04).
           05  WS-MM-ESTORNO           PIC 9(02).

       01  WS-SWITCHES.
           05  WS-PEDIDO-OK            PIC X(01)    VALUE "N".
               88  PEDIDO-OK                        VALUE "S".
               88  FIM-DEV-SCAN                     VALUE "S".
           05  WS-FIM-DVI-SCAN         PIC X(01)    VALUE "N".
               88  FIM-DVI-SCAN                     VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  LR-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(08) VALUE "  VALOR ".
           05  LR-VALOR                PIC Z(07)9,99.
           05  FILLER                  PIC X(07) VALUE "  CFOP ".
           05  LR-CFOP                 PIC 9(04).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               IF WS-SEQ-DVI > ZEROS
                   PERFORM 3000-GRAVA-CABECALHO
                       THRU 3000-GRAVA-CABECALHO-EXIT
                   PERFORM 3500-ESTORNA-COMISSAO
                       THRU 3500-ESTORNA-COMISSAO-EXIT
                   PERFORM 4000-ABATE-CREDITO
                       THRU 4000-ABATE-CREDITO-EXIT
                   PERFORM 5000-RECIBO  THRU 5000-RECIBO-EXIT
           MOVE "S"            TO WS-PEDIDO-OK
           MOVE COD-CLI-PED    TO WS-COD-CLI-DEV
           MOVE COD-FILIAL-PED TO WS-FILIAL-DEV
           MOVE COD-VEND-PED    TO WS-VEND-DEV
           MOVE NUM-NOTA-FISCAL TO WS-NOTA-DEV
           MOVE DT-PEDIDO (1:6) TO WS-MES-PED-DEV
           IF PED-BONIFICACAO
               MOVE "S" TO WS-PED-BONIF-DEV
           END-IF
           IF WS-FILIAL-DEV = ZEROS
               MOVE 1 TO WS-FILIAL-DEV
           END-IF
           CLOSE PEDIDO

           OPEN INPUT CLIENTE
           MOVE WS-COD-CLI-DEV TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO UF-CLI
           END-READ
           MOVE UF-CLI TO WS-UF-CLI-DEV
           CLOSE CLIENTE

           OPEN INPUT ITEM-PED
           OPEN INPUT PRODUTO
           OPEN I-O ESTOQUE
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           MOVE "N" TO WS-SEM-KIT
           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF
           OPEN I-O DEVOL
           IF FS-DEV = "35" OR FS-DEV = "05"
               OPEN OUTPUT DEVOL
               * (1 - PERC-DESC-ITEM / 100)
           ADD WS-VALOR-ITEM-DEV TO WS-CREDITO

      *    CFOP DE ENTRADA DA LINHA PELO GRUPO DO PRODUTO DEVOLVIDO.
           MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO COD-GRUPO-PRODUTO
           END-READ
           CALL "ACHACFOP" USING WS-TIPO-OPER-CF WS-FILIAL-DEV
                                 WS-UF-CLI-DEV COD-GRUPO-PRODUTO
                                 WS-CFOP-CF WS-NATUREZA-CF

           ADD 1 TO WS-SEQ-DVI
           INITIALIZE REG-DVI
           MOVE WS-NUM-DEVOL     TO NUM-DEVOL-DVI
           MOVE WS-QTD-DEVOLVIDA TO QTD-DVI
           MOVE PRECO-UNIT-ITEM  TO PRECO-DVI
           MOVE WS-VALOR-ITEM-DEV TO VALOR-DVI
           MOVE WS-CFOP-CF       TO CFOP-DVI
           WRITE REG-DVI

           PERFORM 2200-DEVOLVE-ESTOQUE
           EXIT.

      *-----------------------------------------------------------------
      * 2200-DEVOLVE-ESTOQUE - DEVOLVE AO ESTOQUE O PRODUTO DA LINHA
      * OU, SE ELE E UM KIT DE VENDA, CADA UM DOS COMPONENTES.
      *-----------------------------------------------------------------
       2200-DEVOLVE-ESTOQUE.
           MOVE ZEROS TO WS-QTD-COMPONENTES
           IF NOT SEM-ARQUIVO-KIT
               PERFORM 2280-DEVOLVE-COMPONENTES-KIT
                   THRU 2280-DEVOLVE-COMPONENTES-KIT-EXIT
           END-IF
           IF WS-QTD-COMPONENTES > ZEROS
               GO TO 2200-DEVOLVE-ESTOQUE-EXIT
           END-IF

           MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-DEV
           MOVE WS-QTD-DEVOLVIDA TO WS-QTD-PROD-DEV
           PERFORM 2210-DEVOLVE-PRODUTO THRU 2210-DEVOLVE-PRODUTO-EXIT.
       2200-DEVOLVE-ESTOQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2210-DEVOLVE-PRODUTO - SOMA WS-QTD-PROD-DEV DO PRODUTO
      * WS-COD-PROD-DEV (A LINHA OU UM COMPONENTE DE KIT) NO SALDO DA
      * FILIAL DO PEDIDO (CRIANDO O REGISTRO SE PRECISO - MERCADORIA
      * FISICA VOLTOU) E REGISTRA O MOVIMENTO NO KARDEX TIPO DEV.
      *-----------------------------------------------------------------
       2210-DEVOLVE-PRODUTO.
           MOVE WS-FILIAL-DEV    TO COD-FILIAL-EST
           MOVE WS-COD-PROD-DEV  TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               ADD WS-QTD-PROD-DEV TO QTD-ESTOQUE
               REWRITE REG-ESTOQUE
           ELSE
               INITIALIZE REG-ESTOQUE
               MOVE WS-FILIAL-DEV    TO COD-FILIAL-EST
               MOVE WS-COD-PROD-DEV  TO COD-PRODUTO OF REG-ESTOQUE
               MOVE WS-QTD-PROD-DEV  TO QTD-ESTOQUE
               WRITE REG-ESTOQUE
           END-IF
           MOVE ZEROS TO FS

           MOVE WS-COD-PROD-DEV  TO COD-PRODUTO-KDX
           MOVE 9999999          TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PROD-DEV
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-KDX
           MOVE WS-COD-PROD-DEV    TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX         TO SEQ-KDX
           MOVE WS-HOJE-NUM        TO DT-KDX
           MOVE WS-HORA-KDX (1:6)  TO HR-KDX
           MOVE "DEV"              TO TIPO-DOC-KDX
           MOVE WS-NUM-DEVOL       TO NUM-DOC-KDX
           MOVE WS-FILIAL-DEV      TO COD-FILIAL-KDX
           MOVE WS-QTD-PROD-DEV    TO QTD-ENTRADA-KDX
           MOVE ZEROS              TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE        TO SALDO-KDX
           WRITE REG-KDX.
       2210-DEVOLVE-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2280-DEVOLVE-COMPONENTES-KIT - QUANDO O PRODUTO DA LINHA E UM
      * KIT, DEVOLVE CADA COMPONENTE NA QUANTIDADE DEVOLVIDA VEZES A
      * QUANTIDADE DO COMPONENTE (WS-QTD-COMPONENTES FICA ZERO QUANDO
      * O PRODUTO NAO E KIT).
      *-----------------------------------------------------------------
       2280-DEVOLVE-COMPONENTES-KIT.
           MOVE "N" TO WS-FIM-KIT
           MOVE COD-PRODUTO-ITEM TO COD-KIT
           MOVE ZEROS            TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2280-DEVOLVE-COMPONENTES-KIT-EXIT
           END-START

           PERFORM 2290-DEVOLVE-UM-COMPONENTE
               THRU 2290-DEVOLVE-UM-COMPONENTE-EXIT
               UNTIL FIM-KIT.
       2280-DEVOLVE-COMPONENTES-KIT-EXIT.
           EXIT.

       2290-DEVOLVE-UM-COMPONENTE.
           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 2290-DEVOLVE-UM-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = COD-PRODUTO-ITEM
               MOVE "S" TO WS-FIM-KIT
               GO TO 2290-DEVOLVE-UM-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-COMPONENTES
           MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-DEV
           COMPUTE WS-QTD-PROD-DEV ROUNDED =
               WS-QTD-DEVOLVIDA * QTD-COMPONENTE-KIT
           PERFORM 2210-DEVOLVE-PRODUTO THRU 2210-DEVOLVE-PRODUTO-EXIT.
       2290-DEVOLVE-UM-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-GRAVA-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-ESTORNA-COMISSAO - A COMISSAO JA APURADA SOBRE O QUE
      * VOLTOU E DEBITADA DO VENDEDOR DO PEDIDO: CREDITO DA DEVOLUCAO
      * (MESMA BASE LIQUIDA DE DESCONTO DO GERACOM) VEZES A TAXA
      * APLICADA, NO PROXIMO MES DE COMISSAO AINDA NAO PAGO.
      * BONIFICACAO E PEDIDO SEM VENDEDOR NAO GERARAM COMISSAO.
      *-----------------------------------------------------------------
       3500-ESTORNA-COMISSAO.
           IF WS-VEND-DEV = ZEROS
           OR WS-PED-BONIF-DEV = "S"
           OR WS-CREDITO NOT > ZEROS
               GO TO 3500-ESTORNA-COMISSAO-EXIT
           END-IF

           OPEN INPUT COMISSAO
           PERFORM 3600-TAXA-APLICADA THRU 3600-TAXA-APLICADA-EXIT

           COMPUTE WS-VALOR-ESTORNO ROUNDED =
               WS-CREDITO * WS-TAXA-ESTORNO / 100
           IF WS-VALOR-ESTORNO NOT > ZEROS
               CLOSE COMISSAO
               GO TO 3500-ESTORNA-COMISSAO-EXIT
           END-IF

           PERFORM 3700-MES-ABERTO THRU 3700-MES-ABERTO-EXIT
           CLOSE COMISSAO

           OPEN I-O ESTCOM
           IF FS-ECOM = "35" OR FS-ECOM = "05"
               OPEN OUTPUT ESTCOM
               CLOSE ESTCOM
               OPEN I-O ESTCOM
           END-IF

           MOVE 9999999 TO XAV-ECOM
           START ESTCOM KEY IS <= XAV-ECOM
           IF FS-ECOM EQUAL ZEROS
               READ ESTCOM PREVIOUS WITH IGNORE LOCK
               MOVE NUM-ECOM TO WS-NUM-ECOM
           ELSE
               MOVE ZEROS TO WS-NUM-ECOM
           END-IF
           ADD 1 TO WS-NUM-ECOM

           INITIALIZE REG-ECOM
           MOVE WS-NUM-ECOM       TO NUM-ECOM
           MOVE WS-VEND-DEV       TO COD-VEND-ECOM
           MOVE WS-NUM-PEDIDO-DEV TO NUM-PEDIDO-ECOM
           MOVE WS-NOTA-DEV       TO NUM-NOTA-ECOM
           SET ECOM-DEVOLUCAO     TO TRUE
           MOVE WS-NUM-DEVOL      TO NUM-DOC-ECOM
           MOVE WS-HOJE-NUM       TO DT-ECOM
           MOVE WS-CREDITO        TO VALOR-BASE-ECOM
           MOVE WS-TAXA-ESTORNO   TO TAXA-ECOM
           MOVE WS-VALOR-ESTORNO  TO VALOR-ECOM
           MOVE WS-MES-ESTORNO    TO ANO-MES-ECOM
           STRING "DEVOLUCAO DE MERCADORIA NR " WS-NUM-DEVOL
                  DELIMITED BY SIZE INTO MOTIVO-ECOM
           SET ECOM-PENDENTE      TO TRUE
           WRITE REG-ECOM
           CLOSE ESTCOM

           DISPLAY "ESTORNO DE COMISSAO DO VENDEDOR " WS-VEND-DEV
                   ": " WS-VALOR-ESTORNO " NO MES " WS-MES-ESTORNO.
       3500-ESTORNA-COMISSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-TAXA-APLICADA - TAXA EFETIVA DO VENDEDOR NO MES DO PEDIDO
      * (COMISSAO BRUTA DAS VENDAS DO PROPRIO VENDEDOR, SEM OVERRIDE
      * NEM REEMBOLSO DE DESPESAS / BASE DA APURACAO, QUE JA REFLETE
      * AS REGRAS DE REGRACOM); MES AINDA NAO APURADO USA A TAXA DO
      * VENDEDOR.
      *-----------------------------------------------------------------
       3600-TAXA-APLICADA.
           MOVE ZEROS TO WS-TAXA-ESTORNO

           IF FS-COM = ZEROS
               MOVE WS-MES-PED-DEV TO ANO-MES-COM
               MOVE WS-VEND-DEV    TO COD-VEND-COM
               READ COMISSAO WITH IGNORE LOCK
               IF FS-COM = ZEROS
               AND VALOR-BASE-COM > ZEROS
                   COMPUTE WS-TAXA-ESTORNO ROUNDED =
                       (VALOR-COM + VALOR-ESTORNO-COM
                        - VALOR-OVERRIDE-COM - VALOR-REEMB-COM) * 100
                       / VALOR-BASE-COM
                   GO TO 3600-TAXA-APLICADA-EXIT
               END-IF
           END-IF

           OPEN INPUT VENDEDOR
           MOVE WS-VEND-DEV TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO TAXA-COMISSAO-VEND
           END-READ
           MOVE TAXA-COMISSAO-VEND TO WS-TAXA-ESTORNO
           CLOSE VENDEDOR
           MOVE ZEROS TO FS.
       3600-TAXA-APLICADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-MES-ABERTO - PRIMEIRO MES A PARTIR DO CORRENTE EM QUE A
      * COMISSAO DO VENDEDOR AINDA NAO FOI PAGA.
      *-----------------------------------------------------------------
       3700-MES-ABERTO.
           MOVE WS-HOJE-NUM (1:6) TO WS-MES-ESTORNO
           MOVE "N" TO WS-MES-ABERTO
           PERFORM 3710-TESTA-MES THRU 3710-TESTA-MES-EXIT
               UNTIL MES-ABERTO.
       3700-MES-ABERTO-EXIT.
           EXIT.

       3710-TESTA-MES.
           MOVE WS-MES-ESTORNO TO ANO-MES-COM
           MOVE WS-VEND-DEV    TO COD-VEND-COM
           READ COMISSAO WITH IGNORE LOCK
               INVALID KEY MOVE "S" TO WS-MES-ABERTO
           END-READ
           IF MES-ABERTO OR FS-COM NOT = ZEROS OR NOT COM-PAGA
               MOVE "S" TO WS-MES-ABERTO
               GO TO 3710-TESTA-MES-EXIT
           END-IF

           IF WS-MM-ESTORNO = 12
               ADD 1 TO WS-ANO-ESTORNO
               MOVE 1 TO WS-MM-ESTORNO
           ELSE
               ADD 1 TO WS-MM-ESTORNO
           END-IF.
       3710-TESTA-MES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-ABATE-CREDITO - ABATE O CREDITO DA DEVOLUCAO DOS TITULOS
      * EM ABERTO DO PEDIDO, DA PARCELA MAIS ANTIGA PARA A MAIS NOVA;
                           MOVE DESCR-PRODUTO   TO LR-DESCR
                           MOVE QTD-DVI         TO LR-QTD
                           MOVE VALOR-DVI       TO LR-VALOR
                           MOVE CFOP-DVI        TO LR-CFOP
                           MOVE WS-LINHA-RECIBO TO REG-REL
                           WRITE REG-REL
                       END-IF
           STRING "VALOR TOTAL DEVOLVIDO (CREDITO): " VALOR-DEVOL
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "NATUREZA DA OPERACAO: " WS-NATUREZA-CF
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE RECIBO-REL

               CLOSE KARDEX
               CLOSE DEVOL
               CLOSE DEVITEM
               IF NOT SEM-ARQUIVO-KIT
                   CLOSE KIT
               END-IF
           END-IF
           CANCEL "ACHACFOP".
       9000-FINALIZA-EXIT.
           EXIT.

