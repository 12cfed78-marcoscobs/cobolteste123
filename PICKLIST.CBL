      *                   DO PEDIDO), COM DESCRICAO, QUANTIDADE E
      *                   COLUNA DE CONFERENCIA, PARA O SEPARADOR
      *                   PERCORRER O CORREDOR UMA VEZ SO.
      * 15/10/2026 DEV   LINHA DE KIT DE VENDA (KIT) SAI EXPLODIDA NOS
      *                   COMPONENTES A SEPARAR, CADA UM NO SEU
      *                   ENDERECO E COM A QUANTIDADE DO KIT VEZES A
      *                   DO COMPONENTE, MARCADO COM O KIT DE ORIGEM.
      * 15/10/2026 DEV   CABECALHO DO PEDIDO TRAZ O CLIENTE E O CONTATO
      *                   DE RECEBIMENTO (CONTATO.DAT, O PRINCIPAL DA
      *                   FUNCAO) COM O TELEFONE, QUE SEGUEM COM A
      *                   CARGA PARA O MOTORISTA.
      * 15/10/2026 DEV   VENDA BALCAO (PED-BALCAO, VENDBAL) NAO VAI
      *                   PARA A SEPARACAO - SAIU ENTREGUE NO CAIXA.
      * 15/10/2026 DEV   NOTAS DE HOJE LIDAS PELA CHAVE DE DATA DE
      *                   EMISSAO, SEM VARRER O NOTAFIS INTEIRO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "ESTOQUE.SEL".
           COPY "NOTAFIS.SEL".
           COPY "LOTE.SEL".
           COPY "KIT.SEL".
           COPY "CLIENTE.SEL".
           COPY "CONTATO.SEL".

           SELECT WORK-PICK ASSIGN TO "WORKPICK"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "ESTOQUE.FD".
           COPY "NOTAFIS.FD".
           COPY "LOTE.FD".
           COPY "KIT.FD".
           COPY "CLIENTE.FD".
           COPY "CONTATO.FD".

       SD  WORK-PICK.
       01  REG-ORDENADO.
           05  ORD-PRATELEIRA          PIC X(03).
           05  ORD-COD-PRODUTO         PIC 9(05).
           05  ORD-QTD                 PIC 9(07)V999.
           05  ORD-COD-KIT             PIC 9(05).

       FD  PICK-REL
           LABEL RECORD STANDARD.
       77  WS-FILIAL-PICK              PIC 9(02)    VALUE 1.
       77  WS-QTD-LINHAS               PIC 9(05)    VALUE ZEROS.

      * KIT DE VENDA: A LINHA DO KIT VAI PARA O SORT COMO UMA LINHA
      * POR COMPONENTE (KIT.DAT), COM O KIT EM ORD-COD-KIT; LINHA
      * COMUM LEVA ZEROS. SEM ARQUIVO DE KITS, NENHUM PRODUTO E KIT.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  WS-COD-CLI-PICK             PIC 9(07)    VALUE ZEROS.
       77  WS-COD-PROD-PICK            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-PICK                 PIC 9(07)V999 VALUE ZEROS.
       77  WS-COD-KIT-PICK             PIC 9(05)    VALUE ZEROS.

       01  WS-LINHA-KIT.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "COMPONENTE DO KIT ".
           05  LK-COD-KIT              PIC Z(04)9.

      * ALOCACAO FEFO DOS LOTES: ABAIXO DE CADA LINHA DE SEPARACAO
      * SAEM OS LOTES A PEGAR, DO QUE VENCE PRIMEIRO PARA O QUE VENCE
      * DEPOIS, ATE COBRIR A QUANTIDADE - O SEPARADOR PEGA O LOTE
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-FIM-KIT              PIC X(01)    VALUE "N".
               88  FIM-KIT                          VALUE "S".
           05  WS-SEM-KIT              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-KIT                  VALUE "S".
           05  WS-SEM-CONTATO          PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-CONTATO              VALUE "S".
           05  WS-FIM-CONTATO          PIC X(01)    VALUE "N".
               88  FIM-CONTATO                      VALUE "S".
           05  WS-ACHOU-CONTATO        PIC X(01)    VALUE "N".
               88  ACHOU-CONTATO                    VALUE "S".

      * CONTATO DE RECEBIMENTO DO CLIENTE DO PEDIDO (NOME E TELEFONE).
       01  WS-CONTATO-REC.
           05  WS-NOME-REC             PIC X(40)    VALUE SPACES.
           05  WS-FONE-REC             PIC X(15)    VALUE SPACES.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
               CLOSE ESTOQUE
               OPEN INPUT ESTOQUE
           END-IF
           OPEN INPUT KIT
           IF FS-KIT NOT = ZEROS
               CLOSE KIT
               MOVE "S" TO WS-SEM-KIT
           END-IF

           IF WS-NUM-PEDIDO-PICK NOT = ZEROS
               PERFORM 1600-ENVIA-UM-PEDIDO

           CLOSE PEDIDO
           CLOSE ITEM-PED
           CLOSE ESTOQUE
           IF NOT SEM-ARQUIVO-KIT
               CLOSE KIT
           END-IF.
       1500-ENVIA-ITENS-EXIT.
           EXIT.

               GO TO 1600-ENVIA-UM-PEDIDO-EXIT
           END-IF

           IF PED-BALCAO
               DISPLAY "PEDIDO " WS-NUM-PEDIDO-PICK
                       " E VENDA BALCAO - MERCADORIA JA ENTREGUE NO"
                       " CAIXA."
               GO TO 1600-ENVIA-UM-PEDIDO-EXIT
           END-IF

           PERFORM 1800-ENVIA-ITENS-PEDIDO
               THRU 1800-ENVIA-ITENS-PEDIDO-EXIT.
       1600-ENVIA-UM-PEDIDO-EXIT.
               GO TO 1700-ENVIA-FATURADOS-HOJE-EXIT
           END-IF

           MOVE WS-HOJE-NUM TO DT-EMISSAO-NF
           START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
               INVALID KEY MOVE "10" TO FS-NF
           END-START

           PERFORM UNTIL FS-NF NOT = ZEROS AND FS-NF NOT = "02"
               READ NOTAFIS NEXT RECORD
                   AT END MOVE "10" TO FS-NF
                   NOT AT END
                       IF DT-EMISSAO-NF NOT = WS-HOJE-NUM
                           MOVE "10" TO FS-NF
                       END-IF
                       IF DT-EMISSAO-NF = WS-HOJE-NUM
                           MOVE NUM-PEDIDO-NF TO XAV-PED
                           READ PEDIDO WITH IGNORE LOCK
                   AT END MOVE 99 TO FS-ITEM
                   NOT AT END
                       IF NUM-PEDIDO-ITEM = NUM-PEDIDO
                           PERFORM 1810-ENVIA-UMA-LINHA
                               THRU 1810-ENVIA-UMA-LINHA-EXIT
                       ELSE
                           MOVE 99 TO FS-ITEM
                       END-IF
       1800-ENVIA-ITENS-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1810-ENVIA-UMA-LINHA - LINHA COMUM VAI DIRETO PARA O SORT;
      * LINHA DE KIT VAI COMO OS SEUS COMPONENTES.
      *-----------------------------------------------------------------
       1810-ENVIA-UMA-LINHA.
           IF NOT SEM-ARQUIVO-KIT
               MOVE "N" TO WS-FIM-KIT
               MOVE COD-PRODUTO-ITEM TO COD-KIT
               MOVE ZEROS            TO COD-COMPONENTE-KIT
               START KIT KEY IS NOT LESS THAN XAV-KIT
                   INVALID KEY MOVE "S" TO WS-FIM-KIT
               END-START
               IF NOT FIM-KIT
                   READ KIT NEXT RECORD
                       AT END MOVE "S" TO WS-FIM-KIT
                   END-READ
               END-IF
               IF NOT FIM-KIT AND COD-KIT = COD-PRODUTO-ITEM
                   PERFORM 1830-ENVIA-COMPONENTE
                       THRU 1830-ENVIA-COMPONENTE-EXIT
                       UNTIL FIM-KIT
                   GO TO 1810-ENVIA-UMA-LINHA-EXIT
               END-IF
           END-IF

           MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-PICK
           MOVE QTD-ITEM-PED     TO WS-QTD-PICK
           MOVE ZEROS            TO WS-COD-KIT-PICK
           PERFORM 1820-LIBERA-PARA-SORT
               THRU 1820-LIBERA-PARA-SORT-EXIT.
       1810-ENVIA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1820-LIBERA-PARA-SORT - PRODUTO WS-COD-PROD-PICK COM O
      * ENDERECO NO ESTOQUE DA FILIAL DO PEDIDO.
      *-----------------------------------------------------------------
       1820-LIBERA-PARA-SORT.
           MOVE SPACES TO ORD-CORREDOR
                          ORD-PRATELEIRA
           MOVE WS-FILIAL-PICK   TO COD-FILIAL-EST
           MOVE WS-COD-PROD-PICK TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CORREDOR-ESTOQUE   TO ORD-CORREDOR
                   MOVE PRATELEIRA-ESTOQUE TO ORD-PRATELEIRA
           END-READ
           MOVE NUM-PEDIDO-ITEM  TO ORD-NUM-PEDIDO
           MOVE WS-COD-PROD-PICK TO ORD-COD-PRODUTO
           MOVE WS-QTD-PICK      TO ORD-QTD
           MOVE WS-COD-KIT-PICK  TO ORD-COD-KIT
           RELEASE REG-ORDENADO.
       1820-LIBERA-PARA-SORT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1830-ENVIA-COMPONENTE - COMPONENTE JA LIDO EM REG-KIT VAI PARA
      * O SORT; LE O PROXIMO COMPONENTE DO MESMO KIT.
      *-----------------------------------------------------------------
       1830-ENVIA-COMPONENTE.
           MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-PICK
           COMPUTE WS-QTD-PICK ROUNDED =
               QTD-ITEM-PED * QTD-COMPONENTE-KIT
           MOVE COD-PRODUTO-ITEM   TO WS-COD-KIT-PICK
           PERFORM 1820-LIBERA-PARA-SORT
               THRU 1820-LIBERA-PARA-SORT-EXIT

           READ KIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-KIT
                   GO TO 1830-ENVIA-COMPONENTE-EXIT
           END-READ
           IF COD-KIT NOT = COD-PRODUTO-ITEM
               MOVE "S" TO WS-FIM-KIT
           END-IF.
       1830-ENVIA-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-LISTA - QUEBRA POR PEDIDO, LINHAS JA EM ORDEM DE
      * CORREDOR/PRATELEIRA.
           OPEN INPUT PRODUTO
           OPEN INPUT PEDIDO
           OPEN INPUT LOTE
           OPEN INPUT CLIENTE
           OPEN INPUT CONTATO
           IF FS-CTT NOT = ZEROS
               CLOSE CONTATO
               MOVE "S" TO WS-SEM-CONTATO
           END-IF

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT


           CLOSE PRODUTO
           CLOSE PEDIDO
           CLOSE LOTE
           CLOSE CLIENTE
           IF NOT SEM-ARQUIVO-CONTATO
               CLOSE CONTATO
           END-IF.
       2000-EMITE-LISTA-EXIT.
           EXIT.

               ADD 1 TO WS-QTD-PEDIDOS

               MOVE WS-NUM-PEDIDO-ATUAL TO XAV-PED
               MOVE ZEROS TO WS-COD-CLI-PICK
               READ PEDIDO WITH IGNORE LOCK
                   INVALID KEY MOVE 1 TO LP-FILIAL
                   NOT INVALID KEY
                       MOVE COD-FILIAL-PED TO LP-FILIAL
                       MOVE COD-CLI-PED    TO WS-COD-CLI-PICK
               END-READ
               MOVE LP-FILIAL TO WS-FILIAL-LINHA
               MOVE ZEROS TO FS
               MOVE WS-NUM-PEDIDO-ATUAL TO LP-NUM-PEDIDO
               MOVE WS-LINHA-PEDIDO TO REG-REL
               WRITE REG-REL
               PERFORM 2250-IMPRIME-CLIENTE
                   THRU 2250-IMPRIME-CLIENTE-EXIT
               MOVE WS-CABECALHO-ITENS TO REG-REL
               WRITE REG-REL
               MOVE ALL "-" TO REG-REL
           MOVE WS-LINHA-ITEM   TO REG-REL
           WRITE REG-REL

           IF ORD-COD-KIT > ZEROS
               MOVE ORD-COD-KIT  TO LK-COD-KIT
               MOVE WS-LINHA-KIT TO REG-REL
               WRITE REG-REL
           END-IF

      * PRODUTO COM FATOR CAIXA: A QUANTIDADE SAI TAMBEM EM CAIXAS
      * MAIS UNIDADES AVULSAS (O REGISTRO DE PRODUTO ACABOU DE SER
      * LIDO PARA A DESCRICAO).
       2200-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-IMPRIME-CLIENTE - CLIENTE DO PEDIDO E QUEM RECEBE A
      * MERCADORIA NELE: O CONTATO DE RECEBIMENTO PRINCIPAL (OU O
      * PRIMEIRO ATIVO DA FUNCAO).
      *-----------------------------------------------------------------
       2250-IMPRIME-CLIENTE.
           IF WS-COD-CLI-PICK = ZEROS
               GO TO 2250-IMPRIME-CLIENTE-EXIT
           END-IF

           MOVE WS-COD-CLI-PICK TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
           END-READ
           MOVE ZEROS TO FS
           MOVE SPACES TO REG-REL
           STRING "CLIENTE " WS-COD-CLI-PICK " - "
                  FUNCTION TRIM(RAZAO-CLI)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           MOVE "N"    TO WS-ACHOU-CONTATO WS-FIM-CONTATO
           MOVE SPACES TO WS-CONTATO-REC
           IF SEM-ARQUIVO-CONTATO
               GO TO 2250-IMPRIME-CLIENTE-EXIT
           END-IF

           MOVE WS-COD-CLI-PICK TO COD-CLI-CTT
           MOVE ZEROS           TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-FIM-CONTATO
           END-START
           PERFORM 2260-LE-CONTATO THRU 2260-LE-CONTATO-EXIT
               UNTIL FIM-CONTATO

           IF ACHOU-CONTATO
               MOVE SPACES TO REG-REL
               STRING "RECEBIMENTO: " FUNCTION TRIM(WS-NOME-REC)
                      "  FONE: " WS-FONE-REC
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF.
       2250-IMPRIME-CLIENTE-EXIT.
           EXIT.

       2260-LE-CONTATO.
           READ CONTATO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
                   GO TO 2260-LE-CONTATO-EXIT
           END-READ
           IF COD-CLI-CTT NOT = WS-COD-CLI-PICK
               MOVE "S" TO WS-FIM-CONTATO
               GO TO 2260-LE-CONTATO-EXIT
           END-IF

           IF NOT CTT-RECEBIMENTO OR NOT CTT-ATIVO
               GO TO 2260-LE-CONTATO-EXIT
           END-IF
           IF NOT ACHOU-CONTATO OR CTT-PRINCIPAL
               MOVE "S"         TO WS-ACHOU-CONTATO
               MOVE NOME-CTT    TO WS-NOME-REC
               MOVE CELULAR-CTT TO WS-FONE-REC
               IF WS-FONE-REC = SPACES
                   MOVE FONE-CTT TO WS-FONE-REC
               END-IF
           END-IF
           IF CTT-PRINCIPAL
               MOVE "S" TO WS-FIM-CONTATO
           END-IF.
       2260-LE-CONTATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-IMPRIME-LOTES-FEFO - CARREGA OS LOTES COM SALDO DO
      * PRODUTO NA FILIAL DO PEDIDO E IMPRIME A ALOCACAO NA ORDEM DE
