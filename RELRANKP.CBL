      *                   RANKING POR VALOR DECRESCENTE COM A
      *                   PARTICIPACAO DE CADA PRODUTO NO TOTAL.
      *                   MESMA TECNICA DE DOIS SORTS DO RELABCC.
      * 15/10/2026 DEV   FILTRO POR CANAL DE VENDA DO CLIENTE (CONSOLE
      *                   OU TERCEIRO PARAMETRO DA CENTRAL, ZERO =
      *                   TODOS), NA VARREDURA DE ITEM-PED E NAS
      *                   CELULAS DO RESUMO MENSAL; O CANAL SAI NO
      *                   CABECALHO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "RESUMOV.SEL".
           COPY "PRODUTO.SEL".
           COPY "GRUPO.SEL".
           COPY "CLIENTE.SEL".
           COPY "CANAL.SEL".

           SELECT WORK-ITEM ASSIGN TO "WORKRKP1"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "RESUMOV.FD".
           COPY "PRODUTO.FD".
           COPY "GRUPO.FD".
           COPY "CLIENTE.FD".
           COPY "CANAL.FD".

       SD  WORK-ITEM.
       01  REG-ORDENADO.
       77  WS-MODO-RANK                PIC X(01)    VALUE "P".
           88  RANK-POR-GRUPO                       VALUE "G".

      * FILTRO POR CANAL DE VENDA DO CLIENTE (COD-CANAL-CLI, CADCANAL):
      * ZERO = TODOS. O CANAL DO ULTIMO CLIENTE LIDO FICA GUARDADO,
      * PORQUE AS LINHAS DE UM PEDIDO CHEGAM JUNTAS.
       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  WS-FILTRO-CANAL             PIC 9(02)    VALUE ZEROS.
       77  WS-COD-CLI-CANAL            PIC 9(07)    VALUE ZEROS.
       77  WS-COD-CLI-CANAL-ANT        PIC 9(07)    VALUE ZEROS.
       77  WS-CANAL-CLI                PIC 9(02)    VALUE ZEROS.

      * MESES CONSOLIDADOS NO RESUMO MENSAL (RESUMOV/GERARESU):
      * MES COM MARCADOR E INTEIRAMENTE DENTRO DO PERIODO ENTRA PELO
      * RESUMO E SAI DA VARREDURA DE ITEM-PED - SO O MES SEM MARCADOR
           05  FILLER                  PIC X(04) VALUE " A  ".
           05  HDR-DT-FIM              PIC 9(08).

       01  WS-CABECALHO-CANAL.
           05  FILLER                  PIC X(16)
               VALUE "CANAL DE VENDA ".
           05  HDR-COD-CANAL           PIC 9(02).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  HDR-DESCR-CANAL         PIC X(30).

       01  WS-CABECALHO-3.
           05  FILLER                  PIC X(06) VALUE "POS".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
               IF WS-MODO-RANK NOT = "G"
                   MOVE "P" TO WS-MODO-RANK
               END-IF
               DISPLAY "FILTRAR POR CANAL DE VENDA (CODIGO, ENTER P/"
                       " TODOS):"
               ACCEPT WS-FILTRO-CANAL FROM CONSOLE
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           MOVE WS-DT-FIM       TO HDR-DT-FIM
           MOVE WS-CABECALHO-2  TO REG-REL
           WRITE REG-REL
           IF WS-FILTRO-CANAL NOT = ZEROS
               PERFORM 1050-CABECALHO-CANAL
                   THRU 1050-CABECALHO-CANAL-EXIT
           END-IF
           MOVE SPACES          TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-3  TO REG-REL
       1000-INICIALIZA-EXIT.
           EXIT.

       1050-CABECALHO-CANAL.
           MOVE WS-FILTRO-CANAL TO HDR-COD-CANAL
           MOVE "CANAL NAO CADASTRADO" TO HDR-DESCR-CANAL
           OPEN INPUT CANAL
           IF FS-CANAL = ZEROS
               MOVE WS-FILTRO-CANAL TO XAV-CANAL
               READ CANAL WITH IGNORE LOCK
               IF FS-CANAL = ZEROS
                   MOVE DESCR-CANAL TO HDR-DESCR-CANAL
               END-IF
           END-IF
           CLOSE CANAL
           MOVE WS-CABECALHO-CANAL TO REG-REL
           WRITE REG-REL.
       1050-CABECALHO-CANAL-EXIT.
           EXIT.


      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - LE OS PARAMETROS DEIXADOS PELA CENTRAL
                                       TO WS-DT-INICIO
                   MOVE FUNCTION NUMVAL(WS-PRM-2)
                                       TO WS-DT-FIM
                   MOVE FUNCTION NUMVAL(WS-PRM-3)
                                       TO WS-FILTRO-CANAL
               END-IF
           END-IF

      *-----------------------------------------------------------------
       1500-ENVIA-ITENS.
           OPEN INPUT PRODUTO
           IF WS-FILTRO-CANAL NOT = ZEROS
               OPEN INPUT CLIENTE
           END-IF
           PERFORM 1700-ENVIA-DO-RESUMO
               THRU 1700-ENVIA-DO-RESUMO-EXIT
           OPEN INPUT ITEM-PED

           CLOSE ITEM-PED
           CLOSE PEDIDO
           CLOSE PRODUTO
           IF WS-FILTRO-CANAL NOT = ZEROS
               CLOSE CLIENTE
           END-IF.
       1500-ENVIA-ITENS-EXIT.
           EXIT.

           AND DT-PEDIDO >= WS-DT-INICIO
           AND DT-PEDIDO <= WS-DT-FIM
           AND WS-MES-COBERTO NOT = "S"
               IF WS-FILTRO-CANAL NOT = ZEROS
                   MOVE COD-CLI-PED TO WS-COD-CLI-CANAL
                   PERFORM 1800-CANAL-DO-CLIENTE
                       THRU 1800-CANAL-DO-CLIENTE-EXIT
                   IF WS-CANAL-CLI NOT = WS-FILTRO-CANAL
                       GO TO 1600-TRATA-ITEM-EXIT
                   END-IF
               END-IF
      * GRUPO DO PRODUTO DA LINHA (PRODUTO SEM CADASTRO = GRUPO
      * ZERO), PARA O FILTRO E PARA O ROLLUP POR FAMILIA.
               MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
           EXIT.

       1730-LIBERA-CELULA.
           IF WS-FILTRO-CANAL NOT = ZEROS
               MOVE COD-CLI-RES TO WS-COD-CLI-CANAL
               PERFORM 1800-CANAL-DO-CLIENTE
                   THRU 1800-CANAL-DO-CLIENTE-EXIT
               IF WS-CANAL-CLI NOT = WS-FILTRO-CANAL
                   GO TO 1730-LIBERA-CELULA-EXIT
               END-IF
           END-IF

           MOVE COD-PRODUTO-RES TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE ZEROS TO COD-GRUPO-PRODUTO
       1750-MES-JA-COBERTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-CANAL-DO-CLIENTE - CANAL DE VENDA DO CLIENTE EM
      * WS-COD-CLI-CANAL (CLIENTE SEM CADASTRO = SEM CANAL), RELIDO SO
      * QUANDO O CLIENTE MUDA.
      *-----------------------------------------------------------------
       1800-CANAL-DO-CLIENTE.
           IF WS-COD-CLI-CANAL = WS-COD-CLI-CANAL-ANT
           AND WS-COD-CLI-CANAL NOT = ZEROS
               GO TO 1800-CANAL-DO-CLIENTE-EXIT
           END-IF

           MOVE WS-COD-CLI-CANAL TO WS-COD-CLI-CANAL-ANT XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO COD-CANAL-CLI
           END-IF
           MOVE COD-CANAL-CLI TO WS-CANAL-CLI
           MOVE ZEROS TO FS.
       1800-CANAL-DO-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TOTALIZA-PRODUTOS - QUEBRA DE CONTROLE POR PRODUTO,
      * CONTANDO OS PEDIDOS DISTINTOS (AS LINHAS CHEGAM ORDENADAS POR
