      *-----------------------------------------------------------------
      * CONSPED - CONSULTA DA POSICAO DO PEDIDO (LINHA DO TEMPO)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSPED.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CONSULTA SO DE LEITURA DO
      *                   CICLO INTEIRO DE UM PEDIDO NUMA TELA, PELO
      *                   NUMERO DO PEDIDO, DA NOTA FISCAL OU PELO
      *                   CLIENTE (LISTA OS PEDIDOS DELE E PERGUNTA
      *                   QUAL): ENTRADA E ORIGEM, FILA DE APROVACAO E
      *                   MOTIVO, PENDENCIAS DE BACKORDER, NOTA FISCAL
      *                   E IMPOSTOS, CONFERENCIA DA SEPARACAO,
      *                   ROMANEIO COM TRANSPORTADORA E VEICULO,
      *                   OCORRENCIA DE ENTREGA E RECEBEDOR E CADA
      *                   PARCELA COM A SITUACAO DO PAGAMENTO. CHAMADO
      *                   PELO MENU DO HBSIS (SEM FILTRO) E PELO
      *                   HISTORICO DE PEDIDOS DO CADCLI (CLIENTE
      *                   SELECIONADO). PEDIDO JA LEVADO AO HISTORICO
      *                   ANUAL (ARQANO) NAO E CONSULTADO AQUI.
      * 15/10/2026 DEV   PEDIDOS DO CLIENTE LIDOS PELA CHAVE
      *                   ALTERNATIVA CLI-DT-PED (CLIENTE + DATA) ATE A
      *                   TROCA DE CLIENTE, EM VEZ DE VARRER O PEDIDO.
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
           COPY "CLIENTE.SEL".
           COPY "VENDEDOR.SEL".
           COPY "FILIAL.SEL".
           COPY "BACKORD.SEL".
           COPY "NOTAFIS.SEL".
           COPY "ROMFRETE.SEL".
           COPY "TRANSP.SEL".
           COPY "VEICULO.SEL".
           COPY "RECEBIMENTO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PEDIDO.FD".
           COPY "CLIENTE.FD".
           COPY "VENDEDOR.FD".
           COPY "FILIAL.FD".
           COPY "BACKORD.FD".
           COPY "NOTAFIS.FD".
           COPY "ROMFRETE.FD".
           COPY "TRANSP.FD".
           COPY "VEICULO.FD".
           COPY "RECEBIMENTO.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-BACK                     PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-ROMF                     PIC XX       VALUE SPACES.
       77  FS-TRANSP                   PIC XX       VALUE SPACES.
       77  FS-VEI                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-NUM-PEDIDO               PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-NOTA                 PIC 9(07)    VALUE ZEROS.
       77  WS-COD-CLI                  PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-BACK                 PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-PARCELAS             PIC 9(02)    VALUE ZEROS.
       77  WS-SALDO-PARCELA            PIC S9(09)V99 VALUE ZEROS.
       77  WS-DESCR-SIT                PIC X(20)    VALUE SPACES.
       77  WS-DESCR-TIPO               PIC X(12)    VALUE SPACES.
       77  WS-DESCR-ORIGEM             PIC X(40)    VALUE SPACES.
       77  WS-DESCR-FORMA              PIC X(13)    VALUE SPACES.
       77  WS-NOME-AUX                 PIC X(40)    VALUE SPACES.

      * CAMPOS EDITADOS PARA MONTAR AS LINHAS DA CONSULTA.
       77  WS-VALOR-ED1                PIC Z(08)9,99-.
       77  WS-VALOR-ED2                PIC Z(08)9,99-.
       77  WS-VALOR-ED3                PIC Z(08)9,99-.
       77  WS-VALOR-ED4                PIC Z(08)9,99-.
       77  WS-QTD-ED                   PIC Z(06)9,999.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".

      * UMA LINHA DA LINHA DO TEMPO: DATA DO EVENTO (EM BRANCO QUANDO
      * O EVENTO NAO TEM DATA PROPRIA), ETAPA E O TEXTO DO EVENTO.
       01  WS-LINHA-TEMPO.
           05  LT-DATA                 PIC X(08).
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  LT-ETAPA                PIC X(12).
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  LT-TEXTO                PIC X(78).

      * LINHA DA LISTA DE PEDIDOS DO CLIENTE.
       01  WS-LINHA-LISTA.
           05  LL-NUM-PEDIDO           PIC 9(07).
           05  FILLER                  PIC X(02)    VALUE SPACES.
           05  LL-DT-PEDIDO            PIC 9(08).
           05  FILLER                  PIC X(02)    VALUE SPACES.
           05  LL-SIT                  PIC X(20).
           05  FILLER                  PIC X(01)    VALUE SPACES.
           05  LL-VALOR                PIC Z(08)9,99-.
           05  FILLER                  PIC X(02)    VALUE SPACES.
           05  LL-NOTA                 PIC Z(06)9.
           05  FILLER                  PIC X(02)    VALUE SPACES.
           05  LL-DT-ENTREGA           PIC X(08).

       LINKAGE SECTION.
      * PEDIDO OU CLIENTE JA ESCOLHIDO POR QUEM CHAMA (ZEROS NOS DOIS
      * = PERGUNTAR NO MENU).
       01  LK-NUM-PEDIDO-CNS           PIC 9(07).
       01  LK-COD-CLI-CNS              PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-NUM-PEDIDO-CNS LK-COD-CLI-CNS.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - SO O PEDIDO E OBRIGATORIO; OS DEMAIS
      * ARQUIVOS SAO ABERTOS POR ETAPA E A ETAPA SEM ARQUIVO E
      * PULADA. PEDIDO OU CLIENTE RECEBIDO JA E MOSTRADO DE CARA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT PEDIDO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PEDIDO. FS: " FS
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           IF LK-NUM-PEDIDO-CNS NOT = ZEROS
               MOVE LK-NUM-PEDIDO-CNS TO WS-NUM-PEDIDO
               PERFORM 3000-MOSTRA-PEDIDO THRU 3000-MOSTRA-PEDIDO-EXIT
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           IF LK-COD-CLI-CNS NOT = ZEROS
               MOVE LK-COD-CLI-CNS TO WS-COD-CLI
               PERFORM 2300-POR-CLIENTE THRU 2300-POR-CLIENTE-EXIT
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: P PEDIDO, N NOTA FISCAL, C CLIENTE, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY " "
           DISPLAY "POSICAO DO PEDIDO - OPCAO (P=PEDIDO N=NOTA FISCAL"
                   " C=CLIENTE S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "P"
                   DISPLAY "NUMERO DO PEDIDO:"
                   ACCEPT WS-NUM-PEDIDO FROM CONSOLE
                   PERFORM 3000-MOSTRA-PEDIDO
                       THRU 3000-MOSTRA-PEDIDO-EXIT
               WHEN "N"
                   PERFORM 2200-POR-NOTA THRU 2200-POR-NOTA-EXIT
               WHEN "C"
                   DISPLAY "CODIGO DO CLIENTE:"
                   ACCEPT WS-COD-CLI FROM CONSOLE
                   PERFORM 2300-POR-CLIENTE
                       THRU 2300-POR-CLIENTE-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-POR-NOTA - A NOTA FISCAL APONTA O PEDIDO QUE A GEROU.
      *-----------------------------------------------------------------
       2200-POR-NOTA.
           DISPLAY "NUMERO DA NOTA FISCAL:"
           ACCEPT WS-NUM-NOTA FROM CONSOLE

           OPEN INPUT NOTAFIS
           IF FS-NF NOT = ZEROS
               DISPLAY "ARQUIVO DE NOTAS FISCAIS INDISPONIVEL. FS: "
                       FS-NF
               CLOSE NOTAFIS
               GO TO 2200-POR-NOTA-EXIT
           END-IF

           MOVE WS-NUM-NOTA TO XAV-NF
           READ NOTAFIS WITH IGNORE LOCK
           IF FS-NF NOT = ZEROS
               DISPLAY "NOTA FISCAL " WS-NUM-NOTA " NAO ENCONTRADA."
               CLOSE NOTAFIS
               GO TO 2200-POR-NOTA-EXIT
           END-IF
           MOVE NUM-PEDIDO-NF TO WS-NUM-PEDIDO
           CLOSE NOTAFIS

           PERFORM 3000-MOSTRA-PEDIDO THRU 3000-MOSTRA-PEDIDO-EXIT.
       2200-POR-NOTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-POR-CLIENTE - LISTA OS PEDIDOS DO CLIENTE (DATA,
      * SITUACAO, VALOR, NOTA E ENTREGA) E PERGUNTA QUAL CONSULTAR.
      * LE PELA CHAVE CLI-DT-PED, EM ORDEM DE DATA, ATE A TROCA DE
      * CLIENTE (MESMA LEITURA DO FILTRO POR CLIENTE DO CADPED).
      *-----------------------------------------------------------------
       2300-POR-CLIENTE.
           OPEN INPUT CLIENTE
           MOVE WS-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLI " NAO CADASTRADO."
               CLOSE CLIENTE
               GO TO 2300-POR-CLIENTE-EXIT
           END-IF
           DISPLAY " "
           DISPLAY "PEDIDOS DO CLIENTE " WS-COD-CLI " - "
                   FUNCTION TRIM(RAZAO-CLI)
           CLOSE CLIENTE
           DISPLAY "PEDIDO   DATA      SITUACAO                    "
                   "   VALOR     NOTA  ENTREGA"

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-ARQ
           MOVE WS-COD-CLI TO COD-CLI-PED
           MOVE ZEROS      TO DT-PEDIDO
           START PEDIDO KEY IS NOT LESS THAN CLI-DT-PED
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 2310-LISTA-PEDIDO THRU 2310-LISTA-PEDIDO-EXIT
               UNTIL FIM-ARQ

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUM PEDIDO PARA O CLIENTE."
               GO TO 2300-POR-CLIENTE-EXIT
           END-IF

           DISPLAY "PEDIDO A CONSULTAR (0 = VOLTA AO MENU):"
           ACCEPT WS-NUM-PEDIDO FROM CONSOLE
           IF WS-NUM-PEDIDO = ZEROS
               GO TO 2300-POR-CLIENTE-EXIT
           END-IF
           PERFORM 3000-MOSTRA-PEDIDO THRU 3000-MOSTRA-PEDIDO-EXIT.
       2300-POR-CLIENTE-EXIT.
           EXIT.

       2310-LISTA-PEDIDO.
           READ PEDIDO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 2310-LISTA-PEDIDO-EXIT
           END-READ
           IF FS NOT = ZEROS AND FS NOT = "02"
               MOVE "S" TO WS-FIM-ARQ
               GO TO 2310-LISTA-PEDIDO-EXIT
           END-IF
           IF COD-CLI-PED NOT = WS-COD-CLI
               MOVE "S" TO WS-FIM-ARQ
               GO TO 2310-LISTA-PEDIDO-EXIT
           END-IF

           PERFORM 8100-DESCREVE-SITUACAO
               THRU 8100-DESCREVE-SITUACAO-EXIT
           MOVE NUM-PEDIDO      TO LL-NUM-PEDIDO
           MOVE DT-PEDIDO       TO LL-DT-PEDIDO
           MOVE WS-DESCR-SIT    TO LL-SIT
           MOVE VALOR-TOTAL-PED TO LL-VALOR
           MOVE NUM-NOTA-FISCAL TO LL-NOTA
           MOVE SPACES          TO LL-DT-ENTREGA
           IF DT-ENTREGA-PED NOT = ZEROS
               MOVE DT-ENTREGA-PED TO LL-DT-ENTREGA
           END-IF
           DISPLAY WS-LINHA-LISTA
           ADD 1 TO WS-QTD-LISTADOS.
       2310-LISTA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-MOSTRA-PEDIDO - CABECALHO E A LINHA DO TEMPO DO PEDIDO,
      * NA ORDEM EM QUE AS ETAPAS ACONTECEM.
      *-----------------------------------------------------------------
       3000-MOSTRA-PEDIDO.
           MOVE WS-NUM-PEDIDO TO XAV-PED
           READ PEDIDO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "PEDIDO " WS-NUM-PEDIDO " NAO ENCONTRADO (PEDIDO"
                       " DE ANO FECHADO FICA NO HISTORICO ANUAL)."
               GO TO 3000-MOSTRA-PEDIDO-EXIT
           END-IF

           PERFORM 3100-CABECALHO    THRU 3100-CABECALHO-EXIT
           PERFORM 3200-ENTRADA      THRU 3200-ENTRADA-EXIT
           PERFORM 3300-APROVACAO    THRU 3300-APROVACAO-EXIT
           PERFORM 3400-BACKORDER    THRU 3400-BACKORDER-EXIT
           PERFORM 3500-FATURAMENTO  THRU 3500-FATURAMENTO-EXIT
           PERFORM 3600-CONFERENCIA  THRU 3600-CONFERENCIA-EXIT
           PERFORM 3700-ROMANEIO     THRU 3700-ROMANEIO-EXIT
           PERFORM 3800-ENTREGA      THRU 3800-ENTREGA-EXIT
           PERFORM 3900-PARCELAS     THRU 3900-PARCELAS-EXIT
           DISPLAY "---------------------------------------------------"
                   "---------------------------".
       3000-MOSTRA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3100-CABECALHO - CLIENTE, VENDEDOR, FILIAL, SITUACAO ATUAL,
      * NATUREZA E VALORES DO PEDIDO.
      *-----------------------------------------------------------------
       3100-CABECALHO.
           DISPLAY " "
           DISPLAY "==================== POSICAO DO PEDIDO " NUM-PEDIDO
                   " ===================="

           MOVE SPACES TO WS-NOME-AUX
           OPEN INPUT CLIENTE
           MOVE COD-CLI-PED TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE RAZAO-CLI TO WS-NOME-AUX
           END-IF
           CLOSE CLIENTE
           DISPLAY "CLIENTE  " COD-CLI-PED " - "
                   FUNCTION TRIM(WS-NOME-AUX)

           MOVE SPACES TO WS-NOME-AUX
           OPEN INPUT VENDEDOR
           MOVE COD-VEND-PED TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE NOME-VEND TO WS-NOME-AUX
           END-IF
           CLOSE VENDEDOR
           DISPLAY "VENDEDOR " COD-VEND-PED " - "
                   FUNCTION TRIM(WS-NOME-AUX)

           MOVE SPACES TO WS-NOME-AUX
           OPEN INPUT FILIAL
           IF FS-FIL = ZEROS
               MOVE COD-FILIAL-PED TO XAV-FIL
               READ FILIAL WITH IGNORE LOCK
               IF FS-FIL = ZEROS
                   MOVE NOME-FILIAL TO WS-NOME-AUX
               END-IF
           END-IF
           CLOSE FILIAL
           DISPLAY "FILIAL   " COD-FILIAL-PED " - "
                   FUNCTION TRIM(WS-NOME-AUX)
           MOVE ZEROS TO FS

           PERFORM 8100-DESCREVE-SITUACAO
               THRU 8100-DESCREVE-SITUACAO-EXIT
           IF PED-BONIFICACAO
               MOVE "BONIFICACAO" TO WS-DESCR-TIPO
           ELSE
               MOVE "VENDA"       TO WS-DESCR-TIPO
           END-IF
           IF PED-BALCAO
               MOVE "VENDA BALCAO" TO WS-DESCR-TIPO
           END-IF
           DISPLAY "SITUACAO " WS-DESCR-SIT "  NATUREZA " WS-DESCR-TIPO
                   "  COND. PAGTO " COD-CONDPAG-PED

           MOVE VALOR-TOTAL-PED TO WS-VALOR-ED1
           MOVE VALOR-ICMS-PED  TO WS-VALOR-ED2
           MOVE VALOR-IPI-PED   TO WS-VALOR-ED3
           COMPUTE WS-VALOR-ED4 =
               VALOR-TOTAL-PED + VALOR-ICMS-PED + VALOR-IPI-PED
           DISPLAY "MERCADORIA " WS-VALOR-ED1 "  ICMS " WS-VALOR-ED2
                   "  IPI " WS-VALOR-ED3 "  TOTAL " WS-VALOR-ED4
           DISPLAY "--------------------------------------------------"
                   "----------------------------"
           DISPLAY "DATA     ETAPA        EVENTO".
       3100-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3200-ENTRADA - DATA DO PEDIDO E POR ONDE ELE ENTROU.
      *-----------------------------------------------------------------
       3200-ENTRADA.
           EVALUATE TRUE
               WHEN ORIGEM-TELA
                   MOVE "DIGITADO NA TELA DE PEDIDOS (CADPED)"
                       TO WS-DESCR-ORIGEM
               WHEN ORIGEM-IMPORTACAO
                   MOVE "IMPORTADO DO ARQUIVO DE PEDIDOS (CADPED)"
                       TO WS-DESCR-ORIGEM
               WHEN ORIGEM-ORCAMENTO
                   MOVE "ORCAMENTO CONVERTIDO (CADORC)"
                       TO WS-DESCR-ORIGEM
               WHEN ORIGEM-BACKORDER
                   MOVE "REPOSICAO DE BACKORDER (GERABACK)"
                       TO WS-DESCR-ORIGEM
               WHEN ORIGEM-PROGRAMADO
                   MOVE "PEDIDO PROGRAMADO (GERAPROG)"
                       TO WS-DESCR-ORIGEM
               WHEN ORIGEM-BALCAO
                   MOVE "VENDA BALCAO (VENDBAL)"
                       TO WS-DESCR-ORIGEM
               WHEN OTHER
                   MOVE "ORIGEM NAO REGISTRADA"
                       TO WS-DESCR-ORIGEM
           END-EVALUATE

           MOVE SPACES        TO WS-LINHA-TEMPO
           MOVE DT-PEDIDO     TO LT-DATA
           MOVE "ENTRADA"     TO LT-ETAPA
           MOVE WS-DESCR-ORIGEM TO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO.
       3200-ENTRADA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3300-APROVACAO - FILA DE APROVACAO (APROVPED): AGUARDANDO,
      * RECUSADO OU JA APROVADO, SEMPRE COM O MOTIVO GRAVADO.
      *-----------------------------------------------------------------
       3300-APROVACAO.
           MOVE SPACES     TO WS-LINHA-TEMPO
           MOVE "APROVACAO" TO LT-ETAPA

           EVALUATE TRUE
               WHEN PED-PENDENTE-APROV
                   STRING "AGUARDANDO APROVACAO: "
                          FUNCTION TRIM(MOTIVO-PENDENCIA-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN PED-RECUSADO
                   STRING "RECUSADO: "
                          FUNCTION TRIM(MOTIVO-RECUSA-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
                   DISPLAY WS-LINHA-TEMPO
                   MOVE SPACES TO LT-TEXTO
                   STRING "PENDENCIA ORIGINAL: "
                          FUNCTION TRIM(MOTIVO-PENDENCIA-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN MOTIVO-PENDENCIA-PED NOT = SPACES
                   STRING "APROVADO PELO SUPERVISOR - PENDENCIA: "
                          FUNCTION TRIM(MOTIVO-PENDENCIA-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN OTHER
                   MOVE "SEM PENDENCIA DE APROVACAO" TO LT-TEXTO
           END-EVALUATE
           DISPLAY WS-LINHA-TEMPO.
       3300-APROVACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3400-BACKORDER - LINHAS DO PEDIDO QUE FICARAM PENDENTES POR
      * FALTA DE ESTOQUE E, SE O PEDIDO FOI GERADO PELO GERABACK, A
      * PENDENCIA DE ORIGEM. BACKORD NAO TEM CHAVE POR PEDIDO - E
      * LIDO INTEIRO.
      *-----------------------------------------------------------------
       3400-BACKORDER.
           MOVE ZEROS TO WS-QTD-BACK
           OPEN INPUT BACKORD
           IF FS-BACK NOT = ZEROS
               CLOSE BACKORD
               GO TO 3400-BACKORDER-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ARQ
           MOVE ZEROS TO XAV-BACK
           START BACKORD KEY IS NOT LESS THAN XAV-BACK
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3410-LE-BACKORD THRU 3410-LE-BACKORD-EXIT
               UNTIL FIM-ARQ
           CLOSE BACKORD

           IF WS-QTD-BACK = ZEROS
               MOVE SPACES      TO WS-LINHA-TEMPO
               MOVE "BACKORDER" TO LT-ETAPA
               MOVE "NENHUMA LINHA PENDENTE POR FALTA DE ESTOQUE"
                   TO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
           END-IF.
       3400-BACKORDER-EXIT.
           EXIT.

       3410-LE-BACKORD.
           READ BACKORD NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3410-LE-BACKORD-EXIT
           END-READ

           MOVE SPACES      TO WS-LINHA-TEMPO
           MOVE "BACKORDER" TO LT-ETAPA
           MOVE QTD-BACK    TO WS-QTD-ED

           IF NUM-PEDIDO-ORIG-BACK = NUM-PEDIDO
               MOVE DT-REGISTRO-BACK TO LT-DATA
               EVALUATE TRUE
                   WHEN BACK-ATENDIDO
                       STRING "PRODUTO " COD-PRODUTO-BACK " QTD "
                              WS-QTD-ED " ATENDIDO PELO PEDIDO "
                              NUM-PEDIDO-GERADO-BACK
                              DELIMITED BY SIZE INTO LT-TEXTO
                   WHEN BACK-CANCELADO
                       STRING "PRODUTO " COD-PRODUTO-BACK " QTD "
                              WS-QTD-ED " PENDENCIA CANCELADA"
                              DELIMITED BY SIZE INTO LT-TEXTO
                   WHEN OTHER
                       STRING "PRODUTO " COD-PRODUTO-BACK " QTD "
                              WS-QTD-ED " AGUARDANDO ESTOQUE"
                              DELIMITED BY SIZE INTO LT-TEXTO
               END-EVALUATE
               DISPLAY WS-LINHA-TEMPO
               ADD 1 TO WS-QTD-BACK
               GO TO 3410-LE-BACKORD-EXIT
           END-IF

           IF NUM-PEDIDO-GERADO-BACK = NUM-PEDIDO
               STRING "REPOE O PRODUTO " COD-PRODUTO-BACK " QTD "
                      WS-QTD-ED " PENDENTE DO PEDIDO "
                      NUM-PEDIDO-ORIG-BACK
                      DELIMITED BY SIZE INTO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               ADD 1 TO WS-QTD-BACK
           END-IF.
       3410-LE-BACKORD-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3500-FATURAMENTO - NOTA FISCAL DO PEDIDO COM OS IMPOSTOS E,
      * SE FOR O CASO, O CANCELAMENTO DA NOTA (ESTORNF).
      *-----------------------------------------------------------------
       3500-FATURAMENTO.
           MOVE SPACES        TO WS-LINHA-TEMPO
           MOVE "FATURAMENTO" TO LT-ETAPA

           IF NUM-NOTA-FISCAL = ZEROS
               MOVE "PEDIDO AINDA NAO FATURADO" TO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               GO TO 3500-FATURAMENTO-EXIT
           END-IF

           OPEN INPUT NOTAFIS
           IF FS-NF = ZEROS
               MOVE NUM-NOTA-FISCAL TO XAV-NF
               READ NOTAFIS WITH IGNORE LOCK
           END-IF
           IF FS-NF NOT = ZEROS
               STRING "NOTA FISCAL " NUM-NOTA-FISCAL
                      " (CABECALHO DA NOTA NAO ENCONTRADO)"
                      DELIMITED BY SIZE INTO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               CLOSE NOTAFIS
               GO TO 3500-FATURAMENTO-EXIT
           END-IF

           MOVE DT-EMISSAO-NF  TO LT-DATA
           MOVE VALOR-TOTAL-NF TO WS-VALOR-ED1
           STRING "NOTA FISCAL " NUM-NOTA-NF " SERIE " SERIE-NF
                  " - " QTD-ITENS-NF " ITENS - TOTAL " WS-VALOR-ED1
                  DELIMITED BY SIZE INTO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO

           MOVE SPACES        TO WS-LINHA-TEMPO
           MOVE VALOR-MERC-NF TO WS-VALOR-ED1
           MOVE VALOR-ICMS-NF TO WS-VALOR-ED2
           MOVE VALOR-IPI-NF  TO WS-VALOR-ED3
           STRING "MERC " WS-VALOR-ED1 " ICMS " WS-VALOR-ED2
                  " IPI " WS-VALOR-ED3
                  DELIMITED BY SIZE INTO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO

           IF NF-CANCELADA
               MOVE SPACES        TO WS-LINHA-TEMPO
               MOVE DT-CANCEL-NF  TO LT-DATA
               MOVE "FATURAMENTO" TO LT-ETAPA
               STRING "NOTA CANCELADA: "
                      FUNCTION TRIM(MOTIVO-CANCEL-NF)
                      DELIMITED BY SIZE INTO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
           END-IF
           CLOSE NOTAFIS.
       3500-FATURAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3600-CONFERENCIA - RESULTADO DA CONFERENCIA DA SEPARACAO
      * (CONFPED). VENDA BALCAO NAO PASSA PELA DOCA.
      *-----------------------------------------------------------------
       3600-CONFERENCIA.
           MOVE SPACES        TO WS-LINHA-TEMPO
           MOVE "CONFERENCIA" TO LT-ETAPA

           EVALUATE TRUE
               WHEN PED-BALCAO
                   MOVE "VENDA BALCAO - MERCADORIA SAIU COM O CLIENTE"
                       TO LT-TEXTO
               WHEN CONFERENCIA-OK
                   MOVE "SEPARACAO CONFERIDA - LIBERADO PARA EMBARQUE"
                       TO LT-TEXTO
               WHEN CONFERENCIA-DIVERGENTE
                   STRING "DIVERGENCIA NA SEPARACAO - AGUARDA NOVA"
                          " CONFERENCIA OU SUPERVISOR"
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN NUM-NOTA-FISCAL = ZEROS
                   MOVE "AGUARDA FATURAMENTO" TO LT-TEXTO
               WHEN OTHER
                   MOVE "SEPARACAO AINDA NAO CONFERIDA" TO LT-TEXTO
           END-EVALUATE
           DISPLAY WS-LINHA-TEMPO.
       3600-CONFERENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3700-ROMANEIO - ROMANEIO EM QUE O PEDIDO EMBARCOU, COM A
      * TRANSPORTADORA E O VEICULO DA CARGA (ROMFRETE), E A PROMESSA
      * DE ENTREGA DADA AO CLIENTE.
      *-----------------------------------------------------------------
       3700-ROMANEIO.
           IF DT-PROMETIDA-PED NOT = ZEROS
               MOVE SPACES           TO WS-LINHA-TEMPO
               MOVE DT-PROMETIDA-PED TO LT-DATA
               MOVE "PROMESSA"       TO LT-ETAPA
               STRING "ENTREGA PROMETIDA AO CLIENTE - ROTA "
                      COD-ROTA-PED
                      DELIMITED BY SIZE INTO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
           END-IF

           MOVE SPACES     TO WS-LINHA-TEMPO
           MOVE "ROMANEIO" TO LT-ETAPA
           IF PED-BALCAO
               GO TO 3700-ROMANEIO-EXIT
           END-IF
           IF NUM-ROMANEIO-PED = ZEROS
               MOVE "AINDA NAO EMBARCADO EM ROMANEIO" TO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               GO TO 3700-ROMANEIO-EXIT
           END-IF

           MOVE DT-ROMANEIO-PED TO LT-DATA
           STRING "ROMANEIO " NUM-ROMANEIO-PED
                  DELIMITED BY SIZE INTO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO

           MOVE SPACES TO WS-LINHA-TEMPO
           OPEN INPUT ROMFRETE
           IF FS-ROMF = ZEROS
               MOVE NUM-ROMANEIO-PED TO XAV-ROMF
               READ ROMFRETE WITH IGNORE LOCK
           END-IF
           IF FS-ROMF NOT = ZEROS
               MOVE "SEM DADOS DE TRANSPORTE DA CARGA" TO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               CLOSE ROMFRETE
               GO TO 3700-ROMANEIO-EXIT
           END-IF

           MOVE SPACES TO WS-NOME-AUX
           OPEN INPUT TRANSP
           IF FS-TRANSP = ZEROS
               MOVE COD-TRANSP-ROMF TO XAV-TRANSP
               READ TRANSP WITH IGNORE LOCK
               IF FS-TRANSP = ZEROS
                   MOVE NOME-TRANSP TO WS-NOME-AUX
               END-IF
           END-IF
           CLOSE TRANSP
           STRING "TRANSPORTADORA " COD-TRANSP-ROMF " - "
                  FUNCTION TRIM(WS-NOME-AUX)
                  DELIMITED BY SIZE INTO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO

           MOVE SPACES TO WS-LINHA-TEMPO
           IF COD-VEICULO-ROMF = ZEROS
               MOVE "VEICULO NAO INFORMADO NA RODADA" TO LT-TEXTO
           ELSE
               OPEN INPUT VEICULO
               IF FS-VEI = ZEROS
                   MOVE COD-VEICULO-ROMF TO XAV-VEI
                   READ VEICULO WITH IGNORE LOCK
               END-IF
               IF FS-VEI = ZEROS
                   STRING "VEICULO " COD-VEICULO-ROMF " PLACA "
                          PLACA-VEICULO " - "
                          FUNCTION TRIM(DESCR-VEICULO)
                          DELIMITED BY SIZE INTO LT-TEXTO
               ELSE
                   STRING "VEICULO " COD-VEICULO-ROMF
                          DELIMITED BY SIZE INTO LT-TEXTO
               END-IF
               CLOSE VEICULO
           END-IF
           DISPLAY WS-LINHA-TEMPO
           CLOSE ROMFRETE.
       3700-ROMANEIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3800-ENTREGA - COMPROVACAO DE ENTREGA (ROMANEIO OPCAO E):
      * OCORRENCIA, QUEM RECEBEU E O MOTIVO DA PARCIAL/RECUSA.
      *-----------------------------------------------------------------
       3800-ENTREGA.
           MOVE SPACES    TO WS-LINHA-TEMPO
           MOVE "ENTREGA" TO LT-ETAPA

           IF PED-BALCAO
               MOVE DT-PEDIDO TO LT-DATA
               MOVE "RETIRADO NO BALCAO" TO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
               GO TO 3800-ENTREGA-EXIT
           END-IF
           IF OCORR-ENTREGA-PED = SPACE
               IF ENTREGA-EM-ROMANEIO
                   MOVE "EM ROTA - AGUARDANDO COMPROVANTE" TO LT-TEXTO
               ELSE
                   MOVE "ENTREGA NAO REGISTRADA" TO LT-TEXTO
               END-IF
               DISPLAY WS-LINHA-TEMPO
               GO TO 3800-ENTREGA-EXIT
           END-IF

           MOVE DT-ENTREGA-PED TO LT-DATA
           EVALUATE TRUE
               WHEN OCORR-ENTREGUE
                   STRING "ENTREGUE INTEGRAL - RECEBIDO POR "
                          FUNCTION TRIM(RECEBEDOR-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN OCORR-PARCIAL
                   STRING "ENTREGA PARCIAL - RECEBIDO POR "
                          FUNCTION TRIM(RECEBEDOR-PED)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN OTHER
                   MOVE "ENTREGA RECUSADA PELO CLIENTE" TO LT-TEXTO
           END-EVALUATE
           DISPLAY WS-LINHA-TEMPO

           IF MOTIVO-OCORR-PED NOT = SPACES
               MOVE SPACES TO WS-LINHA-TEMPO
               STRING "MOTIVO: " FUNCTION TRIM(MOTIVO-OCORR-PED)
                      DELIMITED BY SIZE INTO LT-TEXTO
               DISPLAY WS-LINHA-TEMPO
           END-IF.
       3800-ENTREGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3900-PARCELAS - CADA TITULO DE RECEBIMENTO DO PEDIDO COM O
      * VENCIMENTO E A SITUACAO DO PAGAMENTO (BAIXA PARCIAL MOSTRA O
      * SALDO).
      *-----------------------------------------------------------------
       3900-PARCELAS.
           MOVE ZEROS TO WS-QTD-PARCELAS
           OPEN INPUT RECEBIMENTO
           IF FS NOT = ZEROS
               CLOSE RECEBIMENTO
               MOVE ZEROS TO FS
               GO TO 3900-PARCELAS-EXIT
           END-IF

           MOVE "N"        TO WS-FIM-ARQ
           MOVE NUM-PEDIDO TO NUM-PEDIDO-RECEB
           MOVE ZEROS      TO NUM-PARCELA-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START
           PERFORM 3910-LE-PARCELA THRU 3910-LE-PARCELA-EXIT
               UNTIL FIM-ARQ
           CLOSE RECEBIMENTO
           MOVE ZEROS TO FS

           IF WS-QTD-PARCELAS = ZEROS
               MOVE SPACES     TO WS-LINHA-TEMPO
               MOVE "COBRANCA" TO LT-ETAPA
               IF PED-BONIFICACAO
                   MOVE "BONIFICACAO - SEM TITULO DE RECEBIMENTO"
                       TO LT-TEXTO
               ELSE
                   MOVE "NENHUM TITULO DE RECEBIMENTO GERADO"
                       TO LT-TEXTO
               END-IF
               DISPLAY WS-LINHA-TEMPO
           END-IF.
       3900-PARCELAS-EXIT.
           EXIT.

       3910-LE-PARCELA.
           READ RECEBIMENTO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 3910-LE-PARCELA-EXIT
           END-READ
           IF NUM-PEDIDO-RECEB NOT = NUM-PEDIDO
               MOVE "S" TO WS-FIM-ARQ
               GO TO 3910-LE-PARCELA-EXIT
           END-IF
           ADD 1 TO WS-QTD-PARCELAS

           EVALUATE TRUE
               WHEN FORMA-DINHEIRO
                   MOVE "DINHEIRO"      TO WS-DESCR-FORMA
               WHEN FORMA-TRANSFERENCIA
                   MOVE "TRANSFERENCIA" TO WS-DESCR-FORMA
               WHEN FORMA-BOLETO
                   MOVE "BOLETO"        TO WS-DESCR-FORMA
               WHEN FORMA-CHEQUE
                   MOVE "CHEQUE"        TO WS-DESCR-FORMA
               WHEN OTHER
                   MOVE SPACES          TO WS-DESCR-FORMA
           END-EVALUATE

           MOVE SPACES              TO WS-LINHA-TEMPO
           MOVE DT-VENCIMENTO-RECEB TO LT-DATA
           MOVE "PARCELA"           TO LT-ETAPA
           MOVE NUM-PARCELA-RECEB   TO LT-ETAPA (9:2)
           MOVE VALOR-RECEB         TO WS-VALOR-ED1
           STRING "VENCIMENTO - VALOR " WS-VALOR-ED1
                  DELIMITED BY SIZE INTO LT-TEXTO
           DISPLAY WS-LINHA-TEMPO

           MOVE SPACES TO WS-LINHA-TEMPO
           MOVE VALOR-RECEBIDO-RECEB TO WS-VALOR-ED2
           EVALUATE TRUE
               WHEN RECEB-RECEBIDO
                   MOVE DT-RECEBIMENTO-RECEB TO LT-DATA
                   STRING "PAGO " WS-VALOR-ED2 " "
                          FUNCTION TRIM(WS-DESCR-FORMA)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN RECEB-CANCELADO
                   MOVE "TITULO CANCELADO" TO LT-TEXTO
               WHEN RECEB-PERDA
                   MOVE DT-PERDA-RECEB TO LT-DATA
                   STRING "BAIXADO COMO PERDA: "
                          FUNCTION TRIM(MOTIVO-PERDA-RECEB)
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN RECEB-RENEGOCIADO
                   STRING "RENEGOCIADO NO ACORDO " NUM-ACORDO-RECEB
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN VALOR-RECEBIDO-RECEB > ZEROS
                   COMPUTE WS-SALDO-PARCELA =
                       VALOR-RECEB - VALOR-RECEBIDO-RECEB
                   MOVE WS-SALDO-PARCELA     TO WS-VALOR-ED3
                   MOVE DT-RECEBIMENTO-RECEB TO LT-DATA
                   STRING "PAGO PARCIAL " WS-VALOR-ED2
                          " - SALDO EM ABERTO " WS-VALOR-ED3
                          DELIMITED BY SIZE INTO LT-TEXTO
               WHEN DT-VENCIMENTO-RECEB < WS-HOJE
                   MOVE "EM ABERTO - VENCIDO" TO LT-TEXTO
               WHEN OTHER
                   MOVE "EM ABERTO - A VENCER" TO LT-TEXTO
           END-EVALUATE
           IF EM-PROTESTO
               MOVE LT-TEXTO TO WS-NOME-AUX
               MOVE SPACES   TO LT-TEXTO
               STRING FUNCTION TRIM(WS-NOME-AUX) " (EM PROTESTO)"
                      DELIMITED BY SIZE INTO LT-TEXTO
           END-IF
           DISPLAY WS-LINHA-TEMPO.
       3910-LE-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-DESCREVE-SITUACAO - SITUACAO DO PEDIDO POR EXTENSO.
      *-----------------------------------------------------------------
       8100-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN PED-ABERTO
                   MOVE "ABERTO"               TO WS-DESCR-SIT
               WHEN PED-FATURADO
                   MOVE "FATURADO"             TO WS-DESCR-SIT
               WHEN PED-CANCELADO
                   MOVE "CANCELADO"            TO WS-DESCR-SIT
               WHEN PED-PENDENTE-APROV
                   MOVE "AGUARDANDO APROVACAO" TO WS-DESCR-SIT
               WHEN PED-RECUSADO
                   MOVE "RECUSADO"             TO WS-DESCR-SIT
               WHEN OTHER
                   MOVE SIT-PEDIDO             TO WS-DESCR-SIT
           END-EVALUATE
           IF PED-FATURADO AND ENTREGA-CONCLUIDA
               MOVE "FATURADO E ENTREGUE"     TO WS-DESCR-SIT
           END-IF.
       8100-DESCREVE-SITUACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE PEDIDO.
       9000-FINALIZA-EXIT.
           EXIT.
