      *                   ROMANEIO DE VOLTA NO PEDIDO (SIT-ENTREGA R).
      *                   OPCAO E MARCA UM PEDIDO COMO ENTREGUE, PARA
      *                   SE VER O QUE AINDA ESTA NO CAMINHAO.
      * 15/10/2026 DEV   FRETE DE TRANSPORTADORA: A OPCAO G PERGUNTA A
      *                   TRANSPORTADORA DA RODADA (CADTRAN) E O
      *                   CRITERIO DE RATEIO; CADA CARGA FECHADA GANHA
      *                   O FRETE PREVISTO PELA TABELA POR UF/CIDADE
      *                   (ROMFRETE), RATEADO NOS PEDIDOS POR PESO OU
      *                   VALOR (VALOR-FRETE-PED). OPCAO F CONFERE A
      *                   FATURA DA TRANSPORTADORA CONTRA O PREVISTO,
      *                   RE-RATEIA O FATURADO E GERA O TITULO NO
      *                   CONTAPAG DO FORNECEDOR VINCULADO (RETIDO SE
      *                   A DIVERGENCIA PASSA DA TOLERANCIA).
      * 15/10/2026 DEV   PROMESSA DE ENTREGA: A OPCAO G PERGUNTA A DATA
      *                   DA CARGA E SO EMBARCA OS PEDIDOS PROMETIDOS
      *                   ATE ELA (DT-PROMETIDA-PED, CADPED/ROTA) OU
      *                   SEM PROMESSA; OS PROMETIDOS PARA DEPOIS
      *                   ESPERAM O DIA DELES. A PARADA MOSTRA A DATA
      *                   PROMETIDA E MARCA OS ATRASADOS.
      * 15/10/2026 DEV   CADA PARADA TRAZ O CONTATO DE RECEBIMENTO DO
      *                   CLIENTE (CONTATO.DAT, O PRINCIPAL DA FUNCAO)
      *                   COM O TELEFONE, PARA O MOTORISTA.
      * 15/10/2026 DEV   PEDIDO EMBARCADO GERA AVISO DE SAIDA PARA
      *                   ENTREGA AO CONTATO DE RECEBIMENTO DO CLIENTE
      *                   NA FILA NOTIFIC (MODELO ROMSAIDA), ENVIADO
      *                   PELO NOTIFGW.
      * 15/10/2026 DEV   VENDA BALCAO (PED-BALCAO, VENDBAL) NAO ENTRA
      *                   NA CARGA - A MERCADORIA JA SAIU COM O
      *                   CLIENTE NO CAIXA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "PRODUTO.SEL".
           COPY "VEICULO.SEL".
           COPY "VASILHA.SEL".
           COPY "TRANSP.SEL".
           COPY "ROMFRETE.SEL".
           COPY "CONTAPAG.SEL".
           COPY "CONTATO.SEL".
           COPY "NOTIFIC.SEL".

           SELECT WORK-PED ASSIGN TO "WORKROM"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "PRODUTO.FD".
           COPY "VEICULO.FD".
           COPY "VASILHA.FD".
           COPY "TRANSP.FD".
           COPY "ROMFRETE.FD".
           COPY "CONTAPAG.FD".
           COPY "CONTATO.FD".
           COPY "NOTIFIC.FD".

       SD  WORK-PED.
       01  REG-ORDENADO.
           05  ORD-RAZAO               PIC X(60).
           05  ORD-LAT                 PIC S9(03)V9(08).
           05  ORD-LONG                PIC S9(03)V9(08).
           05  ORD-UF                  PIC X(02).
           05  ORD-CIDADE              PIC X(30).
           05  ORD-DT-PROMETIDA        PIC 9(08).

       FD  CTL-FILE.
       01  REG-CTL                     PIC 9(05).
       77  WS-QTD-PEDIDOS-ROM          PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-PED-ENTREGA          PIC 9(07)    VALUE ZEROS.

      * FRETE DE TRANSPORTADORA (CADTRAN): TRANSPORTADORA DA RODADA
      * (ZERO = FROTA PROPRIA, SEM FRETE), CRITERIO DE RATEIO NOS
      * PEDIDOS E O CALCULO DO PREVISTO DE CADA CARGA FECHADA - AS
      * FAIXAS POR KG E PERCENTUAIS SOMAM PARADA A PARADA; A FAIXA
      * POR VIAGEM E COBRADA UMA VEZ, PELO MAIOR VALOR ENTRE OS
      * DESTINOS DA CARGA.
       77  FS-TRANSP                   PIC XX       VALUE SPACES.
       77  FS-ROMF                     PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  WS-COD-TRANSP-ROM           PIC 9(03)    VALUE ZEROS.
       77  WS-CRITERIO-RATEIO          PIC X(01)    VALUE "P".
           88  RATEIA-POR-PESO                      VALUE "P".
           88  RATEIA-POR-VALOR                     VALUE "V".
       77  WS-IDX-FAIXA                PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-FAIXA-CIDADE         PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-FAIXA-UF             PIC 9(02)    VALUE ZEROS.
       77  WS-FRETE-PARADAS            PIC S9(09)V99 VALUE ZEROS.
       77  WS-FRETE-VIAGEM             PIC S9(09)V99 VALUE ZEROS.
       77  WS-FRETE-PREVISTO           PIC S9(09)V99 VALUE ZEROS.
       77  WS-FRETE-RATEADO            PIC S9(09)V99 VALUE ZEROS.
       77  WS-FRETE-PEDIDO             PIC S9(09)V99 VALUE ZEROS.
       77  WS-PESO-CARGA               PIC 9(08)V999 VALUE ZEROS.
       77  WS-VALOR-CARGA              PIC S9(11)V99 VALUE ZEROS.
       77  WS-BASE-RATEIO              PIC S9(11)V999 VALUE ZEROS.
       77  WS-BASE-PEDIDO              PIC S9(11)V999 VALUE ZEROS.
       77  WS-QTD-PED-CARGA            PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-RATEADOS             PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-SEM-TABELA           PIC 9(03)    VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(08)9,99-.

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
       77  WS-DESCR-RATEIO             PIC X(16)    VALUE SPACES.

      * CONFERENCIA DA FATURA DE FRETE (OPCAO F).
       77  WS-NUM-ROM-FATURA           PIC 9(05)    VALUE ZEROS.
       77  WS-DOC-FATURA               PIC X(20)    VALUE SPACES.
       77  WS-VALOR-FATURA-TEXT        PIC X(15)    VALUE SPACES.
       77  WS-VALOR-FATURA             PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIAS-VENC-FATURA         PIC 9(03)    VALUE ZEROS.
       77  WS-DIAS-VENC-CPAG           PIC 9(07)    VALUE ZEROS.
       77  WS-DIF-FRETE                PIC S9(09)V99 VALUE ZEROS.
       77  WS-DIF-ABS                  PIC S9(09)V99 VALUE ZEROS.
       77  WS-PERC-DIF                 PIC S9(05)V99 VALUE ZEROS.
       77  WS-NUM-TITULO-NOVO          PIC 9(07)    VALUE ZEROS.
       77  WS-COD-FORN-FATURA          PIC 9(05)    VALUE ZEROS.
       77  WS-TOLER-FATURA             PIC 9(02)V99 VALUE ZEROS.
       77  WS-PERC-EDIT                PIC -Z(04)9,99.
       77  WS-TOLER-EDIT               PIC Z9,99.
       77  WS-FIM-PED-FRETE            PIC X(01)    VALUE "N".
           88  FIM-PED-FRETE                        VALUE "S".

      * DATA DA CARGA (OPCAO G): EMBARCAM OS PEDIDOS PROMETIDOS ATE
      * ELA E OS SEM PROMESSA; OS PROMETIDOS PARA DEPOIS FICAM.
       77  WS-DT-CARGA                 PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-PED-ADIADOS          PIC 9(05)    VALUE ZEROS.
       77  WS-DT-EDIT                  PIC X(10)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-FATURA-DIVERGENTE    PIC X(01)    VALUE "N".
               88  FATURA-DIVERGENTE                VALUE "S".
           05  WS-SEM-CONTATO          PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-CONTATO              VALUE "S".
           05  WS-FIM-CONTATO          PIC X(01)    VALUE "N".
               88  FIM-CONTATO                      VALUE "S".
           05  WS-ACHOU-CONTATO        PIC X(01)    VALUE "N".
               88  ACHOU-CONTATO                    VALUE "S".

      * CONTATO DE RECEBIMENTO DA PARADA (NOME E TELEFONE).
       01  WS-CONTATO-REC.
           05  WS-NOME-REC             PIC X(40)    VALUE SPACES.
           05  WS-FONE-REC             PIC X(15)    VALUE SPACES.

       01  WS-COD-VEND-ATUAL           PIC 9(03)    VALUE ZEROS.

               10  TR-LONG             PIC S9(03)V9(08).
               10  TR-VISITADO         PIC X(01) VALUE "N".
                   88  TR-JA-VISITADO               VALUE "S".
               10  TR-UF               PIC X(02).
               10  TR-CIDADE           PIC X(30).
               10  TR-PESO             PIC 9(08)V999.
               10  TR-VALOR            PIC S9(09)V99.
               10  TR-NUM-ROM          PIC 9(05).
               10  TR-DT-PROMETIDA     PIC 9(08).

       77  WS-QTD-TAB                  PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-VISITADOS            PIC 9(03)    VALUE ZEROS.
           05  LR-COD-VEND             PIC Z(02)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-NOME-VEND            PIC X(40).
           05  FILLER                  PIC X(10) VALUE "  CARGA ".
           05  LR-DT-CARGA             PIC X(10).

       01  WS-LINHA-PARADA.
           05  FILLER                  PIC X(07) VALUE "PARADA ".
           05  LP-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LP-RAZAO                PIC X(40).
           05  FILLER                  PIC X(12) VALUE "  PROMETIDO ".
           05  LP-DT-PROMETIDA         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LP-ATRASO               PIC X(08).

       01  WS-LINHA-ENDERECO.
           05  FILLER                  PIC X(05) VALUE SPACES.
           DISPLAY "ROMANEIO DE ENTREGA - OPCOES:"
           DISPLAY "  G = GERAR ROMANEIOS DOS PEDIDOS FATURADOS"
           DISPLAY "  E = MARCAR PEDIDO COMO ENTREGUE"
           DISPLAY "  F = CONFERIR FATURA DE FRETE DA TRANSPORTADORA"
           DISPLAY "  X = SAIR"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO
               WHEN "E"
                   PERFORM 6000-MARCA-ENTREGUE
                       THRU 6000-MARCA-ENTREGUE-EXIT
               WHEN "F"
                   PERFORM 7000-CONFERE-FATURA
                       THRU 7000-CONFERE-FATURA-EXIT
               WHEN "X"
                   MOVE "S" TO WS-FIM-MENU
           END-EVALUATE.
           MOVE "S" TO WS-PRIMEIRA-LEITURA
           MOVE "N" TO WS-FIM-ORDENADO
           MOVE ZEROS TO WS-QTD-ROMANEIOS WS-QTD-PEDIDOS-ROM
                         WS-QTD-PED-ADIADOS

           PERFORM 2070-ESCOLHE-VEICULO
               THRU 2070-ESCOLHE-VEICULO-EXIT
           PERFORM 2080-ESCOLHE-TRANSP
               THRU 2080-ESCOLHE-TRANSP-EXIT
           PERFORM 2090-ESCOLHE-DATA-CARGA
               THRU 2090-ESCOLHE-DATA-CARGA-EXIT

           PERFORM 2050-LER-CONTROLE THRU 2050-LER-CONTROLE-EXIT


           CLOSE ROM-REL

           IF WS-COD-TRANSP-ROM NOT = ZEROS
               CLOSE TRANSP
               CLOSE ROMFRETE
           END-IF

           PERFORM 2060-GRAVA-CONTROLE THRU 2060-GRAVA-CONTROLE-EXIT

           DISPLAY "ROMANEIOS GERADOS: " WS-QTD-ROMANEIOS " ("
                   WS-QTD-PEDIDOS-ROM " PEDIDO(S)) - LISTA EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
           IF WS-QTD-PED-ADIADOS > ZEROS
               DISPLAY WS-QTD-PED-ADIADOS " PEDIDO(S) PROMETIDO(S)"
                       " PARA DEPOIS DE " WS-DT-EDIT
                       " FICARAM PARA A CARGA DO DIA DELES."
           END-IF.
       2000-GERA-ROMANEIOS-EXIT.
           EXIT.

       2070-ESCOLHE-VEICULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2080-ESCOLHE-TRANSPORTADORA - TRANSPORTADORA DA RODADA
      * (CADTRAN) E CRITERIO DE RATEIO DO FRETE NOS PEDIDOS. ZERO,
      * CADASTRO AUSENTE OU INATIVA = FROTA PROPRIA, SEM FRETE. COM
      * TRANSPORTADORA, TRANSP E ROMFRETE FICAM ABERTOS ATE O FIM DA
      * RODADA (A TABELA DE FRETE E CONSULTADA A CADA CARGA FECHADA).
      *-----------------------------------------------------------------
       2080-ESCOLHE-TRANSP.
           MOVE ZEROS TO WS-COD-TRANSP-ROM

           OPEN INPUT TRANSP
           IF FS-TRANSP NOT = ZEROS
               CLOSE TRANSP
               GO TO 2080-ESCOLHE-TRANSP-EXIT
           END-IF

           DISPLAY "TRANSPORTADORA DA RODADA (CADTRAN, 0 = FROTA"
                   " PROPRIA):"
           ACCEPT WS-COD-TRANSP-ROM FROM CONSOLE
           IF WS-COD-TRANSP-ROM = ZEROS
               CLOSE TRANSP
               GO TO 2080-ESCOLHE-TRANSP-EXIT
           END-IF

           MOVE WS-COD-TRANSP-ROM TO XAV-TRANSP
           READ TRANSP WITH IGNORE LOCK
           IF FS-TRANSP NOT = ZEROS OR TRANSP-INATIVA
               DISPLAY "TRANSPORTADORA NAO CADASTRADA OU INATIVA -"
                       " RODADA SEM FRETE (FROTA PROPRIA)."
               MOVE ZEROS TO WS-COD-TRANSP-ROM
               CLOSE TRANSP
               GO TO 2080-ESCOLHE-TRANSP-EXIT
           END-IF

           OPEN I-O ROMFRETE
           IF FS-ROMF = "35" OR FS-ROMF = "05"
               OPEN OUTPUT ROMFRETE
               CLOSE ROMFRETE
               OPEN I-O ROMFRETE
           END-IF
           IF FS-ROMF NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ROMFRETE. FS: " FS-ROMF
                       " - RODADA SEM FRETE."
               MOVE ZEROS TO WS-COD-TRANSP-ROM
               CLOSE TRANSP
               GO TO 2080-ESCOLHE-TRANSP-EXIT
           END-IF

           DISPLAY "TRANSPORTADORA " FUNCTION TRIM(NOME-TRANSP)
                   " - " QTD-FAIXAS-TRANSP " FAIXA(S) DE FRETE"
           DISPLAY "RATEIO DO FRETE NOS PEDIDOS (P=PESO V=VALOR,"
                   " ENTER P/ PESO):"
           MOVE SPACE TO WS-CRITERIO-RATEIO
           ACCEPT WS-CRITERIO-RATEIO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CRITERIO-RATEIO)
               TO WS-CRITERIO-RATEIO
           IF NOT RATEIA-POR-VALOR
               MOVE "P" TO WS-CRITERIO-RATEIO
           END-IF.
       2080-ESCOLHE-TRANSP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2090-ESCOLHE-DATA-CARGA - DATA EM QUE A RODADA SAI PARA
      * ENTREGA. SO EMBARCA PEDIDO PROMETIDO ATE ESSA DATA (OS
      * ATRASADOS INCLUSIVE) OU SEM DATA PROMETIDA.
      *-----------------------------------------------------------------
       2090-ESCOLHE-DATA-CARGA.
           DISPLAY "DATA DA CARGA - ENTREGAS PROMETIDAS ATE"
                   " (AAAAMMDD, ENTER P/ HOJE):"
           MOVE ZEROS TO WS-DT-CARGA
           ACCEPT WS-DT-CARGA FROM CONSOLE
           IF WS-DT-CARGA = ZEROS
               MOVE WS-HOJE-NUM TO WS-DT-CARGA
           END-IF

           MOVE SPACES TO WS-DT-EDIT
           STRING WS-DT-CARGA (7:2) "/" WS-DT-CARGA (5:2) "/"
                  WS-DT-CARGA (1:4)
                  DELIMITED BY SIZE INTO WS-DT-EDIT
           MOVE WS-DT-EDIT TO LR-DT-CARGA.
       2090-ESCOLHE-DATA-CARGA-EXIT.
           EXIT.

       2050-LER-CONTROLE.
           MOVE ZEROS TO WS-PROX-ROMANEIO
           OPEN INPUT CTL-FILE
                       IF PED-FATURADO
                       AND NUM-ROMANEIO-PED = ZEROS
                       AND CONFERENCIA-OK
                       AND NOT PED-BALCAO
                           IF DT-PROMETIDA-PED > WS-DT-CARGA
                               ADD 1 TO WS-QTD-PED-ADIADOS
                           ELSE
                               PERFORM 2150-ENVIA-UM-PEDIDO
                                   THRU 2150-ENVIA-UM-PEDIDO-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               INVALID KEY
                   MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
                   MOVE ZEROS TO LAT-CLI LONG-CLI
                   MOVE SPACES TO UF-CLI CIDADE-CLI
           END-READ

           MOVE COD-VEND-PED TO ORD-COD-VEND
           MOVE RAZAO-CLI    TO ORD-RAZAO
           MOVE LAT-CLI      TO ORD-LAT
           MOVE LONG-CLI     TO ORD-LONG
           MOVE FUNCTION UPPER-CASE(UF-CLI)     TO ORD-UF
           MOVE FUNCTION UPPER-CASE(CIDADE-CLI) TO ORD-CIDADE
           MOVE DT-PROMETIDA-PED TO ORD-DT-PROMETIDA
           RELEASE REG-ORDENADO.
       2150-ENVIA-UM-PEDIDO-EXIT.
           EXIT.
           OPEN INPUT ITEM-PED
           OPEN INPUT PRODUTO
           OPEN I-O PEDIDO
           MOVE "N" TO WS-SEM-CONTATO
           OPEN INPUT CONTATO
           IF FS-CTT NOT = ZEROS
               CLOSE CONTATO
               MOVE "S" TO WS-SEM-CONTATO
           END-IF
           MOVE "N" TO WS-SEM-NOTIFIC
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

           PERFORM 3100-RETORNA-ORDENADO THRU 3100-RETORNA-ORDENADO-EXIT

           CLOSE CLIENTE
           CLOSE ITEM-PED
           CLOSE PRODUTO
           CLOSE PEDIDO
           IF NOT SEM-ARQUIVO-CONTATO
               CLOSE CONTATO
           END-IF
           IF NOT SEM-ARQUIVO-NOTIFIC
               CLOSE NOTIFIC
           END-IF.
       3000-MONTA-ROMANEIOS-EXIT.
           EXIT.

               MOVE ORD-LAT        TO TR-LAT        (WS-QTD-TAB)
               MOVE ORD-LONG       TO TR-LONG       (WS-QTD-TAB)
               MOVE "N"            TO TR-VISITADO   (WS-QTD-TAB)
               MOVE ORD-UF         TO TR-UF         (WS-QTD-TAB)
               MOVE ORD-CIDADE     TO TR-CIDADE     (WS-QTD-TAB)
               MOVE ZEROS          TO TR-PESO       (WS-QTD-TAB)
                                      TR-VALOR      (WS-QTD-TAB)
                                      TR-NUM-ROM    (WS-QTD-TAB)
               MOVE ORD-DT-PROMETIDA
                                   TO TR-DT-PROMETIDA (WS-QTD-TAB)
           END-IF

           PERFORM 3100-RETORNA-ORDENADO THRU 3100-RETORNA-ORDENADO-EXIT.
               UNTIL WS-QTD-VISITADOS = WS-QTD-TAB

           PERFORM 4600-IMPRIME-TOTAIS-CARGA
               THRU 4600-IMPRIME-TOTAIS-CARGA-EXIT
           PERFORM 4700-CALCULA-FRETE
               THRU 4700-CALCULA-FRETE-EXIT.
       4000-FECHA-ROMANEIO-EXIT.
           EXIT.

           END-IF

           MOVE "S" TO TR-VISITADO (WS-IDX-MAIS-PROXIMO)
           MOVE WS-PESO-PARADA   TO TR-PESO    (WS-IDX-MAIS-PROXIMO)
           MOVE WS-PROX-ROMANEIO TO TR-NUM-ROM (WS-IDX-MAIS-PROXIMO)
           ADD 1 TO WS-QTD-VISITADOS
           ADD 1 TO WS-ORDEM-PARADA
           ADD 1 TO WS-QTD-PEDIDOS-ROM
           MOVE TR-NUM-PEDIDO (WS-IDX-MAIS-PROXIMO) TO LP-NUM-PEDIDO
           MOVE TR-COD-CLI    (WS-IDX-MAIS-PROXIMO) TO LP-COD-CLI
           MOVE TR-RAZAO      (WS-IDX-MAIS-PROXIMO) TO LP-RAZAO
           IF TR-DT-PROMETIDA (WS-IDX-MAIS-PROXIMO) = ZEROS
               MOVE "SEM PRAZO" TO LP-DT-PROMETIDA
           ELSE
               STRING TR-DT-PROMETIDA (WS-IDX-MAIS-PROXIMO) (7:2) "/"
                      TR-DT-PROMETIDA (WS-IDX-MAIS-PROXIMO) (5:2) "/"
                      TR-DT-PROMETIDA (WS-IDX-MAIS-PROXIMO) (1:4)
                      DELIMITED BY SIZE INTO LP-DT-PROMETIDA
               IF TR-DT-PROMETIDA (WS-IDX-MAIS-PROXIMO) < WS-DT-CARGA
                   MOVE "ATRASADO" TO LP-ATRASO
               END-IF
           END-IF
           MOVE WS-LINHA-PARADA TO REG-REL
           WRITE REG-REL

           PERFORM 4250-IMPRIME-ENDERECO
               THRU 4250-IMPRIME-ENDERECO-EXIT
           PERFORM 4260-IMPRIME-CONTATO-REC
               THRU 4260-IMPRIME-CONTATO-REC-EXIT

           PERFORM 4300-IMPRIME-ITENS THRU 4300-IMPRIME-ITENS-EXIT
           PERFORM 4400-GRAVA-ROMANEIO-PED
           WRITE REG-REL
           PERFORM 4600-IMPRIME-TOTAIS-CARGA
               THRU 4600-IMPRIME-TOTAIS-CARGA-EXIT
           PERFORM 4700-CALCULA-FRETE
               THRU 4700-CALCULA-FRETE-EXIT

           ADD 1 TO WS-PROX-ROMANEIO
           ADD 1 TO WS-QTD-ROMANEIOS
       4600-IMPRIME-TOTAIS-CARGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-CALCULA-FRETE - FRETE PREVISTO DA CARGA ACABADA DE FECHAR
      * (PARADAS DA TABELA COM TR-NUM-ROM = ROMANEIO CORRENTE) PELA
      * TABELA DA TRANSPORTADORA, RATEIO NOS PEDIDOS E REGISTRO NO
      * ROMFRETE PARA A CONFERENCIA DA FATURA. FROTA PROPRIA NAO TEM
      * FRETE.
      *-----------------------------------------------------------------
       4700-CALCULA-FRETE.
           IF WS-COD-TRANSP-ROM = ZEROS
               GO TO 4700-CALCULA-FRETE-EXIT
           END-IF

           MOVE ZEROS TO WS-FRETE-PARADAS WS-FRETE-VIAGEM
                         WS-PESO-CARGA WS-VALOR-CARGA
                         WS-QTD-PED-CARGA WS-QTD-SEM-TABELA

           PERFORM 4710-FRETE-PARADA THRU 4710-FRETE-PARADA-EXIT
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-QTD-TAB

           IF WS-QTD-PED-CARGA = ZEROS
               GO TO 4700-CALCULA-FRETE-EXIT
           END-IF

           COMPUTE WS-FRETE-PREVISTO =
               WS-FRETE-PARADAS + WS-FRETE-VIAGEM

      * BASE DO RATEIO: PESO OU VALOR DA CARGA; CARGA SEM PESO (OU
      * SEM VALOR) CAI NA DIVISAO IGUAL ENTRE OS PEDIDOS.
           IF RATEIA-POR-PESO
               MOVE WS-PESO-CARGA  TO WS-BASE-RATEIO
           ELSE
               MOVE WS-VALOR-CARGA TO WS-BASE-RATEIO
           END-IF
           IF WS-BASE-RATEIO NOT > ZEROS
               MOVE WS-QTD-PED-CARGA TO WS-BASE-RATEIO
           END-IF

           MOVE ZEROS TO WS-FRETE-RATEADO WS-QTD-RATEADOS
           PERFORM 4750-RATEIA-PEDIDO THRU 4750-RATEIA-PEDIDO-EXIT
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > WS-QTD-TAB

           INITIALIZE REG-ROMF
           MOVE WS-PROX-ROMANEIO   TO NUM-ROMANEIO-ROMF
           MOVE WS-HOJE-NUM        TO DT-ROMF
           MOVE WS-COD-TRANSP-ROM  TO COD-TRANSP-ROMF
           MOVE WS-COD-VEICULO-ROM TO COD-VEICULO-ROMF
           MOVE WS-QTD-PED-CARGA   TO QTD-PEDIDOS-ROMF
           MOVE WS-PESO-CARGA      TO PESO-ROMF
           MOVE WS-VALOR-CARGA     TO VALOR-MERC-ROMF
           MOVE WS-FRETE-PREVISTO  TO FRETE-PREVISTO-ROMF
           MOVE WS-CRITERIO-RATEIO TO CRITERIO-RATEIO-ROMF
           MOVE WS-QTD-SEM-TABELA  TO QTD-SEM-TABELA-ROMF
           SET ROMF-PREVISTO TO TRUE
           WRITE REG-ROMF
               INVALID KEY REWRITE REG-ROMF
           END-WRITE

           IF RATEIA-POR-PESO
               MOVE "RATEIO POR PESO"  TO WS-DESCR-RATEIO
           ELSE
               MOVE "RATEIO POR VALOR" TO WS-DESCR-RATEIO
           END-IF
           MOVE WS-FRETE-PREVISTO TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "FRETE PREVISTO: " WS-VALOR-EDIT " ("
                  WS-DESCR-RATEIO ") - TRANSPORTADORA "
                  WS-COD-TRANSP-ROM " " FUNCTION TRIM(NOME-TRANSP)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF WS-QTD-SEM-TABELA > ZEROS
               MOVE SPACES TO REG-REL
               STRING "*** " WS-QTD-SEM-TABELA
                      " PARADA(S) SEM FAIXA NA TABELA DE FRETE DA"
                      " TRANSPORTADORA ***"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF.
       4700-CALCULA-FRETE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4710-FRETE-PARADA - ACUMULA PESO E VALOR DA PARADA E APLICA A
      * FAIXA DO DESTINO: A DA CIDADE DO CLIENTE QUANDO HOUVER, SENAO
      * A DA UF INTEIRA. PARADA SEM FAIXA ENTRA COM FRETE ZERO.
      *-----------------------------------------------------------------
       4710-FRETE-PARADA.
           IF TR-NUM-ROM (TR-IDX) NOT = WS-PROX-ROMANEIO
               GO TO 4710-FRETE-PARADA-EXIT
           END-IF

           ADD 1                  TO WS-QTD-PED-CARGA
           ADD TR-PESO  (TR-IDX)  TO WS-PESO-CARGA
           ADD TR-VALOR (TR-IDX)  TO WS-VALOR-CARGA

           MOVE ZEROS TO WS-IDX-FAIXA-CIDADE WS-IDX-FAIXA-UF
           PERFORM 4720-COMPARA-FAIXA THRU 4720-COMPARA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TRANSP

           IF WS-IDX-FAIXA-CIDADE NOT = ZEROS
               MOVE WS-IDX-FAIXA-CIDADE TO WS-IDX-FAIXA
           ELSE
               MOVE WS-IDX-FAIXA-UF     TO WS-IDX-FAIXA
           END-IF
           IF WS-IDX-FAIXA = ZEROS
               ADD 1 TO WS-QTD-SEM-TABELA
               GO TO 4710-FRETE-PARADA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN FAIXA-POR-VIAGEM (WS-IDX-FAIXA)
                   IF VALOR-FAIXA-TRANSP (WS-IDX-FAIXA)
                      > WS-FRETE-VIAGEM
                       COMPUTE WS-FRETE-VIAGEM ROUNDED =
                           VALOR-FAIXA-TRANSP (WS-IDX-FAIXA)
                   END-IF
               WHEN FAIXA-POR-KG (WS-IDX-FAIXA)
                   COMPUTE WS-FRETE-PARADAS ROUNDED =
                       WS-FRETE-PARADAS
                       + TR-PESO (TR-IDX)
                         * VALOR-FAIXA-TRANSP (WS-IDX-FAIXA)
               WHEN OTHER
                   COMPUTE WS-FRETE-PARADAS ROUNDED =
                       WS-FRETE-PARADAS
                       + TR-VALOR (TR-IDX)
                         * VALOR-FAIXA-TRANSP (WS-IDX-FAIXA) / 100
           END-EVALUATE.
       4710-FRETE-PARADA-EXIT.
           EXIT.

       4720-COMPARA-FAIXA.
           IF UF-FAIXA-TRANSP (WS-IDX-FAIXA) NOT = TR-UF (TR-IDX)
               GO TO 4720-COMPARA-FAIXA-EXIT
           END-IF

           IF CIDADE-FAIXA-TRANSP (WS-IDX-FAIXA) = SPACES
               MOVE WS-IDX-FAIXA TO WS-IDX-FAIXA-UF
           ELSE
               IF CIDADE-FAIXA-TRANSP (WS-IDX-FAIXA)
                  = TR-CIDADE (TR-IDX)
                   MOVE WS-IDX-FAIXA TO WS-IDX-FAIXA-CIDADE
               END-IF
           END-IF.
       4720-COMPARA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4750-RATEIA-PEDIDO - PARTE DO FRETE PREVISTO DE CADA PEDIDO DA
      * CARGA, PROPORCIONAL AO PESO OU AO VALOR; O ULTIMO PEDIDO LEVA
      * A DIFERENCA DE ARREDONDAMENTO. GRAVA EM VALOR-FRETE-PED.
      *-----------------------------------------------------------------
       4750-RATEIA-PEDIDO.
           IF TR-NUM-ROM (TR-IDX) NOT = WS-PROX-ROMANEIO
               GO TO 4750-RATEIA-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-RATEADOS
           IF WS-QTD-RATEADOS = WS-QTD-PED-CARGA
               COMPUTE WS-FRETE-PEDIDO =
                   WS-FRETE-PREVISTO - WS-FRETE-RATEADO
           ELSE
               EVALUATE TRUE
                   WHEN RATEIA-POR-PESO AND WS-PESO-CARGA > ZEROS
                       MOVE TR-PESO (TR-IDX)  TO WS-BASE-PEDIDO
                   WHEN RATEIA-POR-VALOR AND WS-VALOR-CARGA > ZEROS
                       MOVE TR-VALOR (TR-IDX) TO WS-BASE-PEDIDO
                   WHEN OTHER
                       MOVE 1                 TO WS-BASE-PEDIDO
               END-EVALUATE
               COMPUTE WS-FRETE-PEDIDO ROUNDED =
                   WS-FRETE-PREVISTO * WS-BASE-PEDIDO / WS-BASE-RATEIO
               ADD WS-FRETE-PEDIDO TO WS-FRETE-RATEADO
           END-IF

           MOVE TR-NUM-PEDIDO (TR-IDX) TO XAV-PED
           READ PEDIDO WITH LOCK
           IF FS = ZEROS
               MOVE WS-FRETE-PEDIDO TO VALOR-FRETE-PED
               REWRITE REG-PED
           END-IF
           MOVE ZEROS TO FS.
       4750-RATEIA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4250-IMPRIME-ENDERECO - ENDERECO DE ENTREGA DO CLIENTE DA
      * PARADA (O CADASTRO AGORA TEM ENDERECO COMPLETO, NAO SO AS
       4250-IMPRIME-ENDERECO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4260-IMPRIME-CONTATO-REC - QUEM RECEBE A MERCADORIA NO CLIENTE
      * DA PARADA: O CONTATO DE RECEBIMENTO PRINCIPAL (OU O PRIMEIRO
      * ATIVO DA FUNCAO). SEM CONTATO A LINHA NAO SAI.
      *-----------------------------------------------------------------
       4260-IMPRIME-CONTATO-REC.
           MOVE "N"    TO WS-ACHOU-CONTATO WS-FIM-CONTATO
           MOVE SPACES TO WS-CONTATO-REC
           IF SEM-ARQUIVO-CONTATO
               GO TO 4260-IMPRIME-CONTATO-REC-EXIT
           END-IF

           MOVE TR-COD-CLI (WS-IDX-MAIS-PROXIMO) TO COD-CLI-CTT
           MOVE ZEROS                            TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-FIM-CONTATO
           END-START
           PERFORM 4270-LE-CONTATO THRU 4270-LE-CONTATO-EXIT
               UNTIL FIM-CONTATO

           IF NOT ACHOU-CONTATO
               GO TO 4260-IMPRIME-CONTATO-REC-EXIT
           END-IF

           MOVE SPACES TO WS-LINHA-ENDERECO
           STRING "RECEBIMENTO: " FUNCTION TRIM(WS-NOME-REC)
                  "  FONE: " WS-FONE-REC
                  DELIMITED BY SIZE INTO LE-ENDERECO
           MOVE WS-LINHA-ENDERECO TO REG-REL
           WRITE REG-REL.
       4260-IMPRIME-CONTATO-REC-EXIT.
           EXIT.

       4270-LE-CONTATO.
           READ CONTATO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CONTATO
                   GO TO 4270-LE-CONTATO-EXIT
           END-READ
           IF COD-CLI-CTT NOT = TR-COD-CLI (WS-IDX-MAIS-PROXIMO)
               MOVE "S" TO WS-FIM-CONTATO
               GO TO 4270-LE-CONTATO-EXIT
           END-IF

           IF NOT CTT-RECEBIMENTO OR NOT CTT-ATIVO
               GO TO 4270-LE-CONTATO-EXIT
           END-IF
           IF NOT ACHOU-CONTATO OR CTT-PRINCIPAL
               MOVE "S"      TO WS-ACHOU-CONTATO
               MOVE NOME-CTT TO WS-NOME-REC
      * O MOTORISTA LIGA DA ESTRADA: CELULAR PRIMEIRO.
               MOVE CELULAR-CTT TO WS-FONE-REC
               IF WS-FONE-REC = SPACES
                   MOVE FONE-CTT TO WS-FONE-REC
               END-IF
           END-IF
           IF CTT-PRINCIPAL
               MOVE "S" TO WS-FIM-CONTATO
           END-IF.
       4270-LE-CONTATO-EXIT.
           EXIT.

       4200-AVALIA-CANDIDATO.
           IF NOT TR-JA-VISITADO (TR-IDX)
               COMPUTE WS-DIST-LAT  = TR-LAT  (TR-IDX) - WS-LAT-ATUAL
               MOVE WS-PROX-ROMANEIO TO NUM-ROMANEIO-PED
               MOVE WS-HOJE-NUM      TO DT-ROMANEIO-PED
               SET ENTREGA-EM-ROMANEIO TO TRUE
               MOVE ZEROS            TO VALOR-FRETE-PED
               MOVE VALOR-TOTAL-PED  TO TR-VALOR (WS-IDX-MAIS-PROXIMO)
               REWRITE REG-PED
               PERFORM 4450-NOTIFICA-SAIDA
                   THRU 4450-NOTIFICA-SAIDA-EXIT
           END-IF
           MOVE ZEROS TO FS.
       4400-GRAVA-ROMANEIO-PED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4450-NOTIFICA-SAIDA - AVISO DE MERCADORIA SAINDO PARA ENTREGA
      * AO CONTATO DE RECEBIMENTO DO CLIENTE DA PARADA: ROMANEIO, DATA
      * DA CARGA, NOTA E A DATA PROMETIDA.
      *-----------------------------------------------------------------
       4450-NOTIFICA-SAIDA.
           MOVE COD-CLI-PED      TO WS-NTF-COD-CLI
           MOVE "ROMSAIDA"       TO WS-NTF-MODELO
           MOVE "R"              TO WS-NTF-FUNCAO
           MOVE NUM-PEDIDO       TO WS-NTF-NUM-PEDIDO
           MOVE NUM-NOTA-FISCAL  TO WS-NTF-NUM-NF
           MOVE WS-PROX-ROMANEIO TO WS-NTF-NUM-ROM
           MOVE VALOR-TOTAL-PED  TO WS-NTF-VALOR
           MOVE WS-NTF-VALOR     TO WS-NTF-VALOR-EDIT

           MOVE SPACES TO WS-NTF-DADOS
           STRING "PEDIDO=" NUM-PEDIDO "|NF=" NUM-NOTA-FISCAL
                  "|ROMANEIO=" WS-PROX-ROMANEIO
                  "|DATA-CARGA=" WS-DT-CARGA
                  "|PREVISAO=" DT-PROMETIDA-PED
                  "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                  DELIMITED BY SIZE INTO WS-NTF-DADOS

           PERFORM 8800-GRAVA-NOTIFICACAO
               THRU 8800-GRAVA-NOTIFICACAO-EXIT.
       4450-NOTIFICA-SAIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 6000-MARCA-ENTREGUE - MARCA UM PEDIDO DE UM ROMANEIO COMO
      * ENTREGUE, PARA A DIFERENCA SER O QUE AINDA ESTA NO CAMINHAO.
       6250-SOMA-UMA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7000-CONFERE-FATURA - CONFERE A FATURA DA TRANSPORTADORA DE UM
      * ROMANEIO CONTRA O FRETE PREVISTO (ROMFRETE): DIFERENCA ACIMA
      * DA TOLERANCIA DA TRANSPORTADORA DEIXA O ROMANEIO DIVERGENTE E
      * O TITULO RETIDO (LIBERACAO PELO LIBPAG, COMO NA CONFERENCIA A
      * TRES VIAS). O VALOR FATURADO E RE-RATEADO NOS PEDIDOS E VIRA
      * TITULO NO CONTAPAG DO FORNECEDOR VINCULADO A TRANSPORTADORA.
      *-----------------------------------------------------------------
       7000-CONFERE-FATURA.
           DISPLAY "NUMERO DO ROMANEIO DA FATURA:"
           ACCEPT WS-NUM-ROM-FATURA FROM CONSOLE

           OPEN I-O ROMFRETE
           IF FS-ROMF NOT = ZEROS
               DISPLAY "NENHUM FRETE DE TRANSPORTADORA REGISTRADO."
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           MOVE WS-NUM-ROM-FATURA TO XAV-ROMF
           READ ROMFRETE WITH LOCK
           IF FS-ROMF NOT = ZEROS
               DISPLAY "ROMANEIO " WS-NUM-ROM-FATURA
                       " SEM FRETE DE TRANSPORTADORA (FROTA PROPRIA"
                       " OU INEXISTENTE)."
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           IF NOT ROMF-PREVISTO
               DISPLAY "FATURA " FUNCTION TRIM(DOC-FATURA-ROMF)
                       " JA CONFERIDA EM " DT-FATURA-ROMF
                       " - TITULO A PAGAR " NUM-TITULO-ROMF
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           OPEN INPUT TRANSP
           MOVE COD-TRANSP-ROMF TO XAV-TRANSP
           READ TRANSP WITH IGNORE LOCK
           IF FS-TRANSP NOT = ZEROS OR COD-FORN-TRANSP = ZEROS
               DISPLAY "TRANSPORTADORA " COD-TRANSP-ROMF
                       " SEM FORNECEDOR VINCULADO (CADTRAN) -"
                       " FATURA NAO CONFERIDA."
               CLOSE TRANSP
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           MOVE FRETE-PREVISTO-ROMF TO WS-VALOR-EDIT
           DISPLAY "TRANSPORTADORA " FUNCTION TRIM(NOME-TRANSP)
                   " - " QTD-PEDIDOS-ROMF " PEDIDO(S) - FRETE"
                   " PREVISTO " WS-VALOR-EDIT
           MOVE COD-FORN-TRANSP TO WS-COD-FORN-FATURA
           MOVE TOLER-TRANSP    TO WS-TOLER-FATURA
           CLOSE TRANSP
           IF QTD-SEM-TABELA-ROMF > ZEROS
               DISPLAY "ATENCAO: " QTD-SEM-TABELA-ROMF
                       " PARADA(S) SEM FAIXA NA TABELA DE FRETE."
           END-IF

           DISPLAY "NUMERO DA FATURA/CONHECIMENTO:"
           MOVE SPACES TO WS-DOC-FATURA
           ACCEPT WS-DOC-FATURA FROM CONSOLE

           DISPLAY "VALOR DA FATURA (ENTER P/ DESISTIR):"
           MOVE SPACES TO WS-VALOR-FATURA-TEXT
           ACCEPT WS-VALOR-FATURA-TEXT FROM CONSOLE
           IF WS-VALOR-FATURA-TEXT = SPACES
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(WS-VALOR-FATURA-TEXT)
               TO WS-VALOR-FATURA
           IF WS-VALOR-FATURA NOT > ZEROS
               DISPLAY "VALOR INVALIDO - NADA FEITO."
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           DISPLAY "PRAZO DE VENCIMENTO EM DIAS (ENTER P/ 30):"
           ACCEPT WS-DIAS-VENC-FATURA FROM CONSOLE
           IF WS-DIAS-VENC-FATURA = ZEROS
               MOVE 30 TO WS-DIAS-VENC-FATURA
           END-IF

           PERFORM 7100-COMPARA-PREVISTO
               THRU 7100-COMPARA-PREVISTO-EXIT

           PERFORM 7200-GERA-TITULO THRU 7200-GERA-TITULO-EXIT
           IF WS-NUM-TITULO-NOVO = ZEROS
               CLOSE ROMFRETE
               GO TO 7000-CONFERE-FATURA-EXIT
           END-IF

           PERFORM 7300-RERATEIA-FATURA
               THRU 7300-RERATEIA-FATURA-EXIT

           MOVE WS-DOC-FATURA      TO DOC-FATURA-ROMF
           MOVE WS-HOJE-NUM        TO DT-FATURA-ROMF
           MOVE WS-VALOR-FATURA    TO VALOR-FATURA-ROMF
           MOVE WS-NUM-TITULO-NOVO TO NUM-TITULO-ROMF
           IF FATURA-DIVERGENTE
               SET ROMF-DIVERGENTE TO TRUE
           ELSE
               SET ROMF-CONFERIDO  TO TRUE
           END-IF
           REWRITE REG-ROMF
           CLOSE ROMFRETE

           MOVE WS-DIF-FRETE    TO WS-VALOR-EDIT
           MOVE WS-PERC-DIF     TO WS-PERC-EDIT
           MOVE WS-TOLER-FATURA TO WS-TOLER-EDIT
           IF FATURA-DIVERGENTE
               DISPLAY "FATURA DIVERGENTE - DIFERENCA " WS-VALOR-EDIT
                       " (" WS-PERC-EDIT " PCT, TOLERANCIA "
                       WS-TOLER-EDIT " PCT). TITULO "
                       WS-NUM-TITULO-NOVO
                       " GERADO RETIDO - LIBERAR NO LIBPAG."
           ELSE
               DISPLAY "FATURA CONFERIDA - DIFERENCA " WS-VALOR-EDIT
                       ". TITULO A PAGAR " WS-NUM-TITULO-NOVO
                       " GERADO."
           END-IF.
       7000-CONFERE-FATURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7100-COMPARA-PREVISTO - DIFERENCA FATURA - PREVISTO, EM VALOR
      * E EM PERCENTUAL DO PREVISTO; PASSANDO DA TOLERANCIA (PARA MAIS
      * OU PARA MENOS) A FATURA E DIVERGENTE. PREVISTO ZERO (DESTINO
      * SEM FAIXA) E SEMPRE DIVERGENTE.
      *-----------------------------------------------------------------
       7100-COMPARA-PREVISTO.
           MOVE "N" TO WS-FATURA-DIVERGENTE
           COMPUTE WS-DIF-FRETE = WS-VALOR-FATURA - FRETE-PREVISTO-ROMF
           IF WS-DIF-FRETE < ZEROS
               COMPUTE WS-DIF-ABS = ZEROS - WS-DIF-FRETE
           ELSE
               MOVE WS-DIF-FRETE TO WS-DIF-ABS
           END-IF

           IF FRETE-PREVISTO-ROMF NOT > ZEROS
               MOVE 999,99 TO WS-PERC-DIF
               MOVE "S" TO WS-FATURA-DIVERGENTE
               GO TO 7100-COMPARA-PREVISTO-EXIT
           END-IF

           COMPUTE WS-PERC-DIF ROUNDED =
               WS-DIF-FRETE * 100 / FRETE-PREVISTO-ROMF
               ON SIZE ERROR MOVE 999,99 TO WS-PERC-DIF
           END-COMPUTE
           IF WS-DIF-ABS * 100 > WS-TOLER-FATURA * FRETE-PREVISTO-ROMF
               MOVE "S" TO WS-FATURA-DIVERGENTE
           END-IF.
       7100-COMPARA-PREVISTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7200-GERA-TITULO - TITULO DE PARCELA UNICA NO CONTAPAG EM NOME
      * DO FORNECEDOR DA TRANSPORTADORA (MESMA NUMERACAO DE
      * 3200-GERA-CONTAS-PAGAR DA ENTRADA), JA COM O RESULTADO DA
      * CONFERENCIA: CONFERIDO OU RETIDO COM O MOTIVO.
      *-----------------------------------------------------------------
       7200-GERA-TITULO.
           MOVE ZEROS TO WS-NUM-TITULO-NOVO

           OPEN I-O CONTAPAG
           IF FS-CPAG = "35" OR FS-CPAG = "05"
               OPEN OUTPUT CONTAPAG
               CLOSE CONTAPAG
               OPEN I-O CONTAPAG
           END-IF
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
               GO TO 7200-GERA-TITULO-EXIT
           END-IF

           MOVE 999999999 TO XAV-CPAG
           START CONTAPAG KEY IS <= XAV-CPAG
           IF FS-CPAG EQUAL ZEROS
               READ CONTAPAG PREVIOUS WITH IGNORE LOCK
               MOVE NUM-TITULO-CPAG TO WS-NUM-TITULO-NOVO
           END-IF
           ADD 1 TO WS-NUM-TITULO-NOVO

           COMPUTE WS-DIAS-VENC-CPAG =
               FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               + WS-DIAS-VENC-FATURA

           INITIALIZE REG-CPAG
           MOVE WS-NUM-TITULO-NOVO TO NUM-TITULO-CPAG
           MOVE 1                  TO NUM-PARCELA-CPAG
           MOVE WS-COD-FORN-FATURA TO COD-FORN-CPAG
           MOVE WS-DOC-FATURA      TO DOC-FORN-CPAG
           MOVE WS-HOJE-NUM        TO DT-ENTRADA-CPAG
           COMPUTE DT-VENCIMENTO-CPAG =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-VENC-CPAG)
           MOVE WS-VALOR-FATURA    TO VALOR-CPAG
           SET CPAG-ABERTO TO TRUE
           MOVE WS-HOJE-NUM        TO DT-CONF-CPAG
           IF FATURA-DIVERGENTE
               SET CPAG-RETIDO TO TRUE
               MOVE SPACES TO MOTIVO-RETENCAO-CPAG
               STRING "FRETE ROMANEIO " WS-NUM-ROM-FATURA
                      " FORA DO PREVISTO"
                      DELIMITED BY SIZE INTO MOTIVO-RETENCAO-CPAG
           ELSE
               SET CONF-CONFERIDO TO TRUE
           END-IF

           WRITE REG-CPAG
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO TITULO. FS: " FS-CPAG
               MOVE ZEROS TO WS-NUM-TITULO-NOVO
           END-IF

           CLOSE CONTAPAG.
       7200-GERA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 7300-RERATEIA-FATURA - TROCA O FRETE PREVISTO DOS PEDIDOS DO
      * ROMANEIO PELO FATURADO, NA MESMA PROPORCAO DO RATEIO ORIGINAL
      * (PREVISTO ZERO: PELO VALOR DA MERCADORIA). O ULTIMO PEDIDO
      * LEVA A DIFERENCA DE ARREDONDAMENTO.
      *-----------------------------------------------------------------
       7300-RERATEIA-FATURA.
           MOVE ZEROS TO WS-FRETE-RATEADO WS-QTD-RATEADOS
           MOVE "N"   TO WS-FIM-PED-FRETE

           OPEN I-O PEDIDO
           MOVE LOW-VALUES TO XAV-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-PED-FRETE
           END-START

           PERFORM 7350-RERATEIA-PEDIDO
               THRU 7350-RERATEIA-PEDIDO-EXIT
               UNTIL FIM-PED-FRETE

           CLOSE PEDIDO
           MOVE ZEROS TO FS.
       7300-RERATEIA-FATURA-EXIT.
           EXIT.

       7350-RERATEIA-PEDIDO.
           READ PEDIDO NEXT RECORD WITH LOCK
           IF FS NOT = ZEROS
               MOVE "S" TO WS-FIM-PED-FRETE
               GO TO 7350-RERATEIA-PEDIDO-EXIT
           END-IF
           IF NUM-ROMANEIO-PED NOT = WS-NUM-ROM-FATURA
               GO TO 7350-RERATEIA-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-RATEADOS
           EVALUATE TRUE
               WHEN WS-QTD-RATEADOS = QTD-PEDIDOS-ROMF
                   COMPUTE WS-FRETE-PEDIDO =
                       WS-VALOR-FATURA - WS-FRETE-RATEADO
               WHEN FRETE-PREVISTO-ROMF > ZEROS
                   COMPUTE WS-FRETE-PEDIDO ROUNDED =
                       VALOR-FRETE-PED * WS-VALOR-FATURA
                       / FRETE-PREVISTO-ROMF
               WHEN VALOR-MERC-ROMF > ZEROS
                   COMPUTE WS-FRETE-PEDIDO ROUNDED =
                       VALOR-TOTAL-PED * WS-VALOR-FATURA
                       / VALOR-MERC-ROMF
               WHEN OTHER
                   COMPUTE WS-FRETE-PEDIDO ROUNDED =
                       WS-VALOR-FATURA / QTD-PEDIDOS-ROMF
           END-EVALUATE
           ADD WS-FRETE-PEDIDO TO WS-FRETE-RATEADO

           MOVE WS-FRETE-PEDIDO TO VALOR-FRETE-PED
           REWRITE REG-PED.
       7350-RERATEIA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
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
           MOVE "ROMANEIO"          TO PROGRAMA-NTF
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
