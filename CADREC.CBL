          COPY RECEBIMENTO.SEL.
          COPY CLIENTE.SEL.
          COPY PARAM.SEL.
          COPY CHEQUE.SEL.
          COPY CAIXA.SEL.
          COPY PEDIDO.SEL.
          COPY CONDPAG.SEL.

      * Diario de baixas (uma linha por baixa efetivada), consumido
      * pelo DIARECEB para a conferencia de caixa do dia.
          COPY RECEBIMENTO.FD.
          COPY CLIENTE.FD.
          COPY PARAM.FD.
          COPY CHEQUE.FD.
          COPY CAIXA.FD.
          COPY PEDIDO.FD.
          COPY CONDPAG.FD.

       FD  BAIXA-DIA
           LABEL RECORD STANDARD.
       77 WS-PRINC-CENTAVOS          PIC 9(11) VALUE ZEROS.
       77 WS-JUROS-CENTAVOS          PIC 9(11) VALUE ZEROS.

      * Custodia de cheques (CHEQUE): baixa com forma C abre o
      * registro do cheque com valor e data, e o CUSTCHEQ completa
      * os dados, lista para deposito e trata a devolucao.
       77 FS-CHQ                     PIC XX VALUE SPACES.
       77 WS-SEQ-CHQ                 PIC 9(02) VALUE ZEROS.

      * Caixa do operador (CAIXA): baixa em dinheiro ou cheque so
      * com caixa aberto; a sessao aberta vai no diario de baixas
      * para o fechamento do caixa conferir o que foi recebido.
       77 FS-CX                      PIC XX VALUE SPACES.
       77 WS-SESSAO-CX-REC           PIC X(10) VALUE SPACES.

      * Desconto de pontualidade (regra da condicao de pagamento do
      * pedido, CONDPAG): so na baixa que quita o titulo com a
      * antecedencia minima; guardado a parte em VALOR-DESCONTO-RECEB.
       77 WS-DIAS-DESC-CPG           PIC 9(03) VALUE ZEROS.
       77 WS-PERC-DESC-CPG           PIC 9(02)V99 VALUE ZEROS.
       77 WS-DIAS-ANTECIP-REC        PIC S9(05) VALUE ZEROS.
       77 WS-DESCONTO-REC            PIC S9(09)V99 VALUE ZEROS.
       77 WS-DESCONTO-CONCEDIDO      PIC S9(09)V99 VALUE ZEROS.
       77 WS-DESCONTO-ED             PIC ZZZ,ZZZ,ZZ9.99.

      * Campos do log central de acoes (ACAOLOG.TXT), lido pelo
      * VERLOG.
       77 FS-ALOG                    PIC XX VALUE SPACES.
             MOVE WS-HOJE-BAIXA         TO DT-RECEBIMENTO-D
             MOVE WS-HOJE-BAIXA         TO WS-DATA-CALC-ENCARGOS
             PERFORM CALCULA-ENCARGOS-REC
             PERFORM CALCULA-DESCONTO-REC
             COMPUTE VALOR-RECEBIDO-D =
                 VALOR-RECEB - VALOR-RECEBIDO-RECEB
                 + WS-ENCARGOS-REC - WS-DESCONTO-REC
          END-IF

          PERFORM BUSCA-NOME-CLIENTE-REC.
                 * WS-DIAS-ATRASO-REC / 30
          END-IF.
      *-----------------------------------------------------------------
      * CALCULA-DESCONTO-REC -- desconto de pontualidade do titulo
      * corrente (REG-RECEB) para quitacao em WS-DATA-CALC-ENCARGOS:
      * PERC-DESC-PONTUAL-CONDPAG sobre o residual quando faltam
      * DIAS-DESC-PONTUAL-CONDPAG dias ou mais para o vencimento.
      * A condicao vem do pedido; parcela de acordo (sem pedido),
      * pedido sem condicao ou condicao sem regra, desconto zerado.
       CALCULA-DESCONTO-REC.
          MOVE ZEROS TO WS-DESCONTO-REC
          PERFORM LE-DESCONTO-CONDPAG
          IF WS-PERC-DESC-CPG = ZEROS
             EXIT PARAGRAPH
          END-IF

          COMPUTE WS-RESIDUAL-REC =
              VALOR-RECEB - VALOR-RECEBIDO-RECEB
          COMPUTE WS-DIAS-ANTECIP-REC =
              FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-RECEB)
              - FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-ENCARGOS)

          IF WS-DIAS-ANTECIP-REC >= WS-DIAS-DESC-CPG
          AND WS-DIAS-ANTECIP-REC > ZEROS
          AND WS-RESIDUAL-REC > ZEROS
             COMPUTE WS-DESCONTO-REC ROUNDED =
                 WS-RESIDUAL-REC * WS-PERC-DESC-CPG / 100
          END-IF.
      *-----------------------------------------------------------------
      * LE-DESCONTO-CONDPAG -- regra de desconto da condicao de
      * pagamento do pedido do titulo corrente. Nao mexe no registro
      * de RECEBIMENTO (arquivos proprios, mesmo FS).
       LE-DESCONTO-CONDPAG.
          MOVE ZEROS TO WS-DIAS-DESC-CPG WS-PERC-DESC-CPG

          OPEN INPUT PEDIDO
          IF FS NOT = ZEROS
             CLOSE PEDIDO
             EXIT PARAGRAPH
          END-IF
          MOVE NUM-PEDIDO-RECEB TO XAV-PED
          READ PEDIDO WITH IGNORE LOCK
          IF FS NOT = ZEROS OR COD-CONDPAG-PED = ZEROS
             CLOSE PEDIDO
             EXIT PARAGRAPH
          END-IF
          CLOSE PEDIDO

          OPEN INPUT CONDPAG
          IF FS NOT = ZEROS
             CLOSE CONDPAG
             EXIT PARAGRAPH
          END-IF
          MOVE COD-CONDPAG-PED TO XAV-CONDPAG
          READ CONDPAG WITH IGNORE LOCK
          IF FS = ZEROS
             MOVE DIAS-DESC-PONTUAL-CONDPAG TO WS-DIAS-DESC-CPG
             MOVE PERC-DESC-PONTUAL-CONDPAG TO WS-PERC-DESC-CPG
          END-IF
          CLOSE CONDPAG.
      *-----------------------------------------------------------------
      * GRAVA-DIARIO-BAIXA -- apenda no BAIXADIA.TXT a linha desta
      * baixa (data;hora;operador;forma;pedido;parcela;principal;
      * juros;sessao de caixa), que o DIARECEB totaliza por operador
      * e forma para a conferencia de caixa do dia e o CAIXA soma no
      * fechamento da sessao.
       GRAVA-DIARIO-BAIXA.
          ACCEPT WS-HORA-BAIXA FROM TIME

                 NUM-PEDIDO-RECEB ";"
                 NUM-PARCELA-RECEB ";"
                 WS-PRINC-CENTAVOS ";"
                 WS-JUROS-CENTAVOS ";"
                 WS-SESSAO-CX-REC
                 DELIMITED BY SIZE INTO REG-BAIXA-DIA
          WRITE REG-BAIXA-DIA
          CLOSE BAIXA-DIA.
      *-----------------------------------------------------------------
      * LOCALIZA-CAIXA-ABERTO -- sessao de caixa aberta do operador
      * logado (CAIXA, chave operador + data + sequencia). Sem caixa
      * aberto (ou sem o arquivo) WS-SESSAO-CX-REC fica em branco.
       LOCALIZA-CAIXA-ABERTO.
          MOVE SPACES TO WS-SESSAO-CX-REC
          OPEN INPUT CAIXA
          IF FS-CX NOT = ZEROS
             CLOSE CAIXA
             EXIT PARAGRAPH
          END-IF

          MOVE LOGIN-USUARIO-ATUAL TO OPERADOR-CX
          MOVE ZEROS               TO DT-ABERTURA-CX SEQ-CX
          START CAIXA KEY IS >= XAV-CX
          IF FS-CX EQUAL ZEROS
             READ CAIXA NEXT WITH IGNORE LOCK
             PERFORM UNTIL FS-CX NOT = ZEROS
                OR OPERADOR-CX NOT = LOGIN-USUARIO-ATUAL
                IF CX-ABERTO
                   MOVE SESSAO-CX TO WS-SESSAO-CX-REC
                END-IF
                READ CAIXA NEXT WITH IGNORE LOCK
             END-PERFORM
          END-IF

          CLOSE CAIXA.
      *-----------------------------------------------------------------
      * GRAVA-CUSTODIA-CHEQUE -- baixa paga com cheque entra na
      * custodia (CHEQUE) ligada ao titulo, na proxima sequencia livre
      * da parcela, com o valor recebido (principal e encargos
      * separados, para a devolucao desfazer cada um) e bom-para na
      * data da baixa. O desconto de pontualidade concedido nesta
      * baixa fica no cheque, para a devolucao estorna-lo do titulo.
      * Os dados do cheque (banco, numero, emitente, pre-data) sao
      * completados no CUSTCHEQ.
       GRAVA-CUSTODIA-CHEQUE.
          OPEN I-O CHEQUE
          IF FS-CHQ = "35"
             OPEN OUTPUT CHEQUE
             CLOSE CHEQUE
             OPEN I-O CHEQUE
          END-IF
          IF FS-CHQ NOT = ZEROS
             EXIT PARAGRAPH
          END-IF

          MOVE ZEROS               TO WS-SEQ-CHQ
          MOVE NUM-PEDIDO-RECEB    TO NUM-PEDIDO-CHQ
          MOVE NUM-PARCELA-RECEB   TO NUM-PARCELA-CHQ
          MOVE ZEROS               TO SEQ-CHQ
          START CHEQUE KEY IS >= XAV-CHQ
          IF FS-CHQ EQUAL ZEROS
             READ CHEQUE NEXT WITH IGNORE LOCK
             PERFORM UNTIL FS-CHQ NOT = ZEROS
                OR NUM-PEDIDO-CHQ  NOT = NUM-PEDIDO-RECEB
                OR NUM-PARCELA-CHQ NOT = NUM-PARCELA-RECEB
                MOVE SEQ-CHQ TO WS-SEQ-CHQ
                READ CHEQUE NEXT WITH IGNORE LOCK
             END-PERFORM
          END-IF

          INITIALIZE REG-CHQ
          MOVE NUM-PEDIDO-RECEB     TO NUM-PEDIDO-CHQ
          MOVE NUM-PARCELA-RECEB    TO NUM-PARCELA-CHQ
          ADD 1 TO WS-SEQ-CHQ GIVING SEQ-CHQ
          MOVE COD-CLI-RECEB        TO COD-CLI-CHQ
          MOVE VALOR-RECEBIDO-D     TO VALOR-CHQ
          MOVE WS-PRINCIPAL-REC     TO VALOR-PRINC-CHQ
          MOVE WS-ENCARGOS-COBRADOS TO VALOR-JUROS-CHQ
          MOVE WS-DESCONTO-CONCEDIDO TO VALOR-DESC-CHQ
          MOVE DT-RECEBIMENTO-RECEB TO DT-ENTRADA-CHQ
          MOVE DT-RECEBIMENTO-RECEB TO DT-BOM-PARA-CHQ
          MOVE SPACES               TO CONTA-CHQ MOTIVO-DEVOL-CHQ
          SET CHQ-INCOMPLETO        TO TRUE
          MOVE LOGIN-USUARIO-ATUAL  TO OPERADOR-CHQ
          WRITE REG-CHQ

          CLOSE CHEQUE.
      *-----------------------------------------------------------------
      * GRAVA-ACAO-CENTRAL -- apenda no ACAOLOG.TXT a operacao
      * sensivel recem-efetivada (data;hora;quem;operacao;chave),
      * mesmo log das negativas de acesso do HBSIS, lido pelo VERLOG.
             EXIT PARAGRAPH
          END-IF

      * Dinheiro e cheque entram na gaveta: exigem caixa aberto do
      * operador (programa CAIXA).
          PERFORM LOCALIZA-CAIXA-ABERTO
          IF (WS-FORMA-BAIXA = "D" OR WS-FORMA-BAIXA = "C")
          AND WS-SESSAO-CX-REC = SPACES
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Operador sem caixa aberto - abra o"
                    " caixa antes de receber em dinheiro ou cheque."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          OPEN I-O RECEBIMENTO
          IF FS NOT = ZEROS
             MOVE "NAO" TO ERRO-LER-D
          COMPUTE WS-PRINCIPAL-REC =
              VALOR-RECEBIDO-D - WS-ENCARGOS-COBRADOS

      * Desconto de pontualidade: so quando o valor pago mais o
      * desconto quita o residual (pagamento parcial antecipado nao
      * ganha desconto); concede apenas o que falta para quitar.
          PERFORM CALCULA-DESCONTO-REC
          MOVE ZEROS TO WS-DESCONTO-CONCEDIDO
          IF WS-DESCONTO-REC > ZEROS
          AND WS-PRINCIPAL-REC < WS-RESIDUAL-REC
          AND WS-PRINCIPAL-REC + WS-DESCONTO-REC >= WS-RESIDUAL-REC
             COMPUTE WS-DESCONTO-CONCEDIDO =
                 WS-RESIDUAL-REC - WS-PRINCIPAL-REC
          END-IF

      * Baixa parcial: o principal informado SOMA no acumulado do
      * titulo; o titulo so e quitado quando o acumulado alcanca
      * VALOR-RECEB, senao continua em aberto pelo saldo residual.
          MOVE DT-RECEBIMENTO-D     TO DT-RECEBIMENTO-RECEB
          ADD  WS-PRINCIPAL-REC     TO VALOR-RECEBIDO-RECEB
          ADD  WS-ENCARGOS-COBRADOS TO VALOR-JUROS-RECEB
          ADD  WS-DESCONTO-CONCEDIDO TO VALOR-DESCONTO-RECEB
          MOVE WS-FORMA-BAIXA       TO FORMA-RECEB
          MOVE LOGIN-USUARIO-ATUAL  TO OPERADOR-BAIXA-RECEB

          IF VALOR-RECEBIDO-RECEB + VALOR-DESCONTO-RECEB
                                    >= VALOR-RECEB
             SET RECEB-RECEBIDO  TO TRUE
      * Titulo quitado que estava em protesto: a retirada vai ao
      * cartorio/bureau na proxima execucao do PROTESTO.
             IF EM-PROTESTO
                SET PROTESTO-RETIRAR TO TRUE
             END-IF
          END-IF

          REWRITE REG-RECEB

          IF FS NOT = ZEROS AND FS NOT = "02"
             MOVE "NAO"        TO ERRO-LER-D
             STRING "Atencao! Erro na gravacao da baixa."
             " FS: " FS DELIMITED BY SIZE INTO CAMPO-ERRO

          PERFORM GRAVA-DIARIO-BAIXA

          IF WS-FORMA-BAIXA = "C"
             PERFORM GRAVA-CUSTODIA-CHEQUE
          END-IF

          MOVE "BAIXA-TITULO" TO WS-ALOG-OPER
          MOVE SPACES TO WS-ALOG-CHAVE
          STRING NUM-PEDIDO-RECEB "/" NUM-PARCELA-RECEB
                 DELIMITED BY SIZE INTO WS-ALOG-CHAVE
          PERFORM GRAVA-ACAO-CENTRAL

          EVALUATE TRUE
             WHEN RECEB-RECEBIDO AND WS-DESCONTO-CONCEDIDO > ZEROS
                MOVE WS-DESCONTO-CONCEDIDO TO WS-DESCONTO-ED
                STRING "Baixa registrada: pedido " NUM-PEDIDO-RECEB-D
                       " parcela " NUM-PARCELA-RECEB-D
                       ", valor " VALOR-RECEBIDO-D
                       " - quitado com desconto de pontualidade de "
                       FUNCTION TRIM(WS-DESCONTO-ED) "."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
             WHEN RECEB-RECEBIDO
                STRING "Baixa registrada: pedido " NUM-PEDIDO-RECEB-D
                       " parcela " NUM-PARCELA-RECEB-D
                       ", valor " VALOR-RECEBIDO-D " - titulo quitado."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
             WHEN OTHER
                STRING "Baixa PARCIAL registrada: pedido "
                       NUM-PEDIDO-RECEB-D
                       " parcela " NUM-PARCELA-RECEB-D
                       ", valor " VALOR-RECEBIDO-D
                       " - titulo segue em aberto pelo residual."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
          END-EVALUATE

          PERFORM LISTAR.
      *-----------------------------------------------------------------
          CLOSE RECEBIMENTO.
      *-----------------------------------------------------------------
      * CARREGA-FILTRO-CLI-REC -- lista so os titulos em aberto do
      * cliente filtrado, lidos pela chave alternativa cliente +
      * vencimento (CLI-VENC-RECEB) do primeiro titulo do cliente
      * ate a troca de cliente, em ordem de vencimento. Limita a
      * 50 itens. Status 02 (proximo titulo com o mesmo cliente e
      * vencimento) e leitura normal.
       CARREGA-FILTRO-CLI-REC.
          SET OBJECT-REFERENCE TO WS-LISTA
          MOVE "CLEAR-OBJECT"  TO CALL-FUNCTION
          OPEN INPUT RECEBIMENTO

          INITIALIZE REG-RECEB
          MOVE WS-FILTRO-COD-CLI-REC TO COD-CLI-RECEB
          MOVE ZEROS                 TO DT-VENCIMENTO-RECEB
          START RECEBIMENTO KEY IS >= CLI-VENC-RECEB
          IF FS EQUAL ZEROS
             READ RECEBIMENTO NEXT WITH IGNORE LOCK
             PERFORM UNTIL (FS NOT = ZEROS AND FS NOT = "02")
                OR COD-CLI-RECEB NOT = WS-FILTRO-COD-CLI-REC
                IF RECEB-ABERTO
                   IF WS-ITENS-PAGINA < 50
                      ADD 1 TO WS-ITENS-PAGINA
                      PERFORM PREENCHE-LINHA
