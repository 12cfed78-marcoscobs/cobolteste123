          COPY FERIADO.SEL.
          COPY LOTE.SEL.
          COPY SUBPROD.SEL.
          COPY KIT.SEL.
          COPY TRFPED.SEL.
          COPY VASILHA.SEL.
          COPY PEDHIST.SEL.
          COPY ROTA.SEL.

          COPY IMPCTL.SEL.
          COPY CONTATO.SEL.
          COPY NOTIFIC.SEL.
          COPY DOCCLI.SEL.

          SELECT CSV-FILE ASSIGN TO WS-NOME-CSV
          ORGANIZATION IS LINE SEQUENTIAL
          COPY FERIADO.FD.
          COPY LOTE.FD.
          COPY SUBPROD.FD.
          COPY KIT.FD.
          COPY TRFPED.FD.
          COPY VASILHA.FD.
          COPY PEDHIST.FD.
          COPY ROTA.FD.
          COPY NOTAFIS.FD.
          COPY NOTAITEM.FD.

          COPY IMPCTL.FD.
          COPY CONTATO.FD.
          COPY NOTIFIC.FD.
          COPY DOCCLI.FD.

          FD CSV-FILE.
          01 REG-CSV.
       77 WS-MOTIVO-PENDENCIA          PIC X(40)     VALUE SPACES.
       77 WS-PEND-DESC-IMPORT          PIC X(01)     VALUE "N".
          88 PENDENCIA-DESC-IMPORT     VALUE "S".
      * Cliente ainda sem parecer da analise de credito (LIBCRED): o
      * pedido tambem vai para a fila, com o motivo proprio.
       77 WS-PEND-CRED-IMPORT          PIC X(01)     VALUE "N".
          88 PENDENCIA-CRED-IMPORT     VALUE "S".
      * Linha com margem (depois do desconto, do ICMS e do custo
      * medio) abaixo do piso do grupo do produto, conferida pelo
      * MARGMIN: o pedido tambem vai para a fila, com motivo proprio.
       77 WS-PEND-MARG-IMPORT          PIC X(01)     VALUE "N".
          88 PENDENCIA-MARG-IMPORT     VALUE "S".
       77 WS-MMN-COD-PRODUTO           PIC 9(05)     VALUE ZEROS.
       77 WS-MMN-QTD                   PIC 9(07)V999 VALUE ZEROS.
       77 WS-MMN-PRECO                 PIC S9(07)V99 VALUE ZEROS.
       77 WS-MMN-PERC-DESC             PIC 9(02)V99  VALUE ZEROS.
       77 WS-MMN-PERC-MARGEM           PIC S9(03)V99 VALUE ZEROS.
       77 WS-MMN-PERC-PISO             PIC 9(02)V99  VALUE ZEROS.
       77 WS-MMN-RETORNO               PIC X(01)     VALUE SPACES.
          88 MARGEM-ABAIXO-PISO        VALUE "A".
       77 WS-FIM-ITENS-MMN             PIC X(01)     VALUE "N".
          88 FIM-ITENS-MMN             VALUE "S".
       77 FS-FER                       PIC XX        VALUE SPACES.
      * Consumo FEFO dos lotes no faturamento manual (mesma rotina de
      * 2730-CONSOME-LOTES no FECHADIA): o primeiro lote consumido
       77 WS-FIM-SUBPROD               PIC X(01)     VALUE "N".
          88 FIM-SUBPROD               VALUE "S".

      * Kit de venda (KIT): a linha do kit confere, reserva, baixa e
      * devolve o estoque dos componentes (quantidade da linha vezes
      * a quantidade do componente), nunca do proprio kit, que nao
      * tem saldo. MOVIMENTA-COMPONENTES-KIT recebe a acao em
      * WS-KIT-ACAO: C confere o disponivel, R reserva, L libera a
      * reserva, B baixa fisica do faturamento, D devolve ao estoque
      * no cancelamento. A baixa/devolucao de um produto trabalha
      * sobre WS-COD-PROD-MOV/WS-QTD-MOV (a linha ou um componente).
       77 FS-KIT                       PIC XX        VALUE SPACES.
       77 WS-KIT-ACAO                  PIC X(01)     VALUE SPACE.
       77 WS-KIT-FILIAL                PIC 9(02)     VALUE ZEROS.
       77 WS-KIT-PRODUTO               PIC 9(05)     VALUE ZEROS.
       77 WS-KIT-QTD                   PIC 9(07)V999 VALUE ZEROS.
       77 WS-COD-PROD-MOV              PIC 9(05)     VALUE ZEROS.
       77 WS-QTD-MOV                   PIC 9(07)V999 VALUE ZEROS.
       77 WS-FIM-KIT                   PIC X(01)     VALUE "N".
          88 FIM-KIT                   VALUE "S".
       77 WS-PRODUTO-KIT               PIC X(01)     VALUE "N".
          88 PRODUTO-E-KIT             VALUE "S".
       77 WS-KIT-SEM-SALDO             PIC X(01)     VALUE "N".
          88 KIT-SEM-SALDO             VALUE "S".

      * Atendimento por outra filial: a pendencia (BACKORD) de uma
      * linha sem saldo na filial do pedido pode ser atendida pelo
      * disponivel de outra filial. O log de rejeitos da importacao
      * lista o disponivel das demais filiais, CONSULTA-FILIAIS
      * mostra o do produto TRF-PRODUTO-D e ATENDER-FILIAL atende a
      * pendencia TRF-SEQ-BACK-D pela filial TRF-FILIAL-D: a linha
      * entra no pedido original com NUM-TRF-ITEM e a transferencia
      * (TRFPED) fica aberta, reservada na origem. O pedido so
      * fatura depois de a transferencia ser recebida no destino
      * (TRANSFER).
       77 FS-TRFP                      PIC XX        VALUE SPACES.
       77 WS-NUM-TRFP                  PIC 9(07)     VALUE ZEROS.
       77 WS-TRF-SEQ-BACK              PIC 9(07)     VALUE ZEROS.
       77 WS-TRF-PEDIDO                PIC 9(07)     VALUE ZEROS.
       77 WS-TRF-PRODUTO               PIC 9(05)     VALUE ZEROS.
       77 WS-TRF-QTD                   PIC 9(07)V999 VALUE ZEROS.
       77 WS-TRF-FILIAL-ORIG           PIC 9(02)     VALUE ZEROS.
       77 WS-TRF-FILIAL-EXCL           PIC 9(02)     VALUE ZEROS.
       77 WS-TRF-DISPONIVEL            PIC S9(07)V999 VALUE ZEROS.
       77 WS-TRF-DISP-EDIT             PIC Z(06)9.99.
       77 WS-TRF-QTD-EDIT              PIC Z(06)9.99.
       77 WS-TRF-TEXTO-DISP            PIC X(200)    VALUE SPACES.
       77 WS-TRF-PONTEIRO              PIC 9(03)     VALUE 1.
       77 WS-TRF-QTD-FILIAIS           PIC 9(02)     VALUE ZEROS.
       77 WS-FIM-FILIAL                PIC X(01)     VALUE "N".
          88 FIM-FILIAL                VALUE "S".
       77 WS-TRF-GRAVA-REJ             PIC X(01)     VALUE "N".
          88 GRAVA-REJEITO-TRF         VALUE "S".
       77 WS-TRF-PENDENTE              PIC X(01)     VALUE "N".
          88 TRANSF-PENDENTE           VALUE "S".
       77 WS-FIM-ITENS-TRF             PIC X(01)     VALUE "N".
          88 FIM-ITENS-TRF             VALUE "S".
      * Situacao da transferencia da linha lida em ITEM-PED (espaco =
      * linha sem transferencia, atendida pela propria filial).
       77 WS-SIT-TRF-LINHA             PIC X(01)     VALUE SPACE.
          88 TRF-LINHA-ABERTA          VALUE "A".
          88 TRF-LINHA-RECEBIDA        VALUE "R" SPACE.

      * Aviso de vasilhame: cliente com saldo total de vasilhame em
      * seu poder acima do parametro LIMITE-VASILHAME ganha um aviso
      * na gravacao do pedido (nao bloqueia - so lembra de cobrar as
      * aberto + pedidos abertos) confrontada com LIMITE-CRED-CLI.
       77 WS-LIMITE-CRED-CLI         PIC S9(09)V99 VALUE ZEROS.
       77 WS-EXPOSICAO-CLI           PIC S9(11)V99 VALUE ZEROS.
       77 WS-CLI-EM-PROTESTO         PIC X(01)     VALUE "N".
          88 CLI-EM-PROTESTO                       VALUE "S".

       77 WS-QTD-PARCELAS            PIC 9(02)     VALUE 1.
       77 WS-DIAS-PARCELA            PIC 9(03)     VALUE 30.
       77 WS-TABP-ENCONTRADA         PIC 9(01) VALUE ZEROS.
       77 WS-TABP-PRECO-OK           PIC 9(01) VALUE ZEROS.

      * Tabela de preco do cliente (a propria ou a padrao do canal de
      * venda) e preco vigente do produto nela -- ver
      * BUSCA-PRECO-CLIENTE. Cliente com tabela tem o preco conferido
      * so contra ela.
       77 WS-PCL-COD-CLI             PIC 9(07) VALUE ZEROS.
       77 WS-PCL-COD-PRODUTO         PIC 9(05) VALUE ZEROS.
       77 WS-PCL-DATA                PIC 9(08) VALUE ZEROS.
       77 WS-PCL-TABELA              PIC 9(03) VALUE ZEROS.
       77 WS-PCL-PRECO               PIC S9(07)V99 VALUE ZEROS.
       77 WS-PCL-PRECO-EDIT          PIC Z(06)9,99.
       77 WS-PCL-RETORNO             PIC X(01) VALUE SPACES.
          88 PRECO-TABELA-CLIENTE              VALUE "S".
          88 PRODUTO-FORA-TABELA-CLI           VALUE "N".
       77 WS-PRECO-REPET             PIC S9(07)V99 VALUE ZEROS.

      * Campanha promocional da linha (CAMPANHA) -- ver
      * BUSCA-CAMPANHA-ITEM. O desconto de campanha soma no desconto
      * da linha mas nao conta contra o teto do vendedor; o preco
      * especial substitui o preco da linha sem conferencia de tabela.
       77 WS-ACP-PRECO-BASE          PIC S9(07)V99 VALUE ZEROS.
       77 WS-ACP-COD-CAMP            PIC 9(05) VALUE ZEROS.
       77 WS-ACP-TIPO                PIC X(01) VALUE SPACES.
          88 CAMPANHA-DESCONTO                 VALUE "D".
          88 CAMPANHA-PRECO-ESP                VALUE "P".
       77 WS-ACP-PERC-DESC           PIC 9(02)V99 VALUE ZEROS.
       77 WS-ACP-PRECO-ESP           PIC S9(07)V99 VALUE ZEROS.

      * Cancelamento de pedido (EXCLUIR) -- numero guardado entre a
      * confirmacao e a efetivacao, e contadores do que sera/foi
      * revertido: itens devolvidos ao estoque e titulos cancelados.
          88 EDITANDO-PED                      VALUE "S".
       77 WS-REG-PED-ANTES           PIC X(300) VALUE SPACES.
       77 WS-REG-PED-NOVO            PIC X(300) VALUE SPACES.
       77 WS-ORIGEM-PED-ATUAL        PIC X(01) VALUE SPACES.
       77 FS-BACK                    PIC XX VALUE SPACES.
       77 WS-REJEITO-ESTOQUE         PIC X(01) VALUE "N".
          88 REJEITADO-POR-ESTOQUE              VALUE "S".
       77 FS-NFI                     PIC XX VALUE SPACES.
       77 WS-SEQ-NFI                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ITENS-NF            PIC 9(03) VALUE ZEROS.
       77 WS-TIPO-OPER-CF            PIC X(01) VALUE SPACE.
       77 WS-UF-CLI-NF               PIC X(02) VALUE SPACES.
       77 WS-CFOP-CF                 PIC 9(04) VALUE ZEROS.
       77 WS-NATUREZA-CF             PIC X(40) VALUE SPACES.
       77 WS-CFOP-NOTA               PIC 9(04) VALUE ZEROS.
       77 WS-NATUREZA-NOTA           PIC X(40) VALUE SPACES.
       77 WS-DT-VERIF-PERIODO        PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-FECHADO         PIC X(01) VALUE "N".
          88 PERIODO-FECHADO                   VALUE "S".
       77 WS-DATA-IMPC               PIC 9(08) VALUE ZEROS.
       77 WS-HORA-IMPC               PIC 9(08) VALUE ZEROS.

      * Promessa de entrega (ROTA + FERIADO) -- o GRAVAR calcula o
      * peso bruto do pedido (linhas x PESO-BRUTO-PRODUTO) e, para
      * pedido ainda sem data prometida, acha a rota da filial que
      * atende a cidade/UF do cliente e promete o primeiro dia de
      * entrega dela, passado o prazo minimo, que ainda tenha
      * capacidade livre em peso e em paradas. A ocupacao do dia sao
      * os pedidos ja prometidos para a rota naquela data (varredura
      * de PEDIDO). COD-ROTA-PED-D e DT-PROMETIDA-PED-D nao tem campo
      * de tela (mesma convencao de NUM-NOTA-FISCAL-D); a promessa
      * aparece na mensagem da gravacao.
       77 FS-ROTA                    PIC XX VALUE SPACES.
       77 COD-ROTA-PED-D             PIC 9(03) VALUE ZEROS.
       77 DT-PROMETIDA-PED-D         PIC 9(08) VALUE ZEROS.
       77 WS-PRM-PESO                PIC 9(07)V999 VALUE ZEROS.
       77 WS-PRM-ROTA                PIC 9(03) VALUE ZEROS.
       77 WS-PRM-ROTA-UF             PIC 9(03) VALUE ZEROS.
       77 WS-PRM-DT                  PIC 9(08) VALUE ZEROS.
       77 WS-PRM-UF                  PIC X(02) VALUE SPACES.
       77 WS-PRM-CIDADE              PIC X(30) VALUE SPACES.
       77 WS-PRM-DIAS-SEM            PIC X(07) VALUE SPACES.
       77 WS-PRM-CAP-PESO            PIC 9(07)V999 VALUE ZEROS.
       77 WS-PRM-CAP-PARADAS         PIC 9(03) VALUE ZEROS.
       77 WS-PRM-PRAZO               PIC 9(02) VALUE ZEROS.
       77 WS-PRM-IX                  PIC 9(02) VALUE ZEROS.
       77 WS-PRM-DIA                 PIC 9(02) VALUE ZEROS.
       77 WS-PRM-DIA-SEMANA          PIC 9(01) VALUE ZEROS.
       77 WS-PRM-HOJE                PIC 9(08) VALUE ZEROS.
       77 WS-PRM-DIAS-INI            PIC 9(07) VALUE ZEROS.
       77 WS-PRM-DIAS-TESTE          PIC 9(07) VALUE ZEROS.
       77 WS-MSG-PROMESSA            PIC X(100) VALUE SPACES.
       77 WS-PRM-ACHOU               PIC X(01) VALUE "N".
          88 PROMESSA-ACHADA                   VALUE "S".
       77 WS-PRM-FERIADO             PIC X(01) VALUE "N".
          88 CALENDARIO-FERIADO-PRM            VALUE "S".
       77 WS-FIM-ITENS-PRM           PIC X(01) VALUE "N".
          88 FIM-ITENS-PRM                     VALUE "S".
       77 WS-FIM-ROTA-PRM            PIC X(01) VALUE "N".
          88 FIM-ROTA-PRM                      VALUE "S".
       77 WS-FIM-PED-PRM             PIC X(01) VALUE "N".
          88 FIM-PED-PRM                       VALUE "S".
      * Ocupacao da rota nos 60 dias a partir do prazo minimo.
       01 WS-TAB-OCUPACAO-PRM.
          05 WS-OCUP-PRM             OCCURS 60 TIMES.
             10 WS-OCUP-PESO-PRM     PIC 9(09)V999.
             10 WS-OCUP-PARADAS-PRM  PIC 9(05).

      * Fila de avisos ao cliente (NOTIFIC), exportada pelo NOTIFGW
      * para o gateway de e-mail/WhatsApp: pedido novo aceito (GRAVAR
      * e importacao) avisa o contato de compras do cliente (CONTATO,
      * o principal da funcao, pelo canal preferido). Sem contato com
      * celular ou e-mail o aviso fica so no historico (sem destino).
      * A importacao guarda os pedidos que criou e avisa no fim, com
      * o valor total ja somado.
       77 FS-CTT                     PIC XX VALUE SPACES.
       77 FS-NTF                     PIC XX VALUE SPACES.
       77 WS-NTF-COD-CLI             PIC 9(07) VALUE ZEROS.
       77 WS-NTF-MODELO              PIC X(10) VALUE SPACES.
       77 WS-NTF-FUNCAO              PIC X(01) VALUE SPACES.
       77 WS-NTF-NUM-PEDIDO          PIC 9(07) VALUE ZEROS.
       77 WS-NTF-VALOR               PIC 9(09)V99 VALUE ZEROS.
       77 WS-NTF-DADOS               PIC X(200) VALUE SPACES.
       77 WS-NTF-SEQ-CTT             PIC 9(02) VALUE ZEROS.
       77 WS-NTF-NOME                PIC X(40) VALUE SPACES.
       77 WS-NTF-CANAL               PIC X(01) VALUE SPACES.
       77 WS-NTF-DESTINO             PIC X(60) VALUE SPACES.
       77 WS-NTF-PROXIMO             PIC 9(09) VALUE ZEROS.
       77 WS-NTF-TENTATIVA           PIC 9(02) VALUE ZEROS.
       77 WS-NTF-DT                  PIC 9(08) VALUE ZEROS.
       77 WS-NTF-HR                  PIC 9(08) VALUE ZEROS.
       77 WS-NTF-VALOR-EDIT          PIC Z(08)9.99.
       77 WS-NTF-ACHOU               PIC X(01) VALUE "N".
          88 NTF-ACHOU-CONTATO                 VALUE "S".
       77 WS-NTF-FIM                 PIC X(01) VALUE "N".
          88 NTF-FIM-CONTATO                   VALUE "S".
       77 WS-NTF-GRAVOU              PIC X(01) VALUE "N".
          88 NTF-GRAVADA                       VALUE "S".
       77 WS-QTD-NTF-IMP             PIC 9(03) VALUE ZEROS.
       77 WS-IX-NTF-IMP              PIC 9(03) VALUE ZEROS.

      * Documentos do cliente (DOCCLI, CADDOCC) e inscricao estadual:
      * contribuinte do ICMS sem IE ou com documento obrigatorio
      * vencido nao fatura (mesma trava do FECHADIA).
       77 FS-DCL                     PIC XX VALUE SPACES.
       77 WS-DOC-PENDENTE            PIC X(01) VALUE "N".
          88 DOC-PENDENTE-CLI                  VALUE "S".
       77 WS-FIM-DOCS-CLI            PIC X(01) VALUE "N".
          88 FIM-DOCS-CLI                      VALUE "S".
       77 WS-HOJE-DOCS               PIC 9(08) VALUE ZEROS.
       77 WS-TIPO-DOC-VENCIDO        PIC X(04) VALUE SPACES.
       77 WS-DT-DOC-VENCIDO          PIC 9(08) VALUE ZEROS.
       01 WS-TAB-NTF-IMP.
          05 WS-NTF-PED-IMP          PIC 9(07) OCCURS 500 TIMES.

       COPY USULOG.CPY.
       COPY "DS-CNTRL.MF".
       COPY "CADPED.CPB".
          CLOSE PEDIDO

          PERFORM CONTROLE UNTIL OPERACAO EQUAL "Sair"
          CANCEL "ACHACFOP"
          EXIT PROGRAM.
          STOP RUN.
      *-----------------------------------------------------------------
                PERFORM CONFIRMAR-ACAO-PENDENTE
             WHEN "CANCELAR"
                PERFORM CANCELAR-ACAO-PENDENTE
             WHEN "CONSULTA-FILIAIS"
                PERFORM CONSULTA-FILIAIS-PED
             WHEN "ATENDER-FILIAL"
                PERFORM ATENDER-FILIAL-PED
          END-EVALUATE

          MOVE SPACE TO OPERACAO
          MOVE NUM-NOTA-FISCAL  TO NUM-NOTA-FISCAL-D
          MOVE COD-CONDPAG-PED  TO COD-CONDPAG-PED-D
          MOVE COD-FILIAL-PED   TO COD-FILIAL-PED-D
          MOVE COD-ROTA-PED     TO COD-ROTA-PED-D
          MOVE DT-PROMETIDA-PED TO DT-PROMETIDA-PED-D

          CLOSE PEDIDO.
      *-----------------------------------------------------------------
          SET PED-CANCELADO TO TRUE
          REWRITE REG-PED

          IF FS NOT = ZEROS AND FS NOT = "02"
             MOVE "NAO" TO ERRO-LER-D
             STRING "Aten��o! Erro ao cancelar registro. FS: " FS
             DELIMITED BY SIZE INTO CAMPO-ERRO
      * nao segura reserva nenhuma (a pendencia estorna na entrada e
      * o APROVPED so reserva na aprovacao), entao cancelar um deles
      * nao mexe no estoque. So quando ha registro em ESTOQUE,
      * simetrico a reserva/baixa. Linha de kit devolve/libera os
      * componentes.
       DEVOLVE-ESTOQUE-ITEM-CANC.
      * Linha atendida por outra filial com a transferencia ainda nao
      * recebida nao tem reserva na filial do pedido: transferencia
      * aberta e cancelada junto, liberando a reserva na origem; em
      * transito segue para o destino como estoque livre.
          IF NOT PED-FATURADO
             PERFORM LE-TRANSF-LINHA
             IF NOT TRF-LINHA-RECEBIDA
                IF TRF-LINHA-ABERTA
                   PERFORM CANCELA-TRANSF-LINHA
                END-IF
                ADD 1 TO WS-QTD-ITENS-CANC
                EXIT PARAGRAPH
             END-IF
          END-IF

          IF PED-FATURADO
             MOVE "D" TO WS-KIT-ACAO
          ELSE
             MOVE "L" TO WS-KIT-ACAO
          END-IF
          MOVE "N" TO WS-PRODUTO-KIT
          IF PED-FATURADO
          OR (NOT PED-PENDENTE-APROV AND NOT PED-RECUSADO)
             MOVE COD-FILIAL-PED   TO WS-KIT-FILIAL
             MOVE COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
             MOVE QTD-ITEM-PED     TO WS-KIT-QTD
             PERFORM MOVIMENTA-COMPONENTES-KIT
          END-IF
          IF PRODUTO-E-KIT
             ADD 1 TO WS-QTD-ITENS-CANC
             EXIT PARAGRAPH
          END-IF

          MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-MOV
          MOVE QTD-ITEM-PED     TO WS-QTD-MOV
          MOVE COD-FILIAL-PED   TO COD-FILIAL-EST
          MOVE COD-PRODUTO-ITEM TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          MOVE ZEROS TO FS
          ADD 1 TO WS-QTD-ITENS-CANC.
      *-----------------------------------------------------------------
      * DEVOLVE-PRODUTO-CANC -- componente de kit de pedido faturado
      * volta ao saldo fisico com KARDEX CAN, como a linha comum em
      * DEVOLVE-ESTOQUE-ITEM-CANC.
       DEVOLVE-PRODUTO-CANC.
          MOVE COD-FILIAL-PED  TO COD-FILIAL-EST
          MOVE WS-COD-PROD-MOV TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          IF FS EQUAL ZEROS
             ADD WS-QTD-MOV TO QTD-ESTOQUE
             REWRITE REG-ESTOQUE
             PERFORM GRAVA-KARDEX-ESTORNO
          END-IF
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * GRAVA-KARDEX-ESTORNO -- movimento de entrada no KARDEX pelo
      * estorno de cancelamento, mesma tecnica de GRAVA-KARDEX-BAIXA.
       GRAVA-KARDEX-ESTORNO.
          MOVE WS-COD-PROD-MOV  TO COD-PRODUTO-KDX
          MOVE 9999999          TO SEQ-KDX
          START KARDEX KEY IS <= XAV-KDX
          IF FS-KDX EQUAL ZEROS
             READ KARDEX PREVIOUS WITH IGNORE LOCK
          END-IF
          IF FS-KDX EQUAL ZEROS
          AND COD-PRODUTO-KDX = WS-COD-PROD-MOV
             MOVE SEQ-KDX TO WS-SEQ-KDX
             ADD 1        TO WS-SEQ-KDX
          ELSE
          ACCEPT WS-HORA-KDX FROM TIME

          INITIALIZE REG-KDX
          MOVE WS-COD-PROD-MOV     TO COD-PRODUTO-KDX
          MOVE WS-SEQ-KDX          TO SEQ-KDX
          MOVE WS-DT-KARDEX        TO DT-KDX
          MOVE WS-HORA-KDX (1:6)   TO HR-KDX
          MOVE "CAN"               TO TIPO-DOC-KDX
          MOVE WS-NUM-PED-CANCELAR TO NUM-DOC-KDX
          MOVE COD-FILIAL-PED      TO COD-FILIAL-KDX
          MOVE WS-QTD-MOV          TO QTD-ENTRADA-KDX
          MOVE ZEROS               TO QTD-SAIDA-KDX
          MOVE QTD-ESTOQUE         TO SALDO-KDX
          WRITE REG-KDX.
          MOVE NUM-NOTA-FISCAL  TO NUM-NOTA-FISCAL-D
          MOVE COD-CONDPAG-PED  TO COD-CONDPAG-PED-D
          MOVE COD-FILIAL-PED   TO COD-FILIAL-PED-D
          MOVE COD-ROTA-PED     TO COD-ROTA-PED-D
          MOVE DT-PROMETIDA-PED TO DT-PROMETIDA-PED-D

          CLOSE PEDIDO.
      *-----------------------------------------------------------------
          ADD 1            TO NUM-PEDIDO-D
          INITIALIZE COD-CLI-PED-D COD-VEND-PED-D DT-PEDIDO-D
                     SIT-PEDIDO-D VALOR-TOTAL-PED-D NUM-NOTA-FISCAL-D
                     COD-CONDPAG-PED-D COD-ROTA-PED-D
                     DT-PROMETIDA-PED-D
          MOVE 1 TO COD-FILIAL-PED-D
      * Usuario com filial fixa (COD-FILIAL-USU) abre o pedido novo
      * ja na filial dele. Sem login a amarra nao vale (o campo do
             END-IF
          END-IF

      * Cliente sem parecer da analise de credito nao tem pedido
      * aceito nem faturado - o pedido fica retido na fila de
      * aprovacao; cliente recusado na analise nao tem pedido gravado.
          IF SIT-PEDIDO-D = "A" OR SIT-PEDIDO-D = SPACES
          OR (SIT-PEDIDO-D = "F" AND NUM-NOTA-FISCAL-D = ZEROS)
             PERFORM VALIDA-ANALISE-CRED-PED
             IF ERRO-LER-D NOT = SPACES
                EXIT PARAGRAPH
             END-IF
          END-IF

      * Linha com margem abaixo do piso do grupo tambem retem o
      * pedido na fila (os motivos de credito prevalecem). Pedido de
      * bonificacao nao tem margem a conferir, e pedido que ja passou
      * pelo supervisor por margem nao volta para a fila por ela.
          IF (SIT-PEDIDO-D = "A" OR SIT-PEDIDO-D = SPACES
          OR (SIT-PEDIDO-D = "F" AND NUM-NOTA-FISCAL-D = ZEROS))
          AND WS-MOTIVO-PENDENCIA = SPACES
          AND FUNCTION UPPER-CASE(TIPO-PED-D) NOT = "B"
          AND MOTIVO-PENDENCIA-D NOT =
              "MARGEM ABAIXO DO MINIMO DO GRUPO"
             PERFORM VALIDA-MARGEM-PED
          END-IF

          MOVE DT-PEDIDO-D TO WS-DT-VERIF-PERIODO
          PERFORM VERIFICA-PERIODO-FECHADO
          IF PERIODO-FECHADO
             END-IF
          END-IF

      * Pedido com linha atendida por outra filial so fatura depois
      * de a transferencia ser recebida no destino (TRANSFER).
          IF SIT-PEDIDO-D EQUAL "F" AND NUM-NOTA-FISCAL-D EQUAL ZEROS
             PERFORM VERIFICA-TRANSF-PENDENTE-PED
             IF TRANSF-PENDENTE
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! O pedido tem linha aguardando a"
                       " transferencia " WS-NUM-TRFP
                       " entre filiais - so pode ser faturado"
                       " depois do recebimento no destino."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
                EXIT PARAGRAPH
             END-IF
          END-IF

      * Cliente contribuinte do ICMS sem inscricao estadual, ou com
      * documento obrigatorio vencido (CADDOCC), nao fatura.
          IF SIT-PEDIDO-D EQUAL "F" AND NUM-NOTA-FISCAL-D EQUAL ZEROS
             PERFORM VALIDA-DOCUMENTOS-CLI-PED
             IF ERRO-LER-D NOT = SPACES
                EXIT PARAGRAPH
             END-IF
          END-IF

      * Atribui a nota fiscal antes de montar REG-PED (o pr�prio
      * ATRIBUI-NOTA-FISCAL usa o registro de PEDIDO para achar o
      * pr�ximo n�mero, e ainda n�o h� nada pendente em REG-PED a essa
             SET GEROU-NOTA-FISCAL TO TRUE
          END-IF

          IF COD-FILIAL-PED-D = ZEROS
             MOVE 1 TO COD-FILIAL-PED-D
          END-IF
      * Usuario com filial fixa (COD-FILIAL-USU) so grava pedido na
      * filial dele. Sem login a amarra nao vale.
          IF LOGIN-USUARIO-ATUAL NOT = SPACES
          AND NOT USUARIO-SEM-FILIAL-FIXA
             MOVE FILIAL-USUARIO-ATUAL TO COD-FILIAL-PED-D
          END-IF

      * Peso e promessa de entrega tambem varrem PEDIDO, CLIENTE e
      * ITEM-PED com as areas de registro - antes de montar REG-PED.
          PERFORM PROMETE-ENTREGA-PED

          INITIALIZE REG-PED

          MOVE NUM-PEDIDO-D       TO NUM-PEDIDO
          MOVE VALOR-TOTAL-PED-D  TO VALOR-TOTAL-PED
          MOVE NUM-NOTA-FISCAL-D  TO NUM-NOTA-FISCAL
          MOVE COD-CONDPAG-PED-D  TO COD-CONDPAG-PED
          MOVE COD-FILIAL-PED-D   TO COD-FILIAL-PED
          MOVE WS-PRM-PESO        TO PESO-PED
          IF DT-PROMETIDA-PED-D NOT = ZEROS
             MOVE COD-ROTA-PED-D     TO COD-ROTA-PED
             MOVE DT-PROMETIDA-PED-D TO DT-PROMETIDA-PED
          ELSE
             MOVE WS-PRM-ROTA        TO COD-ROTA-PED
             MOVE WS-PRM-DT          TO DT-PROMETIDA-PED
          END-IF
      * Motivos da fila de aprovacao voltam da tela (carregados no
      * EDITAR/SELECIONAR), para a regravacao nao apagar o historico
      * da pendencia ou da recusa.
                EXIT PARAGRAPH
             END-IF
          ELSE
             SET ORIGEM-TELA TO TRUE
             WRITE REG-PED
                INVALID KEY REWRITE REG-PED
             END-WRITE
          END-IF

          IF FS NOT = ZEROS AND FS NOT = "02"
             MOVE "NAO"        TO ERRO-LER-D
             STRING "Aten��o! Erro na grava��o do registro."
             " FS: " FS DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF

          CLOSE PEDIDO

      * Pedido novo aceito (nao o que caiu na fila de aprovacao - esse
      * avisa quando o APROVPED aprovar).
          IF NOT EDITANDO-PED
          AND (PED-ABERTO OR PED-FATURADO)
             PERFORM NOTIFICA-PEDIDO-RECEBIDO
          END-IF

          MOVE "N" TO WS-EDITANDO-PED
          MOVE COD-ROTA-PED     TO COD-ROTA-PED-D
          MOVE DT-PROMETIDA-PED TO DT-PROMETIDA-PED-D

          IF GEROU-NOTA-FISCAL
      * Bonificacao nao gera titulo de recebimento - so a nota de
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF

          IF WS-MSG-PROMESSA NOT = SPACES
             MOVE CAMPO-ERRO TO WS-MSG-GUARDA
             MOVE SPACES     TO CAMPO-ERRO
             STRING FUNCTION TRIM(WS-MSG-PROMESSA) " "
                    FUNCTION TRIM(WS-MSG-GUARDA)
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF

          PERFORM AVISO-VASILHAME-PED

          PERFORM LISTAR.
             EXIT PARAGRAPH
          END-IF

      * A origem do pedido nao passa pela tela - fica a gravada.
          MOVE ORIGEM-PED TO WS-ORIGEM-PED-ATUAL
          MOVE WS-REG-PED-NOVO (1:LENGTH OF REG-PED) TO REG-PED
          MOVE WS-ORIGEM-PED-ATUAL TO ORIGEM-PED
          REWRITE REG-PED.
      *-----------------------------------------------------------------
      * BAIXA-ESTOQUE-FATURAMENTO -- no faturamento manual, baixa o
      *-----------------------------------------------------------------
      * BAIXA-FISICA-ITEM -- baixa fisica de uma linha faturada: sai
      * do saldo, libera a reserva correspondente (sem ficar
      * negativa) e registra KARDEX PED. Linha de kit baixa os
      * componentes (a nota continua com a linha do kit).
       BAIXA-FISICA-ITEM.
          MOVE "B"              TO WS-KIT-ACAO
          MOVE COD-FILIAL-PED-D TO WS-KIT-FILIAL
          MOVE COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
          MOVE QTD-ITEM-PED     TO WS-KIT-QTD
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF PRODUTO-E-KIT
             EXIT PARAGRAPH
          END-IF

          MOVE COD-PRODUTO-ITEM TO WS-COD-PROD-MOV
          MOVE QTD-ITEM-PED     TO WS-QTD-MOV
          PERFORM BAIXA-FISICA-PRODUTO.
      *-----------------------------------------------------------------
      * BAIXA-FISICA-PRODUTO -- baixa fisica de WS-QTD-MOV do produto
      * WS-COD-PROD-MOV na filial do pedido (a linha ou um componente
      * de kit).
       BAIXA-FISICA-PRODUTO.
          MOVE COD-FILIAL-PED-D TO COD-FILIAL-EST
          MOVE WS-COD-PROD-MOV  TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          IF FS EQUAL ZEROS
             SUBTRACT WS-QTD-MOV FROM QTD-ESTOQUE
             IF QTD-RESERVADA-EST > WS-QTD-MOV
                SUBTRACT WS-QTD-MOV FROM QTD-RESERVADA-EST
             ELSE
                MOVE ZEROS TO QTD-RESERVADA-EST
             END-IF
      * GRAVA-KARDEX-FATUR -- saida no KARDEX pela linha faturada,
      * mesma tecnica de GRAVA-KARDEX-ESTORNO.
       GRAVA-KARDEX-FATUR.
          MOVE WS-COD-PROD-MOV  TO COD-PRODUTO-KDX
          MOVE 9999999          TO SEQ-KDX
          START KARDEX KEY IS <= XAV-KDX
          IF FS-KDX EQUAL ZEROS
             READ KARDEX PREVIOUS WITH IGNORE LOCK
          END-IF
          IF FS-KDX EQUAL ZEROS
          AND COD-PRODUTO-KDX = WS-COD-PROD-MOV
             MOVE SEQ-KDX TO WS-SEQ-KDX
             ADD 1        TO WS-SEQ-KDX
          ELSE
          ACCEPT WS-HORA-KDX FROM TIME

          INITIALIZE REG-KDX
          MOVE WS-COD-PROD-MOV     TO COD-PRODUTO-KDX
          MOVE WS-SEQ-KDX          TO SEQ-KDX
          MOVE WS-DT-KARDEX        TO DT-KDX
          MOVE WS-HORA-KDX (1:6)   TO HR-KDX
          MOVE NUM-PEDIDO-D        TO NUM-DOC-KDX
          MOVE COD-FILIAL-PED-D    TO COD-FILIAL-KDX
          MOVE ZEROS               TO QTD-ENTRADA-KDX
          MOVE WS-QTD-MOV          TO QTD-SAIDA-KDX
          MOVE QTD-ESTOQUE         TO SALDO-KDX
          MOVE WS-PRIMEIRO-LOTE    TO LOTE-KDX
          WRITE REG-KDX.
      * mesma rotina de 2730-CONSOME-LOTES no FECHADIA.
       CONSOME-LOTES-FATUR.
          MOVE SPACES       TO WS-PRIMEIRO-LOTE
          MOVE WS-QTD-MOV   TO WS-QTD-A-CONSUMIR

          PERFORM BUSCA-LOTE-FEFO

          PERFORM UNTIL WS-QTD-A-CONSUMIR NOT > ZEROS
             OR NOT ACHOU-LOTE
             MOVE COD-FILIAL-PED-D  TO COD-FILIAL-LOTE
             MOVE WS-COD-PROD-MOV   TO COD-PRODUTO-LOTE
             MOVE WS-LOTE-ESCOLHIDO TO NUM-LOTE
             READ LOTE WITH LOCK
             IF FS-LOTE = ZEROS
          MOVE SPACES   TO WS-LOTE-ESCOLHIDO

          MOVE COD-FILIAL-PED-D TO COD-FILIAL-LOTE
          MOVE WS-COD-PROD-MOV  TO COD-PRODUTO-LOTE
          MOVE LOW-VALUES       TO NUM-LOTE
          START LOTE KEY IS >= XAV-LOTE
             INVALID KEY MOVE "S" TO WS-FIM-LOTES
                AT END MOVE "S" TO WS-FIM-LOTES
                NOT AT END
                   IF COD-FILIAL-LOTE NOT = COD-FILIAL-PED-D
                   OR COD-PRODUTO-LOTE NOT = WS-COD-PROD-MOV
                      MOVE "S" TO WS-FIM-LOTES
                   ELSE
                      IF QTD-LOTE > ZEROS
             INVALID KEY
                MOVE ZEROS  TO CNPJ-CLI
                MOVE SPACES TO RAZAO-CLI
                MOVE SPACES TO IE-CLI CONTRIB-ICMS-CLI
                MOVE SPACES TO UF-CLI
          END-READ
          MOVE UF-CLI TO WS-UF-CLI-NF
          CLOSE CLIENTE

          MOVE ZEROS TO WS-QTD-ITENS-NF
          MOVE ZEROS  TO WS-CFOP-NOTA
          MOVE SPACES TO WS-NATUREZA-NOTA
          IF PED-BONIFICACAO
             MOVE "B" TO WS-TIPO-OPER-CF
          ELSE
             MOVE "V" TO WS-TIPO-OPER-CF
          END-IF

          OPEN INPUT ITEM-PED
          IF FS EQUAL ZEROS
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
          CLOSE NOTAFIS NOTAITEM.
      *-----------------------------------------------------------------
      * GRAVA-ITEM-NOTA-DOC -- grava uma linha de NOTAITEM a partir do
      * item de pedido corrente, com a descricao atual do produto e o
      * CFOP da operacao (ACHACFOP: tipo do pedido, filial, UF do
      * cliente e grupo do produto). A primeira linha da o CFOP e a
      * natureza do cabecalho.
       GRAVA-ITEM-NOTA-DOC.
          ADD 1 TO WS-QTD-ITENS-NF
          MOVE SEQ-ITEM-PED TO WS-SEQ-NFI

          MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
          READ PRODUTO WITH IGNORE LOCK
             INVALID KEY
                MOVE SPACES TO DESCR-PRODUTO
                MOVE ZEROS  TO COD-GRUPO-PRODUTO
          END-READ
          MOVE ZEROS TO FS

          CALL "ACHACFOP" USING WS-TIPO-OPER-CF COD-FILIAL-PED
                                WS-UF-CLI-NF COD-GRUPO-PRODUTO
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
          END-PERFORM
          CLOSE FERIADO.
      *-----------------------------------------------------------------
      * PROMETE-ENTREGA-PED -- peso bruto do pedido e, para pedido
      * ainda sem data prometida, a rota do cliente e o primeiro dia
      * de entrega com capacidade livre (ver WS-TAB-OCUPACAO-PRM).
      * Cancelado/recusado nao ocupa rota; faturado em edicao so
      * guarda o que ja tinha (pedido antigo nao ganha promessa).
       PROMETE-ENTREGA-PED.
          MOVE ZEROS  TO WS-PRM-PESO WS-PRM-ROTA WS-PRM-DT
          MOVE SPACES TO WS-MSG-PROMESSA

          IF SIT-PEDIDO-D = "C" OR SIT-PEDIDO-D = "R"
             EXIT PARAGRAPH
          END-IF

          PERFORM PESO-PEDIDO-PRM

          IF DT-PROMETIDA-PED-D NOT = ZEROS
             EXIT PARAGRAPH
          END-IF
          IF EDITANDO-PED AND SIT-PEDIDO-D = "F"
             EXIT PARAGRAPH
          END-IF

          PERFORM LOCALIZA-ROTA-PRM
          IF WS-PRM-ROTA = ZEROS
             STRING "Cliente fora das rotas de entrega da filial"
                    " - pedido sem data prometida."
                    DELIMITED BY SIZE INTO WS-MSG-PROMESSA
             EXIT PARAGRAPH
          END-IF

          PERFORM MONTA-OCUPACAO-PRM
          PERFORM ESCOLHE-DIA-PRM

          IF PROMESSA-ACHADA
             STRING "Entrega prometida para " WS-PRM-DT (7:2)
                    "/" WS-PRM-DT (5:2) "/" WS-PRM-DT (1:4)
                    " (rota " WS-PRM-ROTA ")."
                    DELIMITED BY SIZE INTO WS-MSG-PROMESSA
          ELSE
             STRING "Rota " WS-PRM-ROTA " sem capacidade livre nos"
                    " proximos 60 dias - pedido sem data prometida."
                    DELIMITED BY SIZE INTO WS-MSG-PROMESSA
          END-IF.
      *-----------------------------------------------------------------
      * PESO-PEDIDO-PRM -- soma quantidade x peso bruto das linhas ja
      * gravadas do pedido. Produto sem peso cadastrado pesa zero.
       PESO-PEDIDO-PRM.
          MOVE "N" TO WS-FIM-ITENS-PRM

          OPEN INPUT ITEM-PED PRODUTO
          IF FS NOT = ZEROS
             CLOSE ITEM-PED PRODUTO
             MOVE ZEROS TO FS
             EXIT PARAGRAPH
          END-IF

          MOVE NUM-PEDIDO-D TO NUM-PEDIDO-ITEM
          MOVE ZEROS        TO SEQ-ITEM-PED
          START ITEM-PED KEY IS >= XAV-ITEM-PED
             INVALID KEY MOVE "S" TO WS-FIM-ITENS-PRM
          END-START

          PERFORM SOMA-PESO-LINHA-PRM UNTIL FIM-ITENS-PRM

          CLOSE ITEM-PED PRODUTO
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * SOMA-PESO-LINHA-PRM -- proxima linha do pedido e o peso dela.
       SOMA-PESO-LINHA-PRM.
          READ ITEM-PED NEXT WITH IGNORE LOCK
          IF FS NOT = ZEROS
          OR NUM-PEDIDO-ITEM NOT = NUM-PEDIDO-D
             MOVE "S" TO WS-FIM-ITENS-PRM
             EXIT PARAGRAPH
          END-IF

          MOVE COD-PRODUTO-ITEM TO XAV-PRODUTO
          READ PRODUTO WITH IGNORE LOCK
          IF FS = ZEROS
             COMPUTE WS-PRM-PESO ROUNDED = WS-PRM-PESO +
                     QTD-ITEM-PED * PESO-BRUTO-PRODUTO
                ON SIZE ERROR
                   MOVE 9999999.999 TO WS-PRM-PESO
             END-COMPUTE
          END-IF.
      *-----------------------------------------------------------------
      * LOCALIZA-ROTA-PRM -- rota ativa da filial do pedido que atende
      * a cidade do cliente; sem rota para a cidade vale a rota que
      * atende a UF inteira (mesma precedencia do CADROTA).
       LOCALIZA-ROTA-PRM.
          MOVE ZEROS  TO WS-PRM-ROTA-UF
          MOVE SPACES TO WS-PRM-UF WS-PRM-CIDADE

          OPEN INPUT CLIENTE
          IF FS = ZEROS
             MOVE COD-CLI-PED-D TO XAV-CLI
             READ CLIENTE WITH IGNORE LOCK
             IF FS = ZEROS
                MOVE FUNCTION UPPER-CASE(UF-CLI)     TO WS-PRM-UF
                MOVE FUNCTION UPPER-CASE(CIDADE-CLI) TO WS-PRM-CIDADE
             END-IF
          END-IF
          CLOSE CLIENTE
          MOVE ZEROS TO FS

          IF WS-PRM-UF = SPACES
             EXIT PARAGRAPH
          END-IF

          OPEN INPUT ROTA
          IF FS-ROTA NOT = ZEROS
             CLOSE ROTA
             EXIT PARAGRAPH
          END-IF

          MOVE "N"   TO WS-FIM-ROTA-PRM
          MOVE ZEROS TO XAV-ROTA
          START ROTA KEY IS >= XAV-ROTA
             INVALID KEY MOVE "S" TO WS-FIM-ROTA-PRM
          END-START

          PERFORM CONFERE-ROTA-PRM UNTIL FIM-ROTA-PRM

          IF WS-PRM-ROTA = ZEROS
             MOVE WS-PRM-ROTA-UF TO WS-PRM-ROTA
          END-IF

          IF WS-PRM-ROTA NOT = ZEROS
             MOVE WS-PRM-ROTA TO XAV-ROTA
             READ ROTA WITH IGNORE LOCK
             IF FS-ROTA = ZEROS
                MOVE DIAS-ENTREGA-ROTA TO WS-PRM-DIAS-SEM
                MOVE CAP-PESO-ROTA     TO WS-PRM-CAP-PESO
                MOVE CAP-PARADAS-ROTA  TO WS-PRM-CAP-PARADAS
                MOVE PRAZO-MIN-ROTA    TO WS-PRM-PRAZO
             ELSE
                MOVE ZEROS TO WS-PRM-ROTA
             END-IF
          END-IF

          CLOSE ROTA.
      *-----------------------------------------------------------------
      * CONFERE-ROTA-PRM -- proxima rota e as regioes dela.
       CONFERE-ROTA-PRM.
          READ ROTA NEXT WITH IGNORE LOCK
          IF FS-ROTA NOT = ZEROS
             MOVE "S" TO WS-FIM-ROTA-PRM
             EXIT PARAGRAPH
          END-IF

          IF NOT ROTA-ATIVA
          OR COD-FILIAL-ROTA NOT = COD-FILIAL-PED-D
             EXIT PARAGRAPH
          END-IF

          PERFORM CONFERE-REGIAO-PRM
             VARYING WS-PRM-IX FROM 1 BY 1
               UNTIL WS-PRM-IX > QTD-REGIOES-ROTA
                  OR WS-PRM-IX > 30.
      *-----------------------------------------------------------------
      * CONFERE-REGIAO-PRM -- uma regiao da rota contra a UF/cidade
      * do cliente.
       CONFERE-REGIAO-PRM.
          IF UF-REGIAO-ROTA (WS-PRM-IX) NOT = WS-PRM-UF
             EXIT PARAGRAPH
          END-IF

          IF CIDADE-REGIAO-ROTA (WS-PRM-IX) = SPACES
             IF WS-PRM-ROTA-UF = ZEROS
                MOVE COD-ROTA TO WS-PRM-ROTA-UF
             END-IF
          ELSE
             IF CIDADE-REGIAO-ROTA (WS-PRM-IX) = WS-PRM-CIDADE
             AND WS-PRM-ROTA = ZEROS
                MOVE COD-ROTA TO WS-PRM-ROTA
             END-IF
          END-IF.
      *-----------------------------------------------------------------
      * MONTA-OCUPACAO-PRM -- peso e paradas ja prometidos para a rota
      * em cada um dos 60 dias a partir do prazo minimo (contado de
      * hoje ou da data do pedido, a que for maior). Pedido entregue,
      * cancelado ou recusado libera o dia.
       MONTA-OCUPACAO-PRM.
          INITIALIZE WS-TAB-OCUPACAO-PRM

          ACCEPT WS-PRM-HOJE FROM DATE YYYYMMDD
          IF DT-PEDIDO-D > WS-PRM-HOJE
             MOVE DT-PEDIDO-D TO WS-PRM-HOJE
          END-IF
          COMPUTE WS-PRM-DIAS-INI =
                  FUNCTION INTEGER-OF-DATE(WS-PRM-HOJE) + WS-PRM-PRAZO

          OPEN INPUT PEDIDO
          IF FS NOT = ZEROS
             CLOSE PEDIDO
             MOVE ZEROS TO FS
             EXIT PARAGRAPH
          END-IF

          MOVE "N"   TO WS-FIM-PED-PRM
          MOVE ZEROS TO NUM-PEDIDO
          START PEDIDO KEY IS >= XAV-PED
             INVALID KEY MOVE "S" TO WS-FIM-PED-PRM
          END-START

          PERFORM SOMA-OCUPACAO-PRM UNTIL FIM-PED-PRM

          CLOSE PEDIDO
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * SOMA-OCUPACAO-PRM -- proximo pedido; prometido para a rota
      * dentro da janela, soma no dia dele.
       SOMA-OCUPACAO-PRM.
          READ PEDIDO NEXT WITH IGNORE LOCK
          IF FS NOT = ZEROS
             MOVE "S" TO WS-FIM-PED-PRM
             EXIT PARAGRAPH
          END-IF

          IF NUM-PEDIDO = NUM-PEDIDO-D
          OR COD-ROTA-PED NOT = WS-PRM-ROTA
          OR DT-PROMETIDA-PED = ZEROS
          OR PED-CANCELADO OR PED-RECUSADO
          OR ENTREGA-CONCLUIDA
             EXIT PARAGRAPH
          END-IF

          COMPUTE WS-PRM-DIAS-TESTE =
                  FUNCTION INTEGER-OF-DATE(DT-PROMETIDA-PED)
          IF WS-PRM-DIAS-TESTE < WS-PRM-DIAS-INI
          OR WS-PRM-DIAS-TESTE > WS-PRM-DIAS-INI + 59
             EXIT PARAGRAPH
          END-IF

          COMPUTE WS-PRM-DIA = WS-PRM-DIAS-TESTE - WS-PRM-DIAS-INI + 1
          ADD PESO-PED TO WS-OCUP-PESO-PRM (WS-PRM-DIA)
          ADD 1        TO WS-OCUP-PARADAS-PRM (WS-PRM-DIA).
      *-----------------------------------------------------------------
      * ESCOLHE-DIA-PRM -- primeiro dia da janela que e dia de entrega
      * da rota, nao e feriado e ainda comporta o pedido. Calendario
      * FERIADO ausente = so os dias da semana da rota contam.
       ESCOLHE-DIA-PRM.
          MOVE "N" TO WS-PRM-ACHOU WS-PRM-FERIADO

          OPEN INPUT FERIADO
          IF FS-FER = ZEROS
             MOVE "S" TO WS-PRM-FERIADO
          END-IF

          PERFORM TESTA-DIA-PRM
             VARYING WS-PRM-DIA FROM 1 BY 1
               UNTIL WS-PRM-DIA > 60 OR PROMESSA-ACHADA

          CLOSE FERIADO.
      *-----------------------------------------------------------------
      * TESTA-DIA-PRM -- um dia da janela. Pedido mais pesado que a
      * capacidade inteira ainda cabe num dia vazio (sai sozinho).
       TESTA-DIA-PRM.
          COMPUTE WS-PRM-DIAS-TESTE = WS-PRM-DIAS-INI + WS-PRM-DIA - 1
          DIVIDE WS-PRM-DIAS-TESTE BY 7 GIVING WS-QUOC-SEMANA
             REMAINDER WS-RESTO-SEMANA
          IF WS-RESTO-SEMANA = 0
             MOVE 7 TO WS-PRM-DIA-SEMANA
          ELSE
             MOVE WS-RESTO-SEMANA TO WS-PRM-DIA-SEMANA
          END-IF
          IF WS-PRM-DIAS-SEM (WS-PRM-DIA-SEMANA:1) NOT = "S"
             EXIT PARAGRAPH
          END-IF

          COMPUTE WS-DT-TESTE-UTIL =
                  FUNCTION DATE-OF-INTEGER(WS-PRM-DIAS-TESTE)
          IF CALENDARIO-FERIADO-PRM
             MOVE WS-DT-TESTE-UTIL TO XAV-FER
             READ FERIADO WITH IGNORE LOCK
             IF FS-FER = ZEROS
                EXIT PARAGRAPH
             END-IF
          END-IF

          IF WS-PRM-CAP-PARADAS > ZEROS
          AND WS-OCUP-PARADAS-PRM (WS-PRM-DIA) NOT < WS-PRM-CAP-PARADAS
             EXIT PARAGRAPH
          END-IF
          IF WS-PRM-CAP-PESO > ZEROS
          AND WS-OCUP-PARADAS-PRM (WS-PRM-DIA) > ZEROS
          AND WS-OCUP-PESO-PRM (WS-PRM-DIA) + WS-PRM-PESO
              > WS-PRM-CAP-PESO
             EXIT PARAGRAPH
          END-IF

          MOVE WS-DT-TESTE-UTIL TO WS-PRM-DT
          MOVE "S"              TO WS-PRM-ACHOU.
      *-----------------------------------------------------------------
      * AVISO-VASILHAME-PED -- soma o vasilhame em poder do cliente
      * (VASILHA) e, acima do parametro LIMITE-VASILHAME, avisa o
      * operador na mensagem da gravacao. Parametro zerado ou arquivo
          WRITE REG-ALOG
          CLOSE ACAO-LOG.
      *-----------------------------------------------------------------
      * NOTIFICA-PEDIDO-RECEBIDO -- aviso de pedido recebido (modelo
      * PEDRECEB) ao contato de compras do cliente, com o pedido que
      * esta em REG-PED: data, valor e a entrega prometida.
       NOTIFICA-PEDIDO-RECEBIDO.
          MOVE COD-CLI-PED      TO WS-NTF-COD-CLI
          MOVE "PEDRECEB"       TO WS-NTF-MODELO
          MOVE "C"              TO WS-NTF-FUNCAO
          MOVE NUM-PEDIDO       TO WS-NTF-NUM-PEDIDO
          MOVE VALOR-TOTAL-PED  TO WS-NTF-VALOR
          MOVE WS-NTF-VALOR     TO WS-NTF-VALOR-EDIT

          MOVE SPACES TO WS-NTF-DADOS
          STRING "PEDIDO=" NUM-PEDIDO "|DATA=" DT-PEDIDO
                 "|VALOR=" FUNCTION TRIM(WS-NTF-VALOR-EDIT)
                 "|PREVISAO=" DT-PROMETIDA-PED
                 DELIMITED BY SIZE INTO WS-NTF-DADOS

          PERFORM GRAVA-NOTIFICACAO-PED.
      *-----------------------------------------------------------------
      * NOTIFICA-PEDIDO-IMPORTADO -- fim da importacao: rele cada
      * pedido criado por ela (PEDIDO ainda aberto) e avisa o cliente,
      * menos o que ficou na fila de aprovacao.
       NOTIFICA-PEDIDO-IMPORTADO.
          MOVE WS-NTF-PED-IMP (WS-IX-NTF-IMP) TO XAV-PED
          READ PEDIDO WITH IGNORE LOCK
          IF FS NOT = ZEROS
             EXIT PARAGRAPH
          END-IF
          IF PED-ABERTO OR PED-FATURADO
             PERFORM NOTIFICA-PEDIDO-RECEBIDO
          END-IF.
      *-----------------------------------------------------------------
      * GRAVA-NOTIFICACAO-PED -- poe o aviso montado em WS-NTF- na
      * fila NOTIFIC com o proximo numero (criando o arquivo na
      * primeira vez). Falha de abertura nao impede a gravacao do
      * pedido - o aviso simplesmente nao sai.
       GRAVA-NOTIFICACAO-PED.
          OPEN I-O NOTIFIC
          IF FS-NTF = "35" OR FS-NTF = "05"
             OPEN OUTPUT NOTIFIC
             CLOSE NOTIFIC
             OPEN I-O NOTIFIC
          END-IF
          IF FS-NTF NOT = ZEROS
             CLOSE NOTIFIC
             EXIT PARAGRAPH
          END-IF

          PERFORM BUSCA-CONTATO-NTF-PED

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
          PERFORM GRAVA-REG-NTF-PED
             UNTIL NTF-GRAVADA OR WS-NTF-TENTATIVA > 9

          CLOSE NOTIFIC.
      *-----------------------------------------------------------------
      * BUSCA-CONTATO-NTF-PED -- contato ativo do cliente na funcao
      * pedida (WS-NTF-FUNCAO): o principal ou, na falta dele, o
      * primeiro com celular ou e-mail.
       BUSCA-CONTATO-NTF-PED.
          MOVE "N"    TO WS-NTF-ACHOU WS-NTF-FIM
          MOVE ZEROS  TO WS-NTF-SEQ-CTT
          MOVE SPACES TO WS-NTF-NOME WS-NTF-CANAL WS-NTF-DESTINO

          OPEN INPUT CONTATO
          IF FS-CTT NOT = ZEROS
             CLOSE CONTATO
             EXIT PARAGRAPH
          END-IF

          MOVE WS-NTF-COD-CLI TO COD-CLI-CTT
          MOVE ZEROS          TO SEQ-CTT
          START CONTATO KEY IS NOT LESS THAN XAV-CTT
             INVALID KEY MOVE "S" TO WS-NTF-FIM
          END-START

          PERFORM LE-CONTATO-NTF-PED UNTIL NTF-FIM-CONTATO

          CLOSE CONTATO.
      *-----------------------------------------------------------------
       LE-CONTATO-NTF-PED.
          READ CONTATO NEXT RECORD WITH IGNORE LOCK
             AT END
                MOVE "S" TO WS-NTF-FIM
                EXIT PARAGRAPH
          END-READ
          IF COD-CLI-CTT NOT = WS-NTF-COD-CLI
             MOVE "S" TO WS-NTF-FIM
             EXIT PARAGRAPH
          END-IF

          IF FUNCAO-CTT NOT = WS-NTF-FUNCAO OR NOT CTT-ATIVO
             EXIT PARAGRAPH
          END-IF
          IF NTF-ACHOU-CONTATO AND NOT CTT-PRINCIPAL
             EXIT PARAGRAPH
          END-IF

      * Canal preferido do contato; telefone fixo nao recebe mensagem
      * e vai pelo celular (WhatsApp) ou pelo e-mail que houver.
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
                EXIT PARAGRAPH
          END-EVALUATE

          MOVE "S"      TO WS-NTF-ACHOU
          MOVE SEQ-CTT  TO WS-NTF-SEQ-CTT
          MOVE NOME-CTT TO WS-NTF-NOME
          IF CTT-PRINCIPAL
             MOVE "S" TO WS-NTF-FIM
          END-IF.
      *-----------------------------------------------------------------
      * GRAVA-REG-NTF-PED -- grava o aviso no proximo numero livre
      * (outro programa pode ter gravado no meio tempo).
       GRAVA-REG-NTF-PED.
          ADD 1 TO WS-NTF-PROXIMO
          ADD 1 TO WS-NTF-TENTATIVA

          MOVE SPACES TO REG-NTF
          INITIALIZE REG-NTF
          MOVE WS-NTF-PROXIMO    TO NUM-NTF
          MOVE WS-NTF-COD-CLI    TO COD-CLI-NTF
          MOVE WS-NTF-DT         TO DT-GERACAO-NTF
          MOVE WS-NTF-HR (1:6)   TO HR-GERACAO-NTF
          MOVE "CADPED"          TO PROGRAMA-NTF
          MOVE WS-NTF-MODELO     TO MODELO-NTF
          MOVE WS-NTF-FUNCAO     TO FUNCAO-NTF
          MOVE WS-NTF-SEQ-CTT    TO SEQ-CTT-NTF
          MOVE WS-NTF-NOME       TO NOME-CONTATO-NTF
          MOVE WS-NTF-CANAL      TO CANAL-NTF
          MOVE WS-NTF-DESTINO    TO DESTINO-NTF
          MOVE WS-NTF-NUM-PEDIDO TO NUM-PEDIDO-NTF
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
                EXIT PARAGRAPH
          END-WRITE
          MOVE "S" TO WS-NTF-GRAVOU.
      *-----------------------------------------------------------------
       VALIDA-CLIENTE-PED.
          OPEN INPUT CLIENTE
          MOVE COD-CLI-PED TO XAV-CLI
          READ CLIENTE WITH IGNORE LOCK

          IF FS NOT = ZEROS OR CLI-INATIVO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Aten��o! Cliente " COD-CLI-PED
                    " n�o encontrado ou inativo."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF

          CLOSE CLIENTE.
      *-----------------------------------------------------------------
       VALIDA-VENDEDOR-PED.
          OPEN INPUT VENDEDOR
          MOVE COD-VEND-PED TO XAV-VEND
          READ VENDEDOR WITH IGNORE LOCK

          IF FS NOT = ZEROS OR VEND-INATIVO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Aten��o! Vendedor " COD-VEND-PED
                    " n�o encontrado ou inativo."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF

          CLOSE VENDEDOR.
      *-----------------------------------------------------------------
      * REPETIR-ULTIMO-PEDIDO -- acha o pedido nao cancelado mais
      * recente do cliente informado na tela, abre um numero novo e
      * copia as linhas reprecificadas pela tabela do cliente (ou pelo
      * PRECO-PRODUTO atual, quando ele nao tem preco de tabela),
      * conferindo o estoque da filial linha a linha (sem estoque, a
      * linha e pulada e contada). O resultado fica aberto na tela
      * para o operador ajustar e GRAVAR (que roda as validacoes de
      * sempre, inclusive o limite de credito).
       REPETIR-ULTIMO-PEDIDO.
          INITIALIZE CAMPO-ERRO ERRO-LER-D

          IF COD-CLI-PED-D = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Informe (ou selecione) o cliente antes"
                    " de repetir o ultimo pedido."
             OPEN INPUT ESTOQUE
          END-IF

      * Linhas reprecificadas pela tabela do cliente na data de hoje.
          MOVE COD-CLI-PED-D TO WS-PCL-COD-CLI
          ACCEPT WS-PCL-DATA FROM DATE YYYYMMDD

          MOVE WS-ULT-PEDIDO-CLI TO NUM-PEDIDO-ITEM
          MOVE ZEROS             TO SEQ-ITEM-PED
          START ITEM-PED KEY IS >= XAV-ITEM-PED
                OR NUM-PEDIDO-ITEM NOT = WS-ULT-PEDIDO-CLI
                MOVE COD-PRODUTO-ITEM TO WS-REP-COD-PRODUTO
                MOVE QTD-ITEM-PED     TO WS-REP-QTD
                COMPUTE WS-REP-DESC =
                   PERC-DESC-ITEM - PERC-DESC-CAMP-ITEM
                PERFORM COPIA-ITEM-REPETIDO
                READ ITEM-PED NEXT WITH IGNORE LOCK
             END-PERFORM
          MOVE WS-IPI-NOVO      TO VALOR-IPI-PED
          MOVE WS-CONDPAG-REPET TO COD-CONDPAG-PED
          MOVE WS-FILIAL-REPET  TO COD-FILIAL-PED
          SET ORIGEM-TELA       TO TRUE
          WRITE REG-PED

          CLOSE PEDIDO
          MOVE NUM-NOTA-FISCAL  TO NUM-NOTA-FISCAL-D
          MOVE COD-CONDPAG-PED  TO COD-CONDPAG-PED-D
          MOVE COD-FILIAL-PED   TO COD-FILIAL-PED-D
          MOVE COD-ROTA-PED     TO COD-ROTA-PED-D
          MOVE DT-PROMETIDA-PED TO DT-PROMETIDA-PED-D

          MOVE SPACES  TO WS-REG-PED-ANTES
          MOVE REG-PED TO WS-REG-PED-ANTES
          PERFORM LISTAR.
      *-----------------------------------------------------------------
      * COPIA-ITEM-REPETIDO -- uma linha do pedido de origem: reprecifica
      * pelo preco vigente na tabela do cliente ou, sem ele, pelo
      * PRECO-PRODUTO atual (produto precisa continuar ativo),
      * confere o estoque da filial (mesma regra de CLASSIFICA-LINHA-
      * ITEM: sem registro de estoque, sem controle) e grava a linha
      * nova acumulando totais e impostos.
             EXIT PARAGRAPH
          END-IF

      * Kit: confere o disponivel de cada componente.
          MOVE "C"                TO WS-KIT-ACAO
          MOVE WS-FILIAL-REPET    TO WS-KIT-FILIAL
          MOVE WS-REP-COD-PRODUTO TO WS-KIT-PRODUTO
          MOVE WS-REP-QTD         TO WS-KIT-QTD
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF KIT-SEM-SALDO
             ADD 1 TO WS-QTD-SEM-ESTOQUE
             EXIT PARAGRAPH
          END-IF

          MOVE WS-FILIAL-REPET    TO COD-FILIAL-EST
          MOVE WS-REP-COD-PRODUTO TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH IGNORE LOCK
          IF FS EQUAL ZEROS
          AND NOT PRODUTO-E-KIT
          AND WS-REP-QTD > QTD-ESTOQUE
             ADD 1 TO WS-QTD-SEM-ESTOQUE
             MOVE ZEROS TO FS
          END-IF
          MOVE ZEROS TO FS

          MOVE PRECO-PRODUTO      TO WS-PRECO-REPET
          MOVE WS-REP-COD-PRODUTO TO WS-PCL-COD-PRODUTO
          PERFORM BUSCA-PRECO-CLIENTE
          IF PRECO-TABELA-CLIENTE
             MOVE WS-PCL-PRECO TO WS-PRECO-REPET
          END-IF

      * Campanha vigente hoje (a do pedido de origem nao e herdada):
      * o desconto negociado da origem e mantido e o de campanha
      * somado; preco especial substitui o preco.
          MOVE WS-PRECO-REPET TO WS-ACP-PRECO-BASE
          PERFORM BUSCA-CAMPANHA-ITEM
          IF CAMPANHA-PRECO-ESP
             MOVE WS-ACP-PRECO-ESP TO WS-PRECO-REPET
          END-IF
          IF CAMPANHA-DESCONTO
             ADD WS-ACP-PERC-DESC TO WS-REP-DESC
                ON SIZE ERROR
                   MOVE 99.99 TO WS-REP-DESC
             END-ADD
          END-IF

          ADD 1 TO WS-SEQ-NOVO-ITEM WS-QTD-COPIADOS

          COMPUTE WS-VALOR-ITEM ROUNDED =
             WS-REP-QTD * WS-PRECO-REPET
             * (1 - WS-REP-DESC / 100)
          ADD WS-VALOR-ITEM TO WS-TOTAL-NOVO
          COMPUTE WS-ICMS-ITEM ROUNDED =
          MOVE WS-SEQ-NOVO-ITEM   TO SEQ-ITEM-PED
          MOVE WS-REP-COD-PRODUTO TO COD-PRODUTO-ITEM
          MOVE WS-REP-QTD         TO QTD-ITEM-PED
          MOVE WS-PRECO-REPET     TO PRECO-UNIT-ITEM
          MOVE WS-REP-DESC        TO PERC-DESC-ITEM
          MOVE WS-ICMS-ITEM       TO VALOR-ICMS-ITEM
          MOVE WS-IPI-ITEM        TO VALOR-IPI-ITEM
          MOVE WS-ACP-COD-CAMP    TO COD-CAMP-ITEM
          MOVE WS-ACP-PERC-DESC   TO PERC-DESC-CAMP-ITEM
          WRITE REG-ITEM-PED
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * este proprio pedido) e recusa a gravacao quando a exposicao
      * com o valor novo passa de LIMITE-CRED-CLI. Limite zerado no
      * cadastro = sem limite definido, nao bloqueia (comportamento
      * historico). Usa so os campos -D da tela porque le os
      * arquivos pelas areas de registro: os titulos pela chave
      * cliente + vencimento (CLI-VENC-RECEB) e os pedidos pela
      * cliente + data (CLI-DT-PED), so os do cliente, ate a troca
      * de cliente; status 02 (chave repetida) e leitura normal,
      * como em CARREGA-FILTRO-CLI-PED. Cliente com titulo em
      * protesto/negativacao (EM-PROTESTO, programa PROTESTO) e
      * barrado de vez, com ou sem limite cadastrado - nao vai para
      * a fila de aprovacao.
       VALIDA-LIMITE-CRED-PED.
          MOVE ZEROS TO WS-LIMITE-CRED-CLI WS-EXPOSICAO-CLI
          MOVE "N"   TO WS-CLI-EM-PROTESTO

          OPEN INPUT CLIENTE
          MOVE COD-CLI-PED-D TO XAV-CLI
          END-IF
          CLOSE CLIENTE

          OPEN INPUT RECEBIMENTO
          IF FS EQUAL ZEROS
             INITIALIZE REG-RECEB
             MOVE COD-CLI-PED-D TO COD-CLI-RECEB
             MOVE ZEROS         TO DT-VENCIMENTO-RECEB
             START RECEBIMENTO KEY IS >= CLI-VENC-RECEB
             IF FS EQUAL ZEROS
                READ RECEBIMENTO NEXT WITH IGNORE LOCK
                PERFORM UNTIL (FS NOT = ZEROS AND FS NOT = "02")
                   OR COD-CLI-RECEB NOT = COD-CLI-PED-D
      * Titulo com baixa parcial conta so o residual, mesmo calculo
      * do APROVPED e do CADORC.
                   IF RECEB-ABERTO
                      COMPUTE WS-EXPOSICAO-CLI = WS-EXPOSICAO-CLI
                          + VALOR-RECEB - VALOR-RECEBIDO-RECEB
                      IF EM-PROTESTO
                         MOVE "S" TO WS-CLI-EM-PROTESTO
                      END-IF
                   END-IF
                   READ RECEBIMENTO NEXT WITH IGNORE LOCK
                END-PERFORM
          END-IF
          CLOSE RECEBIMENTO

          IF CLI-EM-PROTESTO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Cliente " COD-CLI-PED-D
                    " tem titulo em protesto/negativacao - pedido"
                    " bloqueado ate a baixa ou retirada."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          IF WS-LIMITE-CRED-CLI NOT > ZEROS
             EXIT PARAGRAPH
          END-IF

          OPEN INPUT PEDIDO
          IF FS EQUAL ZEROS
             INITIALIZE REG-PED
             MOVE COD-CLI-PED-D TO COD-CLI-PED
             MOVE ZEROS         TO DT-PEDIDO
             START PEDIDO KEY IS >= CLI-DT-PED
             IF FS EQUAL ZEROS
                READ PEDIDO NEXT WITH IGNORE LOCK
                PERFORM UNTIL (FS NOT = ZEROS AND FS NOT = "02")
                   OR COD-CLI-PED NOT = COD-CLI-PED-D
                   IF PED-ABERTO
                   AND NUM-PEDIDO NOT = NUM-PEDIDO-D
                      ADD VALOR-TOTAL-PED TO WS-EXPOSICAO-CLI
                   END-IF
                 TO WS-MOTIVO-PENDENCIA
          END-IF.
      *-----------------------------------------------------------------
      * VALIDA-ANALISE-CRED-PED -- situacao do cliente na analise de
      * credito (SIT-CRED-CLI, parecer do LIBCRED). Aguardando analise
      * poe o pedido na fila de aprovacao com motivo proprio (esse
      * motivo prevalece sobre o do limite); recusado barra a gravacao.
       VALIDA-ANALISE-CRED-PED.
          OPEN INPUT CLIENTE
          MOVE COD-CLI-PED-D TO XAV-CLI
          READ CLIENTE WITH IGNORE LOCK

          IF FS = ZEROS
             IF CRED-RECUSADO
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! Cliente " COD-CLI-PED-D
                       " recusado na analise de credito - pedido"
                       " nao aceito."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
             END-IF
             IF CRED-PENDENTE
                MOVE "CLIENTE AGUARDANDO ANALISE DE CREDITO"
                    TO WS-MOTIVO-PENDENCIA
             END-IF
          END-IF

          CLOSE CLIENTE.
      *-----------------------------------------------------------------
      * VALIDA-DOCUMENTOS-CLI-PED -- no faturamento, o cliente
      * contribuinte do ICMS precisa ter inscricao estadual e nenhum
      * documento obrigatorio ativo (DOCCLI) pode estar vencido.
      * Sem DOCCLI (nenhum documento cadastrado ainda) nao barra.
       VALIDA-DOCUMENTOS-CLI-PED.
          OPEN INPUT CLIENTE
          MOVE COD-CLI-PED-D TO XAV-CLI
          READ CLIENTE WITH IGNORE LOCK
          IF FS = ZEROS
             IF CLI-CONTRIBUINTE AND IE-CLI = SPACES
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! Cliente " COD-CLI-PED-D
                       " contribuinte do ICMS sem inscricao estadual"
                       " - informe a IE antes de faturar."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
             END-IF
          END-IF
          CLOSE CLIENTE
          MOVE ZEROS TO FS
          IF ERRO-LER-D NOT = SPACES
             EXIT PARAGRAPH
          END-IF

          MOVE "N" TO WS-DOC-PENDENTE WS-FIM-DOCS-CLI
          ACCEPT WS-HOJE-DOCS FROM DATE YYYYMMDD

          OPEN INPUT DOCCLI
          IF FS-DCL NOT = ZEROS
             CLOSE DOCCLI
             EXIT PARAGRAPH
          END-IF

          MOVE COD-CLI-PED-D TO COD-CLI-DCL
          MOVE LOW-VALUES    TO TIPO-DCL
          START DOCCLI KEY IS >= XAV-DCL
             INVALID KEY MOVE "S" TO WS-FIM-DOCS-CLI
          END-START

          PERFORM CONFERE-DOCUMENTO-CLI
             UNTIL FIM-DOCS-CLI OR DOC-PENDENTE-CLI

          CLOSE DOCCLI

          IF DOC-PENDENTE-CLI
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Documento " WS-TIPO-DOC-VENCIDO
                    " do cliente " COD-CLI-PED-D
                    " vencido em " WS-DT-DOC-VENCIDO
                    " - renove no cadastro antes de faturar."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF.
      *-----------------------------------------------------------------
      * CONFERE-DOCUMENTO-CLI -- proximo documento do cliente; ativo,
      * obrigatorio e com validade anterior a hoje barra o faturamento
      * (validade zerada = sem vencimento).
       CONFERE-DOCUMENTO-CLI.
          READ DOCCLI NEXT WITH IGNORE LOCK
          IF FS-DCL NOT = ZEROS
          OR COD-CLI-DCL NOT = COD-CLI-PED-D
             MOVE "S" TO WS-FIM-DOCS-CLI
             EXIT PARAGRAPH
          END-IF

          IF DCL-ATIVO AND DCL-OBRIGATORIO
          AND DT-VALIDADE-DCL NOT = ZEROS
          AND DT-VALIDADE-DCL < WS-HOJE-DOCS
             MOVE "S"             TO WS-DOC-PENDENTE
             MOVE TIPO-DCL        TO WS-TIPO-DOC-VENCIDO
             MOVE DT-VALIDADE-DCL TO WS-DT-DOC-VENCIDO
          END-IF.
      *-----------------------------------------------------------------
      * VALIDA-CONDPAG-PED -- condicao de pagamento zerada e sempre
      * valida (parcela unica em 30 dias, o prazo historico); quando
      * informada, precisa existir e estar ativa em CONDPAG, mesmo
      *-----------------------------------------------------------------
      * CARREGA-FILTRO-CLI-PED -- usada s� na primeira LISTAR depois
      * que o programa foi chamado com LK-FILTRO-COD-CLI-PED preen-
      * chido (bot�o "Hist�rico de Pedidos" de CADCLI). Os pedidos
      * do cliente sao lidos pela chave alternativa cliente + data
      * (CLI-DT-PED) ate a troca de cliente, em ordem de data; status
      * 02 (proximo pedido no mesmo cliente e data) e leitura normal.
      * Limita a 50 itens como CARREGA-PAGINA-PED, j� que a tela
      * n�o pagina dentro de um filtro (mesma regra de
      * CARREGA-FILTRO-PED).
       CARREGA-FILTRO-CLI-PED.
          SET OBJECT-REFERENCE TO WS-LISTA
          MOVE "CLEAR-OBJECT"  TO CALL-FUNCTION
          OPEN INPUT PEDIDO

          INITIALIZE REG-PED
          MOVE WS-FILTRO-COD-CLI-PED TO COD-CLI-PED
          MOVE ZEROS                 TO DT-PEDIDO
          START PEDIDO KEY IS >= CLI-DT-PED
          IF FS EQUAL ZEROS
             READ PEDIDO NEXT WITH IGNORE LOCK
             PERFORM UNTIL (FS NOT = ZEROS AND FS NOT = "02")
                OR COD-CLI-PED NOT = WS-FILTRO-COD-CLI-PED
                IF COD-CLI-PED EQUAL WS-FILTRO-COD-CLI-PED
                   IF WS-ITENS-PAGINA < 50
                      ADD 1 TO WS-ITENS-PAGINA
      * CLASSIFICA-LINHA-CLI em CADCLI.
       CLASSIFICA-LINHA-ITEM.
          MOVE "N" TO WS-PEND-DESC-IMPORT WS-LINHA-SUBSTITUIDA
                      WS-PEND-CRED-IMPORT WS-PEND-MARG-IMPORT
          MOVE ZEROS TO WS-COD-PRODUTO-ORIG
          MOVE ZEROS TO WS-ACP-COD-CAMP WS-ACP-PERC-DESC
                        WS-ACP-PRECO-ESP
          MOVE SPACES TO WS-ACP-TIPO
          INITIALIZE WS-CSV-NUM-PEDIDO WS-CSV-COD-CLI WS-CSV-COD-VEND
          WS-CSV-DATA WS-CSV-COD-PRODUTO WS-CSV-DESCR-PRODUTO
          WS-CSV-QTD-TEXT WS-CSV-PRECO-TEXT WS-CSV-DESC-TEXT
             EXIT PARAGRAPH
          END-IF

      * Analise de credito (LIBCRED), com o registro de CLIENTE ainda
      * em memoria da validacao acima: recusado rejeita a linha; ainda
      * em analise, o pedido inteiro fica retido na fila de aprovacao.
          IF CRED-RECUSADO
             MOVE "Cliente recusado na analise de credito"
                                              TO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF
          IF CRED-PENDENTE
             MOVE "S" TO WS-PEND-CRED-IMPORT
          END-IF

          MOVE WS-COD-VEND-PED TO COD-VEND-PED
          PERFORM VALIDA-VENDEDOR-PED
          IF ERRO-LER-D NOT = SPACES
          END-IF

          MOVE FUNCTION NUMVAL(WS-CSV-PRECO-TEXT) TO WS-PRECO-EDIT
      * Preco em branco (ou zero) na linha: vale o preco da tabela do
      * cliente, quando o produto tem vigencia nela na data do pedido.
          MOVE WS-COD-CLI-PED      TO WS-PCL-COD-CLI
          MOVE WS-COD-PRODUTO-ITEM TO WS-PCL-COD-PRODUTO
          MOVE WS-DT-PEDIDO        TO WS-PCL-DATA
          PERFORM BUSCA-PRECO-CLIENTE
          IF WS-PRECO-EDIT NOT > 0 AND PRECO-TABELA-CLIENTE
             MOVE WS-PCL-PRECO TO WS-PRECO-EDIT
          END-IF
      * Campanha promocional vigente na data do pedido: preco
      * especial toma o lugar do preco da linha (e dispensa a
      * conferencia de tabela); desconto e somado mais abaixo.
          MOVE WS-PRECO-EDIT TO WS-ACP-PRECO-BASE
          PERFORM BUSCA-CAMPANHA-ITEM
          IF CAMPANHA-PRECO-ESP
             MOVE WS-ACP-PRECO-ESP TO WS-PRECO-EDIT
          END-IF
          IF WS-PRECO-EDIT NOT > 0
             MOVE "Pre�o unit�rio deve ser maior que zero"
                                              TO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF
          IF NOT CAMPANHA-PRECO-ESP
             PERFORM VALIDA-PRECO-TABELA-ITEM
             IF WS-MOTIVO-REJEICAO NOT = SPACES
                EXIT PARAGRAPH
             END-IF
          END-IF

      * Desconto da linha (coluna opcional) confrontado com o teto do
             MOVE "S" TO WS-PEND-DESC-IMPORT
          END-IF

      * Desconto de campanha entra no desconto da linha so depois da
      * conferencia do teto -- e concessao da empresa, nao do vendedor.
          IF CAMPANHA-DESCONTO
             ADD WS-ACP-PERC-DESC TO WS-DESC-EDIT
                ON SIZE ERROR
                   MOVE 99.99 TO WS-DESC-EDIT
             END-ADD
          END-IF

      * Confere o estoque dispon�vel -- produto sem registro em
      * ESTOQUE n�o tem controle de estoque e passa direto (mesma
      * conven��o de PRODUTO ser criado no primeiro pedido visto).
      * Disponivel = saldo fisico menos o ja reservado por pedidos
      * abertos (modelo de reserva: a baixa fisica so acontece no
      * faturamento). Kit confere o disponivel de cada componente e
      * nao tem substituto automatico.
          MOVE "C"                 TO WS-KIT-ACAO
          MOVE WS-FILIAL-IMPORT    TO WS-KIT-FILIAL
          MOVE WS-COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
          MOVE WS-QTD-EDIT         TO WS-KIT-QTD
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF KIT-SEM-SALDO
             MOVE "S" TO WS-REJEITO-ESTOQUE
             MOVE "Componente do kit sem estoque disponivel"
                                           TO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF
          IF PRODUTO-E-KIT
             PERFORM VERIFICA-MARGEM-ITEM
             MOVE "SIM" TO WS-LINHA-VALIDA
             EXIT PARAGRAPH
          END-IF

          MOVE WS-FILIAL-IMPORT    TO COD-FILIAL-EST
          MOVE WS-COD-PRODUTO-ITEM TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH IGNORE LOCK
             END-IF
          END-IF

      * Margem da linha ja com o produto final (substituto, se houve
      * troca) e o desconto total, campanha inclusive.
          PERFORM VERIFICA-MARGEM-ITEM

          MOVE "SIM" TO WS-LINHA-VALIDA.
      *-----------------------------------------------------------------
      * BUSCA-SUBSTITUTO-ITEM -- percorre os substitutos do produto
      * precisa bater com o preco de alguma tabela vigente, senao a
      * linha e rejeitada como preco fora de tabela. TABPRECO nao tem
      * chave so por produto, entao a conferencia e uma varredura
      * sequencial (arquivo pequeno). Cliente com tabela propria ou de
      * canal (BUSCA-PRECO-CLIENTE, chamada antes) e conferido so
      * contra ela: o preco precisa ser o da tabela dele, e produto
      * sem vigencia nela mas com preco em outra tabela e rejeitado.
       VALIDA-PRECO-TABELA-ITEM.
          IF PRECO-TABELA-CLIENTE
             IF WS-PRECO-EDIT NOT = WS-PCL-PRECO
                MOVE WS-PCL-PRECO TO WS-PCL-PRECO-EDIT
                STRING "Preco fora da tabela " WS-PCL-TABELA
                       " do cliente ("
                       FUNCTION TRIM(WS-PCL-PRECO-EDIT) ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
             END-IF
             EXIT PARAGRAPH
          END-IF

          MOVE ZEROS TO WS-TABP-ENCONTRADA WS-TABP-PRECO-OK

          INITIALIZE REG-TABP
             END-PERFORM
          END-IF

          IF WS-TABP-ENCONTRADA = 1 AND PRODUTO-FORA-TABELA-CLI
             STRING "Produto sem preco na tabela " WS-PCL-TABELA
                    " do cliente"
                    DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF

          IF WS-TABP-ENCONTRADA = 1 AND WS-TABP-PRECO-OK = 0
             MOVE "Preco unitario fora da tabela vigente"
                                              TO WS-MOTIVO-REJEICAO
          END-IF.
      *-----------------------------------------------------------------
      * BUSCA-PRECO-CLIENTE -- tabela de preco do cliente (a propria ou
      * a padrao do canal de venda) e o preco do produto vigente nela
      * na data, pelo PRECOCLI. Entrada em WS-PCL-COD-CLI,
      * WS-PCL-COD-PRODUTO e WS-PCL-DATA; retorno "S" = preco achado,
      * "N" = produto sem vigencia na tabela do cliente, "T" = cliente
      * sem tabela.
       BUSCA-PRECO-CLIENTE.
          CALL "PRECOCLI" USING WS-PCL-COD-CLI WS-PCL-COD-PRODUTO
                                WS-PCL-DATA WS-PCL-TABELA
                                WS-PCL-PRECO WS-PCL-RETORNO
          CANCEL "PRECOCLI".
      *-----------------------------------------------------------------
      * BUSCA-CAMPANHA-ITEM -- campanha promocional que vale para o
      * cliente, produto e data de WS-PCL-COD-CLI, WS-PCL-COD-PRODUTO
      * e WS-PCL-DATA sobre o preco WS-ACP-PRECO-BASE, pelo ACHACAMP.
      * WS-ACP-COD-CAMP zerado = linha fora de campanha.
       BUSCA-CAMPANHA-ITEM.
          CALL "ACHACAMP" USING WS-PCL-COD-CLI WS-PCL-COD-PRODUTO
                                WS-PCL-DATA WS-ACP-PRECO-BASE
                                WS-ACP-COD-CAMP WS-ACP-TIPO
                                WS-ACP-PERC-DESC WS-ACP-PRECO-ESP
          CANCEL "ACHACAMP".
      *-----------------------------------------------------------------
      * VERIFICA-MARGEM-ITEM -- margem da linha importada contra o
      * piso do grupo do produto (MARGMIN); abaixo dele liga a
      * pendencia de margem do pedido.
       VERIFICA-MARGEM-ITEM.
          MOVE WS-COD-PRODUTO-ITEM TO WS-MMN-COD-PRODUTO
          MOVE WS-QTD-EDIT         TO WS-MMN-QTD
          MOVE WS-PRECO-EDIT       TO WS-MMN-PRECO
          MOVE WS-DESC-EDIT        TO WS-MMN-PERC-DESC
          PERFORM CONFERE-MARGEM-MMN
          IF MARGEM-ABAIXO-PISO
             MOVE "S" TO WS-PEND-MARG-IMPORT
          END-IF.
      *-----------------------------------------------------------------
      * CONFERE-MARGEM-MMN -- chama o MARGMIN com a linha montada nos
      * campos WS-MMN-.
       CONFERE-MARGEM-MMN.
          CALL "MARGMIN" USING WS-MMN-COD-PRODUTO WS-MMN-QTD
                               WS-MMN-PRECO WS-MMN-PERC-DESC
                               WS-MMN-PERC-MARGEM WS-MMN-PERC-PISO
                               WS-MMN-RETORNO
          CANCEL "MARGMIN".
      *-----------------------------------------------------------------
      * VALIDA-MARGEM-PED -- na gravacao, confere a margem das linhas
      * ja gravadas do pedido em ITEM-PED; a primeira abaixo do piso
      * do grupo poe o pedido na fila de aprovacao. Usa a area de
      * ITEM-PED, entao roda antes de qualquer linha ser montada.
       VALIDA-MARGEM-PED.
          MOVE "N" TO WS-FIM-ITENS-MMN

          OPEN INPUT ITEM-PED
          IF FS NOT = ZEROS
             CLOSE ITEM-PED
             MOVE ZEROS TO FS
             EXIT PARAGRAPH
          END-IF

          MOVE NUM-PEDIDO-D TO NUM-PEDIDO-ITEM
          MOVE ZEROS        TO SEQ-ITEM-PED
          START ITEM-PED KEY IS >= XAV-ITEM-PED
             INVALID KEY MOVE "S" TO WS-FIM-ITENS-MMN
          END-START

          PERFORM CONFERE-MARGEM-LINHA-PED UNTIL FIM-ITENS-MMN

          CLOSE ITEM-PED
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * CONFERE-MARGEM-LINHA-PED -- proxima linha do pedido e a
      * margem dela.
       CONFERE-MARGEM-LINHA-PED.
          READ ITEM-PED NEXT WITH IGNORE LOCK
          IF FS NOT = ZEROS
          OR NUM-PEDIDO-ITEM NOT = NUM-PEDIDO-D
             MOVE "S" TO WS-FIM-ITENS-MMN
             EXIT PARAGRAPH
          END-IF

          MOVE COD-PRODUTO-ITEM TO WS-MMN-COD-PRODUTO
          MOVE QTD-ITEM-PED     TO WS-MMN-QTD
          MOVE PRECO-UNIT-ITEM  TO WS-MMN-PRECO
          MOVE PERC-DESC-ITEM   TO WS-MMN-PERC-DESC
          PERFORM CONFERE-MARGEM-MMN
          IF MARGEM-ABAIXO-PISO
             MOVE "MARGEM ABAIXO DO MINIMO DO GRUPO"
                 TO WS-MOTIVO-PENDENCIA
             MOVE "S" TO WS-FIM-ITENS-MMN
          END-IF.
      *-----------------------------------------------------------------
      * L� o ponto de checkpoint de uma importa��o anterior que tenha
      * sido interrompida (arquivo ausente ou vazio = nenhum checkpoint
      * pendente, come�a do zero). WS-CKP-ALVO guarda quantas linhas de

          INITIALIZE CAMPO-ERRO ERRO-LER-D
          MOVE 0 TO WS-CONT-OK WS-CONT-ERRO
          MOVE 0 TO WS-QTD-NTF-IMP

          PERFORM LER-PARAM-FILIAL

                PERFORM GRAVA-REJEITO-PED
                IF REJEITADO-POR-ESTOQUE
                   PERFORM GRAVA-BACKORDER-PED
      * Disponivel das demais filiais vai para o log de rejeitos,
      * para o comercial decidir se atende a pendencia por outra
      * filial (ATENDER-FILIAL).
                   MOVE WS-COD-PRODUTO-ITEM TO WS-TRF-PRODUTO
                   MOVE WS-FILIAL-IMPORT    TO WS-TRF-FILIAL-EXCL
                   MOVE "S"                 TO WS-TRF-GRAVA-REJ
                   PERFORM MONTA-DISPONIVEL-FILIAIS
                   MOVE SPACES TO REG-RETPED
                   STRING "BACKORDER;" WS-NUM-PEDIDO ";"
                          WS-SEQ-BACK ";"
                SET PED-ABERTO       TO TRUE
                MOVE ZEROS           TO VALOR-TOTAL-PED
                MOVE WS-FILIAL-IMPORT TO COD-FILIAL-PED
                SET ORIGEM-IMPORTACAO TO TRUE
                WRITE REG-PED
                IF (FS = ZEROS OR FS = "02")
                AND WS-QTD-NTF-IMP < 500
                   ADD 1 TO WS-QTD-NTF-IMP
                   MOVE WS-NUM-PEDIDO
                       TO WS-NTF-PED-IMP (WS-QTD-NTF-IMP)
                END-IF
             END-IF

      * Linha com desconto acima do teto (ou margem abaixo do piso)
      * poe o pedido inteiro na fila de aprovacao; linhas ja
      * reservadas deste pedido tem a reserva liberada, para pedido
      * "G" ficar com efeito zero no estoque ate o supervisor decidir.
             IF (PENDENCIA-DESC-IMPORT OR PENDENCIA-CRED-IMPORT
             OR PENDENCIA-MARG-IMPORT)
             AND NOT PED-PENDENTE-APROV
                PERFORM ESTORNA-ESTOQUE-PENDENCIA
                MOVE WS-NUM-PEDIDO TO XAV-PED
                READ PEDIDO WITH LOCK
             END-IF
             IF PENDENCIA-CRED-IMPORT
                SET PED-PENDENTE-APROV TO TRUE
                MOVE "CLIENTE AGUARDANDO ANALISE DE CREDITO"
                    TO MOTIVO-PENDENCIA-PED
             ELSE
                IF PENDENCIA-DESC-IMPORT
                   SET PED-PENDENTE-APROV TO TRUE
                   MOVE "DESCONTO ACIMA DO TETO DO VENDEDOR"
                       TO MOTIVO-PENDENCIA-PED
                ELSE
                   IF PENDENCIA-MARG-IMPORT
                      SET PED-PENDENTE-APROV TO TRUE
                      MOVE "MARGEM ABAIXO DO MINIMO DO GRUPO"
                          TO MOTIVO-PENDENCIA-PED
                   END-IF
                END-IF
             END-IF

             COMPUTE WS-VALOR-ITEM ROUNDED =
             MOVE WS-ICMS-ITEM        TO VALOR-ICMS-ITEM
             MOVE WS-IPI-ITEM         TO VALOR-IPI-ITEM
             MOVE WS-COD-PRODUTO-ORIG TO COD-PRODUTO-ORIG-ITEM
             MOVE ZEROS               TO NUM-TRF-ITEM
             MOVE WS-ACP-COD-CAMP     TO COD-CAMP-ITEM
             MOVE WS-ACP-PERC-DESC    TO PERC-DESC-CAMP-ITEM
             WRITE REG-ITEM-PED

      * Substituicao automatica anotada no log da importacao, junto
      * Reserva do estoque -- s� quando o produto tem registro em
      * ESTOQUE (mesma regra de CLASSIFICA-LINHA-ITEM: sem registro,
      * sem controle de estoque). A baixa fisica com KARDEX so
      * acontece no faturamento (FECHADIA ou GRAVAR). Kit reserva os
      * componentes.
             MOVE "N" TO WS-PRODUTO-KIT
             IF NOT PED-PENDENTE-APROV
                MOVE "R"                 TO WS-KIT-ACAO
                MOVE WS-FILIAL-IMPORT    TO WS-KIT-FILIAL
                MOVE WS-COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
                MOVE WS-QTD-EDIT         TO WS-KIT-QTD
                PERFORM MOVIMENTA-COMPONENTES-KIT
             END-IF
             MOVE WS-FILIAL-IMPORT    TO COD-FILIAL-EST
             MOVE WS-COD-PRODUTO-ITEM TO COD-PRODUTO OF REG-ESTOQUE
             IF NOT PED-PENDENTE-APROV
             AND NOT PRODUTO-E-KIT
                READ ESTOQUE WITH LOCK
                IF FS EQUAL ZEROS
                   ADD WS-QTD-EDIT TO QTD-RESERVADA-EST
          MOVE ZEROS TO WS-CKP-LINHA
          PERFORM GRAVA-CHECKPOINT-PED

          PERFORM NOTIFICA-PEDIDO-IMPORTADO
             VARYING WS-IX-NTF-IMP FROM 1 BY 1
             UNTIL WS-IX-NTF-IMP > WS-QTD-NTF-IMP

          CLOSE CSV-FILE PEDIDO PRODUTO ITEM-PED ESTOQUE KARDEX
                TABPRECO BACKORD REJEITOS-FILE RETPED-FILE

      *-----------------------------------------------------------------
      * LIBERA-RESERVA-LINHA-GRV -- libera a reserva de uma linha na
      * filial do pedido (so quando ha registro em ESTOQUE, simetrico
      * a reserva). Nao houve movimento fisico, sem KARDEX. Kit
      * libera os componentes.
       LIBERA-RESERVA-LINHA-GRV.
      * Linha com transferencia ainda nao recebida nao tem reserva
      * na filial do pedido (a reserva esta na origem, com a
      * transferencia).
          PERFORM LE-TRANSF-LINHA
          IF NOT TRF-LINHA-RECEBIDA
             EXIT PARAGRAPH
          END-IF

          MOVE "L"              TO WS-KIT-ACAO
          MOVE COD-FILIAL-PED   TO WS-KIT-FILIAL
          MOVE COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
          MOVE QTD-ITEM-PED     TO WS-KIT-QTD
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF PRODUTO-E-KIT
             EXIT PARAGRAPH
          END-IF

          MOVE COD-FILIAL-PED   TO COD-FILIAL-EST
          MOVE COD-PRODUTO-ITEM TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
      * DEVOLVE-ESTOQUE-PENDENCIA -- libera a reserva de uma linha ja
      * reservada (so quando ha registro em ESTOQUE, simetrico a
      * reserva). Nao houve movimento fisico, entao nao ha KARDEX a
      * estornar. Kit libera os componentes.
       DEVOLVE-ESTOQUE-PENDENCIA.
          PERFORM LE-TRANSF-LINHA
          IF NOT TRF-LINHA-RECEBIDA
             EXIT PARAGRAPH
          END-IF

          MOVE "L"              TO WS-KIT-ACAO
          MOVE WS-FILIAL-IMPORT TO WS-KIT-FILIAL
          MOVE COD-PRODUTO-ITEM TO WS-KIT-PRODUTO
          MOVE QTD-ITEM-PED     TO WS-KIT-QTD
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF PRODUTO-E-KIT
             EXIT PARAGRAPH
          END-IF

          MOVE WS-FILIAL-IMPORT TO COD-FILIAL-EST
          MOVE COD-PRODUTO-ITEM TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          END-IF
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * MOVIMENTA-COMPONENTES-KIT -- quando WS-KIT-PRODUTO e um kit
      * (tem componentes em KIT), aplica WS-KIT-ACAO a cada componente
      * na filial WS-KIT-FILIAL, na quantidade WS-KIT-QTD vezes a do
      * componente, e liga PRODUTO-E-KIT; produto comum volta com
      * PRODUTO-E-KIT desligado sem nada feito. ESTOQUE (e KARDEX/
      * LOTE na baixa e na devolucao) ja vem aberto pelo chamador;
      * KIT abre e fecha aqui mesmo, mesma tecnica de
      * BUSCA-SUBSTITUTO-ITEM.
       MOVIMENTA-COMPONENTES-KIT.
          MOVE "N" TO WS-PRODUTO-KIT WS-KIT-SEM-SALDO
          OPEN INPUT KIT
          IF FS-KIT NOT = ZEROS
             CLOSE KIT
             EXIT PARAGRAPH
          END-IF

          MOVE "N"            TO WS-FIM-KIT
          MOVE WS-KIT-PRODUTO TO COD-KIT
          MOVE ZEROS          TO COD-COMPONENTE-KIT
          START KIT KEY IS >= XAV-KIT
             INVALID KEY MOVE "S" TO WS-FIM-KIT
          END-START

          PERFORM MOVIMENTA-UM-COMPONENTE UNTIL FIM-KIT

          CLOSE KIT
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * MOVIMENTA-UM-COMPONENTE -- proximo componente do kit e a acao
      * pedida sobre ele.
       MOVIMENTA-UM-COMPONENTE.
          READ KIT NEXT RECORD
             AT END MOVE "S" TO WS-FIM-KIT
          END-READ
          IF FIM-KIT
             EXIT PARAGRAPH
          END-IF
          IF COD-KIT NOT = WS-KIT-PRODUTO
             MOVE "S" TO WS-FIM-KIT
             EXIT PARAGRAPH
          END-IF

          MOVE "S"                TO WS-PRODUTO-KIT
          MOVE COD-COMPONENTE-KIT TO WS-COD-PROD-MOV
          COMPUTE WS-QTD-MOV ROUNDED =
             WS-KIT-QTD * QTD-COMPONENTE-KIT

          EVALUATE WS-KIT-ACAO
             WHEN "C"
                PERFORM CONFERE-COMPONENTE-KIT
             WHEN "R"
                PERFORM RESERVA-COMPONENTE-KIT
             WHEN "L"
                PERFORM LIBERA-COMPONENTE-KIT
             WHEN "B"
                PERFORM BAIXA-FISICA-PRODUTO
             WHEN "D"
                PERFORM DEVOLVE-PRODUTO-CANC
          END-EVALUATE.
      *-----------------------------------------------------------------
      * CONFERE-COMPONENTE-KIT -- componente sem disponivel (saldo
      * menos reservado) para a quantidade do kit liga KIT-SEM-SALDO;
      * componente sem registro em ESTOQUE nao tem controle.
       CONFERE-COMPONENTE-KIT.
          MOVE WS-KIT-FILIAL   TO COD-FILIAL-EST
          MOVE WS-COD-PROD-MOV TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH IGNORE LOCK
          IF FS EQUAL ZEROS
          AND WS-QTD-MOV > QTD-ESTOQUE - QTD-RESERVADA-EST
             MOVE "S" TO WS-KIT-SEM-SALDO
          END-IF
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * RESERVA-COMPONENTE-KIT -- reserva do componente, mesma regra
      * da reserva da linha comum na importacao.
       RESERVA-COMPONENTE-KIT.
          MOVE WS-KIT-FILIAL   TO COD-FILIAL-EST
          MOVE WS-COD-PROD-MOV TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          IF FS EQUAL ZEROS
             ADD WS-QTD-MOV TO QTD-RESERVADA-EST
             REWRITE REG-ESTOQUE
          END-IF
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * LIBERA-COMPONENTE-KIT -- libera a reserva do componente sem
      * deixa-la negativa.
       LIBERA-COMPONENTE-KIT.
          MOVE WS-KIT-FILIAL   TO COD-FILIAL-EST
          MOVE WS-COD-PROD-MOV TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          IF FS EQUAL ZEROS
             IF QTD-RESERVADA-EST > WS-QTD-MOV
                SUBTRACT WS-QTD-MOV FROM QTD-RESERVADA-EST
             ELSE
                MOVE ZEROS TO QTD-RESERVADA-EST
             END-IF
             REWRITE REG-ESTOQUE
          END-IF
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * GRAVA-BACKORDER-PED -- registra em BACKORD a linha rejeitada
      * por falta de estoque, com os dados ja convertidos por
      * CLASSIFICA-LINHA-ITEM, para a demanda nao evaporar. Proxima
          SET BACK-PENDENTE        TO TRUE
          WRITE REG-BACK.
      *-----------------------------------------------------------------
      * MONTA-DISPONIVEL-FILIAIS -- disponivel (saldo menos
      * reservado) do produto WS-TRF-PRODUTO em cada filial ativa,
      * menos a filial WS-TRF-FILIAL-EXCL (a do pedido), montado em
      * WS-TRF-TEXTO-DISP como "filial=quantidade". Com
      * GRAVA-REJEITO-TRF ligado (importacao) cada filial com
      * disponivel vira tambem uma linha do log de rejeitos, junto
      * da pendencia recem-gravada. ESTOQUE ja vem aberto pelo
      * chamador; FILIAL abre e fecha aqui mesmo.
       MONTA-DISPONIVEL-FILIAIS.
          MOVE SPACES TO WS-TRF-TEXTO-DISP
          MOVE 1      TO WS-TRF-PONTEIRO
          MOVE ZEROS  TO WS-TRF-QTD-FILIAIS
          MOVE "N"    TO WS-FIM-FILIAL

          OPEN INPUT FILIAL
          IF FS-FIL NOT = ZEROS
             CLOSE FILIAL
             MOVE "N" TO WS-TRF-GRAVA-REJ
             EXIT PARAGRAPH
          END-IF

          MOVE ZEROS TO XAV-FIL
          START FILIAL KEY IS >= XAV-FIL
             INVALID KEY MOVE "S" TO WS-FIM-FILIAL
          END-START

          PERFORM DISPONIVEL-UMA-FILIAL UNTIL FIM-FILIAL

          CLOSE FILIAL
          MOVE "N" TO WS-TRF-GRAVA-REJ
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * DISPONIVEL-UMA-FILIAL -- proxima filial e o disponivel do
      * produto nela (sem registro em ESTOQUE, sem disponivel).
       DISPONIVEL-UMA-FILIAL.
          READ FILIAL NEXT RECORD
             AT END MOVE "S" TO WS-FIM-FILIAL
          END-READ
          IF FIM-FILIAL
             EXIT PARAGRAPH
          END-IF
          IF COD-FILIAL = WS-TRF-FILIAL-EXCL OR NOT FILIAL-ATIVA
             EXIT PARAGRAPH
          END-IF

          MOVE COD-FILIAL     TO COD-FILIAL-EST
          MOVE WS-TRF-PRODUTO TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH IGNORE LOCK
          IF FS NOT = ZEROS
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-TRF-DISPONIVEL =
             QTD-ESTOQUE - QTD-RESERVADA-EST
          IF WS-TRF-DISPONIVEL NOT > ZEROS
             EXIT PARAGRAPH
          END-IF

          ADD 1 TO WS-TRF-QTD-FILIAIS
          MOVE WS-TRF-DISPONIVEL TO WS-TRF-DISP-EDIT
          STRING COD-FILIAL "=" FUNCTION TRIM(WS-TRF-DISP-EDIT) " "
                 DELIMITED BY SIZE INTO WS-TRF-TEXTO-DISP
                 WITH POINTER WS-TRF-PONTEIRO

          IF GRAVA-REJEITO-TRF
             MOVE SPACES TO REG-REJEITO
             STRING "OUTRA FILIAL: PENDENCIA " WS-SEQ-BACK
                    " PRODUTO " WS-TRF-PRODUTO
                    " FILIAL " COD-FILIAL
                    " DISP " WS-TRF-DISP-EDIT
                    DELIMITED BY SIZE INTO REG-REJEITO
             WRITE REG-REJEITO
          END-IF.
      *-----------------------------------------------------------------
      * CONSULTA-FILIAIS-PED -- mostra o disponivel do produto
      * TRF-PRODUTO-D nas filiais diferentes da do pedido da tela.
       CONSULTA-FILIAIS-PED.
          INITIALIZE CAMPO-ERRO ERRO-LER-D

          IF TRF-PRODUTO-D = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Informe o produto a consultar nas"
                    " filiais."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          MOVE TRF-PRODUTO-D TO WS-TRF-PRODUTO
          IF COD-FILIAL-PED-D = ZEROS
             MOVE 1 TO COD-FILIAL-PED-D
          END-IF
          MOVE COD-FILIAL-PED-D TO WS-TRF-FILIAL-EXCL
          MOVE "N"              TO WS-TRF-GRAVA-REJ

          OPEN INPUT ESTOQUE
          IF FS NOT = ZEROS
             CLOSE ESTOQUE
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Erro na abertura do arquivo ESTOQUE."
                    " FS: " FS DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF
          PERFORM MONTA-DISPONIVEL-FILIAIS
          CLOSE ESTOQUE

          IF WS-TRF-QTD-FILIAIS = ZEROS
             STRING "Produto " WS-TRF-PRODUTO
                    " sem disponivel nas filiais alem da "
                    WS-TRF-FILIAL-EXCL "."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          ELSE
             STRING "Disponivel do produto " WS-TRF-PRODUTO
                    " fora da filial " WS-TRF-FILIAL-EXCL
                    " (filial=quantidade): "
                    FUNCTION TRIM(WS-TRF-TEXTO-DISP)
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF.
      *-----------------------------------------------------------------
      * ATENDER-FILIAL-PED -- confere se a pendencia TRF-SEQ-BACK-D
      * pode ser atendida pela filial TRF-FILIAL-D (pendencia em
      * aberto, pedido original ainda aberto e em mes aberto, filial
      * ativa diferente da do pedido, produto que nao e kit e
      * disponivel na origem que cubra a quantidade) e pede a
      * confirmacao; EXECUTA-ATENDE-FILIAL efetiva.
       ATENDER-FILIAL-PED.
          INITIALIZE CAMPO-ERRO ERRO-LER-D
          MOVE TRF-SEQ-BACK-D TO WS-TRF-SEQ-BACK
          MOVE TRF-FILIAL-D   TO WS-TRF-FILIAL-ORIG

          OPEN INPUT BACKORD
          MOVE WS-TRF-SEQ-BACK TO XAV-BACK
          READ BACKORD WITH IGNORE LOCK
          IF FS-BACK NOT = ZEROS OR NOT BACK-PENDENTE
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Pendencia " WS-TRF-SEQ-BACK
                    " nao encontrada ou ja atendida/cancelada."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE BACKORD
             EXIT PARAGRAPH
          END-IF
          MOVE COD-PRODUTO-BACK     TO WS-TRF-PRODUTO
          MOVE QTD-BACK             TO WS-TRF-QTD
          MOVE NUM-PEDIDO-ORIG-BACK TO WS-TRF-PEDIDO
          CLOSE BACKORD

          OPEN INPUT PEDIDO
          MOVE WS-TRF-PEDIDO TO XAV-PED
          READ PEDIDO WITH IGNORE LOCK
          IF FS NOT = ZEROS OR NOT PED-ABERTO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! O pedido " WS-TRF-PEDIDO
                    " da pendencia nao esta aberto - a pendencia"
                    " so pode virar pedido novo (GERABACK)."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE PEDIDO
             EXIT PARAGRAPH
          END-IF
          MOVE COD-FILIAL-PED TO WS-TRF-FILIAL-EXCL
          MOVE DT-PEDIDO      TO WS-DT-VERIF-PERIODO
          CLOSE PEDIDO

          PERFORM VERIFICA-PERIODO-FECHADO
          IF PERIODO-FECHADO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! O mes " WS-DT-VERIF-PERIODO (1:6)
                    " ja foi fechado (FECHAMES) - pedido datado"
                    " nele nao pode ser alterado."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          IF WS-TRF-FILIAL-ORIG = ZEROS
          OR WS-TRF-FILIAL-ORIG = WS-TRF-FILIAL-EXCL
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Informe uma filial de origem"
                    " diferente da filial do pedido ("
                    WS-TRF-FILIAL-EXCL ")."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          OPEN INPUT FILIAL
          MOVE WS-TRF-FILIAL-ORIG TO XAV-FIL
          READ FILIAL WITH IGNORE LOCK
          IF FS-FIL NOT = ZEROS OR NOT FILIAL-ATIVA
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Filial " WS-TRF-FILIAL-ORIG
                    " nao cadastrada ou inativa."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE FILIAL
             EXIT PARAGRAPH
          END-IF
          CLOSE FILIAL

      * Kit nao tem saldo proprio para transferir (so os
      * componentes).
          MOVE SPACE          TO WS-KIT-ACAO
          MOVE WS-TRF-PRODUTO TO WS-KIT-PRODUTO
          PERFORM MOVIMENTA-COMPONENTES-KIT
          IF PRODUTO-E-KIT
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! O produto " WS-TRF-PRODUTO
                    " e um kit de venda - kit nao e transferido"
                    " entre filiais."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          MOVE ZEROS TO WS-TRF-DISPONIVEL
          OPEN INPUT ESTOQUE
          MOVE WS-TRF-FILIAL-ORIG TO COD-FILIAL-EST
          MOVE WS-TRF-PRODUTO     TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH IGNORE LOCK
          IF FS EQUAL ZEROS
             COMPUTE WS-TRF-DISPONIVEL =
                QTD-ESTOQUE - QTD-RESERVADA-EST
          END-IF
          CLOSE ESTOQUE
          MOVE ZEROS TO FS

          IF WS-TRF-QTD > WS-TRF-DISPONIVEL
             IF WS-TRF-DISPONIVEL < ZEROS
                MOVE ZEROS TO WS-TRF-DISPONIVEL
             END-IF
             MOVE WS-TRF-DISPONIVEL TO WS-TRF-DISP-EDIT
             MOVE WS-TRF-QTD        TO WS-TRF-QTD-EDIT
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! A filial " WS-TRF-FILIAL-ORIG
                    " tem disponivel "
                    FUNCTION TRIM(WS-TRF-DISP-EDIT)
                    " do produto, menos que a pendencia ("
                    FUNCTION TRIM(WS-TRF-QTD-EDIT) ")."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          MOVE WS-TRF-QTD TO WS-TRF-QTD-EDIT
          STRING "Confirma atender a pendencia " WS-TRF-SEQ-BACK
                 " (" FUNCTION TRIM(WS-TRF-QTD-EDIT)
                 " do produto " WS-TRF-PRODUTO ") pela filial "
                 WS-TRF-FILIAL-ORIG "? A linha entra no pedido "
                 WS-TRF-PEDIDO " e a transferencia para a filial "
                 WS-TRF-FILIAL-EXCL " fica aberta, reservada na"
                 " origem."
                 DELIMITED BY SIZE INTO CAMPO-ERRO
          MOVE "ATENDE-FILIAL" TO WS-ACAO-PENDENTE.
      *-----------------------------------------------------------------
      * EXECUTA-ATENDE-FILIAL -- efetiva o atendimento confirmado:
      * rele pendencia, pedido e saldo da origem WITH LOCK (alguem
      * pode ter mexido desde a confirmacao), grava a linha no pedido
      * ao preco da pendencia com os impostos do produto, soma no
      * cabecalho, reserva na origem, abre a transferencia (TRFPED)
      * e da a pendencia por atendida com o numero do pedido.
       EXECUTA-ATENDE-FILIAL.
          INITIALIZE CAMPO-ERRO ERRO-LER-D
          ACCEPT WS-DT-KARDEX FROM DATE YYYYMMDD

          OPEN I-O BACKORD
          MOVE WS-TRF-SEQ-BACK TO XAV-BACK
          READ BACKORD WITH LOCK
          IF FS-BACK NOT = ZEROS OR NOT BACK-PENDENTE
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Pendencia " WS-TRF-SEQ-BACK
                    " nao esta mais pendente. FS: " FS-BACK
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE BACKORD
             EXIT PARAGRAPH
          END-IF

          OPEN I-O PEDIDO
          MOVE WS-TRF-PEDIDO TO XAV-PED
          READ PEDIDO WITH LOCK
          IF FS NOT = ZEROS OR NOT PED-ABERTO
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! O pedido " WS-TRF-PEDIDO
                    " nao esta mais aberto ou esta em uso. FS: " FS
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE PEDIDO BACKORD
             EXIT PARAGRAPH
          END-IF

          OPEN I-O ESTOQUE
          MOVE WS-TRF-FILIAL-ORIG TO COD-FILIAL-EST
          MOVE WS-TRF-PRODUTO     TO COD-PRODUTO OF REG-ESTOQUE
          READ ESTOQUE WITH LOCK
          IF FS NOT = ZEROS
          OR QTD-BACK > QTD-ESTOQUE - QTD-RESERVADA-EST
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! A filial " WS-TRF-FILIAL-ORIG
                    " nao tem mais disponivel para a pendencia."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE ESTOQUE PEDIDO BACKORD
             EXIT PARAGRAPH
          END-IF

          OPEN I-O TRFPED
          IF FS-TRFP = "35" OR FS-TRFP = "05"
             OPEN OUTPUT TRFPED
             CLOSE TRFPED
             OPEN I-O TRFPED
          END-IF
          MOVE 9999999 TO XAV-TRFP
          START TRFPED KEY IS <= XAV-TRFP
          IF FS-TRFP EQUAL ZEROS
             READ TRFPED PREVIOUS WITH IGNORE LOCK
          END-IF
          IF FS-TRFP EQUAL ZEROS
             MOVE NUM-TRFP TO WS-NUM-TRFP
             ADD 1         TO WS-NUM-TRFP
          ELSE
             MOVE 1        TO WS-NUM-TRFP
          END-IF

          COMPUTE WS-VALOR-ITEM ROUNDED = QTD-BACK * PRECO-BACK
          MOVE ZEROS TO WS-ICMS-ITEM WS-IPI-ITEM
          OPEN INPUT PRODUTO
          MOVE WS-TRF-PRODUTO TO XAV-PRODUTO
          READ PRODUTO WITH IGNORE LOCK
          IF FS EQUAL ZEROS
             COMPUTE WS-ICMS-ITEM ROUNDED =
                WS-VALOR-ITEM * ALIQ-ICMS-PRODUTO / 100
             COMPUTE WS-IPI-ITEM ROUNDED =
                WS-VALOR-ITEM * ALIQ-IPI-PRODUTO / 100
          END-IF
          CLOSE PRODUTO

          OPEN I-O ITEM-PED
          IF FS = "35" OR FS = "05"
             OPEN OUTPUT ITEM-PED
             CLOSE ITEM-PED
             OPEN I-O ITEM-PED
          END-IF
          MOVE WS-TRF-PEDIDO TO NUM-PEDIDO-ITEM
          MOVE 999           TO SEQ-ITEM-PED
          START ITEM-PED KEY IS <= XAV-ITEM-PED
          IF FS EQUAL ZEROS
             READ ITEM-PED PREVIOUS WITH IGNORE LOCK
          END-IF
          IF FS EQUAL ZEROS AND NUM-PEDIDO-ITEM EQUAL WS-TRF-PEDIDO
             MOVE SEQ-ITEM-PED TO WS-SEQ-PROXIMO-ITEM
             ADD 1             TO WS-SEQ-PROXIMO-ITEM
          ELSE
             MOVE 1            TO WS-SEQ-PROXIMO-ITEM
          END-IF

          INITIALIZE REG-ITEM-PED
          MOVE WS-TRF-PEDIDO       TO NUM-PEDIDO-ITEM
          MOVE WS-SEQ-PROXIMO-ITEM TO SEQ-ITEM-PED
          MOVE WS-TRF-PRODUTO      TO COD-PRODUTO-ITEM
          MOVE QTD-BACK            TO QTD-ITEM-PED
          MOVE PRECO-BACK          TO PRECO-UNIT-ITEM
          MOVE ZEROS               TO PERC-DESC-ITEM
          MOVE WS-ICMS-ITEM        TO VALOR-ICMS-ITEM
          MOVE WS-IPI-ITEM         TO VALOR-IPI-ITEM
          MOVE ZEROS               TO COD-PRODUTO-ORIG-ITEM
          MOVE WS-NUM-TRFP         TO NUM-TRF-ITEM
          WRITE REG-ITEM-PED
          IF FS NOT = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Erro na gravacao da linha do pedido."
                    " FS: " FS DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE ITEM-PED TRFPED ESTOQUE PEDIDO BACKORD
             EXIT PARAGRAPH
          END-IF
          CLOSE ITEM-PED

          ADD WS-VALOR-ITEM TO VALOR-TOTAL-PED
          ADD WS-ICMS-ITEM  TO VALOR-ICMS-PED
          ADD WS-IPI-ITEM   TO VALOR-IPI-PED
          REWRITE REG-PED

          ADD QTD-BACK TO QTD-RESERVADA-EST
          REWRITE REG-ESTOQUE

          INITIALIZE REG-TRFP
          MOVE WS-NUM-TRFP         TO NUM-TRFP
          MOVE WS-TRF-FILIAL-ORIG  TO COD-FILIAL-ORIG-TRFP
          MOVE COD-FILIAL-PED      TO COD-FILIAL-DEST-TRFP
          MOVE WS-TRF-PRODUTO      TO COD-PRODUTO-TRFP
          MOVE QTD-BACK            TO QTD-TRFP
          MOVE WS-TRF-PEDIDO       TO NUM-PEDIDO-TRFP
          MOVE WS-SEQ-PROXIMO-ITEM TO SEQ-ITEM-TRFP
          MOVE WS-TRF-SEQ-BACK     TO SEQ-BACK-TRFP
          MOVE WS-DT-KARDEX        TO DT-EMISSAO-TRFP
          SET TRFP-ABERTA          TO TRUE
          WRITE REG-TRFP

          SET BACK-ATENDIDO        TO TRUE
          MOVE WS-TRF-PEDIDO       TO NUM-PEDIDO-GERADO-BACK
          REWRITE REG-BACK

          CLOSE TRFPED ESTOQUE PEDIDO BACKORD
          MOVE ZEROS TO FS

          MOVE "ATENDE-FILIAL" TO WS-ALOG-OPER
          MOVE WS-NUM-TRFP     TO WS-ALOG-CHAVE
          PERFORM GRAVA-ACAO-CENTRAL

          STRING "Pendencia " WS-TRF-SEQ-BACK " atendida pela filial "
                 WS-TRF-FILIAL-ORIG ": linha " WS-SEQ-PROXIMO-ITEM
                 " do pedido " WS-TRF-PEDIDO ", transferencia "
                 WS-NUM-TRFP " aberta (envio e recebimento no"
                 " TRANSFER)."
                 DELIMITED BY SIZE INTO CAMPO-ERRO

          PERFORM LISTAR.
      *-----------------------------------------------------------------
      * LE-TRANSF-LINHA -- situacao da transferencia que abastece a
      * linha lida em ITEM-PED (WS-SIT-TRF-LINHA; espaco quando a
      * linha nao tem transferencia ou ela nao e encontrada). TRFPED
      * abre e fecha aqui mesmo.
       LE-TRANSF-LINHA.
          MOVE SPACE TO WS-SIT-TRF-LINHA
          IF NUM-TRF-ITEM = ZEROS
             EXIT PARAGRAPH
          END-IF

          OPEN INPUT TRFPED
          IF FS-TRFP EQUAL ZEROS
             MOVE NUM-TRF-ITEM TO XAV-TRFP
             READ TRFPED WITH IGNORE LOCK
             IF FS-TRFP EQUAL ZEROS
                MOVE SIT-TRFP TO WS-SIT-TRF-LINHA
             END-IF
          END-IF
          CLOSE TRFPED.
      *-----------------------------------------------------------------
      * CANCELA-TRANSF-LINHA -- cancelamento do pedido com a
      * transferencia da linha ainda aberta (nada saiu da origem):
      * libera a reserva na origem e marca a transferencia como
      * cancelada. ESTOQUE ja vem aberto pelo chamador.
       CANCELA-TRANSF-LINHA.
          OPEN I-O TRFPED
          IF FS-TRFP NOT = ZEROS
             CLOSE TRFPED
             EXIT PARAGRAPH
          END-IF

          MOVE NUM-TRF-ITEM TO XAV-TRFP
          READ TRFPED WITH LOCK
          IF FS-TRFP EQUAL ZEROS AND TRFP-ABERTA
             MOVE COD-FILIAL-ORIG-TRFP TO COD-FILIAL-EST
             MOVE COD-PRODUTO-TRFP     TO COD-PRODUTO OF REG-ESTOQUE
             READ ESTOQUE WITH LOCK
             IF FS EQUAL ZEROS
                IF QTD-RESERVADA-EST > QTD-TRFP
                   SUBTRACT QTD-TRFP FROM QTD-RESERVADA-EST
                ELSE
                   MOVE ZEROS TO QTD-RESERVADA-EST
                END-IF
                REWRITE REG-ESTOQUE
             END-IF
             SET TRFP-CANCELADA TO TRUE
             REWRITE REG-TRFP
          END-IF

          CLOSE TRFPED
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * VERIFICA-TRANSF-PENDENTE-PED -- liga TRANSF-PENDENTE (com o
      * numero em WS-NUM-TRFP) quando alguma linha do pedido da tela
      * depende de transferencia entre filiais ainda nao recebida.
       VERIFICA-TRANSF-PENDENTE-PED.
          MOVE "N" TO WS-TRF-PENDENTE WS-FIM-ITENS-TRF

          OPEN INPUT ITEM-PED
          IF FS NOT = ZEROS
             CLOSE ITEM-PED
             MOVE ZEROS TO FS
             EXIT PARAGRAPH
          END-IF

          MOVE NUM-PEDIDO-D TO NUM-PEDIDO-ITEM
          MOVE ZEROS        TO SEQ-ITEM-PED
          START ITEM-PED KEY IS >= XAV-ITEM-PED
             INVALID KEY MOVE "S" TO WS-FIM-ITENS-TRF
          END-START

          PERFORM CONFERE-TRANSF-LINHA
             UNTIL FIM-ITENS-TRF OR TRANSF-PENDENTE

          CLOSE ITEM-PED
          MOVE ZEROS TO FS.
      *-----------------------------------------------------------------
      * CONFERE-TRANSF-LINHA -- proxima linha do pedido e a situacao
      * da transferencia dela.
       CONFERE-TRANSF-LINHA.
          READ ITEM-PED NEXT WITH IGNORE LOCK
          IF FS NOT = ZEROS
          OR NUM-PEDIDO-ITEM NOT = NUM-PEDIDO-D
             MOVE "S" TO WS-FIM-ITENS-TRF
             EXIT PARAGRAPH
          END-IF

          PERFORM LE-TRANSF-LINHA
          IF NOT TRF-LINHA-RECEBIDA
             MOVE "S"          TO WS-TRF-PENDENTE
             MOVE NUM-TRF-ITEM TO WS-NUM-TRFP
          END-IF.
      *-----------------------------------------------------------------
      * VERIFICA-IMPORT-REGISTRADA -- consulta IMPCTL pelo caminho do
      * CSV escolhido; achando, guarda quando e por quem ele ja foi
      * importado, para o IMPORTAR avisar antes de repetir.
                PERFORM GRAVA-CSV-PEDIDOS
             WHEN "CANCELAR-PED"
                PERFORM EXECUTA-CANCELAR-PED
             WHEN "ATENDE-FILIAL"
                PERFORM EXECUTA-ATENDE-FILIAL
          END-EVALUATE

          MOVE SPACES TO WS-ACAO-PENDENTE
