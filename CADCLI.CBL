       77 WS-CSV-NUMERO-END          PIC X(10).
       77 WS-CSV-UF                  PIC X(02).
       77 WS-CSV-CEP-TEXT            PIC X(10).
      * Inscricao estadual e indicador de contribuinte do ICMS
      * (colunas opcionais depois do CEP; IE conferida pelo VALIE).
       77 WS-CSV-IE-TEXT             PIC X(20).
       77 WS-CSV-CONTRIB             PIC X(01).
       77 WS-UF-VIE                  PIC X(02) VALUE SPACES.
       77 WS-IE-VIE                  PIC X(20) VALUE SPACES.
       77 WS-RETORNO-VIE             PIC X(01) VALUE SPACES.
      * Consulta a base de CEP dos Correios (VALCEP): CEP achado
      * preenche o endereco e padroniza a cidade; CEP de outra UF
      * nao e aceito (tela e importacao).
       77 WS-LOGRADOURO-BASE         PIC X(60) VALUE SPACES.
       77 WS-BAIRRO-BASE             PIC X(30) VALUE SPACES.
       77 WS-CIDADE-BASE             PIC X(30) VALUE SPACES.
       77 WS-UF-BASE                 PIC X(02) VALUE SPACES.
       77 WS-RETORNO-CEP             PIC X(01) VALUE SPACES.
      * Territorio de venda do CEP (ACHATERR): cliente novo sem
      * vendedor fica com o vendedor do territorio (tela e importacao).
       77 WS-COD-TERR-CLI            PIC 9(03) VALUE ZEROS.
       77 WS-VEND-TERR-CLI           PIC 9(03) VALUE ZEROS.
       77 WS-NOME-TERR-CLI           PIC X(30) VALUE SPACES.
      * Texto que AVISA-DUPLICIDADE-CLI acrescenta ao aviso quando o
      * registro que colide no CNPJ estiver inativo (excluido), para o
      * usuario saber que confirmar a sobrescrita tambem reativa esse
          88 EDITANDO-CLI                      VALUE "S".
       77 WS-REG-CLI-ANTES           PIC X(400) VALUE SPACES.
       77 WS-REG-CLI-NOVO            PIC X(400) VALUE SPACES.
      * Analise de credito (LIBCRED) -- cliente novo nasce aguardando
      * analise; a regravacao pela tela preserva a situacao e as datas
      * da analise, e o limite aprovado pelo analista so muda pela mao
      * de supervisor/administrador.
       77 WS-SIT-CRED-ATUAL          PIC X(01) VALUE SPACES.
       77 WS-DT-CADASTRO-ATUAL       PIC 9(08) VALUE ZEROS.
       77 WS-DT-ANALISE-ATUAL        PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-ATUAL            PIC S9(09)V99 VALUE ZEROS.
      * Inscricao estadual e indicador de contribuinte do ICMS sao
      * mantidos pelo CADDOCC (botao Documentos) - a regravacao pela
      * tela preserva o que estiver gravado.
       77 WS-IE-ATUAL                PIC X(14) VALUE SPACES.
       77 WS-CONTRIB-ATUAL           PIC X(01) VALUE SPACES.
      * Canal de venda e tabela de preco propria do cliente sao
      * mantidos pelo CADCANAL - a regravacao pela tela tambem os
      * preserva.
       77 WS-CANAL-ATUAL             PIC 9(02) VALUE ZEROS.
       77 WS-TABELA-CLI-ATUAL        PIC 9(03) VALUE ZEROS.


      * Registro de importacoes concluidas (IMPCTL) -- o IMPORTAR
                PERFORM EDITAR
             WHEN "HISTORICO-PEDIDOS"
                PERFORM HISTORICO-PEDIDOS
             WHEN "POSICAO-PEDIDO"
                PERFORM POSICAO-PEDIDO
             WHEN "CONTATOS"
                PERFORM CONTATOS-CLI
             WHEN "DOCUMENTOS"
                PERFORM DOCUMENTOS-CLI
             WHEN "CONFIGURA-SELECAO"
                PERFORM CONFIGURA-SELECAO
             WHEN "IMPORTAR"

          CALL "CADPED" USING WS-SEM-FILTRO-PED COD-CLI-D
          CANCEL "CADPED".
      *-----------------------------------------------------------------
      * POSICAO-PEDIDO -- ao lado do historico de pedidos, abre a
      * consulta da posicao do pedido (CONSPED) ja na lista de pedidos
      * do cliente selecionado; escolhido o pedido, a consulta mostra
      * a linha do tempo dele (aprovacao, nota, romaneio, entrega e
      * parcelas) sem precisar abrir cada tela.
       POSICAO-PEDIDO.
          PERFORM PREENCHE-CHAVE

          IF COD-CLI-D EQUAL ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Nenhum registro selecionado."
             DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          CALL "CONSPED" USING WS-SEM-FILTRO-PED COD-CLI-D
          CANCEL "CONSPED".
      *-----------------------------------------------------------------
      * Contatos do cliente por funcao (compras, financeiro,
      * recebimento) ficam em CONTATO.DAT, mantidos pelo CADCONT com o
      * cliente selecionado, no mesmo molde de HISTORICO-PEDIDOS.
       CONTATOS-CLI.
          PERFORM PREENCHE-CHAVE

          IF COD-CLI-D EQUAL ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Ateno! Nenhum registro selecionado."
             DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          CALL "CADCONT" USING COD-CLI-D
          CANCEL "CADCONT".
      *-----------------------------------------------------------------
      * Dados fiscais (inscricao estadual, contribuinte do ICMS) e
      * documentos regulatorios com validade (alvara, licenca
      * sanitaria...) ficam em CLIENTE/DOCCLI, mantidos pelo CADDOCC
      * com o cliente selecionado, no mesmo molde de CONTATOS-CLI.
       DOCUMENTOS-CLI.
          PERFORM PREENCHE-CHAVE

          IF COD-CLI-D EQUAL ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Nenhum registro selecionado."
             DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          CALL "CADDOCC" USING COD-CLI-D
          CANCEL "CADDOCC".
      *-----------------------------------------------------------------
       ADICIONAR.

             EXIT PARAGRAPH
          END-IF

          IF NOT EDITANDO-CLI
             PERFORM ATRIBUI-TERRITORIO-CLI
             MOVE COD-VEND OF REG-CLI TO COD-VEND-D
          END-IF

          IF COD-VEND OF REG-CLI NOT = ZEROS
             PERFORM VALIDA-VENDEDOR-CLI
             IF ERRO-LER-D NOT = SPACES
             END-IF
          END-IF

          PERFORM VALIDA-CEP-CLI
          IF ERRO-LER-D NOT = SPACES
             CLOSE CLIENTE
             EXIT PARAGRAPH
          END-IF
          MOVE LOGRADOURO-CLI TO LOGRADOURO-D
          MOVE BAIRRO-CLI     TO BAIRRO-D
          MOVE CIDADE-CLI     TO CIDADE-D
          MOVE UF-CLI         TO UF-D

          IF EDITANDO-CLI
             PERFORM REGRAVA-CLIENTE-CONTROLADO
             IF ERRO-LER-D NOT = SPACES
                EXIT PARAGRAPH
             END-IF
          ELSE
      * Cliente novo so recebe pedido depois do parecer do analista
      * de credito (LIBCRED).
             SET CRED-PENDENTE TO TRUE
             ACCEPT DT-CADASTRO-CLI FROM DATE YYYYMMDD
             WRITE REG-CLI

             IF FS = "22"
          END-IF

          CLOSE CLIENTE
          IF NOT EDITANDO-CLI
             STRING "Cliente gravado aguardando a analise de credito"
                    " - pedidos so depois da aprovacao (LIBCRED)."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
          END-IF
          MOVE "N" TO WS-EDITANDO-CLI

          PERFORM LISTAR.
             EXIT PARAGRAPH
          END-IF

          MOVE SIT-CRED-CLI        TO WS-SIT-CRED-ATUAL
          MOVE DT-CADASTRO-CLI     TO WS-DT-CADASTRO-ATUAL
          MOVE DT-ANALISE-CRED-CLI TO WS-DT-ANALISE-ATUAL
          MOVE LIMITE-CRED-CLI     TO WS-LIMITE-ATUAL
          MOVE IE-CLI              TO WS-IE-ATUAL
          MOVE CONTRIB-ICMS-CLI    TO WS-CONTRIB-ATUAL
          MOVE COD-CANAL-CLI       TO WS-CANAL-ATUAL
          MOVE COD-TABELA-CLI      TO WS-TABELA-CLI-ATUAL

          MOVE WS-REG-CLI-NOVO (1:LENGTH OF REG-CLI) TO REG-CLI
          MOVE WS-SIT-CRED-ATUAL    TO SIT-CRED-CLI
          MOVE WS-DT-CADASTRO-ATUAL TO DT-CADASTRO-CLI
          MOVE WS-DT-ANALISE-ATUAL  TO DT-ANALISE-CRED-CLI
          MOVE WS-IE-ATUAL          TO IE-CLI
          MOVE WS-CONTRIB-ATUAL     TO CONTRIB-ICMS-CLI
          MOVE WS-CANAL-ATUAL       TO COD-CANAL-CLI
          MOVE WS-TABELA-CLI-ATUAL  TO COD-TABELA-CLI
          IF NOT PERFIL-SUPERVISOR-OU-ADMIN
             MOVE WS-LIMITE-ATUAL   TO LIMITE-CRED-CLI
          END-IF
          REWRITE REG-CLI

          IF FS = "22"
          WS-LONG-TEXT WS-CNPJ-TEXT
          MOVE "NAO"              TO WS-LINHA-VALIDA
          MOVE SPACES             TO WS-MOTIVO-REJEICAO
          MOVE SPACES             TO WS-CSV-IE-TEXT WS-CSV-CONTRIB

          UNSTRING LINHA-CSV DELIMITED BY "," INTO
          WS-CNPJ-TEXT RAZAO-CLI WS-LAT-TEXT WS-LONG-TEXT
          LOGRADOURO-CLI WS-CSV-NUMERO-END BAIRRO-CLI CIDADE-CLI
          WS-CSV-UF WS-CSV-CEP-TEXT WS-CSV-IE-TEXT WS-CSV-CONTRIB

          MOVE WS-CSV-NUMERO-END TO NUMERO-END-CLI
          MOVE FUNCTION UPPER-CASE(WS-CSV-UF) TO UF-CLI
             EXIT PARAGRAPH
          END-IF

          PERFORM VALIDA-CEP-CLI
          IF ERRO-LER-D NOT = SPACES
             MOVE "CEP nao confere com a UF (base de CEP)"
                                         TO WS-MOTIVO-REJEICAO
             INITIALIZE CAMPO-ERRO ERRO-LER-D
             EXIT PARAGRAPH
          END-IF

          PERFORM ATRIBUI-TERRITORIO-CLI

          PERFORM CLASSIFICA-IE-CLI
          IF WS-MOTIVO-REJEICAO NOT = SPACES
             EXIT PARAGRAPH
          END-IF

          MOVE "SIM" TO WS-LINHA-VALIDA.
      *-----------------------------------------------------------------
      * Inscricao estadual da linha do CSV: "ISENTO" grava contribuinte
      * isento; inscricao informada passa pelo VALIE com a UF da linha
      * e grava contribuinte (ou o indicador 1/2/9 da coluna seguinte,
      * quando vier). Sem inscricao e sem indicador fica em branco,
      * como o cadastro antigo.
       CLASSIFICA-IE-CLI.
          MOVE FUNCTION UPPER-CASE(WS-CSV-IE-TEXT) TO WS-IE-VIE

          IF WS-CSV-CONTRIB NOT = SPACES
          AND WS-CSV-CONTRIB NOT = "1" AND WS-CSV-CONTRIB NOT = "2"
          AND WS-CSV-CONTRIB NOT = "9"
             MOVE "Indicador de contribuinte do ICMS invalido"
                                         TO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF

          IF WS-IE-VIE = "ISENTO"
             MOVE "ISENTO" TO IE-CLI
             SET CLI-CONTRIB-ISENTO TO TRUE
             EXIT PARAGRAPH
          END-IF

          IF WS-IE-VIE = SPACES
             IF WS-CSV-CONTRIB = "1"
                MOVE "Contribuinte do ICMS sem inscricao estadual"
                                         TO WS-MOTIVO-REJEICAO
             ELSE
                MOVE WS-CSV-CONTRIB TO CONTRIB-ICMS-CLI
             END-IF
             EXIT PARAGRAPH
          END-IF

          MOVE UF-CLI TO WS-UF-VIE
          CALL "VALIE" USING WS-UF-VIE WS-IE-VIE WS-RETORNO-VIE
          CANCEL "VALIE"
          IF WS-RETORNO-VIE NOT = "S"
             MOVE "Inscricao estadual invalida para a UF"
                                         TO WS-MOTIVO-REJEICAO
             EXIT PARAGRAPH
          END-IF

          MOVE WS-IE-VIE TO IE-CLI
          IF WS-CSV-CONTRIB = SPACES
             SET CLI-CONTRIBUINTE TO TRUE
          ELSE
             MOVE WS-CSV-CONTRIB TO CONTRIB-ICMS-CLI
          END-IF.
      *-----------------------------------------------------------------
      * Grava de fato as linhas v�lidas do CSV em CLIENTE -- s� �
      * chamada depois que o usu�rio confirmou o resumo do IMPORTAR.
       GRAVA-CSV-CLIENTES.
                EXIT PERFORM CYCLE
             END-IF

             SET CRED-PENDENTE TO TRUE
             ACCEPT DT-CADASTRO-CLI FROM DATE YYYYMMDD
             WRITE REG-CLI
             IF FS NOT = ZEROS
                ADD 1 TO WS-CONT-DUPLICADO
          STRING "Importacao concluida: " WS-CONT-OK
                 " cliente(s) importado(s), " WS-CONT-DUPLICADO
                 " rejeitado(s) por CNPJ ja cadastrado (ver "
                 FUNCTION TRIM(WS-NOME-REJEITOS) ");"
                 " novos aguardam a analise de credito (LIBCRED)"
                 DELIMITED BY SIZE INTO CAMPO-ERRO

          PERFORM REGISTRA-IMPORTACAO
          END-IF

          CLOSE REDE.
      *-----------------------------------------------------------------
      * VALIDA-CEP-CLI -- CEP achado na base de CEP (VALCEP) traz a
      * cidade e a UF com a grafia da base e completa logradouro e
      * bairro deixados em branco; CEP de outra UF (pela base ou pela
      * faixa de CEP da UF) nao e aceito. CEP zerado ou fora da base,
      * mas na faixa da UF, passa como digitado.
       VALIDA-CEP-CLI.
          IF CEP-CLI = ZEROS
             EXIT PARAGRAPH
          END-IF

          CALL "VALCEP" USING CEP-CLI UF-CLI CIDADE-CLI
                              WS-LOGRADOURO-BASE WS-BAIRRO-BASE
                              WS-CIDADE-BASE WS-UF-BASE WS-RETORNO-CEP
          CANCEL "VALCEP"

          EVALUATE WS-RETORNO-CEP
             WHEN "S"
             WHEN "C"
                MOVE WS-CIDADE-BASE TO CIDADE-CLI
                MOVE WS-UF-BASE     TO UF-CLI
                IF LOGRADOURO-CLI = SPACES
                   MOVE WS-LOGRADOURO-BASE TO LOGRADOURO-CLI
                END-IF
                IF BAIRRO-CLI = SPACES
                   MOVE WS-BAIRRO-BASE     TO BAIRRO-CLI
                END-IF
             WHEN "U"
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! CEP " CEP-CLI " pertence a "
                       FUNCTION TRIM(WS-CIDADE-BASE) "/" WS-UF-BASE
                       ", nao a UF " UF-CLI "."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
             WHEN "F"
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! CEP " CEP-CLI
                       " fora da faixa de CEP da UF " UF-CLI "."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
          END-EVALUATE.
      *-----------------------------------------------------------------
      * ATRIBUI-TERRITORIO-CLI -- cliente novo sem vendedor informado
      * fica com o vendedor responsavel pelo territorio de venda do CEP
      * (faixas de CEP mantidas no CADTERR). CEP fora de territorio, ou
      * territorio sem vendedor, deixa o cliente sem vendedor.
       ATRIBUI-TERRITORIO-CLI.
          IF COD-VEND OF REG-CLI NOT = ZEROS OR CEP-CLI = ZEROS
             EXIT PARAGRAPH
          END-IF

          CALL "ACHATERR" USING CEP-CLI WS-COD-TERR-CLI
                                WS-VEND-TERR-CLI WS-NOME-TERR-CLI
          CANCEL "ACHATERR"

          MOVE WS-VEND-TERR-CLI TO COD-VEND OF REG-CLI.
      *-----------------------------------------------------------------
       PREENCHE-LINHA.
          INITIALIZE LVIEW-ITEM
