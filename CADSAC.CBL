      *-----------------------------------------------------------------
      * CADSAC - RECLAMACOES DE CLIENTES (SAC)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADSAC.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - REGISTRO DAS RECLAMACOES DE
      *                   CLIENTES (SAC) PRESAS AO PEDIDO OU A NOTA
      *                   FISCAL (CLIENTE, VENDEDOR E ROTA VEM DO
      *                   PEDIDO), COM PRODUTO DO PEDIDO OPCIONAL,
      *                   CATEGORIA, DESCRICAO, RESPONSAVEL, PRAZO E
      *                   SITUACAO (ABERTA, EM ANALISE, RESOLVIDA).
      *                   A RESOLUCAO GRAVA A NOTA DE RESOLUCAO E O
      *                   VINCULO COM A DEVOLUCAO DO PEDIDO (DEVOL) OU
      *                   COM O CREDITO CONCEDIDO, QUE ABATE OS TITULOS
      *                   EM ABERTO DO PEDIDO E O QUE SOBRA VIRA NOTA DE
      *                   CREDITO (PARCELA 99), COMO NO DEVOLUCA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SAC.SEL".
           COPY "PEDIDO.SEL".
           COPY "ITEM-PED.SEL".
           COPY "CLIENTE.SEL".
           COPY "PRODUTO.SEL".
           COPY "DEVOL.SEL".
           COPY "RECEBIMENTO.SEL".

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT), LIDO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.
           COPY "SAC.FD".
           COPY "PEDIDO.FD".
           COPY "ITEM-PED.FD".
           COPY "CLIENTE.FD".
           COPY "PRODUTO.FD".
           COPY "DEVOL.FD".
           COPY "RECEBIMENTO.FD".

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-SAC                      PIC XX       VALUE SPACES.
       77  FS-DEV                      PIC XX       VALUE SPACES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-NUM-SAC-INF              PIC 9(06)    VALUE ZEROS.
       77  WS-NUM-SAC-NOVO             PIC 9(06)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(30)    VALUE SPACES.
       77  WS-TEXTO-LONGO              PIC X(100)   VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-NUM-PEDIDO-INF           PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-NOTA-INF             PIC 9(07)    VALUE ZEROS.
       77  WS-COD-PRODUTO-INF          PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-DEVOL-INF            PIC 9(05)    VALUE ZEROS.
       77  WS-CREDITO                  PIC S9(09)V99 VALUE ZEROS.
       77  WS-ABATIMENTO               PIC S9(09)V99 VALUE ZEROS.

      * PRAZO PADRAO DE SOLUCAO, EM DIAS CORRIDOS DA ABERTURA.
       77  WS-PRAZO-PADRAO             PIC 9(03)    VALUE 5.

      * CAMPOS DO LOG CENTRAL DE ACOES (ACAOLOG.TXT).
       77  WS-ALOG-OPER                PIC X(14)    VALUE SPACES.
       77  WS-ALOG-CHAVE               PIC X(20)    VALUE SPACES.
       77  WS-ALOG-DT                  PIC 9(08)    VALUE ZEROS.
       77  WS-ALOG-HR                  PIC 9(08)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-FIM-ITEM             PIC X(01)    VALUE "N".
               88  FIM-ITEM                         VALUE "S".
           05  WS-SAC-OK               PIC X(01)    VALUE "N".
               88  SAC-OK                           VALUE "S".
           05  WS-ACHOU-PRODUTO        PIC X(01)    VALUE "N".
               88  ACHOU-PRODUTO                    VALUE "S".
           05  WS-LISTA-TODAS          PIC X(01)    VALUE "N".
               88  LISTA-TODAS                      VALUE "S".

       COPY USULOG.CPY.

       01  WS-LINHA-LISTA.
           05  LL-NUM-SAC              PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-ABERTURA          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-CATEG                PIC X(01).
           05  FILLER                  PIC X(05) VALUE " CLI ".
           05  LL-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(05) VALUE " PED ".
           05  LL-NUM-PEDIDO           PIC Z(06)9.
           05  FILLER                  PIC X(04) VALUE " NF ".
           05  LL-NUM-NOTA             PIC Z(06)9.
           05  FILLER                  PIC X(07) VALUE " PRAZO ".
           05  LL-DT-PRAZO             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-RESPONSAVEL          PIC X(20).

       01  WS-LINHA-VINCULO.
           05  FILLER                  PIC X(11) VALUE "      DEVOL".
           05  LV-NUM-DEVOL            PIC Z(04)9.
           05  FILLER                  PIC X(10) VALUE " CREDITO ".
           05  LV-CREDITO              PIC Z(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - OPERADOR (LOGIN DO MENU OU DIGITADO) E
      * ABERTURA DOS ARQUIVOS (SAC E CRIADO NA PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           IF LOGIN-USUARIO-ATUAL = SPACES
               DISPLAY "LOGIN DO ATENDENTE:"
               ACCEPT WS-OPERADOR FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF

           OPEN I-O SAC
           IF FS-SAC = "35" OR FS-SAC = "05"
               OPEN OUTPUT SAC
               CLOSE SAC
               OPEN I-O SAC
           END-IF
           IF FS-SAC NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE SAC. FS: " FS-SAC
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PEDIDO
           OPEN INPUT ITEM-PED
           OPEN INPUT CLIENTE
           OPEN INPUT PRODUTO
           OPEN INPUT DEVOL
           MOVE ZEROS TO FS.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI, A ACOMPANHA (ALTERA E PASSA PARA
      * EM ANALISE), R RESOLVE, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "SAC - OPCAO (I=INCLUI A=ACOMPANHA R=RESOLVE"
                   " L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI  THRU 2100-INCLUI-EXIT
               WHEN "A"
                   PERFORM 2200-ACOMPANHA THRU 2200-ACOMPANHA-EXIT
               WHEN "R"
                   PERFORM 2300-RESOLVE THRU 2300-RESOLVE-EXIT
               WHEN "L"
                   PERFORM 2400-LISTA   THRU 2400-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI - NOVA RECLAMACAO COM O PROXIMO NUMERO LIVRE
      * (START <= / READ PREVIOUS, MESMA TECNICA DO CADCAMP).
      *-----------------------------------------------------------------
       2100-INCLUI.
           MOVE 999999 TO XAV-SAC
           START SAC KEY IS <= XAV-SAC
           IF FS-SAC EQUAL ZEROS
               READ SAC PREVIOUS WITH IGNORE LOCK
               MOVE NUM-SAC TO WS-NUM-SAC-NOVO
           ELSE
               MOVE ZEROS TO WS-NUM-SAC-NOVO
           END-IF
           ADD 1 TO WS-NUM-SAC-NOVO

           INITIALIZE REG-SAC
           MOVE WS-NUM-SAC-NOVO TO NUM-SAC
           MOVE WS-HOJE         TO DT-ABERTURA-SAC
           MOVE WS-OPERADOR     TO OPERADOR-SAC
           SET SAC-ABERTA       TO TRUE

           PERFORM 2500-DIGITA-ORIGEM THRU 2500-DIGITA-ORIGEM-EXIT
           IF NOT SAC-OK
               DISPLAY "RECLAMACAO NAO GRAVADA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-OPERADOR TO RESPONSAVEL-SAC
           COMPUTE DT-PRAZO-SAC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HOJE) + WS-PRAZO-PADRAO)

           PERFORM 2600-DIGITA-ANDAMENTO
               THRU 2600-DIGITA-ANDAMENTO-EXIT
           IF NOT SAC-OK
               DISPLAY "RECLAMACAO NAO GRAVADA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           WRITE REG-SAC
           IF FS-SAC = ZEROS
               DISPLAY "RECLAMACAO " NUM-SAC " GRAVADA - PRAZO "
                       DT-PRAZO-SAC "."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-SAC
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-ACOMPANHA - ENTER MANTEM CADA VALOR ATUAL; RECLAMACAO
      * ABERTA QUE RECEBE ACOMPANHAMENTO PASSA PARA EM ANALISE.
      *-----------------------------------------------------------------
       2200-ACOMPANHA.
           PERFORM 2700-LE-SAC THRU 2700-LE-SAC-EXIT
           IF NOT SAC-OK
               GO TO 2200-ACOMPANHA-EXIT
           END-IF
           IF SAC-RESOLVIDA
               DISPLAY "RECLAMACAO JA RESOLVIDA EM " DT-RESOLUCAO-SAC
                       "."
               UNLOCK SAC
               GO TO 2200-ACOMPANHA-EXIT
           END-IF

           PERFORM 2600-DIGITA-ANDAMENTO
               THRU 2600-DIGITA-ANDAMENTO-EXIT
           IF NOT SAC-OK
               DISPLAY "NADA GRAVADO."
               UNLOCK SAC
               GO TO 2200-ACOMPANHA-EXIT
           END-IF

           SET SAC-EM-ANALISE TO TRUE
           REWRITE REG-SAC
           IF FS-SAC = ZEROS
               DISPLAY "RECLAMACAO " NUM-SAC " EM ANALISE."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-SAC
           END-IF.
       2200-ACOMPANHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-RESOLVE - NOTA DE RESOLUCAO E O VINCULO: D = DEVOLUCAO JA
      * FEITA NO DEVOLUCA PARA O MESMO PEDIDO, C = CREDITO CONCEDIDO
      * AQUI (2800), ENTER = SEM DEVOLUCAO NEM CREDITO.
      *-----------------------------------------------------------------
       2300-RESOLVE.
           PERFORM 2700-LE-SAC THRU 2700-LE-SAC-EXIT
           IF NOT SAC-OK
               GO TO 2300-RESOLVE-EXIT
           END-IF
           MOVE "N" TO WS-SAC-OK
           IF SAC-RESOLVIDA
               DISPLAY "RECLAMACAO JA RESOLVIDA EM " DT-RESOLUCAO-SAC
                       "."
               UNLOCK SAC
               GO TO 2300-RESOLVE-EXIT
           END-IF

           DISPLAY "NOTA DE RESOLUCAO:"
           MOVE SPACES TO WS-TEXTO-LONGO
           ACCEPT WS-TEXTO-LONGO FROM CONSOLE
           IF WS-TEXTO-LONGO = SPACES
               DISPLAY "NOTA DE RESOLUCAO NAO INFORMADA - NADA GRAVADO."
               UNLOCK SAC
               GO TO 2300-RESOLVE-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-LONGO) TO RESOLUCAO-SAC

           DISPLAY "RESULTOU EM D=DEVOLUCAO C=CREDITO (ENTER = NENHUM):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-VALOR-TEXT (1:1))
               TO WS-VALOR-TEXT (1:1)

           EVALUATE WS-VALOR-TEXT (1:1)
               WHEN " "
                   CONTINUE
               WHEN "D"
                   PERFORM 2310-VINCULA-DEVOLUCAO
                       THRU 2310-VINCULA-DEVOLUCAO-EXIT
                   IF NOT SAC-OK
                       UNLOCK SAC
                       GO TO 2300-RESOLVE-EXIT
                   END-IF
               WHEN "C"
                   PERFORM 2800-CONCEDE-CREDITO
                       THRU 2800-CONCEDE-CREDITO-EXIT
                   IF NOT SAC-OK
                       UNLOCK SAC
                       GO TO 2300-RESOLVE-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA - NADA GRAVADO."
                   UNLOCK SAC
                   GO TO 2300-RESOLVE-EXIT
           END-EVALUATE

           SET SAC-RESOLVIDA TO TRUE
           MOVE WS-HOJE      TO DT-RESOLUCAO-SAC
           REWRITE REG-SAC
           IF FS-SAC = ZEROS
               DISPLAY "RECLAMACAO " NUM-SAC " RESOLVIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-SAC
           END-IF.
       2300-RESOLVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2310-VINCULA-DEVOLUCAO - O DOCUMENTO DE DEVOLUCAO PRECISA SER
      * DO MESMO PEDIDO DA RECLAMACAO.
      *-----------------------------------------------------------------
       2310-VINCULA-DEVOLUCAO.
           MOVE "N" TO WS-SAC-OK
           DISPLAY "NUMERO DA DEVOLUCAO (DEVOLUCA):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
               TO WS-NUM-DEVOL-INF

           MOVE WS-NUM-DEVOL-INF TO XAV-DEV
           READ DEVOL WITH IGNORE LOCK
           IF FS-DEV NOT = ZEROS
               DISPLAY "DEVOLUCAO " WS-NUM-DEVOL-INF
                       " NAO CADASTRADA - NADA GRAVADO."
               GO TO 2310-VINCULA-DEVOLUCAO-EXIT
           END-IF
           IF NUM-PEDIDO-DEV NOT = NUM-PEDIDO-SAC
               DISPLAY "DEVOLUCAO " WS-NUM-DEVOL-INF " E DO PEDIDO "
                       NUM-PEDIDO-DEV ", NAO DO PEDIDO "
                       NUM-PEDIDO-SAC " - NADA GRAVADO."
               GO TO 2310-VINCULA-DEVOLUCAO-EXIT
           END-IF

           MOVE WS-NUM-DEVOL-INF TO NUM-DEVOL-SAC
           MOVE "S" TO WS-SAC-OK.
       2310-VINCULA-DEVOLUCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - RECLAMACOES PENDENTES (OU TODAS), COM O VINCULO
      * DAS RESOLVIDAS.
      *-----------------------------------------------------------------
       2400-LISTA.
           DISPLAY "LISTAR T=TODAS (ENTER = SO AS PENDENTES):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-VALOR-TEXT (1:1)) = "T"
               MOVE "S" TO WS-LISTA-TODAS
           ELSE
               MOVE "N" TO WS-LISTA-TODAS
           END-IF

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE ZEROS TO XAV-SAC
           START SAC KEY IS >= XAV-SAC
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2410-LISTA-UMA THRU 2410-LISTA-UMA-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-SAC

           DISPLAY WS-QTD-LISTADOS " RECLAMACAO(OES).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-UMA.
           READ SAC NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-UMA-EXIT
           END-READ

           IF NOT LISTA-TODAS AND NOT SAC-PENDENTE
               GO TO 2410-LISTA-UMA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE NUM-SAC          TO LL-NUM-SAC
           MOVE DT-ABERTURA-SAC  TO LL-DT-ABERTURA
           MOVE SIT-SAC          TO LL-SIT
           MOVE CATEG-SAC        TO LL-CATEG
           MOVE COD-CLI-SAC      TO LL-COD-CLI
           MOVE NUM-PEDIDO-SAC   TO LL-NUM-PEDIDO
           MOVE NUM-NOTA-SAC     TO LL-NUM-NOTA
           MOVE DT-PRAZO-SAC     TO LL-DT-PRAZO
           MOVE RESPONSAVEL-SAC  TO LL-RESPONSAVEL
           DISPLAY WS-LINHA-LISTA
           DISPLAY "      " FUNCTION TRIM(DESCR-SAC)

           IF SAC-RESOLVIDA
               DISPLAY "      RESOLVIDA EM " DT-RESOLUCAO-SAC ": "
                       FUNCTION TRIM(RESOLUCAO-SAC)
               IF NUM-DEVOL-SAC NOT = ZEROS
               OR VALOR-CREDITO-SAC NOT = ZEROS
                   MOVE NUM-DEVOL-SAC     TO LV-NUM-DEVOL
                   MOVE VALOR-CREDITO-SAC TO LV-CREDITO
                   DISPLAY WS-LINHA-VINCULO
               END-IF
           END-IF.
       2410-LISTA-UMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DIGITA-ORIGEM - PEDIDO OU NOTA FISCAL DA RECLAMACAO
      * (CLIENTE, VENDEDOR E ROTA VEM DELE), PRODUTO OPCIONAL QUE
      * PRECISA ESTAR NO PEDIDO, CATEGORIA E DESCRICAO.
      *-----------------------------------------------------------------
       2500-DIGITA-ORIGEM.
           MOVE "N" TO WS-SAC-OK

           DISPLAY "PEDIDO (ENTER = INFORMAR A NOTA FISCAL):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO WS-NUM-PEDIDO-INF
               MOVE WS-NUM-PEDIDO-INF TO XAV-PED
               READ PEDIDO WITH IGNORE LOCK
           ELSE
               DISPLAY "NOTA FISCAL:"
               MOVE SPACES TO WS-VALOR-TEXT
               ACCEPT WS-VALOR-TEXT FROM CONSOLE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO WS-NUM-NOTA-INF
               IF WS-NUM-NOTA-INF = ZEROS
                   DISPLAY "PEDIDO OU NOTA NAO INFORMADO."
                   GO TO 2500-DIGITA-ORIGEM-EXIT
               END-IF
               MOVE WS-NUM-NOTA-INF TO NUM-NOTA-FISCAL
               READ PEDIDO WITH IGNORE LOCK
                   KEY IS NUM-NOTA-FISCAL
           END-IF
           IF FS NOT = ZEROS
               DISPLAY "PEDIDO/NOTA NAO ENCONTRADO."
               MOVE ZEROS TO FS
               GO TO 2500-DIGITA-ORIGEM-EXIT
           END-IF
           IF PED-CANCELADO
               DISPLAY "PEDIDO " NUM-PEDIDO " CANCELADO."
               GO TO 2500-DIGITA-ORIGEM-EXIT
           END-IF

           MOVE NUM-PEDIDO      TO NUM-PEDIDO-SAC
           MOVE NUM-NOTA-FISCAL TO NUM-NOTA-SAC
           MOVE COD-CLI-PED     TO COD-CLI-SAC
           MOVE COD-VEND-PED    TO COD-VEND-SAC
           MOVE COD-ROTA-PED    TO COD-ROTA-SAC

           MOVE COD-CLI-SAC TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               DISPLAY "PEDIDO " NUM-PEDIDO-SAC "  NOTA " NUM-NOTA-SAC
                       "  CLIENTE " COD-CLI-SAC " "
                       FUNCTION TRIM(RAZAO-CLI)
           END-IF
           MOVE ZEROS TO FS

           DISPLAY "PRODUTO RECLAMADO (ENTER = PEDIDO INTEIRO):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
               TO WS-COD-PRODUTO-INF
           IF WS-COD-PRODUTO-INF NOT = ZEROS
               PERFORM 2510-CONFERE-PRODUTO
                   THRU 2510-CONFERE-PRODUTO-EXIT
               IF NOT ACHOU-PRODUTO
                   DISPLAY "PRODUTO " WS-COD-PRODUTO-INF
                           " NAO CONSTA DO PEDIDO " NUM-PEDIDO-SAC "."
                   GO TO 2500-DIGITA-ORIGEM-EXIT
               END-IF
               MOVE WS-COD-PRODUTO-INF TO COD-PRODUTO-SAC XAV-PRODUTO
               READ PRODUTO WITH IGNORE LOCK
               IF FS = ZEROS
                   DISPLAY FUNCTION TRIM(DESCR-PRODUTO)
               END-IF
               MOVE ZEROS TO FS
           END-IF

           DISPLAY "CATEGORIA A=ATRASO NA ENTREGA E=ITEM ERRADO"
                   " D=AVARIA O=OUTROS:"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-VALOR-TEXT (1:1)) TO CATEG-SAC
           IF NOT SAC-CATEG-VALIDA
               DISPLAY "CATEGORIA INVALIDA."
               GO TO 2500-DIGITA-ORIGEM-EXIT
           END-IF

           DISPLAY "DESCRICAO DA RECLAMACAO:"
           MOVE SPACES TO WS-TEXTO-LONGO
           ACCEPT WS-TEXTO-LONGO FROM CONSOLE
           IF WS-TEXTO-LONGO = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA."
               GO TO 2500-DIGITA-ORIGEM-EXIT
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-TEXTO-LONGO) TO DESCR-SAC

           MOVE "S" TO WS-SAC-OK.
       2500-DIGITA-ORIGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2510-CONFERE-PRODUTO - O PRODUTO INFORMADO ESTA EM ALGUMA
      * LINHA DO PEDIDO DA RECLAMACAO?
      *-----------------------------------------------------------------
       2510-CONFERE-PRODUTO.
           MOVE "N" TO WS-ACHOU-PRODUTO WS-FIM-ITEM
           MOVE NUM-PEDIDO-SAC TO NUM-PEDIDO-ITEM
           MOVE ZEROS          TO SEQ-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           PERFORM 2520-LE-ITEM THRU 2520-LE-ITEM-EXIT
               UNTIL FIM-ITEM OR ACHOU-PRODUTO
           MOVE ZEROS TO FS.
       2510-CONFERE-PRODUTO-EXIT.
           EXIT.

       2520-LE-ITEM.
           READ ITEM-PED NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ITEM
                   GO TO 2520-LE-ITEM-EXIT
           END-READ
           IF NUM-PEDIDO-ITEM NOT = NUM-PEDIDO-SAC
               MOVE "S" TO WS-FIM-ITEM
               GO TO 2520-LE-ITEM-EXIT
           END-IF
           IF COD-PRODUTO-ITEM = WS-COD-PRODUTO-INF
               MOVE "S" TO WS-ACHOU-PRODUTO
           END-IF.
       2520-LE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-DIGITA-ANDAMENTO - RESPONSAVEL, PRAZO E, NO
      * ACOMPANHAMENTO, A DESCRICAO (ENTER MANTEM O VALOR ATUAL).
      *-----------------------------------------------------------------
       2600-DIGITA-ANDAMENTO.
           MOVE "N" TO WS-SAC-OK

           DISPLAY "RESPONSAVEL (ATUAL "
                   FUNCTION TRIM(RESPONSAVEL-SAC) "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-VALOR-TEXT)
                   TO RESPONSAVEL-SAC
           END-IF
           IF RESPONSAVEL-SAC = SPACES
               DISPLAY "RESPONSAVEL NAO INFORMADO."
               GO TO 2600-DIGITA-ANDAMENTO-EXIT
           END-IF

           DISPLAY "PRAZO AAAAMMDD (ATUAL " DT-PRAZO-SAC "):"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15))
                   TO DT-PRAZO-SAC
           END-IF
           IF DT-PRAZO-SAC < DT-ABERTURA-SAC
               DISPLAY "PRAZO ANTERIOR A ABERTURA."
               GO TO 2600-DIGITA-ANDAMENTO-EXIT
           END-IF

           IF WS-OPCAO = "A"
               DISPLAY "DESCRICAO (ENTER MANTEM): "
                       FUNCTION TRIM(DESCR-SAC)
               MOVE SPACES TO WS-TEXTO-LONGO
               ACCEPT WS-TEXTO-LONGO FROM CONSOLE
               IF WS-TEXTO-LONGO NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO-LONGO)
                       TO DESCR-SAC
               END-IF
           END-IF

           MOVE "S" TO WS-SAC-OK.
       2600-DIGITA-ANDAMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-LE-SAC - LE COM LOCK A RECLAMACAO INFORMADA.
      *-----------------------------------------------------------------
       2700-LE-SAC.
           MOVE "N" TO WS-SAC-OK
           DISPLAY "NUMERO DA RECLAMACAO:"
           ACCEPT WS-NUM-SAC-INF FROM CONSOLE

           MOVE WS-NUM-SAC-INF TO XAV-SAC
           READ SAC WITH LOCK
           IF FS-SAC NOT = ZEROS
               DISPLAY "RECLAMACAO NAO CADASTRADA."
               GO TO 2700-LE-SAC-EXIT
           END-IF
           DISPLAY "PEDIDO " NUM-PEDIDO-SAC "  NOTA " NUM-NOTA-SAC
                   "  CLIENTE " COD-CLI-SAC "  SITUACAO " SIT-SAC
           DISPLAY FUNCTION TRIM(DESCR-SAC)
           MOVE "S" TO WS-SAC-OK.
       2700-LE-SAC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2800-CONCEDE-CREDITO - CREDITO AO CLIENTE PELA RECLAMACAO:
      * ABATE OS TITULOS EM ABERTO DO PEDIDO, DA PARCELA MAIS ANTIGA
      * PARA A MAIS NOVA (PARCELA ZERADA VIRA CANCELADA), E O QUE
      * SOBRA VIRA NOTA DE CREDITO (PARCELA 99, VALOR NEGATIVO, EM
      * ABERTO) - A MESMA REGRA DO DEVOLUCA. NOTA DE CREDITO JA
      * EXISTENTE E AINDA EM ABERTO E AUMENTADA; JA COMPENSADA,
      * O CREDITO E RECUSADO ANTES DE MEXER EM QUALQUER TITULO.
      *-----------------------------------------------------------------
       2800-CONCEDE-CREDITO.
           MOVE "N" TO WS-SAC-OK
           DISPLAY "VALOR DO CREDITO:"
           MOVE SPACES TO WS-VALOR-TEXT
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-VALOR-TEXT (1:15)) TO WS-CREDITO
           IF WS-CREDITO NOT > ZEROS
               DISPLAY "VALOR INVALIDO - NADA GRAVADO."
               GO TO 2800-CONCEDE-CREDITO-EXIT
           END-IF

           OPEN I-O RECEBIMENTO
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT RECEBIMENTO
               CLOSE RECEBIMENTO
               OPEN I-O RECEBIMENTO
           END-IF
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               MOVE ZEROS TO FS
               GO TO 2800-CONCEDE-CREDITO-EXIT
           END-IF

           MOVE NUM-PEDIDO-SAC TO NUM-PEDIDO-RECEB
           MOVE 99             TO NUM-PARCELA-RECEB
           READ RECEBIMENTO WITH IGNORE LOCK
           IF FS = ZEROS AND NOT RECEB-ABERTO
               DISPLAY "NOTA DE CREDITO DO PEDIDO " NUM-PEDIDO-SAC
                       " JA COMPENSADA - NADA GRAVADO."
               CLOSE RECEBIMENTO
               MOVE ZEROS TO FS
               GO TO 2800-CONCEDE-CREDITO-EXIT
           END-IF

           MOVE WS-CREDITO TO VALOR-CREDITO-SAC
           MOVE "N"        TO WS-FIM-ITEM
           MOVE NUM-PEDIDO-SAC TO NUM-PEDIDO-RECEB
           MOVE ZEROS          TO NUM-PARCELA-RECEB
           START RECEBIMENTO KEY IS >= XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-ITEM
           END-START

           PERFORM 2810-LE-PARCELA THRU 2810-LE-PARCELA-EXIT
               UNTIL FIM-ITEM OR WS-CREDITO NOT > ZEROS

           IF WS-CREDITO > ZEROS
               PERFORM 2820-NOTA-DE-CREDITO
                   THRU 2820-NOTA-DE-CREDITO-EXIT
           END-IF

           CLOSE RECEBIMENTO
           MOVE ZEROS TO FS

           MOVE "CREDITO-SAC" TO WS-ALOG-OPER
           MOVE NUM-SAC       TO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           MOVE "S" TO WS-SAC-OK.
       2800-CONCEDE-CREDITO-EXIT.
           EXIT.

       2810-LE-PARCELA.
           READ RECEBIMENTO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ITEM
                   GO TO 2810-LE-PARCELA-EXIT
           END-READ
           IF NUM-PEDIDO-RECEB NOT = NUM-PEDIDO-SAC
               MOVE "S" TO WS-FIM-ITEM
               GO TO 2810-LE-PARCELA-EXIT
           END-IF
           IF NOT RECEB-ABERTO OR VALOR-RECEB NOT > ZEROS
               GO TO 2810-LE-PARCELA-EXIT
           END-IF

           IF VALOR-RECEB > WS-CREDITO
               MOVE WS-CREDITO TO WS-ABATIMENTO
           ELSE
               MOVE VALOR-RECEB TO WS-ABATIMENTO
           END-IF

           SUBTRACT WS-ABATIMENTO FROM VALOR-RECEB
           SUBTRACT WS-ABATIMENTO FROM WS-CREDITO

           IF VALOR-RECEB = ZEROS
               SET RECEB-CANCELADO TO TRUE
           END-IF

           REWRITE REG-RECEB.
       2810-LE-PARCELA-EXIT.
           EXIT.

       2820-NOTA-DE-CREDITO.
           MOVE NUM-PEDIDO-SAC TO NUM-PEDIDO-RECEB
           MOVE 99             TO NUM-PARCELA-RECEB
           READ RECEBIMENTO WITH LOCK
           IF FS = ZEROS
               SUBTRACT WS-CREDITO FROM VALOR-RECEB
               REWRITE REG-RECEB
           ELSE
               INITIALIZE REG-RECEB
               MOVE NUM-PEDIDO-SAC TO NUM-PEDIDO-RECEB
               MOVE 99             TO NUM-PARCELA-RECEB
               MOVE COD-CLI-SAC    TO COD-CLI-RECEB
               MOVE NUM-NOTA-SAC   TO NUM-NOTA-FISCAL-RECEB
               MOVE WS-HOJE        TO DT-FATURAMENTO-RECEB
               MOVE WS-HOJE        TO DT-VENCIMENTO-RECEB
               COMPUTE VALOR-RECEB = WS-CREDITO * -1
               SET RECEB-ABERTO    TO TRUE
               WRITE REG-RECEB
           END-IF

           MOVE ZEROS TO WS-CREDITO.
       2820-NOTA-DE-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE SAC
           CLOSE PEDIDO
           CLOSE ITEM-PED
           CLOSE CLIENTE
           CLOSE PRODUTO
           CLOSE DEVOL.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8900-GRAVA-ACAO-LOG - APENDA NO ACAOLOG.TXT A OPERACAO
      * SENSIVEL RECEM-EFETIVADA (DATA;HORA;QUEM;OPERACAO;CHAVE),
      * MESMO LOG DAS NEGATIVAS DE ACESSO DO HBSIS, LIDO PELO VERLOG.
      *-----------------------------------------------------------------
       8900-GRAVA-ACAO-LOG.
           ACCEPT WS-ALOG-DT FROM DATE YYYYMMDD
           ACCEPT WS-ALOG-HR FROM TIME

           OPEN EXTEND ACAO-LOG
           IF FS-ALOG = "05" OR FS-ALOG = "35"
               OPEN OUTPUT ACAO-LOG
           END-IF
           IF FS-ALOG NOT = ZEROS
               GO TO 8900-GRAVA-ACAO-LOG-EXIT
           END-IF

           MOVE SPACES TO REG-ALOG
           STRING WS-ALOG-DT ";" WS-ALOG-HR (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
