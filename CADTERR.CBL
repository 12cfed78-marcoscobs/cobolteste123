      *-----------------------------------------------------------------
      * CADTERR - TERRITORIOS DE VENDA POR FAIXA DE CEP
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADTERR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DOS TERRITORIOS
      *                   DE VENDA (TERRIT.DAT): NOME, VENDEDOR
      *                   RESPONSAVEL E AS FAIXAS DE CEP COBERTAS. UMA
      *                   FAIXA NAO PODE SE SOBREPOR A OUTRA DO MESMO
      *                   TERRITORIO NEM A DE OUTRO TERRITORIO ATIVO.
      *                   INATIVA/REATIVA E LISTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TERRIT.SEL".
           COPY "VENDEDOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "TERRIT.FD".
           COPY "VENDEDOR.FD".

       WORKING-STORAGE SECTION.

       77  FS-TERR                     PIC XX       VALUE SPACES.
       77  FS                          PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC 9(03)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-VEND-INFORMADO           PIC 9(03)    VALUE ZEROS.

      * FAIXA EM MANUTENCAO E O TERRITORIO ATIVO QUE JA COBRE PARTE
      * DELA, SE HOUVER.
       77  WS-CEP-INI                  PIC 9(08)    VALUE ZEROS.
       77  WS-CEP-FIM                  PIC 9(08)    VALUE ZEROS.
       77  WS-ACAO-FAIXA               PIC X(01)    VALUE SPACE.
       77  WS-TERR-CONFLITO            PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-FAIXA                PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-ACHADA               PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-SOBREPOE             PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-CONF                 PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-SEM-VENDEDOR         PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-VENDEDOR             VALUE "S".

      * FAIXAS A CONFERIR CONTRA OS OUTROS TERRITORIOS ATIVOS: A FAIXA
      * NOVA NA INCLUSAO, OU TODAS AS DO TERRITORIO NA REATIVACAO.
       01  WS-TAB-CONFERE.
           05  WS-QTD-CONFERE          PIC 9(02)    VALUE ZEROS.
           05  WS-FAIXA-CONFERE        OCCURS 20 TIMES.
               10  WS-INI-CONFERE      PIC 9(08).
               10  WS-FIM-CONFERE      PIC 9(08).

       01  WS-LINHA-LISTA.
           05  LL-COD                  PIC Z(02)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NOME                 PIC X(30).
           05  FILLER                  PIC X(06) VALUE " VEND ".
           05  LL-VEND                 PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-NOME-VEND            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).

       01  WS-LINHA-FAIXA.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LF-CEP-INI              PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LF-CEP-FIM              PIC 9(08).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE TERRITORIOS. SEM
      * O CADASTRO DE VENDEDORES O VENDEDOR NAO E CONFERIDO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O TERRIT
           IF FS-TERR = "35" OR FS-TERR = "05"
               OPEN OUTPUT TERRIT
               CLOSE TERRIT
               OPEN I-O TERRIT
           END-IF

           IF FS-TERR NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE TERRIT. FS: " FS-TERR
               MOVE "S" TO WS-FIM-MENU
           END-IF

           OPEN INPUT VENDEDOR
           IF FS NOT = ZEROS
               CLOSE VENDEDOR
               MOVE "S" TO WS-SEM-VENDEDOR
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, F FAIXAS DE CEP,
      * X INATIVA/REATIVA, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "TERRITORIOS DE VENDA - OPCAO (I=INCLUI/ALTERA"
                   " F=FAIXAS X=INATIVA/REATIVA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "F"
                   PERFORM 2400-FAIXAS THRU 2400-FAIXAS-EXIT
               WHEN "X"
                   PERFORM 2200-INATIVA THRU 2200-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA   THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

       2100-INCLUI-ALTERA.
           DISPLAY "CODIGO DO TERRITORIO:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           IF WS-COD-INFORMADO = ZEROS
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-TERR
           READ TERRIT
           IF FS-TERR NOT = ZEROS
               INITIALIZE REG-TERR
               MOVE WS-COD-INFORMADO TO COD-TERR
               SET TERR-ATIVO TO TRUE
           END-IF

           DISPLAY "NOME (ENTER P/ MANTER "
                   FUNCTION TRIM(NOME-TERR) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO NOME-TERR
           END-IF

           DISPLAY "VENDEDOR RESPONSAVEL, 0 = SEM VENDEDOR (ENTER P/"
                   " MANTER " COD-VEND-TERR "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO WS-VEND-INFORMADO
               PERFORM 2150-CONFERE-VENDEDOR
                   THRU 2150-CONFERE-VENDEDOR-EXIT
           END-IF

           IF NOME-TERR = SPACES
               DISPLAY "NOME NAO INFORMADO - NADA FEITO."
               UNLOCK TERRIT
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           WRITE REG-TERR
               INVALID KEY REWRITE REG-TERR
           END-WRITE

           IF FS-TERR = ZEROS
               DISPLAY "TERRITORIO " COD-TERR " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TERR
           END-IF.
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-CONFERE-VENDEDOR - O VENDEDOR RESPONSAVEL PRECISA EXISTIR
      * E ESTAR ATIVO; SENAO O TERRITORIO FICA COM O VENDEDOR ANTERIOR.
      *-----------------------------------------------------------------
       2150-CONFERE-VENDEDOR.
           IF WS-VEND-INFORMADO = ZEROS OR SEM-ARQUIVO-VENDEDOR
               MOVE WS-VEND-INFORMADO TO COD-VEND-TERR
               GO TO 2150-CONFERE-VENDEDOR-EXIT
           END-IF

           MOVE WS-VEND-INFORMADO TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
           IF FS NOT = ZEROS OR NOT VEND-ATIVO
               DISPLAY "VENDEDOR " WS-VEND-INFORMADO
                       " NAO CADASTRADO OU INATIVO - MANTIDO O "
                       COD-VEND-TERR "."
           ELSE
               MOVE WS-VEND-INFORMADO TO COD-VEND-TERR
               DISPLAY "VENDEDOR: " FUNCTION TRIM(NOME-VEND)
           END-IF.
       2150-CONFERE-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-INATIVA - TERRITORIO INATIVO NAO ATRIBUI VENDEDOR E LIBERA
      * AS SUAS FAIXAS. NA REATIVACAO AS FAIXAS SAO CONFERIDAS DE NOVO
      * CONTRA OS TERRITORIOS ATIVOS.
      *-----------------------------------------------------------------
       2200-INATIVA.
           DISPLAY "CODIGO DO TERRITORIO:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-TERR
           READ TERRIT WITH IGNORE LOCK
           IF FS-TERR NOT = ZEROS
               DISPLAY "TERRITORIO NAO ENCONTRADO. FS: " FS-TERR
               GO TO 2200-INATIVA-EXIT
           END-IF

           IF TERR-INATIVO
               MOVE QTD-FAIXAS-TERR TO WS-QTD-CONFERE
               PERFORM 2250-COPIA-FAIXA THRU 2250-COPIA-FAIXA-EXIT
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TERR
               PERFORM 2420-PROCURA-CONFLITO
                   THRU 2420-PROCURA-CONFLITO-EXIT
               IF WS-TERR-CONFLITO NOT = ZEROS
                   DISPLAY "FAIXA DE CEP JA COBERTA PELO TERRITORIO "
                           WS-TERR-CONFLITO " - NAO REATIVADO."
                   GO TO 2200-INATIVA-EXIT
               END-IF
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-TERR
           READ TERRIT WITH LOCK
           IF FS-TERR NOT = ZEROS
               DISPLAY "TERRITORIO NAO ENCONTRADO. FS: " FS-TERR
               GO TO 2200-INATIVA-EXIT
           END-IF

           IF TERR-ATIVO
               SET TERR-INATIVO TO TRUE
               DISPLAY "TERRITORIO " COD-TERR " INATIVADO."
           ELSE
               SET TERR-ATIVO TO TRUE
               DISPLAY "TERRITORIO " COD-TERR " REATIVADO."
           END-IF
           REWRITE REG-TERR.
       2200-INATIVA-EXIT.
           EXIT.

       2250-COPIA-FAIXA.
           MOVE CEP-INI-TERR (WS-IDX-FAIXA)
               TO WS-INI-CONFERE (WS-IDX-FAIXA)
           MOVE CEP-FIM-TERR (WS-IDX-FAIXA)
               TO WS-FIM-CONFERE (WS-IDX-FAIXA).
       2250-COPIA-FAIXA-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-TERR
           START TERRIT KEY IS NOT LESS THAN XAV-TERR
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2350-LISTA-UM THRU 2350-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " TERRITORIO(S) CADASTRADO(S).".
       2300-LISTA-EXIT.
           EXIT.

       2350-LISTA-UM.
           READ TERRIT NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2350-LISTA-UM-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-TERR          TO LL-COD
           MOVE NOME-TERR         TO LL-NOME
           MOVE COD-VEND-TERR     TO LL-VEND
           MOVE SIT-TERR          TO LL-SIT
           MOVE SPACES            TO LL-NOME-VEND
           IF COD-VEND-TERR NOT = ZEROS AND NOT SEM-ARQUIVO-VENDEDOR
               MOVE COD-VEND-TERR TO XAV-VEND
               READ VENDEDOR WITH IGNORE LOCK
               IF FS = ZEROS
                   MOVE NOME-VEND TO LL-NOME-VEND
               END-IF
           END-IF
           DISPLAY WS-LINHA-LISTA

           PERFORM 2360-LISTA-FAIXA THRU 2360-LISTA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TERR.
       2350-LISTA-UM-EXIT.
           EXIT.

       2360-LISTA-FAIXA.
           MOVE CEP-INI-TERR (WS-IDX-FAIXA) TO LF-CEP-INI
           MOVE CEP-FIM-TERR (WS-IDX-FAIXA) TO LF-CEP-FIM
           DISPLAY WS-LINHA-FAIXA.
       2360-LISTA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-FAIXAS - INCLUI OU EXCLUI UMA FAIXA DE CEP (INICIAL E
      * FINAL, INCLUSIVE) DO TERRITORIO. A FAIXA NOVA NAO PODE SE
      * SOBREPOR A NENHUMA OUTRA DO TERRITORIO NEM DE OUTRO TERRITORIO
      * ATIVO, PARA O ACHATERR ACHAR UM TERRITORIO SO PARA O CEP.
      *-----------------------------------------------------------------
       2400-FAIXAS.
           DISPLAY "CODIGO DO TERRITORIO:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-TERR
           READ TERRIT WITH IGNORE LOCK
           IF FS-TERR NOT = ZEROS
               DISPLAY "TERRITORIO NAO ENCONTRADO. FS: " FS-TERR
               GO TO 2400-FAIXAS-EXIT
           END-IF

           DISPLAY "CEP INICIAL DA FAIXA (SO NUMEROS):"
           MOVE ZEROS TO WS-CEP-INI
           ACCEPT WS-CEP-INI FROM CONSOLE
           DISPLAY "CEP FINAL DA FAIXA (SO NUMEROS):"
           MOVE ZEROS TO WS-CEP-FIM
           ACCEPT WS-CEP-FIM FROM CONSOLE
           IF WS-CEP-INI = ZEROS OR WS-CEP-FIM < WS-CEP-INI
               DISPLAY "FAIXA INVALIDA - NADA FEITO."
               GO TO 2400-FAIXAS-EXIT
           END-IF

           DISPLAY "I = INCLUI NO TERRITORIO  E = EXCLUI DO TERRITORIO:"
           MOVE SPACE TO WS-ACAO-FAIXA
           ACCEPT WS-ACAO-FAIXA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-ACAO-FAIXA) TO WS-ACAO-FAIXA
           IF WS-ACAO-FAIXA NOT = "I" AND WS-ACAO-FAIXA NOT = "E"
               DISPLAY "OPCAO INVALIDA - NADA FEITO."
               GO TO 2400-FAIXAS-EXIT
           END-IF

           IF WS-ACAO-FAIXA = "I" AND TERR-ATIVO
               MOVE 1          TO WS-QTD-CONFERE
               MOVE WS-CEP-INI TO WS-INI-CONFERE (1)
               MOVE WS-CEP-FIM TO WS-FIM-CONFERE (1)
               PERFORM 2420-PROCURA-CONFLITO
                   THRU 2420-PROCURA-CONFLITO-EXIT
               IF WS-TERR-CONFLITO NOT = ZEROS
                   DISPLAY "FAIXA JA COBERTA (TODA OU EM PARTE) PELO"
                           " TERRITORIO " WS-TERR-CONFLITO
                           " - NADA FEITO."
                   GO TO 2400-FAIXAS-EXIT
               END-IF
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-TERR
           READ TERRIT WITH LOCK
           IF FS-TERR NOT = ZEROS
               DISPLAY "TERRITORIO NAO ENCONTRADO. FS: " FS-TERR
               GO TO 2400-FAIXAS-EXIT
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADA WS-IDX-SOBREPOE
           PERFORM 2450-PROCURA-FAIXA THRU 2450-PROCURA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TERR

           IF WS-ACAO-FAIXA = "E"
               PERFORM 2500-EXCLUI-FAIXA THRU 2500-EXCLUI-FAIXA-EXIT
               GO TO 2400-FAIXAS-EXIT
           END-IF

           IF WS-IDX-SOBREPOE NOT = ZEROS
               DISPLAY "FAIXA SE SOBREPOE A OUTRA DO PROPRIO"
                       " TERRITORIO - NADA FEITO."
               UNLOCK TERRIT
               GO TO 2400-FAIXAS-EXIT
           END-IF
           IF QTD-FAIXAS-TERR NOT < 20
               DISPLAY "TERRITORIO CHEIO (20 FAIXAS) - NADA FEITO."
               UNLOCK TERRIT
               GO TO 2400-FAIXAS-EXIT
           END-IF

           ADD 1 TO QTD-FAIXAS-TERR
           MOVE WS-CEP-INI TO CEP-INI-TERR (QTD-FAIXAS-TERR)
           MOVE WS-CEP-FIM TO CEP-FIM-TERR (QTD-FAIXAS-TERR)

           REWRITE REG-TERR
           IF FS-TERR = ZEROS
               DISPLAY "FAIXA " WS-CEP-INI " A " WS-CEP-FIM
                       " INCLUIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TERR
           END-IF.
       2400-FAIXAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2420-PROCURA-CONFLITO - OUTRO TERRITORIO ATIVO COM ALGUMA FAIXA
      * QUE SE SOBREPOE A UMA DAS FAIXAS DE WS-TAB-CONFERE.
      *-----------------------------------------------------------------
       2420-PROCURA-CONFLITO.
           MOVE ZEROS TO WS-TERR-CONFLITO
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-TERR
           START TERRIT KEY IS NOT LESS THAN XAV-TERR
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2430-CONFERE-TERR THRU 2430-CONFERE-TERR-EXIT
               UNTIL FIM-LISTA.
       2420-PROCURA-CONFLITO-EXIT.
           EXIT.

       2430-CONFERE-TERR.
           READ TERRIT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2430-CONFERE-TERR-EXIT
           END-READ
           IF COD-TERR = WS-COD-INFORMADO OR TERR-INATIVO
               GO TO 2430-CONFERE-TERR-EXIT
           END-IF

           PERFORM 2440-CONFERE-FAIXA THRU 2440-CONFERE-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TERR
           IF WS-TERR-CONFLITO NOT = ZEROS
               MOVE "S" TO WS-FIM-LISTA
           END-IF.
       2430-CONFERE-TERR-EXIT.
           EXIT.

       2440-CONFERE-FAIXA.
           PERFORM 2445-CONFERE-PAR THRU 2445-CONFERE-PAR-EXIT
               VARYING WS-IDX-CONF FROM 1 BY 1
               UNTIL WS-IDX-CONF > WS-QTD-CONFERE.
       2440-CONFERE-FAIXA-EXIT.
           EXIT.

       2445-CONFERE-PAR.
           IF WS-INI-CONFERE (WS-IDX-CONF)
                  NOT > CEP-FIM-TERR (WS-IDX-FAIXA)
           AND WS-FIM-CONFERE (WS-IDX-CONF)
                  NOT < CEP-INI-TERR (WS-IDX-FAIXA)
               MOVE COD-TERR TO WS-TERR-CONFLITO
           END-IF.
       2445-CONFERE-PAR-EXIT.
           EXIT.

      * WS-IDX-ACHADA = FAIXA IGUAL A INFORMADA (PARA A EXCLUSAO);
      * WS-IDX-SOBREPOE = FAIXA QUE SE SOBREPOE A ELA (INCLUSAO).
       2450-PROCURA-FAIXA.
           IF CEP-INI-TERR (WS-IDX-FAIXA) = WS-CEP-INI
           AND CEP-FIM-TERR (WS-IDX-FAIXA) = WS-CEP-FIM
               MOVE WS-IDX-FAIXA TO WS-IDX-ACHADA
           END-IF
           IF WS-CEP-INI NOT > CEP-FIM-TERR (WS-IDX-FAIXA)
           AND WS-CEP-FIM NOT < CEP-INI-TERR (WS-IDX-FAIXA)
               MOVE WS-IDX-FAIXA TO WS-IDX-SOBREPOE
           END-IF.
       2450-PROCURA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-EXCLUI-FAIXA - TIRA A FAIXA ACHADA PUXANDO AS SEGUINTES
      * UMA POSICAO PARA CIMA.
      *-----------------------------------------------------------------
       2500-EXCLUI-FAIXA.
           IF WS-IDX-ACHADA = ZEROS
               DISPLAY "FAIXA NAO ENCONTRADA NO TERRITORIO - NADA"
                       " FEITO."
               UNLOCK TERRIT
               GO TO 2500-EXCLUI-FAIXA-EXIT
           END-IF

           PERFORM 2550-PUXA-FAIXA THRU 2550-PUXA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM WS-IDX-ACHADA BY 1
               UNTIL WS-IDX-FAIXA NOT < QTD-FAIXAS-TERR

           INITIALIZE FAIXA-TERR (QTD-FAIXAS-TERR)
           SUBTRACT 1 FROM QTD-FAIXAS-TERR

           REWRITE REG-TERR
           IF FS-TERR = ZEROS
               DISPLAY "FAIXA " WS-CEP-INI " A " WS-CEP-FIM
                       " EXCLUIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TERR
           END-IF.
       2500-EXCLUI-FAIXA-EXIT.
           EXIT.

       2550-PUXA-FAIXA.
           MOVE FAIXA-TERR (WS-IDX-FAIXA + 1)
               TO FAIXA-TERR (WS-IDX-FAIXA).
       2550-PUXA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE TERRIT
           IF NOT SEM-ARQUIVO-VENDEDOR
               CLOSE VENDEDOR
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
