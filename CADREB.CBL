      *-----------------------------------------------------------------
      * CADREB - MANUTENCAO DOS CONTRATOS DE REBATE POR REDE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADREB.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CONTRATOS DE REBATE POR
      *                   VOLUME NEGOCIADOS COM AS REDES (REBATE):
      *                   PERIODO, CLIENTE CREDOR DA REDE E ATE 5
      *                   FAIXAS DE VOLUME COM PERCENTUAL. INCLUI,
      *                   ALTERA (SO CONTRATO ATIVO, ENTER MANTEM O
      *                   VALOR ATUAL), CANCELA E LISTA. A APURACAO E
      *                   A NOTA DE CREDITO FICAM COM O APURREB.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REBATE.SEL".
           COPY "REDE.SEL".
           COPY "CLIENTE.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "REBATE.FD".
           COPY "REDE.FD".
           COPY "CLIENTE.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-REB                      PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-NUM-CONTRATO-INF         PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-CONTRATO-NOVO        PIC 9(05)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-IDX                      PIC 9(01)    VALUE ZEROS.
       77  WS-VOLUME-ANTERIOR          PIC S9(11)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-CONTRATO-OK          PIC X(01)    VALUE "N".
               88  CONTRATO-OK                      VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-NUM-CONTRATO         PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "REDE ".
           05  LL-COD-REDE             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-NOME-REDE            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-INICIO            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " A ".
           05  LL-DT-FIM               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SITUACAO             PIC X(10).
           05  FILLER                  PIC X(08) VALUE " REBATE ".
           05  LL-VALOR                PIC Z(08)9,99.

       01  WS-LINHA-FAIXA.
           05  FILLER                  PIC X(11) VALUE "    FAIXA ".
           05  LF-IDX                  PIC 9.
           05  FILLER                  PIC X(15) VALUE ": VOLUME DESDE".
           05  LF-VOLUME               PIC Z(10)9,99.
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  LF-PERC                 PIC Z9,99.
           05  FILLER                  PIC X(01) VALUE "%".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE OS ARQUIVOS (REBATE E CRIADO NA
      * PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O REBATE
           IF FS-REB = "35" OR FS-REB = "05"
               OPEN OUTPUT REBATE
               CLOSE REBATE
               OPEN I-O REBATE
           END-IF
           IF FS-REB NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE REBATE. FS: " FS-REB
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT REDE
           OPEN INPUT CLIENTE.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI, A ALTERA, C CANCELA, L LISTA,
      * S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "CONTRATOS DE REBATE - OPCAO (I=INCLUI A=ALTERA"
                   " C=CANCELA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI  THRU 2100-INCLUI-EXIT
               WHEN "A"
                   PERFORM 2200-ALTERA  THRU 2200-ALTERA-EXIT
               WHEN "C"
                   PERFORM 2300-CANCELA THRU 2300-CANCELA-EXIT
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
      * 2100-INCLUI - NOVO CONTRATO COM O PROXIMO NUMERO LIVRE (START
      * <= / READ PREVIOUS, TECNICA DE ADICIONAR EM CADCLI).
      *-----------------------------------------------------------------
       2100-INCLUI.
           MOVE 99999 TO XAV-REB
           START REBATE KEY IS <= XAV-REB
           IF FS-REB EQUAL ZEROS
               READ REBATE PREVIOUS WITH IGNORE LOCK
               MOVE NUM-CONTRATO-REB TO WS-NUM-CONTRATO-NOVO
           ELSE
               MOVE ZEROS TO WS-NUM-CONTRATO-NOVO
           END-IF
           ADD 1 TO WS-NUM-CONTRATO-NOVO

           INITIALIZE REG-REB
           MOVE WS-NUM-CONTRATO-NOVO TO NUM-CONTRATO-REB
           SET REB-ATIVO TO TRUE

           PERFORM 2500-DIGITA-CONTRATO THRU 2500-DIGITA-CONTRATO-EXIT
           IF NOT CONTRATO-OK
               DISPLAY "CONTRATO NAO GRAVADO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           WRITE REG-REB
           IF FS-REB = ZEROS
               DISPLAY "CONTRATO " NUM-CONTRATO-REB " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-REB
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-ALTERA - SO CONTRATO ATIVO (O ENCERRADO JA VIROU NOTA DE
      * CREDITO); ENTER MANTEM CADA VALOR ATUAL.
      *-----------------------------------------------------------------
       2200-ALTERA.
           PERFORM 2600-LE-CONTRATO THRU 2600-LE-CONTRATO-EXIT
           IF NOT CONTRATO-OK
               GO TO 2200-ALTERA-EXIT
           END-IF

           PERFORM 2500-DIGITA-CONTRATO THRU 2500-DIGITA-CONTRATO-EXIT
           IF NOT CONTRATO-OK
               DISPLAY "NADA GRAVADO."
               GO TO 2200-ALTERA-EXIT
           END-IF

           REWRITE REG-REB
           IF FS-REB = ZEROS
               DISPLAY "CONTRATO ALTERADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-REB
           END-IF.
       2200-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CANCELA - CONTRATO ATIVO DESFEITO ANTES DO FIM DO
      * PERIODO: SAI DA APURACAO E NAO GERA NOTA DE CREDITO.
      *-----------------------------------------------------------------
       2300-CANCELA.
           PERFORM 2600-LE-CONTRATO THRU 2600-LE-CONTRATO-EXIT
           IF NOT CONTRATO-OK
               GO TO 2300-CANCELA-EXIT
           END-IF

           DISPLAY "CONFIRMA O CANCELAMENTO DO CONTRATO "
                   NUM-CONTRATO-REB " (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA FEITO."
               GO TO 2300-CANCELA-EXIT
           END-IF

           SET REB-CANCELADO TO TRUE
           REWRITE REG-REB
           IF FS-REB = ZEROS
               DISPLAY "CONTRATO CANCELADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-REB
           END-IF.
       2300-CANCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - TODOS OS CONTRATOS COM AS FAIXAS.
      *-----------------------------------------------------------------
       2400-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE ZEROS TO XAV-REB
           START REBATE KEY IS >= XAV-REB
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2410-LISTA-CONTRATO THRU 2410-LISTA-CONTRATO-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-REB

           DISPLAY WS-QTD-LISTADOS " CONTRATO(S).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-CONTRATO.
           READ REBATE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-CONTRATO-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-REDE-REB TO XAV-REDE
           READ REDE WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO NOME-REDE
           END-READ

           MOVE NUM-CONTRATO-REB TO LL-NUM-CONTRATO
           MOVE COD-REDE-REB     TO LL-COD-REDE
           MOVE NOME-REDE        TO LL-NOME-REDE
           MOVE DT-INICIO-REB    TO LL-DT-INICIO
           MOVE DT-FIM-REB       TO LL-DT-FIM
           EVALUATE TRUE
               WHEN REB-ATIVO
                   MOVE "ATIVO"      TO LL-SITUACAO
               WHEN REB-ENCERRADO
                   MOVE "ENCERRADO"  TO LL-SITUACAO
               WHEN OTHER
                   MOVE "CANCELADO"  TO LL-SITUACAO
           END-EVALUATE
           MOVE VALOR-REBATE-REB TO LL-VALOR
           DISPLAY WS-LINHA-LISTA

           PERFORM 2420-LISTA-FAIXA THRU 2420-LISTA-FAIXA-EXIT
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5.
       2410-LISTA-CONTRATO-EXIT.
           EXIT.

       2420-LISTA-FAIXA.
           IF VOLUME-MIN-REB (WS-IDX) > ZEROS
               MOVE WS-IDX                  TO LF-IDX
               MOVE VOLUME-MIN-REB (WS-IDX) TO LF-VOLUME
               MOVE PERC-REB (WS-IDX)       TO LF-PERC
               DISPLAY WS-LINHA-FAIXA
           END-IF.
       2420-LISTA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DIGITA-CONTRATO - DADOS DO CONTRATO (ENTER MANTEM O
      * VALOR ATUAL) COM A VALIDACAO: REDE CADASTRADA, PERIODO
      * COERENTE, CLIENTE CREDOR DA PROPRIA REDE E FAIXAS CRESCENTES.
      *-----------------------------------------------------------------
       2500-DIGITA-CONTRATO.
           MOVE "N" TO WS-CONTRATO-OK

           DISPLAY "REDE (ATUAL " COD-REDE-REB "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO COD-REDE-REB
           END-IF
           MOVE COD-REDE-REB TO XAV-REDE
           READ REDE WITH IGNORE LOCK
           IF FS-REDE NOT = ZEROS
               DISPLAY "REDE NAO CADASTRADA."
               GO TO 2500-DIGITA-CONTRATO-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(NOME-REDE)

           DISPLAY "INICIO DO PERIODO AAAAMMDD (ATUAL "
                   DT-INICIO-REB "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO DT-INICIO-REB
           END-IF
           DISPLAY "FIM DO PERIODO AAAAMMDD (ATUAL "
                   DT-FIM-REB "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO DT-FIM-REB
           END-IF
           IF DT-INICIO-REB = ZEROS
           OR DT-FIM-REB < DT-INICIO-REB
               DISPLAY "PERIODO INVALIDO."
               GO TO 2500-DIGITA-CONTRATO-EXIT
           END-IF

           DISPLAY "CLIENTE CREDOR DA NOTA DE CREDITO (ATUAL "
                   COD-CLI-CRED-REB ", 0 = MAIOR VOLUME):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO COD-CLI-CRED-REB
           END-IF
           IF COD-CLI-CRED-REB NOT = ZEROS
               MOVE COD-CLI-CRED-REB TO XAV-CLI
               READ CLIENTE WITH IGNORE LOCK
               IF FS NOT = ZEROS
               OR COD-REDE-CLI NOT = COD-REDE-REB
                   DISPLAY "CLIENTE NAO CADASTRADO OU DE OUTRA REDE."
                   MOVE ZEROS TO FS
                   GO TO 2500-DIGITA-CONTRATO-EXIT
               END-IF
           END-IF

           MOVE ZEROS TO WS-VOLUME-ANTERIOR
           MOVE "S"   TO WS-CONTRATO-OK
           PERFORM 2510-DIGITA-FAIXA THRU 2510-DIGITA-FAIXA-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 5 OR NOT CONTRATO-OK

           IF CONTRATO-OK
           AND VOLUME-MIN-REB (1) NOT > ZEROS
               DISPLAY "INFORME AO MENOS A PRIMEIRA FAIXA."
               MOVE "N" TO WS-CONTRATO-OK
           END-IF.
       2500-DIGITA-CONTRATO-EXIT.
           EXIT.

       2510-DIGITA-FAIXA.
           DISPLAY "FAIXA " WS-IDX " - VOLUME MINIMO (ATUAL "
                   VOLUME-MIN-REB (WS-IDX) ", 0 = SEM FAIXA):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT)
                   TO VOLUME-MIN-REB (WS-IDX)
           END-IF

           IF VOLUME-MIN-REB (WS-IDX) NOT > ZEROS
               MOVE ZEROS TO VOLUME-MIN-REB (WS-IDX) PERC-REB (WS-IDX)
               GO TO 2510-DIGITA-FAIXA-EXIT
           END-IF

           IF WS-IDX > 1
           AND VOLUME-MIN-REB (WS-IDX) NOT > WS-VOLUME-ANTERIOR
               DISPLAY "FAIXAS DEVEM SER CRESCENTES E SEM BURACO."
               MOVE "N" TO WS-CONTRATO-OK
               GO TO 2510-DIGITA-FAIXA-EXIT
           END-IF

           DISPLAY "FAIXA " WS-IDX " - PERCENTUAL (ATUAL "
                   PERC-REB (WS-IDX) "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO PERC-REB (WS-IDX)
           END-IF
           MOVE VOLUME-MIN-REB (WS-IDX) TO WS-VOLUME-ANTERIOR.
       2510-DIGITA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-LE-CONTRATO - LE COM LOCK O CONTRATO INFORMADO, QUE
      * PRECISA ESTAR ATIVO.
      *-----------------------------------------------------------------
       2600-LE-CONTRATO.
           MOVE "N" TO WS-CONTRATO-OK
           DISPLAY "NUMERO DO CONTRATO:"
           ACCEPT WS-NUM-CONTRATO-INF FROM CONSOLE

           MOVE WS-NUM-CONTRATO-INF TO XAV-REB
           READ REBATE WITH LOCK
           IF FS-REB NOT = ZEROS
               DISPLAY "CONTRATO NAO CADASTRADO."
               GO TO 2600-LE-CONTRATO-EXIT
           END-IF
           IF NOT REB-ATIVO
               DISPLAY "CONTRATO NAO ESTA ATIVO (SITUACAO " SIT-REB
                       ") - NADA FEITO."
               GO TO 2600-LE-CONTRATO-EXIT
           END-IF
           MOVE "S" TO WS-CONTRATO-OK.
       2600-LE-CONTRATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE REBATE
           CLOSE REDE
           CLOSE CLIENTE.
       3000-FINALIZA-EXIT.
           EXIT.
