      *-----------------------------------------------------------------
      * CADKIT - MANUTENCAO DA COMPOSICAO DOS KITS DE VENDA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADKIT.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DA LISTA DE
      *                   MATERIAIS DOS KITS DE VENDA (KIT.DAT):
      *                   INCLUI/ALTERA E EXCLUI COMPONENTE E LISTA A
      *                   COMPOSICAO DE UM KIT. KIT E COMPONENTE
      *                   PRECISAM EXISTIR NO CADASTRO DE PRODUTOS;
      *                   NAO HA KIT DENTRO DE KIT (UM COMPONENTE NAO
      *                   PODE SER KIT, NEM UM KIT SER COMPONENTE).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "KIT.SEL".
           COPY "PRODUTO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "KIT.FD".
           COPY "PRODUTO.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-KIT-INF              PIC 9(05)    VALUE ZEROS.
       77  WS-COD-COMP-INF             PIC 9(05)    VALUE ZEROS.
       77  WS-COD-TESTE                PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-TEXTO                PIC X(12)    VALUE SPACES.
       77  WS-QTD-COMP-INF             PIC 9(05)V999 VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-DESCR-KIT                PIC X(60)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-E-KIT                PIC X(01)    VALUE "N".
               88  PRODUTO-E-KIT                    VALUE "S".
           05  WS-E-COMPONENTE         PIC X(01)    VALUE "N".
               88  PRODUTO-E-COMPONENTE             VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COMPONENTE           PIC 9(05).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LL-DESCR                PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-QTD                  PIC ZZ.ZZ9,999.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE A COMPOSICAO (CRIANDO NA PRIMEIRA VEZ)
      * E O CADASTRO DE PRODUTOS PARA CONSULTA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O KIT
           IF FS-KIT = "35" OR FS-KIT = "05"
               OPEN OUTPUT KIT
               CLOSE KIT
               OPEN I-O KIT
           END-IF

           IF FS-KIT NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE KIT. FS: " FS-KIT
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PRODUTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PRODUTO. FS: " FS
               MOVE "S" TO WS-FIM-MENU
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA COMPONENTE, E EXCLUI
      * COMPONENTE, L LISTA A COMPOSICAO, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "KITS DE VENDA - OPCAO"
                   " (I=INCLUI/ALTERA E=EXCLUI L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI   THRU 2100-INCLUI-EXIT
               WHEN "E"
                   PERFORM 2200-EXCLUI   THRU 2200-EXCLUI-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA    THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI - GRAVA (OU ALTERA A QUANTIDADE DE) UM COMPONENTE
      * DO KIT. QUANTIDADE POR UNIDADE DO KIT, MAIOR QUE ZERO.
      *-----------------------------------------------------------------
       2100-INCLUI.
           PERFORM 2110-PEDE-KIT THRU 2110-PEDE-KIT-EXIT
           IF WS-COD-KIT-INF = ZEROS
               GO TO 2100-INCLUI-EXIT
           END-IF

      * O KIT NAO PODE SER COMPONENTE DE OUTRO KIT.
           MOVE WS-COD-KIT-INF TO WS-COD-TESTE
           PERFORM 2130-VERIFICA-COMPONENTE
               THRU 2130-VERIFICA-COMPONENTE-EXIT
           IF PRODUTO-E-COMPONENTE
               DISPLAY "PRODUTO " WS-COD-KIT-INF
                       " JA E COMPONENTE DE OUTRO KIT - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "CODIGO DO COMPONENTE:"
           ACCEPT WS-COD-COMP-INF FROM CONSOLE
           IF WS-COD-COMP-INF = ZEROS
           OR WS-COD-COMP-INF = WS-COD-KIT-INF
               DISPLAY "COMPONENTE INVALIDO - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-COD-COMP-INF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR PRODUTO-INATIVO
               DISPLAY "COMPONENTE NAO CADASTRADO OU INATIVO."
               MOVE ZEROS TO FS
               GO TO 2100-INCLUI-EXIT
           END-IF

      * O COMPONENTE NAO PODE SER, ELE MESMO, UM KIT.
           MOVE WS-COD-COMP-INF TO WS-COD-TESTE
           PERFORM 2120-VERIFICA-KIT THRU 2120-VERIFICA-KIT-EXIT
           IF PRODUTO-E-KIT
               DISPLAY "COMPONENTE " WS-COD-COMP-INF
                       " E UM KIT - NAO HA KIT DENTRO DE KIT."
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "QUANTIDADE POR UNIDADE DO KIT:"
           ACCEPT WS-QTD-TEXTO FROM CONSOLE
           MOVE ZEROS TO WS-QTD-COMP-INF
           IF WS-QTD-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-QTD-TEXTO) TO WS-QTD-COMP-INF
           END-IF
           IF WS-QTD-COMP-INF NOT > ZEROS
               DISPLAY "QUANTIDADE INVALIDA - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-COD-KIT-INF  TO COD-KIT
           MOVE WS-COD-COMP-INF TO COD-COMPONENTE-KIT
           READ KIT WITH LOCK
           IF FS-KIT = ZEROS
               MOVE WS-QTD-COMP-INF TO QTD-COMPONENTE-KIT
               REWRITE REG-KIT
           ELSE
               MOVE WS-COD-KIT-INF  TO COD-KIT
               MOVE WS-COD-COMP-INF TO COD-COMPONENTE-KIT
               MOVE WS-QTD-COMP-INF TO QTD-COMPONENTE-KIT
               WRITE REG-KIT
           END-IF

           IF FS-KIT = ZEROS
               DISPLAY "COMPONENTE GRAVADO NO KIT " WS-COD-KIT-INF "."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-KIT
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-PEDE-KIT - CODIGO DO KIT, CONFERIDO CONTRA O CADASTRO DE
      * PRODUTOS; DEVOLVE ZEROS QUANDO INVALIDO.
      *-----------------------------------------------------------------
       2110-PEDE-KIT.
           DISPLAY "CODIGO DO PRODUTO-KIT:"
           ACCEPT WS-COD-KIT-INF FROM CONSOLE
           IF WS-COD-KIT-INF = ZEROS
               DISPLAY "KIT NAO INFORMADO - NADA FEITO."
               GO TO 2110-PEDE-KIT-EXIT
           END-IF

           MOVE WS-COD-KIT-INF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "PRODUTO " WS-COD-KIT-INF " NAO CADASTRADO."
               MOVE ZEROS TO WS-COD-KIT-INF FS
               GO TO 2110-PEDE-KIT-EXIT
           END-IF
           MOVE DESCR-PRODUTO TO WS-DESCR-KIT.
       2110-PEDE-KIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2120-VERIFICA-KIT - LIGA PRODUTO-E-KIT QUANDO WS-COD-TESTE
      * TEM PELO MENOS UM COMPONENTE CADASTRADO.
      *-----------------------------------------------------------------
       2120-VERIFICA-KIT.
           MOVE "N" TO WS-E-KIT
           MOVE WS-COD-TESTE   TO COD-KIT
           MOVE ZEROS          TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY GO TO 2120-VERIFICA-KIT-EXIT
           END-START

           READ KIT NEXT RECORD WITH IGNORE LOCK
               AT END GO TO 2120-VERIFICA-KIT-EXIT
           END-READ

           IF COD-KIT = WS-COD-TESTE
               MOVE "S" TO WS-E-KIT
           END-IF.
       2120-VERIFICA-KIT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2130-VERIFICA-COMPONENTE - LIGA PRODUTO-E-COMPONENTE QUANDO
      * WS-COD-TESTE JA ENTRA NA COMPOSICAO DE ALGUM KIT (VARREDURA
      * DO ARQUIVO INTEIRO - A TABELA DE KITS E PEQUENA).
      *-----------------------------------------------------------------
       2130-VERIFICA-COMPONENTE.
           MOVE "N" TO WS-E-COMPONENTE WS-FIM-LISTA
           MOVE ZEROS TO XAV-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2135-LE-COMPOSICAO THRU 2135-LE-COMPOSICAO-EXIT
               UNTIL FIM-LISTA OR PRODUTO-E-COMPONENTE.
       2130-VERIFICA-COMPONENTE-EXIT.
           EXIT.

       2135-LE-COMPOSICAO.
           READ KIT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2135-LE-COMPOSICAO-EXIT
           END-READ

           IF COD-COMPONENTE-KIT = WS-COD-TESTE
               MOVE "S" TO WS-E-COMPONENTE
           END-IF.
       2135-LE-COMPOSICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-EXCLUI - TIRA UM COMPONENTE DO KIT. O ULTIMO COMPONENTE
      * EXCLUIDO DEIXA O PRODUTO DE SER KIT.
      *-----------------------------------------------------------------
       2200-EXCLUI.
           PERFORM 2110-PEDE-KIT THRU 2110-PEDE-KIT-EXIT
           IF WS-COD-KIT-INF = ZEROS
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DISPLAY "CODIGO DO COMPONENTE A EXCLUIR:"
           ACCEPT WS-COD-COMP-INF FROM CONSOLE

           MOVE WS-COD-KIT-INF  TO COD-KIT
           MOVE WS-COD-COMP-INF TO COD-COMPONENTE-KIT
           READ KIT WITH LOCK
           IF FS-KIT NOT = ZEROS
               DISPLAY "COMPONENTE NAO ENCONTRADO NO KIT."
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DELETE KIT
           IF FS-KIT = ZEROS
               DISPLAY "COMPONENTE EXCLUIDO DO KIT."
           ELSE
               DISPLAY "ERRO NA EXCLUSAO. FS: " FS-KIT
           END-IF.
       2200-EXCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-LISTA - COMPOSICAO DE UM KIT, UM COMPONENTE POR LINHA.
      *-----------------------------------------------------------------
       2300-LISTA.
           PERFORM 2110-PEDE-KIT THRU 2110-PEDE-KIT-EXIT
           IF WS-COD-KIT-INF = ZEROS
               GO TO 2300-LISTA-EXIT
           END-IF

           DISPLAY "KIT " WS-COD-KIT-INF " - " WS-DESCR-KIT
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE WS-COD-KIT-INF TO COD-KIT
           MOVE ZEROS          TO COD-COMPONENTE-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2310-LISTA-COMPONENTE
               THRU 2310-LISTA-COMPONENTE-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " COMPONENTE(S) NO KIT.".
       2300-LISTA-EXIT.
           EXIT.

       2310-LISTA-COMPONENTE.
           READ KIT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2310-LISTA-COMPONENTE-EXIT
           END-READ

           IF COD-KIT NOT = WS-COD-KIT-INF
               MOVE "S" TO WS-FIM-LISTA
               GO TO 2310-LISTA-COMPONENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-COMPONENTE-KIT TO LL-COMPONENTE XAV-PRODUTO
           MOVE SPACES             TO LL-DESCR
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE DESCR-PRODUTO TO LL-DESCR
           END-IF
           MOVE ZEROS TO FS
           MOVE QTD-COMPONENTE-KIT TO LL-QTD
           DISPLAY WS-LINHA-LISTA.
       2310-LISTA-COMPONENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE KIT PRODUTO.
       3000-FINALIZA-EXIT.
           EXIT.
