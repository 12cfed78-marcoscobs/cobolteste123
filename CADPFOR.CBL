      *-----------------------------------------------------------------
      * CADPFOR - REFERENCIA CRUZADA PRODUTO DO FORNECEDOR X PRODUTO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADPFOR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DA REFERENCIA
      *                   CRUZADA (PRODFORN) ENTRE O CODIGO DE PRODUTO
      *                   DO FORNECEDOR, COMO VEM NA NOTA ELETRONICA,
      *                   E O NOSSO COD-PRODUTO, COM O FATOR DE
      *                   CONVERSAO DA UNIDADE. INCLUI/ALTERA, EXCLUI
      *                   E LISTA AS REFERENCIAS DE UM FORNECEDOR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODFORN.SEL".
           COPY "FORNECED.SEL".
           COPY "PRODUTO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODFORN.FD".
           COPY "FORNECED.FD".
           COPY "PRODUTO.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-PF                       PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-COD-FORN-INF             PIC 9(05)    VALUE ZEROS.
       77  WS-COD-PROD-FORN-INF        PIC X(20)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-DADOS-OK             PIC X(01)    VALUE "N".
               88  DADOS-OK                         VALUE "S".
           05  WS-FORN-OK              PIC X(01)    VALUE "N".
               88  FORN-OK                          VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-LISTA.
           05  LL-COD-PROD-FORN        PIC X(20).
           05  FILLER                  PIC X(04) VALUE " => ".
           05  LL-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(08) VALUE "  FATOR ".
           05  LL-FATOR                PIC Z(04)9,999.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE OS ARQUIVOS (PRODFORN E CRIADO NA
      * PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           OPEN I-O PRODFORN
           IF FS-PF = "35" OR FS-PF = "05"
               OPEN OUTPUT PRODFORN
               CLOSE PRODFORN
               OPEN I-O PRODFORN
           END-IF
           IF FS-PF NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE PRODFORN. FS: " FS-PF
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT FORNECED
           OPEN INPUT PRODUTO.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, E EXCLUI, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "PRODUTO DO FORNECEDOR - OPCAO (I=INCLUI/ALTERA"
                   " E=EXCLUI L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI  THRU 2100-INCLUI-EXIT
               WHEN "E"
                   PERFORM 2200-EXCLUI  THRU 2200-EXCLUI-EXIT
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
      * 2100-INCLUI - NOVA REFERENCIA OU ALTERACAO DE UMA EXISTENTE
      * (ENTER MANTEM O VALOR ATUAL).
      *-----------------------------------------------------------------
       2100-INCLUI.
           PERFORM 2600-VALIDA-FORNECEDOR
               THRU 2600-VALIDA-FORNECEDOR-EXIT
           IF NOT FORN-OK
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "CODIGO DO PRODUTO NA NOTA DO FORNECEDOR:"
           ACCEPT WS-COD-PROD-FORN-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-COD-PROD-FORN-INF)
               TO WS-COD-PROD-FORN-INF
           IF WS-COD-PROD-FORN-INF = SPACES
               DISPLAY "CODIGO EM BRANCO - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-COD-FORN-INF      TO COD-FORN-PF
           MOVE WS-COD-PROD-FORN-INF TO COD-PROD-FORN-PF
           READ PRODFORN WITH LOCK
           IF FS-PF = ZEROS
               DISPLAY "REFERENCIA JA CADASTRADA - ALTERANDO."
           ELSE
               INITIALIZE REG-PF
               MOVE WS-COD-FORN-INF      TO COD-FORN-PF
               MOVE WS-COD-PROD-FORN-INF TO COD-PROD-FORN-PF
               MOVE 1                    TO FATOR-CONV-PF
           END-IF

           PERFORM 2500-DIGITA-REFERENCIA
               THRU 2500-DIGITA-REFERENCIA-EXIT
           IF NOT DADOS-OK
               DISPLAY "REFERENCIA NAO GRAVADA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-HOJE-NUM TO DT-CADASTRO-PF
           WRITE REG-PF
               INVALID KEY REWRITE REG-PF
           END-WRITE
           IF FS-PF = ZEROS
               DISPLAY "REFERENCIA GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-PF
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-EXCLUI - APAGA UMA REFERENCIA (A LINHA VOLTA A SAIR NOS
      * REJEITOS DA PROXIMA IMPORTACAO ATE SER REFEITA).
      *-----------------------------------------------------------------
       2200-EXCLUI.
           DISPLAY "FORNECEDOR:"
           ACCEPT WS-COD-FORN-INF FROM CONSOLE
           DISPLAY "CODIGO DO PRODUTO NA NOTA DO FORNECEDOR:"
           ACCEPT WS-COD-PROD-FORN-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-COD-PROD-FORN-INF)
               TO WS-COD-PROD-FORN-INF

           MOVE WS-COD-FORN-INF      TO COD-FORN-PF
           MOVE WS-COD-PROD-FORN-INF TO COD-PROD-FORN-PF
           READ PRODFORN WITH LOCK
           IF FS-PF NOT = ZEROS
               DISPLAY "REFERENCIA NAO CADASTRADA."
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA FEITO."
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DELETE PRODFORN RECORD
           IF FS-PF = ZEROS
               DISPLAY "REFERENCIA EXCLUIDA."
           ELSE
               DISPLAY "ERRO NA EXCLUSAO. FS: " FS-PF
           END-IF.
       2200-EXCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - REFERENCIAS DE UM FORNECEDOR, NA ORDEM DO CODIGO
      * DO FORNECEDOR.
      *-----------------------------------------------------------------
       2400-LISTA.
           DISPLAY "FORNECEDOR:"
           ACCEPT WS-COD-FORN-INF FROM CONSOLE

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE WS-COD-FORN-INF TO COD-FORN-PF
           MOVE SPACES          TO COD-PROD-FORN-PF
           START PRODFORN KEY IS >= XAV-PF
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2410-LISTA-REFERENCIA
               THRU 2410-LISTA-REFERENCIA-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-PF

           DISPLAY WS-QTD-LISTADOS " REFERENCIA(S).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-REFERENCIA.
           READ PRODFORN NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-REFERENCIA-EXIT
           END-READ

           IF COD-FORN-PF NOT = WS-COD-FORN-INF
               MOVE "S" TO WS-FIM-LISTA
               GO TO 2410-LISTA-REFERENCIA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-PRODUTO-PF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO DESCR-PRODUTO
           END-READ

           MOVE COD-PROD-FORN-PF TO LL-COD-PROD-FORN
           MOVE COD-PRODUTO-PF   TO LL-COD-PRODUTO
           MOVE DESCR-PRODUTO    TO LL-DESCR
           MOVE FATOR-CONV-PF    TO LL-FATOR
           DISPLAY WS-LINHA-LISTA.
       2410-LISTA-REFERENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DIGITA-REFERENCIA - NOSSO PRODUTO (CADASTRADO E ATIVO) E
      * FATOR DE CONVERSAO (ENTER MANTEM O VALOR ATUAL).
      *-----------------------------------------------------------------
       2500-DIGITA-REFERENCIA.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "NOSSO CODIGO DE PRODUTO (ATUAL " COD-PRODUTO-PF
                   "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO COD-PRODUTO-PF
           END-IF

           MOVE COD-PRODUTO-PF TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR PRODUTO-INATIVO
               DISPLAY "PRODUTO NAO CADASTRADO OU INATIVO."
               MOVE ZEROS TO FS
               GO TO 2500-DIGITA-REFERENCIA-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(DESCR-PRODUTO)

           DISPLAY "FATOR DE CONVERSAO DA UNIDADE DO FORNECEDOR"
                   " (ATUAL " FATOR-CONV-PF "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO FATOR-CONV-PF
           END-IF
           IF FATOR-CONV-PF = ZEROS
               DISPLAY "FATOR DEVE SER MAIOR QUE ZERO."
               GO TO 2500-DIGITA-REFERENCIA-EXIT
           END-IF

           MOVE "S" TO WS-DADOS-OK.
       2500-DIGITA-REFERENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-VALIDA-FORNECEDOR - PEDE E CONFERE O FORNECEDOR
      * (CADASTRADO EM FORNECED).
      *-----------------------------------------------------------------
       2600-VALIDA-FORNECEDOR.
           MOVE "N" TO WS-FORN-OK
           DISPLAY "FORNECEDOR:"
           ACCEPT WS-COD-FORN-INF FROM CONSOLE

           MOVE WS-COD-FORN-INF TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               DISPLAY "FORNECEDOR NAO CADASTRADO."
               GO TO 2600-VALIDA-FORNECEDOR-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(RAZAO-FORN)

           MOVE "S" TO WS-FORN-OK.
       2600-VALIDA-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE PRODFORN
           CLOSE FORNECED
           CLOSE PRODUTO.
       3000-FINALIZA-EXIT.
           EXIT.
