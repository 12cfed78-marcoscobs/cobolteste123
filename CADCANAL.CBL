      *-----------------------------------------------------------------
      * CADCANAL - CANAIS DE VENDA E TABELA DE PRECO DO CLIENTE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADCANAL.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DOS CANAIS DE
      *                   VENDA (CANAL.DAT) COM A TABELA DE PRECO
      *                   PADRAO DE CADA UM, E DO CANAL E DA TABELA
      *                   PROPRIA DE CADA CLIENTE (COD-CANAL-CLI E
      *                   COD-TABELA-CLI, QUE A TELA DO CADCLI NAO
      *                   MOSTRA). O ARQUIVO NOVO NASCE COM VAREJO,
      *                   ATACADO, FOOD SERVICE E REDE, SEM TABELA.
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
           COPY "CANAL.SEL".
           COPY "CLIENTE.SEL".
           COPY "TABPRECO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CANAL.FD".
           COPY "CLIENTE.FD".
           COPY "TABPRECO.FD".

       WORKING-STORAGE SECTION.

       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-TABP                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC 9(02)    VALUE ZEROS.
       77  WS-CLI-INFORMADO            PIC 9(07)    VALUE ZEROS.
       77  WS-TABELA-INFORMADA         PIC 9(03)    VALUE ZEROS.
       77  WS-CANAL-INFORMADO          PIC 9(02)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-IDX-CANAL                PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-SEM-CLIENTE          PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-CLIENTE              VALUE "S".
           05  WS-SEM-TABPRECO         PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-TABPRECO             VALUE "S".
           05  WS-TABELA-COM-PRECO     PIC X(01)    VALUE "N".
               88  TABELA-COM-PRECO                 VALUE "S".

      * CANAIS GRAVADOS QUANDO O ARQUIVO E CRIADO.
       01  WS-CANAIS-INICIAIS-DADOS.
           05  FILLER PIC X(14) VALUE "01VAREJO".
           05  FILLER PIC X(14) VALUE "02ATACADO".
           05  FILLER PIC X(14) VALUE "03FOOD SERVICE".
           05  FILLER PIC X(14) VALUE "04REDE".
       01  WS-CANAIS-INICIAIS REDEFINES WS-CANAIS-INICIAIS-DADOS.
           05  WS-CANAL-INICIAL        OCCURS 4 TIMES.
               10  WS-COD-CANAL-INI    PIC 9(02).
               10  WS-DESCR-CANAL-INI  PIC X(12).

       01  WS-LINHA-LISTA.
           05  LL-COD                  PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(08) VALUE " TABELA ".
           05  LL-TABELA               PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA, COM OS CANAIS INICIAIS) O
      * ARQUIVO DE CANAIS. SEM CLIENTE NAO HA OPCAO C; SEM TABPRECO A
      * TABELA PADRAO NAO E CONFERIDA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O CANAL
           IF FS-CANAL = "35" OR FS-CANAL = "05"
               OPEN OUTPUT CANAL
               PERFORM 1100-GRAVA-INICIAL THRU 1100-GRAVA-INICIAL-EXIT
                   VARYING WS-IDX-CANAL FROM 1 BY 1
                   UNTIL WS-IDX-CANAL > 4
               CLOSE CANAL
               OPEN I-O CANAL
           END-IF

           IF FS-CANAL NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CANAL. FS: " FS-CANAL
               MOVE "S" TO WS-FIM-MENU
           END-IF

           OPEN I-O CLIENTE
           IF FS NOT = ZEROS
               CLOSE CLIENTE
               MOVE "S" TO WS-SEM-CLIENTE
           END-IF

           OPEN INPUT TABPRECO
           IF FS-TABP NOT = ZEROS
               CLOSE TABPRECO
               MOVE "S" TO WS-SEM-TABPRECO
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-GRAVA-INICIAL.
           INITIALIZE REG-CANAL
           MOVE WS-COD-CANAL-INI (WS-IDX-CANAL)   TO COD-CANAL
           MOVE WS-DESCR-CANAL-INI (WS-IDX-CANAL) TO DESCR-CANAL
           MOVE ZEROS                             TO COD-TABELA-CANAL
           SET CANAL-ATIVO TO TRUE
           WRITE REG-CANAL.
       1100-GRAVA-INICIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, X INATIVA/REATIVA,
      * L LISTA, C CANAL E TABELA DO CLIENTE, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "CANAIS DE VENDA - OPCAO (I=INCLUI/ALTERA"
                   " X=INATIVA/REATIVA L=LISTA C=CLIENTE S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "X"
                   PERFORM 2200-INATIVA THRU 2200-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA   THRU 2300-LISTA-EXIT
               WHEN "C"
                   PERFORM 2400-CLIENTE THRU 2400-CLIENTE-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

       2100-INCLUI-ALTERA.
           DISPLAY "CODIGO DO CANAL:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           IF WS-COD-INFORMADO = ZEROS
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-CANAL
           READ CANAL
           IF FS-CANAL NOT = ZEROS
               INITIALIZE REG-CANAL
               MOVE WS-COD-INFORMADO TO COD-CANAL
               SET CANAL-ATIVO TO TRUE
           END-IF

           DISPLAY "DESCRICAO (ENTER P/ MANTER "
                   FUNCTION TRIM(DESCR-CANAL) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO DESCR-CANAL
           END-IF

           DISPLAY "TABELA DE PRECO PADRAO, 0 = SEM TABELA (ENTER P/"
                   " MANTER " COD-TABELA-CANAL "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO WS-TABELA-INFORMADA
               PERFORM 2150-CONFERE-TABELA
                   THRU 2150-CONFERE-TABELA-EXIT
               MOVE WS-TABELA-INFORMADA TO COD-TABELA-CANAL
           END-IF

           IF DESCR-CANAL = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA - NADA FEITO."
               UNLOCK CANAL
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           WRITE REG-CANAL
               INVALID KEY REWRITE REG-CANAL
           END-WRITE

           IF FS-CANAL = ZEROS
               DISPLAY "CANAL " COD-CANAL " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-CANAL
           END-IF.
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-CONFERE-TABELA - A TABELA PODE SER CADASTRADA ANTES DOS
      * PRECOS (CADTBP), ENTAO TABELA SEM NENHUM PRECO SO GERA AVISO:
      * ENQUANTO ISSO O PRODUTO FICA SEM PRECO NA TABELA DO CLIENTE.
      *-----------------------------------------------------------------
       2150-CONFERE-TABELA.
           IF WS-TABELA-INFORMADA = ZEROS OR SEM-ARQUIVO-TABPRECO
               GO TO 2150-CONFERE-TABELA-EXIT
           END-IF

           MOVE "N"                 TO WS-TABELA-COM-PRECO
           MOVE WS-TABELA-INFORMADA TO COD-TABELA-TABP
           MOVE ZEROS               TO COD-PRODUTO-TABP DT-INI-TABP
           START TABPRECO KEY IS NOT LESS THAN XAV-TABP
               INVALID KEY
                   MOVE "10" TO FS-TABP
           END-START
           IF FS-TABP = ZEROS
               READ TABPRECO NEXT RECORD WITH IGNORE LOCK
                   AT END MOVE "10" TO FS-TABP
               END-READ
           END-IF
           IF FS-TABP = ZEROS
           AND COD-TABELA-TABP = WS-TABELA-INFORMADA
               MOVE "S" TO WS-TABELA-COM-PRECO
           END-IF

           IF NOT TABELA-COM-PRECO
               DISPLAY "ATENCAO: TABELA " WS-TABELA-INFORMADA
                       " AINDA SEM PRECOS NO TABPRECO."
           END-IF.
       2150-CONFERE-TABELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-INATIVA - CANAL INATIVO DEIXA DE DAR A TABELA PADRAO AOS
      * SEUS CLIENTES (SO A TABELA PROPRIA DO CLIENTE CONTINUA VALENDO)
      * E NAO RECEBE CLIENTE NOVO NA OPCAO C.
      *-----------------------------------------------------------------
       2200-INATIVA.
           DISPLAY "CODIGO DO CANAL:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-CANAL
           READ CANAL WITH LOCK
           IF FS-CANAL NOT = ZEROS
               DISPLAY "CANAL NAO ENCONTRADO. FS: " FS-CANAL
               GO TO 2200-INATIVA-EXIT
           END-IF

           IF CANAL-ATIVO
               SET CANAL-INATIVO TO TRUE
               DISPLAY "CANAL " COD-CANAL " INATIVADO."
           ELSE
               SET CANAL-ATIVO TO TRUE
               DISPLAY "CANAL " COD-CANAL " REATIVADO."
           END-IF
           REWRITE REG-CANAL.
       2200-INATIVA-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-CANAL
           START CANAL KEY IS NOT LESS THAN XAV-CANAL
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2350-LISTA-UM THRU 2350-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " CANAL(IS) CADASTRADO(S).".
       2300-LISTA-EXIT.
           EXIT.

       2350-LISTA-UM.
           READ CANAL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2350-LISTA-UM-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-CANAL         TO LL-COD
           MOVE DESCR-CANAL       TO LL-DESCR
           MOVE COD-TABELA-CANAL  TO LL-TABELA
           MOVE SIT-CANAL         TO LL-SIT
           DISPLAY WS-LINHA-LISTA.
       2350-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CLIENTE - CANAL DO CLIENTE (PRECISA ESTAR ATIVO) E A
      * TABELA PROPRIA DELE, QUE PREVALECE SOBRE A DO CANAL (0 = USA A
      * TABELA DO CANAL).
      *-----------------------------------------------------------------
       2400-CLIENTE.
           IF SEM-ARQUIVO-CLIENTE
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL."
               GO TO 2400-CLIENTE-EXIT
           END-IF

           DISPLAY "CODIGO DO CLIENTE:"
           ACCEPT WS-CLI-INFORMADO FROM CONSOLE

           MOVE WS-CLI-INFORMADO TO XAV-CLI
           READ CLIENTE
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE NAO ENCONTRADO. FS: " FS
               GO TO 2400-CLIENTE-EXIT
           END-IF
           DISPLAY "CLIENTE: " FUNCTION TRIM(RAZAO-CLI)

           DISPLAY "CANAL DE VENDA, 0 = SEM CANAL (ENTER P/ MANTER "
                   COD-CANAL-CLI "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO WS-CANAL-INFORMADO
               PERFORM 2450-CONFERE-CANAL
                   THRU 2450-CONFERE-CANAL-EXIT
           END-IF

           DISPLAY "TABELA PROPRIA DO CLIENTE, 0 = A DO CANAL (ENTER P/"
                   " MANTER " COD-TABELA-CLI "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO WS-TABELA-INFORMADA
               PERFORM 2150-CONFERE-TABELA
                   THRU 2150-CONFERE-TABELA-EXIT
               MOVE WS-TABELA-INFORMADA TO COD-TABELA-CLI
           END-IF

           REWRITE REG-CLI
           IF FS = ZEROS
               DISPLAY "CLIENTE " COD-CLI " GRAVADO: CANAL "
                       COD-CANAL-CLI " TABELA " COD-TABELA-CLI "."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS
           END-IF.
       2400-CLIENTE-EXIT.
           EXIT.

       2450-CONFERE-CANAL.
           IF WS-CANAL-INFORMADO = ZEROS
               MOVE ZEROS TO COD-CANAL-CLI
               GO TO 2450-CONFERE-CANAL-EXIT
           END-IF

           MOVE WS-CANAL-INFORMADO TO XAV-CANAL
           READ CANAL WITH IGNORE LOCK
           IF FS-CANAL NOT = ZEROS OR NOT CANAL-ATIVO
               DISPLAY "CANAL " WS-CANAL-INFORMADO
                       " NAO CADASTRADO OU INATIVO - MANTIDO O "
                       COD-CANAL-CLI "."
           ELSE
               MOVE WS-CANAL-INFORMADO TO COD-CANAL-CLI
               DISPLAY "CANAL: " FUNCTION TRIM(DESCR-CANAL)
                       " - TABELA PADRAO " COD-TABELA-CANAL
           END-IF.
       2450-CONFERE-CANAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CANAL
           IF NOT SEM-ARQUIVO-CLIENTE
               CLOSE CLIENTE
           END-IF
           IF NOT SEM-ARQUIVO-TABPRECO
               CLOSE TABPRECO
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
