      *-----------------------------------------------------------------
      * CADEQP - MANUTENCAO DA ESTRUTURA DA EQUIPE DE VENDAS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADEQP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - VIGENCIAS DA EQUIPE DE CADA
      *                   VENDEDOR (EQUIPE): SUPERVISOR, GERENTE DO
      *                   SUPERVISOR E PERCENTUAL DE OVERRIDE, VALIDOS
      *                   A PARTIR DE UMA DATA. MUDANCA DE EQUIPE E UMA
      *                   VIGENCIA NOVA (A ANTIGA FICA PARA OS PEDIDOS
      *                   JA FEITOS); SUPERVISOR ZERO TIRA O VENDEDOR
      *                   DE EQUIPE DALI EM DIANTE. INCLUI, EXCLUI
      *                   VIGENCIA DIGITADA ERRADA E LISTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EQUIPE.SEL".
           COPY "VENDEDOR.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "EQUIPE.FD".
           COPY "VENDEDOR.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-EQP                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-COD-VEND-INF             PIC 9(03)    VALUE ZEROS.
       77  WS-COD-VEND-LISTA           PIC 9(03)    VALUE ZEROS.
       77  WS-COD-BUSCA                PIC 9(03)    VALUE ZEROS.
       77  WS-DT-INICIO-INF            PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-DADOS-OK             PIC X(01)    VALUE "N".
               88  DADOS-OK                         VALUE "S".
           05  WS-VEND-OK              PIC X(01)    VALUE "N".
               88  VEND-OK                          VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-LISTA.
           05  LL-COD-VEND             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-NOME-VEND            PIC X(20).
           05  FILLER                  PIC X(08) VALUE " DESDE ".
           05  LL-DT-INICIO            PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  SUPV ".
           05  LL-SUPERV               PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE "  GER ".
           05  LL-GERENTE              PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "  OVERRIDE ".
           05  LL-PERC                 PIC Z9,99.
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
      * 1000-INICIALIZA - ABRE OS ARQUIVOS (EQUIPE E CRIADO NA
      * PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           OPEN I-O EQUIPE
           IF FS-EQP = "35" OR FS-EQP = "05"
               OPEN OUTPUT EQUIPE
               CLOSE EQUIPE
               OPEN I-O EQUIPE
           END-IF
           IF FS-EQP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE EQUIPE. FS: " FS-EQP
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT VENDEDOR.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI VIGENCIA, E EXCLUI VIGENCIA,
      * L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "EQUIPE DE VENDAS - OPCAO (I=INCLUI VIGENCIA"
                   " E=EXCLUI VIGENCIA L=LISTA S=SAIR):"
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
      * 2100-INCLUI - NOVA VIGENCIA PARA O VENDEDOR. VIGENCIA QUE JA
      * EXISTE NA MESMA DATA E SUBSTITUIDA, COM CONFIRMACAO.
      *-----------------------------------------------------------------
       2100-INCLUI.
           DISPLAY "VENDEDOR:"
           ACCEPT WS-COD-VEND-INF FROM CONSOLE
           MOVE WS-COD-VEND-INF TO WS-COD-BUSCA
           PERFORM 2600-VALIDA-VENDEDOR THRU 2600-VALIDA-VENDEDOR-EXIT
           IF NOT VEND-OK OR WS-COD-VEND-INF = ZEROS
               DISPLAY "VENDEDOR NAO CADASTRADO."
               GO TO 2100-INCLUI-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(NOME-VEND)

           DISPLAY "VALIDO A PARTIR DE AAAAMMDD (ENTER = HOJE):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT = SPACES
               MOVE WS-HOJE-NUM TO WS-DT-INICIO-INF
           ELSE
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO WS-DT-INICIO-INF
           END-IF
           IF WS-DT-INICIO-INF = ZEROS
               DISPLAY "DATA INVALIDA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-COD-VEND-INF  TO COD-VEND-EQP
           MOVE WS-DT-INICIO-INF TO DT-INICIO-EQP
           READ EQUIPE WITH LOCK
           IF FS-EQP = ZEROS
               DISPLAY "JA EXISTE VIGENCIA NESTA DATA - SUBSTITUI"
                       " (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S"
                   DISPLAY "NADA FEITO."
                   GO TO 2100-INCLUI-EXIT
               END-IF
           ELSE
               INITIALIZE REG-EQP
               MOVE WS-COD-VEND-INF  TO COD-VEND-EQP
               MOVE WS-DT-INICIO-INF TO DT-INICIO-EQP
           END-IF

           PERFORM 2500-DIGITA-EQUIPE THRU 2500-DIGITA-EQUIPE-EXIT
           IF NOT DADOS-OK
               DISPLAY "VIGENCIA NAO GRAVADA."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-HOJE-NUM TO DT-CADASTRO-EQP
           WRITE REG-EQP
               INVALID KEY REWRITE REG-EQP
           END-WRITE
           IF FS-EQP = ZEROS
               DISPLAY "VIGENCIA GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-EQP
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-EXCLUI - APAGA UMA VIGENCIA DIGITADA ERRADA (O VENDEDOR
      * VOLTA A SEGUIR A VIGENCIA ANTERIOR).
      *-----------------------------------------------------------------
       2200-EXCLUI.
           DISPLAY "VENDEDOR:"
           ACCEPT WS-COD-VEND-INF FROM CONSOLE
           DISPLAY "DATA DE INICIO DA VIGENCIA (AAAAMMDD):"
           ACCEPT WS-DT-INICIO-INF FROM CONSOLE

           MOVE WS-COD-VEND-INF  TO COD-VEND-EQP
           MOVE WS-DT-INICIO-INF TO DT-INICIO-EQP
           READ EQUIPE WITH LOCK
           IF FS-EQP NOT = ZEROS
               DISPLAY "VIGENCIA NAO CADASTRADA."
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "NADA FEITO."
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DELETE EQUIPE RECORD
           IF FS-EQP = ZEROS
               DISPLAY "VIGENCIA EXCLUIDA."
           ELSE
               DISPLAY "ERRO NA EXCLUSAO. FS: " FS-EQP
           END-IF.
       2200-EXCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-LISTA - VIGENCIAS DE UM VENDEDOR (OU DE TODOS), NA ORDEM
      * DA CHAVE.
      *-----------------------------------------------------------------
       2400-LISTA.
           DISPLAY "VENDEDOR (0 = TODOS):"
           ACCEPT WS-COD-VEND-LISTA FROM CONSOLE

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE WS-COD-VEND-LISTA TO COD-VEND-EQP
           MOVE ZEROS             TO DT-INICIO-EQP
           START EQUIPE KEY IS >= XAV-EQP
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2410-LISTA-VIGENCIA THRU 2410-LISTA-VIGENCIA-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS-EQP

           DISPLAY WS-QTD-LISTADOS " VIGENCIA(S).".
       2400-LISTA-EXIT.
           EXIT.

       2410-LISTA-VIGENCIA.
           READ EQUIPE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2410-LISTA-VIGENCIA-EXIT
           END-READ

           IF WS-COD-VEND-LISTA NOT = ZEROS
           AND COD-VEND-EQP NOT = WS-COD-VEND-LISTA
               MOVE "S" TO WS-FIM-LISTA
               GO TO 2410-LISTA-VIGENCIA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-VEND-EQP TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
               INVALID KEY MOVE SPACES TO NOME-VEND
           END-READ

           MOVE COD-VEND-EQP      TO LL-COD-VEND
           MOVE NOME-VEND         TO LL-NOME-VEND
           MOVE DT-INICIO-EQP     TO LL-DT-INICIO
           MOVE COD-SUPERV-EQP    TO LL-SUPERV
           MOVE COD-GERENTE-EQP   TO LL-GERENTE
           MOVE PERC-OVERRIDE-EQP TO LL-PERC
           DISPLAY WS-LINHA-LISTA.
       2410-LISTA-VIGENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-DIGITA-EQUIPE - SUPERVISOR, GERENTE E OVERRIDE (ENTER
      * MANTEM O VALOR ATUAL). SUPERVISOR E GERENTE SAO VENDEDORES
      * CADASTRADOS; O VENDEDOR NAO SUPERVISIONA A SI MESMO E
      * SUPERVISOR ZERO (SEM EQUIPE) NAO TEM GERENTE NEM OVERRIDE.
      *-----------------------------------------------------------------
       2500-DIGITA-EQUIPE.
           MOVE "N" TO WS-DADOS-OK

           DISPLAY "SUPERVISOR (ATUAL " COD-SUPERV-EQP
                   ", 0 = SEM EQUIPE):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO COD-SUPERV-EQP
           END-IF

           IF COD-SUPERV-EQP = ZEROS
               MOVE ZEROS TO COD-GERENTE-EQP PERC-OVERRIDE-EQP
               MOVE "S"   TO WS-DADOS-OK
               GO TO 2500-DIGITA-EQUIPE-EXIT
           END-IF

           IF COD-SUPERV-EQP = COD-VEND-EQP
               DISPLAY "O VENDEDOR NAO PODE SER O PROPRIO SUPERVISOR."
               GO TO 2500-DIGITA-EQUIPE-EXIT
           END-IF
           MOVE COD-SUPERV-EQP TO WS-COD-BUSCA
           PERFORM 2600-VALIDA-VENDEDOR THRU 2600-VALIDA-VENDEDOR-EXIT
           IF NOT VEND-OK
               DISPLAY "SUPERVISOR NAO CADASTRADO COMO VENDEDOR."
               GO TO 2500-DIGITA-EQUIPE-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(NOME-VEND)

           DISPLAY "GERENTE DO SUPERVISOR (ATUAL " COD-GERENTE-EQP
                   ", 0 = SEM GERENTE):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO COD-GERENTE-EQP
           END-IF
           IF COD-GERENTE-EQP NOT = ZEROS
               IF COD-GERENTE-EQP = COD-SUPERV-EQP
                   DISPLAY "GERENTE E SUPERVISOR DEVEM SER DIFERENTES."
                   GO TO 2500-DIGITA-EQUIPE-EXIT
               END-IF
               MOVE COD-GERENTE-EQP TO WS-COD-BUSCA
               PERFORM 2600-VALIDA-VENDEDOR
                   THRU 2600-VALIDA-VENDEDOR-EXIT
               IF NOT VEND-OK
                   DISPLAY "GERENTE NAO CADASTRADO COMO VENDEDOR."
                   GO TO 2500-DIGITA-EQUIPE-EXIT
               END-IF
               DISPLAY FUNCTION TRIM(NOME-VEND)
           END-IF

           DISPLAY "PERCENTUAL DE OVERRIDE DO SUPERVISOR (ATUAL "
                   PERC-OVERRIDE-EQP "):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT) TO PERC-OVERRIDE-EQP
           END-IF

           MOVE "S" TO WS-DADOS-OK.
       2500-DIGITA-EQUIPE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-VALIDA-VENDEDOR - VENDEDOR WS-COD-BUSCA CADASTRADO.
      *-----------------------------------------------------------------
       2600-VALIDA-VENDEDOR.
           MOVE "N" TO WS-VEND-OK
           MOVE WS-COD-BUSCA TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE "S" TO WS-VEND-OK
           END-IF
           MOVE ZEROS TO FS.
       2600-VALIDA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE EQUIPE
           CLOSE VENDEDOR.
       3000-FINALIZA-EXIT.
           EXIT.
