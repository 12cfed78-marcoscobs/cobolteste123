      *-----------------------------------------------------------------
      * CADDPON - MANUTENCAO DO DESCONTO DE PONTUALIDADE POR CONDICAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADDPON.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - REGRA DE DESCONTO DE
      *                   PONTUALIDADE POR CONDICAO DE PAGAMENTO
      *                   (PERC-DESC-PONTUAL-CONDPAG E DIAS-DESC-
      *                   PONTUAL-CONDPAG NO PROPRIO REGISTRO DE
      *                   CONDPAG): PERCENTUAL SOBRE O RESIDUAL QUANDO
      *                   O TITULO E QUITADO COM PELO MENOS N DIAS DE
      *                   ANTECEDENCIA, APLICADO PELO CADREC E PELO
      *                   RETORNO NA BAIXA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONDPAG.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CONDPAG.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-CONDPAG-INF          PIC 9(03)    VALUE ZEROS.
       77  WS-VALOR-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COD-CONDPAG          PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-PERC                 PIC Z9,99.
           05  FILLER                  PIC X(06) VALUE "% COM ".
           05  LL-DIAS                 PIC ZZ9.
           05  FILLER                  PIC X(23)
               VALUE " DIA(S) DE ANTECEDENCIA".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE O ARQUIVO DE CONDICOES.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O CONDPAG
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONDPAG. FS: " FS
               MOVE "S" TO WS-FIM-MENU
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: A ALTERA REGRA, L LISTA REGRAS, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "DESCONTO DE PONTUALIDADE - OPCAO (A=ALTERA"
                   " L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "A"
                   PERFORM 2100-ALTERA THRU 2100-ALTERA-EXIT
               WHEN "L"
                   PERFORM 2200-LISTA  THRU 2200-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-ALTERA - REGRA DE UMA CONDICAO (ENTER MANTEM O VALOR
      * ATUAL; PERCENTUAL ZERO DESLIGA O DESCONTO DA CONDICAO).
      *-----------------------------------------------------------------
       2100-ALTERA.
           DISPLAY "CODIGO DA CONDICAO DE PAGAMENTO:"
           ACCEPT WS-COD-CONDPAG-INF FROM CONSOLE

           MOVE WS-COD-CONDPAG-INF TO XAV-CONDPAG
           READ CONDPAG WITH LOCK
           IF FS NOT = ZEROS
               DISPLAY "CONDICAO NAO CADASTRADA."
               MOVE ZEROS TO FS
               GO TO 2100-ALTERA-EXIT
           END-IF
           DISPLAY FUNCTION TRIM(DESCR-CONDPAG)

           DISPLAY "DESCONTO ATUAL: " PERC-DESC-PONTUAL-CONDPAG
                   "%  ANTECEDENCIA MINIMA: "
                   DIAS-DESC-PONTUAL-CONDPAG " DIA(S)"

           DISPLAY "NOVO PERCENTUAL (ENTER P/ MANTER):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT)
                   TO PERC-DESC-PONTUAL-CONDPAG
           END-IF

           DISPLAY "NOVOS DIAS DE ANTECEDENCIA (ENTER P/ MANTER):"
           ACCEPT WS-VALOR-TEXT FROM CONSOLE
           IF WS-VALOR-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-VALOR-TEXT)
                   TO DIAS-DESC-PONTUAL-CONDPAG
           END-IF

           IF PERC-DESC-PONTUAL-CONDPAG > ZEROS
           AND DIAS-DESC-PONTUAL-CONDPAG = ZEROS
               DISPLAY "INFORME AO MENOS 1 DIA DE ANTECEDENCIA -"
                       " NADA GRAVADO."
               GO TO 2100-ALTERA-EXIT
           END-IF

           REWRITE REG-CONDPAG
           IF FS = ZEROS
               DISPLAY "REGRA GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS
               MOVE ZEROS TO FS
           END-IF.
       2100-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LISTA - CONDICOES ATIVAS COM DESCONTO DE PONTUALIDADE.
      *-----------------------------------------------------------------
       2200-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE ZEROS TO XAV-CONDPAG
           START CONDPAG KEY IS >= XAV-CONDPAG
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2210-LISTA-CONDICAO THRU 2210-LISTA-CONDICAO-EXIT
               UNTIL FIM-LISTA
           MOVE ZEROS TO FS

           DISPLAY WS-QTD-LISTADOS " CONDICAO(OES) COM DESCONTO DE"
                   " PONTUALIDADE.".
       2200-LISTA-EXIT.
           EXIT.

       2210-LISTA-CONDICAO.
           READ CONDPAG NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2210-LISTA-CONDICAO-EXIT
           END-READ

           IF CONDPAG-ATIVO
           AND PERC-DESC-PONTUAL-CONDPAG > ZEROS
               ADD 1 TO WS-QTD-LISTADOS
               MOVE COD-CONDPAG               TO LL-COD-CONDPAG
               MOVE DESCR-CONDPAG             TO LL-DESCR
               MOVE PERC-DESC-PONTUAL-CONDPAG TO LL-PERC
               MOVE DIAS-DESC-PONTUAL-CONDPAG TO LL-DIAS
               DISPLAY WS-LINHA-LISTA
           END-IF.
       2210-LISTA-CONDICAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA O ARQUIVO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE CONDPAG.
       3000-FINALIZA-EXIT.
           EXIT.
