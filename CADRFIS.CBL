      *-----------------------------------------------------------------
      * CADRFIS - MANUTENCAO DAS REGRAS FISCAIS (CFOP POR OPERACAO)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADRFIS.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DAS REGRAS
      *                   FISCAIS (REGRAFIS): CFOP E NATUREZA DA
      *                   OPERACAO POR TIPO (V VENDA, B BONIFICACAO,
      *                   D DEVOLUCAO, T TRANSFERENCIA ENTRE
      *                   FILIAIS), AMBITO (E ESTADUAL, I
      *                   INTERESTADUAL) E GRUPO DE PRODUTO. GRUPO 000
      *                   E A REGRA GENERICA; SEM REGRA O ACHACFOP
      *                   USA O CFOP PADRAO DO TIPO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REGRAFIS.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "REGRAFIS.FD".

       WORKING-STORAGE SECTION.

       77  FS-RF                       PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-TIPO-INF                 PIC X(01)    VALUE SPACE.
       77  WS-AMBITO-INF               PIC X(01)    VALUE SPACE.
       77  WS-GRUPO-INF                PIC 9(03)    VALUE ZEROS.
       77  WS-CFOP-INF                 PIC 9(04)    VALUE ZEROS.
       77  WS-NATUREZA-INF             PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-CHAVE-OK             PIC X(01)    VALUE "N".
               88  CHAVE-OK                         VALUE "S".

       01  WS-LINHA-LISTA.
           05  FILLER                  PIC X(06) VALUE "TIPO ".
           05  LL-TIPO                 PIC X(01).
           05  FILLER                  PIC X(09) VALUE "  AMBITO ".
           05  LL-AMBITO               PIC X(01).
           05  FILLER                  PIC X(08) VALUE "  GRUPO ".
           05  LL-GRUPO                PIC 9(03).
           05  FILLER                  PIC X(07) VALUE "  CFOP ".
           05  LL-CFOP                 PIC 9(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NATUREZA             PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE REGRAS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O REGRAFIS
           IF FS-RF = "35" OR FS-RF = "05"
               OPEN OUTPUT REGRAFIS
               CLOSE REGRAFIS
               OPEN I-O REGRAFIS
           END-IF

           IF FS-RF NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE REGRAFIS. FS: " FS-RF
               MOVE "S" TO WS-FIM-MENU
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, E EXCLUI, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "REGRAS FISCAIS (CFOP) - OPCAO (I=INCLUI/ALTERA"
                   " E=EXCLUI L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI THRU 2100-INCLUI-EXIT
               WHEN "E"
                   PERFORM 2200-EXCLUI THRU 2200-EXCLUI-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA  THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-LE-CHAVE - TIPO, AMBITO E GRUPO DA REGRA, CONFERIDOS.
      *-----------------------------------------------------------------
       2050-LE-CHAVE.
           MOVE "N" TO WS-CHAVE-OK
           DISPLAY "TIPO DE OPERACAO (V=VENDA B=BONIFICACAO"
                   " D=DEVOLUCAO T=TRANSFERENCIA):"
           ACCEPT WS-TIPO-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
           MOVE WS-TIPO-INF TO TIPO-OPER-RF
           IF NOT OPER-VALIDA
               DISPLAY "TIPO DE OPERACAO INVALIDO - NADA FEITO."
               GO TO 2050-LE-CHAVE-EXIT
           END-IF

           DISPLAY "AMBITO (E=ESTADUAL I=INTERESTADUAL):"
           ACCEPT WS-AMBITO-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-AMBITO-INF) TO WS-AMBITO-INF
           MOVE WS-AMBITO-INF TO AMBITO-RF
           IF NOT AMBITO-VALIDO
               DISPLAY "AMBITO INVALIDO - NADA FEITO."
               GO TO 2050-LE-CHAVE-EXIT
           END-IF

           DISPLAY "GRUPO DE PRODUTO (000 = REGRA GENERICA):"
           ACCEPT WS-GRUPO-INF FROM CONSOLE
           MOVE WS-GRUPO-INF TO COD-GRUPO-RF
           MOVE "S" TO WS-CHAVE-OK.
       2050-LE-CHAVE-EXIT.
           EXIT.

       2100-INCLUI.
           PERFORM 2050-LE-CHAVE THRU 2050-LE-CHAVE-EXIT
           IF NOT CHAVE-OK
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "CFOP (4 DIGITOS):"
           ACCEPT WS-CFOP-INF FROM CONSOLE
           IF WS-CFOP-INF < 1000
               DISPLAY "CFOP INVALIDO - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "NATUREZA DA OPERACAO:"
           ACCEPT WS-NATUREZA-INF FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-NATUREZA-INF)
               TO WS-NATUREZA-INF
           IF WS-NATUREZA-INF = SPACES
               DISPLAY "INFORME A NATUREZA DA OPERACAO - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           INITIALIZE REG-RF
           MOVE WS-TIPO-INF     TO TIPO-OPER-RF
           MOVE WS-AMBITO-INF   TO AMBITO-RF
           MOVE WS-GRUPO-INF    TO COD-GRUPO-RF
           MOVE WS-CFOP-INF     TO CFOP-RF
           MOVE WS-NATUREZA-INF TO NATUREZA-RF

           WRITE REG-RF
               INVALID KEY REWRITE REG-RF
           END-WRITE

           IF FS-RF = ZEROS
               DISPLAY "REGRA GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-RF
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

       2200-EXCLUI.
           PERFORM 2050-LE-CHAVE THRU 2050-LE-CHAVE-EXIT
           IF NOT CHAVE-OK
               GO TO 2200-EXCLUI-EXIT
           END-IF

           DELETE REGRAFIS
               INVALID KEY DISPLAY "REGRA NAO ENCONTRADA."
               NOT INVALID KEY DISPLAY "REGRA EXCLUIDA."
           END-DELETE.
       2200-EXCLUI-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-RF
           START REGRAFIS KEY IS NOT LESS THAN XAV-RF
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2310-LISTA-UMA THRU 2310-LISTA-UMA-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " REGRA(S) CADASTRADA(S).".
       2300-LISTA-EXIT.
           EXIT.

       2310-LISTA-UMA.
           READ REGRAFIS NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2310-LISTA-UMA-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE TIPO-OPER-RF TO LL-TIPO
           MOVE AMBITO-RF    TO LL-AMBITO
           MOVE COD-GRUPO-RF TO LL-GRUPO
           MOVE CFOP-RF      TO LL-CFOP
           MOVE NATUREZA-RF  TO LL-NATUREZA
           DISPLAY WS-LINHA-LISTA.
       2310-LISTA-UMA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA O ARQUIVO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE REGRAFIS.
       3000-FINALIZA-EXIT.
           EXIT.
