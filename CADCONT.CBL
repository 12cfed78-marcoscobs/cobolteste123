      *-----------------------------------------------------------------
      * CADCONT - CONTATOS DO CLIENTE POR FUNCAO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADCONT.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DOS CONTATOS DO
      *                   CLIENTE (CONTATO.DAT): NOME, FUNCAO (COMPRAS,
      *                   FINANCEIRO, RECEBIMENTO), TELEFONE, CELULAR,
      *                   E-MAIL E CANAL PREFERIDO. UM CONTATO POR
      *                   FUNCAO E O PRINCIPAL (O PRIMEIRO DA FUNCAO JA
      *                   NASCE PRINCIPAL; MARCAR OUTRO DESMARCA O
      *                   ANTERIOR). CHAMADO PELO CADCLI COM O CLIENTE
      *                   SELECIONADO; COM ZEROS PERGUNTA O CLIENTE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CONTATO.SEL".
           COPY "CLIENTE.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTATO.FD".
           COPY "CLIENTE.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-TEXTO                    PIC X(60)    VALUE SPACES.
       77  WS-COD-CLI                  PIC 9(07)    VALUE ZEROS.
       77  WS-SEQ-INFORMADA            PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-MESMA-FUNCAO         PIC 9(03)    VALUE ZEROS.

      * CONTATO EM MANUTENCAO, GUARDADO ENQUANTO OS OUTROS DA MESMA
      * FUNCAO SAO PERCORRIDOS PARA TIRAR A MARCA DE PRINCIPAL.
       77  WS-REG-CTT-SALVO            PIC X(170)   VALUE SPACES.
       77  WS-FUNCAO-SALVA             PIC X(01)    VALUE SPACE.
       77  WS-SEQ-SALVA                PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-INCLUSAO             PIC X(01)    VALUE "N".
               88  INCLUSAO                         VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-SEQ                  PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-FUNCAO               PIC X(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-PRINCIPAL            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-NOME                 PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-FONE                 PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-CELULAR              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-CANAL                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).
       01  WS-LINHA-EMAIL.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "E-MAIL: ".
           05  LE-EMAIL                PIC X(60).

       LINKAGE SECTION.
      * CLIENTE SELECIONADO NA TELA DO CADCLI (ZEROS = PERGUNTAR).
       01  LK-COD-CLI-CTT              PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-COD-CLI-CTT.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE CONTATOS E FIXA
      * O CLIENTE EM MANUTENCAO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O CONTATO
           IF FS-CTT = "35" OR FS-CTT = "05"
               OPEN OUTPUT CONTATO
               CLOSE CONTATO
               OPEN I-O CONTATO
           END-IF

           IF FS-CTT NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTATO. FS: " FS-CTT
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT CLIENTE

           MOVE LK-COD-CLI-CTT TO WS-COD-CLI
           PERFORM 2050-FIXA-CLIENTE THRU 2050-FIXA-CLIENTE-EXIT.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI, A ALTERA, E EXCLUI, X INATIVA/
      * REATIVA, L LISTA, C OUTRO CLIENTE, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "CONTATOS DO CLIENTE " WS-COD-CLI " - "
                   FUNCTION TRIM(RAZAO-CLI)
           DISPLAY "OPCAO (I=INCLUI A=ALTERA E=EXCLUI X=INATIVA/"
                   "REATIVA L=LISTA C=OUTRO CLIENTE S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   MOVE "S" TO WS-INCLUSAO
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "A"
                   MOVE "N" TO WS-INCLUSAO
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "E"
                   PERFORM 2300-EXCLUI  THRU 2300-EXCLUI-EXIT
               WHEN "X"
                   PERFORM 2400-INATIVA THRU 2400-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2500-LISTA   THRU 2500-LISTA-EXIT
               WHEN "C"
                   MOVE ZEROS TO WS-COD-CLI
                   PERFORM 2050-FIXA-CLIENTE
                       THRU 2050-FIXA-CLIENTE-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-FIXA-CLIENTE - O CLIENTE PRECISA EXISTIR NO CADASTRO.
      *-----------------------------------------------------------------
       2050-FIXA-CLIENTE.
           IF WS-COD-CLI = ZEROS
               DISPLAY "CODIGO DO CLIENTE:"
               ACCEPT WS-COD-CLI FROM CONSOLE
           END-IF

           MOVE WS-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLI " NAO CADASTRADO."
               MOVE "S" TO WS-FIM-MENU
               GO TO 2050-FIXA-CLIENTE-EXIT
           END-IF

           PERFORM 2500-LISTA THRU 2500-LISTA-EXIT.
       2050-FIXA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI-ALTERA - NA INCLUSAO A SEQUENCIA E A PROXIMA LIVRE
      * DO CLIENTE; NA ALTERACAO E INFORMADA. ENTER MANTEM O CAMPO.
      *-----------------------------------------------------------------
       2100-INCLUI-ALTERA.
           IF INCLUSAO
               PERFORM 2110-PROXIMA-SEQUENCIA
                   THRU 2110-PROXIMA-SEQUENCIA-EXIT
               IF WS-SEQ-INFORMADA = 99
                   DISPLAY "CLIENTE JA TEM 99 CONTATOS - NADA FEITO."
                   GO TO 2100-INCLUI-ALTERA-EXIT
               END-IF
               ADD 1 TO WS-SEQ-INFORMADA
               INITIALIZE REG-CTT
               MOVE WS-COD-CLI       TO COD-CLI-CTT
               MOVE WS-SEQ-INFORMADA TO SEQ-CTT
               SET CANAL-TELEFONE    TO TRUE
               SET CTT-ATIVO         TO TRUE
               MOVE "N"              TO PRINCIPAL-CTT
           ELSE
               DISPLAY "SEQUENCIA DO CONTATO (VER LISTA):"
               ACCEPT WS-SEQ-INFORMADA FROM CONSOLE
               MOVE WS-COD-CLI       TO COD-CLI-CTT
               MOVE WS-SEQ-INFORMADA TO SEQ-CTT
               READ CONTATO
               IF FS-CTT NOT = ZEROS
                   DISPLAY "CONTATO NAO ENCONTRADO - NADA FEITO."
                   GO TO 2100-INCLUI-ALTERA-EXIT
               END-IF
           END-IF

           DISPLAY "NOME (ENTER P/ MANTER " FUNCTION TRIM(NOME-CTT)
                   "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO NOME-CTT
           END-IF
           IF NOME-CTT = SPACES
               DISPLAY "NOME NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           DISPLAY "FUNCAO C=COMPRAS F=FINANCEIRO R=RECEBIMENTO"
                   " (ENTER P/ MANTER " FUNCAO-CTT "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:1)) TO FUNCAO-CTT
           END-IF
           IF NOT FUNCAO-CTT-VALIDA
               DISPLAY "FUNCAO INVALIDA - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           DISPLAY "TELEFONE (ENTER P/ MANTER "
                   FUNCTION TRIM(FONE-CTT) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO FONE-CTT
           END-IF

           DISPLAY "CELULAR (ENTER P/ MANTER "
                   FUNCTION TRIM(CELULAR-CTT) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO CELULAR-CTT
           END-IF

           DISPLAY "E-MAIL (ENTER P/ MANTER "
                   FUNCTION TRIM(EMAIL-CTT) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION LOWER-CASE(WS-TEXTO) TO EMAIL-CTT
           END-IF

           DISPLAY "CANAL PREFERIDO T=TELEFONE M=CELULAR W=WHATSAPP"
                   " E=E-MAIL (ENTER P/ MANTER " CANAL-PREF-CTT "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:1))
                   TO CANAL-PREF-CTT
           END-IF
           IF NOT CANAL-CTT-VALIDO
               SET CANAL-TELEFONE TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CANAL-EMAIL AND EMAIL-CTT = SPACES
                   DISPLAY "ATENCAO: CANAL E-MAIL SEM E-MAIL INFORMADO."
               WHEN (CANAL-CELULAR OR CANAL-WHATSAPP)
                AND CELULAR-CTT = SPACES
                   DISPLAY "ATENCAO: CANAL CELULAR SEM CELULAR"
                           " INFORMADO."
               WHEN CANAL-TELEFONE AND FONE-CTT = SPACES
                   DISPLAY "ATENCAO: CANAL TELEFONE SEM TELEFONE"
                           " INFORMADO."
           END-EVALUATE

      * PRINCIPAL DA FUNCAO: O PRIMEIRO CONTATO ATIVO DA FUNCAO JA E;
      * NOS DEMAIS O OPERADOR DECIDE.
           MOVE REG-CTT TO WS-REG-CTT-SALVO
           PERFORM 2200-CONTA-MESMA-FUNCAO
               THRU 2200-CONTA-MESMA-FUNCAO-EXIT
           MOVE WS-REG-CTT-SALVO TO REG-CTT
           IF WS-QTD-MESMA-FUNCAO = ZEROS
               MOVE "S" TO PRINCIPAL-CTT
           ELSE
               DISPLAY "PRINCIPAL DA FUNCAO S/N (ENTER P/ MANTER "
                       PRINCIPAL-CTT "):"
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO FROM CONSOLE
               IF WS-TEXTO NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:1))
                       TO PRINCIPAL-CTT
               END-IF
               IF NOT CTT-PRINCIPAL
                   MOVE "N" TO PRINCIPAL-CTT
               END-IF
           END-IF

           IF INCLUSAO
               WRITE REG-CTT
           ELSE
               REWRITE REG-CTT
           END-IF
           IF FS-CTT NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-CTT
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           IF CTT-PRINCIPAL
               PERFORM 2250-DESMARCA-PRINCIPAL
                   THRU 2250-DESMARCA-PRINCIPAL-EXIT
           END-IF

           DISPLAY "CONTATO " WS-SEQ-INFORMADA " GRAVADO.".
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-PROXIMA-SEQUENCIA - ULTIMA SEQUENCIA USADA NO CLIENTE,
      * ZEROS SE NENHUMA (START <= CLIENTE/99 E READ PREVIOUS).
      *-----------------------------------------------------------------
       2110-PROXIMA-SEQUENCIA.
           MOVE WS-COD-CLI TO COD-CLI-CTT
           MOVE 99         TO SEQ-CTT
           MOVE ZEROS      TO WS-SEQ-INFORMADA
           START CONTATO KEY IS NOT GREATER THAN XAV-CTT
               INVALID KEY
                   GO TO 2110-PROXIMA-SEQUENCIA-EXIT
           END-START
           READ CONTATO PREVIOUS RECORD
               AT END
                   GO TO 2110-PROXIMA-SEQUENCIA-EXIT
           END-READ
           IF COD-CLI-CTT = WS-COD-CLI
               MOVE SEQ-CTT TO WS-SEQ-INFORMADA
           END-IF.
       2110-PROXIMA-SEQUENCIA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CONTA-MESMA-FUNCAO - OUTROS CONTATOS ATIVOS DO CLIENTE NA
      * MESMA FUNCAO (SEM CONTAR O PROPRIO).
      *-----------------------------------------------------------------
       2200-CONTA-MESMA-FUNCAO.
           MOVE ZEROS      TO WS-QTD-MESMA-FUNCAO
           MOVE FUNCAO-CTT TO WS-FUNCAO-SALVA
           MOVE SEQ-CTT    TO WS-SEQ-SALVA
           PERFORM 2600-POSICIONA-CLIENTE
               THRU 2600-POSICIONA-CLIENTE-EXIT
           PERFORM 2210-CONTA-UM THRU 2210-CONTA-UM-EXIT
               UNTIL FIM-LISTA.
       2200-CONTA-MESMA-FUNCAO-EXIT.
           EXIT.

       2210-CONTA-UM.
           PERFORM 2650-LE-PROXIMO THRU 2650-LE-PROXIMO-EXIT
           IF FIM-LISTA
               GO TO 2210-CONTA-UM-EXIT
           END-IF
           IF FUNCAO-CTT = WS-FUNCAO-SALVA
           AND SEQ-CTT NOT = WS-SEQ-SALVA
           AND CTT-ATIVO
               ADD 1 TO WS-QTD-MESMA-FUNCAO
           END-IF.
       2210-CONTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-DESMARCA-PRINCIPAL - SO UM PRINCIPAL POR FUNCAO: TIRA A
      * MARCA DOS OUTROS CONTATOS DA FUNCAO DO CONTATO GRAVADO.
      *-----------------------------------------------------------------
       2250-DESMARCA-PRINCIPAL.
           MOVE FUNCAO-CTT TO WS-FUNCAO-SALVA
           MOVE SEQ-CTT    TO WS-SEQ-SALVA
           PERFORM 2600-POSICIONA-CLIENTE
               THRU 2600-POSICIONA-CLIENTE-EXIT
           PERFORM 2260-DESMARCA-UM THRU 2260-DESMARCA-UM-EXIT
               UNTIL FIM-LISTA.
       2250-DESMARCA-PRINCIPAL-EXIT.
           EXIT.

       2260-DESMARCA-UM.
           PERFORM 2650-LE-PROXIMO THRU 2650-LE-PROXIMO-EXIT
           IF FIM-LISTA
               GO TO 2260-DESMARCA-UM-EXIT
           END-IF
           IF FUNCAO-CTT = WS-FUNCAO-SALVA
           AND SEQ-CTT NOT = WS-SEQ-SALVA
           AND CTT-PRINCIPAL
               MOVE "N" TO PRINCIPAL-CTT
               REWRITE REG-CTT
               DISPLAY "CONTATO " SEQ-CTT " DEIXOU DE SER O PRINCIPAL"
                       " DA FUNCAO."
           END-IF.
       2260-DESMARCA-UM-EXIT.
           EXIT.

       2300-EXCLUI.
           DISPLAY "SEQUENCIA DO CONTATO A EXCLUIR:"
           ACCEPT WS-SEQ-INFORMADA FROM CONSOLE
           MOVE WS-COD-CLI       TO COD-CLI-CTT
           MOVE WS-SEQ-INFORMADA TO SEQ-CTT
           READ CONTATO
           IF FS-CTT NOT = ZEROS
               DISPLAY "CONTATO NAO ENCONTRADO - NADA FEITO."
               GO TO 2300-EXCLUI-EXIT
           END-IF

           DISPLAY "EXCLUI " FUNCTION TRIM(NOME-CTT) " (S/N)?"
           ACCEPT WS-OPCAO FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-OPCAO) NOT = "S"
               GO TO 2300-EXCLUI-EXIT
           END-IF

           DELETE CONTATO
           IF FS-CTT = ZEROS
               DISPLAY "CONTATO EXCLUIDO."
               IF CTT-PRINCIPAL
                   DISPLAY "ATENCAO: ERA O PRINCIPAL DA FUNCAO - MARQUE"
                           " OUTRO NA ALTERACAO."
               END-IF
           ELSE
               DISPLAY "ERRO NA EXCLUSAO. FS: " FS-CTT
           END-IF.
       2300-EXCLUI-EXIT.
           EXIT.

       2400-INATIVA.
           DISPLAY "SEQUENCIA DO CONTATO:"
           ACCEPT WS-SEQ-INFORMADA FROM CONSOLE
           MOVE WS-COD-CLI       TO COD-CLI-CTT
           MOVE WS-SEQ-INFORMADA TO SEQ-CTT
           READ CONTATO
           IF FS-CTT NOT = ZEROS
               DISPLAY "CONTATO NAO ENCONTRADO - NADA FEITO."
               GO TO 2400-INATIVA-EXIT
           END-IF

      * CONTATO INATIVO NAO SAI NOS DOCUMENTOS NEM CONTINUA PRINCIPAL.
           IF CTT-ATIVO
               SET CTT-INATIVO TO TRUE
               MOVE "N" TO PRINCIPAL-CTT
               DISPLAY "CONTATO " SEQ-CTT " INATIVADO."
           ELSE
               SET CTT-ATIVO TO TRUE
               DISPLAY "CONTATO " SEQ-CTT " REATIVADO."
           END-IF
           REWRITE REG-CTT.
       2400-INATIVA-EXIT.
           EXIT.

       2500-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 2600-POSICIONA-CLIENTE
               THRU 2600-POSICIONA-CLIENTE-EXIT

           DISPLAY "SQ FUNCAO      P NOME                      TELEFONE"
                   "        CELULAR         C S"
           PERFORM 2550-LISTA-UM THRU 2550-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " CONTATO(S)."
                   "  (P=PRINCIPAL C=CANAL S=A ATIVO/I INATIVO)".
       2500-LISTA-EXIT.
           EXIT.

       2550-LISTA-UM.
           PERFORM 2650-LE-PROXIMO THRU 2650-LE-PROXIMO-EXIT
           IF FIM-LISTA
               GO TO 2550-LISTA-UM-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE SEQ-CTT TO LL-SEQ
           EVALUATE TRUE
               WHEN CTT-COMPRAS
                   MOVE "COMPRAS"     TO LL-FUNCAO
               WHEN CTT-FINANCEIRO
                   MOVE "FINANCEIRO"  TO LL-FUNCAO
               WHEN OTHER
                   MOVE "RECEBIMENTO" TO LL-FUNCAO
           END-EVALUATE
           MOVE PRINCIPAL-CTT  TO LL-PRINCIPAL
           MOVE NOME-CTT       TO LL-NOME
           MOVE FONE-CTT       TO LL-FONE
           MOVE CELULAR-CTT    TO LL-CELULAR
           MOVE CANAL-PREF-CTT TO LL-CANAL
           MOVE SIT-CTT        TO LL-SIT
           DISPLAY WS-LINHA-LISTA
           IF EMAIL-CTT NOT = SPACES
               MOVE EMAIL-CTT TO LE-EMAIL
               DISPLAY WS-LINHA-EMAIL
           END-IF.
       2550-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-POSICIONA-CLIENTE / 2650-LE-PROXIMO - PERCURSO DOS
      * CONTATOS DO CLIENTE EM MANUTENCAO (FIM-LISTA AO SAIR DELE).
      *-----------------------------------------------------------------
       2600-POSICIONA-CLIENTE.
           MOVE "N"        TO WS-FIM-LISTA
           MOVE WS-COD-CLI TO COD-CLI-CTT
           MOVE ZEROS      TO SEQ-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START.
       2600-POSICIONA-CLIENTE-EXIT.
           EXIT.

       2650-LE-PROXIMO.
           READ CONTATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2650-LE-PROXIMO-EXIT
           END-READ
           IF COD-CLI-CTT NOT = WS-COD-CLI
               MOVE "S" TO WS-FIM-LISTA
           END-IF.
       2650-LE-PROXIMO-EXIT.
           EXIT.

       3000-FINALIZA.
           CLOSE CONTATO CLIENTE.
       3000-FINALIZA-EXIT.
           EXIT.
