      *-----------------------------------------------------------------
      * CADMPER - MANUTENCAO DOS MOTIVOS DE PERDA DE ESTOQUE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADMPER.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DA TABELA DE
      *                   MOTIVOS DE PERDA (MOTPERDA.DAT) USADA PELA
      *                   BAIXAEST: INCLUI/ALTERA, DESATIVA/REATIVA E
      *                   LISTA. NA CRIACAO DO ARQUIVO GRAVA OS
      *                   MOTIVOS BASICOS (AVA, VEN, FUR, AMO). MOTIVO
      *                   NAO E EXCLUIDO, SO DESATIVADO, PORQUE AS
      *                   BAIXAS JA LANCADAS (PERDAEST) O REFERENCIAM.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "MOTPERDA.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOTPERDA.FD".

       WORKING-STORAGE SECTION.

       77  FS-MPE                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC X(03)    VALUE SPACES.
       77  WS-DESCR-INFORMADA          PIC X(30)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-CODIGO               PIC X(03).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SITUACAO             PIC X(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE O ARQUIVO DE MOTIVOS; NA PRIMEIRA VEZ
      * CRIA O ARQUIVO COM OS MOTIVOS BASICOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O MOTPERDA
           IF FS-MPE = "35" OR FS-MPE = "05"
               OPEN OUTPUT MOTPERDA
               CLOSE MOTPERDA
               OPEN I-O MOTPERDA
               IF FS-MPE = ZEROS
                   PERFORM 1100-GRAVA-PADROES
                       THRU 1100-GRAVA-PADROES-EXIT
               END-IF
           END-IF

           IF FS-MPE NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE MOTPERDA. FS: " FS-MPE
               MOVE "S" TO WS-FIM-MENU
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-GRAVA-PADROES.
           MOVE "A"                TO SIT-MOTIVO-MPE
           MOVE "AVA"              TO COD-MOTIVO-MPE
           MOVE "AVARIA / QUEBRA"  TO DESCR-MOTIVO-MPE
           WRITE REG-MPE
           MOVE "VEN"              TO COD-MOTIVO-MPE
           MOVE "VENCIMENTO"       TO DESCR-MOTIVO-MPE
           WRITE REG-MPE
           MOVE "FUR"              TO COD-MOTIVO-MPE
           MOVE "FURTO / EXTRAVIO" TO DESCR-MOTIVO-MPE
           WRITE REG-MPE
           MOVE "AMO"              TO COD-MOTIVO-MPE
           MOVE "AMOSTRA"          TO DESCR-MOTIVO-MPE
           WRITE REG-MPE
           DISPLAY "TABELA DE MOTIVOS CRIADA COM OS MOTIVOS BASICOS.".
       1100-GRAVA-PADROES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, D DESATIVA/REATIVA,
      * L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "MOTIVOS DE PERDA - OPCAO"
                   " (I=INCLUI/ALTERA D=DESATIVA/REATIVA L=LISTA"
                   " S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI   THRU 2100-INCLUI-EXIT
               WHEN "D"
                   PERFORM 2200-DESATIVA THRU 2200-DESATIVA-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA    THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

       2100-INCLUI.
           DISPLAY "CODIGO DO MOTIVO (3 LETRAS):"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-COD-INFORMADO)
               TO WS-COD-INFORMADO
           IF WS-COD-INFORMADO = SPACES
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           DISPLAY "DESCRICAO:"
           ACCEPT WS-DESCR-INFORMADA FROM CONSOLE
           IF WS-DESCR-INFORMADA = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA - NADA FEITO."
               GO TO 2100-INCLUI-EXIT
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-MPE
           READ MOTPERDA WITH LOCK
           IF FS-MPE = ZEROS
               MOVE FUNCTION UPPER-CASE(WS-DESCR-INFORMADA)
                   TO DESCR-MOTIVO-MPE
               REWRITE REG-MPE
           ELSE
               MOVE WS-COD-INFORMADO TO COD-MOTIVO-MPE
               MOVE FUNCTION UPPER-CASE(WS-DESCR-INFORMADA)
                   TO DESCR-MOTIVO-MPE
               MOVE "A"              TO SIT-MOTIVO-MPE
               WRITE REG-MPE
           END-IF

           IF FS-MPE = ZEROS
               DISPLAY "MOTIVO GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-MPE
           END-IF.
       2100-INCLUI-EXIT.
           EXIT.

       2200-DESATIVA.
           DISPLAY "CODIGO DO MOTIVO A DESATIVAR/REATIVAR:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-COD-INFORMADO)
               TO WS-COD-INFORMADO

           MOVE WS-COD-INFORMADO TO XAV-MPE
           READ MOTPERDA WITH LOCK
           IF FS-MPE NOT = ZEROS
               DISPLAY "MOTIVO NAO ENCONTRADO."
               GO TO 2200-DESATIVA-EXIT
           END-IF

           IF MOTIVO-ATIVO
               MOVE "I" TO SIT-MOTIVO-MPE
               DISPLAY "MOTIVO DESATIVADO."
           ELSE
               MOVE "A" TO SIT-MOTIVO-MPE
               DISPLAY "MOTIVO REATIVADO."
           END-IF
           REWRITE REG-MPE.
       2200-DESATIVA-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-MPE
           START MOTPERDA KEY IS NOT LESS THAN XAV-MPE
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2310-LISTA-MOTIVO THRU 2310-LISTA-MOTIVO-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " MOTIVO(S) CADASTRADO(S).".
       2300-LISTA-EXIT.
           EXIT.

       2310-LISTA-MOTIVO.
           READ MOTPERDA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2310-LISTA-MOTIVO-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-MOTIVO-MPE   TO LL-CODIGO
           MOVE DESCR-MOTIVO-MPE TO LL-DESCR
           IF MOTIVO-ATIVO
               MOVE "ATIVO"   TO LL-SITUACAO
           ELSE
               MOVE "INATIVO" TO LL-SITUACAO
           END-IF
           DISPLAY WS-LINHA-LISTA.
       2310-LISTA-MOTIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA O ARQUIVO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE MOTPERDA.
       3000-FINALIZA-EXIT.
           EXIT.
