      *-----------------------------------------------------------------
      * ACHATERR - TERRITORIO DE VENDA E VENDEDOR RESPONSAVEL DO CEP
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACHATERR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE O CEP E DEVOLVE O
      *                   TERRITORIO ATIVO CUJA FAIXA O CONTEM, COM O
      *                   NOME E O VENDEDOR RESPONSAVEL (ZEROS = CEP
      *                   FORA DE TERRITORIO). OS TERRITORIOS SAO
      *                   CARREGADOS EM MEMORIA NA PRIMEIRA CHAMADA; O
      *                   CHAMADOR DA CANCEL "ACHATERR" NO FIM PARA
      *                   LIBERAR A TABELA. CHAMADO PELO CADCLI (TELA E
      *                   IMPORTACAO), RELTEREX E RELTERR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TERRIT.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "TERRIT.FD".

       WORKING-STORAGE SECTION.

       77  FS-TERR                     PIC XX       VALUE SPACES.
       77  WS-IDX-TERR                 PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-FAIXA                PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC 9(03)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-TAB-CARREGADA        PIC X(01)    VALUE "N".
               88  TAB-CARREGADA                    VALUE "S".
           05  WS-FIM-TERRIT           PIC X(01)    VALUE "N".
               88  FIM-TERRIT                       VALUE "S".

      * TERRITORIOS ATIVOS COM AS SUAS FAIXAS DE CEP.
       01  WS-TAB-TERR.
           05  WS-QTD-TERR             PIC 9(03)    VALUE ZEROS.
           05  TB-TERR                 OCCURS 300 TIMES.
               10  TB-COD-TERR         PIC 9(03).
               10  TB-COD-VEND         PIC 9(03).
               10  TB-NOME-TERR        PIC X(30).
               10  TB-QTD-FAIXAS       PIC 9(02).
               10  TB-FAIXA            OCCURS 20 TIMES.
                   15  TB-CEP-INI      PIC 9(08).
                   15  TB-CEP-FIM      PIC 9(08).

       LINKAGE SECTION.
       01  LK-CEP-ATR                  PIC 9(08).
       01  LK-COD-TERR-ATR             PIC 9(03).
       01  LK-COD-VEND-ATR             PIC 9(03).
       01  LK-NOME-TERR-ATR            PIC X(30).

       PROCEDURE DIVISION USING LK-CEP-ATR LK-COD-TERR-ATR
                                LK-COD-VEND-ATR LK-NOME-TERR-ATR.

       0000-MAINLINE.
           MOVE ZEROS  TO LK-COD-TERR-ATR LK-COD-VEND-ATR
           MOVE SPACES TO LK-NOME-TERR-ATR

           IF NOT TAB-CARREGADA
               PERFORM 1000-CARREGA-TERRIT
                   THRU 1000-CARREGA-TERRIT-EXIT
           END-IF

           IF LK-CEP-ATR NOT NUMERIC OR LK-CEP-ATR = ZEROS
               GO TO 0000-FIM
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM 2000-PROCURA-TERR THRU 2000-PROCURA-TERR-EXIT
               VARYING WS-IDX-TERR FROM 1 BY 1
               UNTIL WS-IDX-TERR > WS-QTD-TERR
                  OR WS-IDX-ACHADO NOT = ZEROS

           IF WS-IDX-ACHADO NOT = ZEROS
               MOVE TB-COD-TERR (WS-IDX-ACHADO)  TO LK-COD-TERR-ATR
               MOVE TB-COD-VEND (WS-IDX-ACHADO)  TO LK-COD-VEND-ATR
               MOVE TB-NOME-TERR (WS-IDX-ACHADO) TO LK-NOME-TERR-ATR
           END-IF.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-CARREGA-TERRIT - SO OS TERRITORIOS ATIVOS. SEM O ARQUIVO
      * A TABELA FICA VAZIA E TODO CEP SAI SEM TERRITORIO.
      *-----------------------------------------------------------------
       1000-CARREGA-TERRIT.
           MOVE "S"   TO WS-TAB-CARREGADA
           MOVE ZEROS TO WS-QTD-TERR

           OPEN INPUT TERRIT
           IF FS-TERR NOT = ZEROS
               CLOSE TERRIT
               GO TO 1000-CARREGA-TERRIT-EXIT
           END-IF

           MOVE "N" TO WS-FIM-TERRIT
           MOVE LOW-VALUES TO XAV-TERR
           START TERRIT KEY IS NOT LESS THAN XAV-TERR
               INVALID KEY MOVE "S" TO WS-FIM-TERRIT
           END-START

           PERFORM 1100-CARREGA-UM THRU 1100-CARREGA-UM-EXIT
               UNTIL FIM-TERRIT

           CLOSE TERRIT.
       1000-CARREGA-TERRIT-EXIT.
           EXIT.

       1100-CARREGA-UM.
           READ TERRIT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-TERRIT
                   GO TO 1100-CARREGA-UM-EXIT
           END-READ

           IF TERR-INATIVO OR QTD-FAIXAS-TERR = ZEROS
               GO TO 1100-CARREGA-UM-EXIT
           END-IF
           IF WS-QTD-TERR NOT < 300
               MOVE "S" TO WS-FIM-TERRIT
               GO TO 1100-CARREGA-UM-EXIT
           END-IF

           ADD 1 TO WS-QTD-TERR
           MOVE COD-TERR        TO TB-COD-TERR (WS-QTD-TERR)
           MOVE COD-VEND-TERR   TO TB-COD-VEND (WS-QTD-TERR)
           MOVE NOME-TERR       TO TB-NOME-TERR (WS-QTD-TERR)
           MOVE QTD-FAIXAS-TERR TO TB-QTD-FAIXAS (WS-QTD-TERR)
           PERFORM 1110-COPIA-FAIXA THRU 1110-COPIA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TERR.
       1100-CARREGA-UM-EXIT.
           EXIT.

       1110-COPIA-FAIXA.
           MOVE CEP-INI-TERR (WS-IDX-FAIXA)
               TO TB-CEP-INI (WS-QTD-TERR WS-IDX-FAIXA)
           MOVE CEP-FIM-TERR (WS-IDX-FAIXA)
               TO TB-CEP-FIM (WS-QTD-TERR WS-IDX-FAIXA).
       1110-COPIA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCURA-TERR - CEP DENTRO DE UMA DAS FAIXAS DO TERRITORIO
      * (AS FAIXAS DE TERRITORIOS ATIVOS NAO SE SOBREPOEM - CADTERR).
      *-----------------------------------------------------------------
       2000-PROCURA-TERR.
           PERFORM 2100-CONFERE-FAIXA THRU 2100-CONFERE-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > TB-QTD-FAIXAS (WS-IDX-TERR).
       2000-PROCURA-TERR-EXIT.
           EXIT.

       2100-CONFERE-FAIXA.
           IF LK-CEP-ATR NOT < TB-CEP-INI (WS-IDX-TERR WS-IDX-FAIXA)
           AND LK-CEP-ATR NOT > TB-CEP-FIM (WS-IDX-TERR WS-IDX-FAIXA)
               MOVE WS-IDX-TERR TO WS-IDX-ACHADO
           END-IF.
       2100-CONFERE-FAIXA-EXIT.
           EXIT.
