      *-----------------------------------------------------------------
      * PRECOCLI - TABELA DE PRECO E PRECO VIGENTE DO CLIENTE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRECOCLI.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE CLIENTE, PRODUTO E
      *                   DATA E DEVOLVE A TABELA DE PRECO DO CLIENTE
      *                   (A PROPRIA, COD-TABELA-CLI, OU A PADRAO DO
      *                   CANAL DE VENDA) E O PRECO DO PRODUTO VIGENTE
      *                   NELA NA DATA. CHAMADO PELO CADPED (IMPORTACAO
      *                   EDPE050 E REPETICAO DE PEDIDO) E PELO CADORC.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "CANAL.SEL".
           COPY "TABPRECO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".
           COPY "CANAL.FD".
           COPY "TABPRECO.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  FS-TABP                     PIC XX       VALUE SPACES.
       77  WS-COD-TABELA               PIC 9(03)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-TABP             PIC X(01)    VALUE "N".
               88  FIM-TABP                         VALUE "S".

       LINKAGE SECTION.
      * ENTRADA: CLIENTE, PRODUTO E DATA DE REFERENCIA (AAAAMMDD).
      * SAIDA: TABELA DO CLIENTE (ZEROS = SEM TABELA), PRECO VIGENTE
      * E O RETORNO:
      *   S = PRECO ACHADO NA TABELA DO CLIENTE
      *   N = CLIENTE TEM TABELA, MAS O PRODUTO NAO TEM VIGENCIA NELA
      *       NA DATA
      *   T = CLIENTE SEM TABELA (SEM CANAL, CANAL INATIVO OU SEM
      *       TABELA PADRAO) OU NAO CADASTRADO
       01  LK-COD-CLI-PCL              PIC 9(07).
       01  LK-COD-PRODUTO-PCL          PIC 9(05).
       01  LK-DATA-PCL                 PIC 9(08).
       01  LK-COD-TABELA-PCL           PIC 9(03).
       01  LK-PRECO-PCL                PIC S9(07)V99.
       01  LK-RETORNO-PCL              PIC X(01).
           88  PRECO-CLIENTE-ACHADO                 VALUE "S".
           88  PRODUTO-FORA-TABELA-CLI              VALUE "N".
           88  CLIENTE-SEM-TABELA                   VALUE "T".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-COD-CLI-PCL LK-COD-PRODUTO-PCL
                                LK-DATA-PCL LK-COD-TABELA-PCL
                                LK-PRECO-PCL LK-RETORNO-PCL.

       0000-MAINLINE.
           MOVE ZEROS TO LK-COD-TABELA-PCL LK-PRECO-PCL
           MOVE "T"   TO LK-RETORNO-PCL

           PERFORM 1000-ACHA-TABELA THRU 1000-ACHA-TABELA-EXIT
           IF WS-COD-TABELA = ZEROS
               GO TO 0000-FIM
           END-IF

           MOVE WS-COD-TABELA TO LK-COD-TABELA-PCL
           MOVE "N"           TO LK-RETORNO-PCL
           PERFORM 2000-ACHA-PRECO THRU 2000-ACHA-PRECO-EXIT.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-ACHA-TABELA - A TABELA PROPRIA DO CLIENTE PREVALECE; SEM
      * ELA VALE A TABELA PADRAO DO CANAL, SE O CANAL ESTIVER ATIVO.
      *-----------------------------------------------------------------
       1000-ACHA-TABELA.
           MOVE ZEROS TO WS-COD-TABELA

           OPEN INPUT CLIENTE
           IF FS NOT = ZEROS
               CLOSE CLIENTE
               GO TO 1000-ACHA-TABELA-EXIT
           END-IF

           MOVE LK-COD-CLI-PCL TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               CLOSE CLIENTE
               GO TO 1000-ACHA-TABELA-EXIT
           END-IF
           CLOSE CLIENTE

           IF COD-TABELA-CLI NOT = ZEROS
               MOVE COD-TABELA-CLI TO WS-COD-TABELA
               GO TO 1000-ACHA-TABELA-EXIT
           END-IF
           IF COD-CANAL-CLI = ZEROS
               GO TO 1000-ACHA-TABELA-EXIT
           END-IF

           OPEN INPUT CANAL
           IF FS-CANAL NOT = ZEROS
               CLOSE CANAL
               GO TO 1000-ACHA-TABELA-EXIT
           END-IF

           MOVE COD-CANAL-CLI TO XAV-CANAL
           READ CANAL WITH IGNORE LOCK
           IF FS-CANAL = ZEROS AND CANAL-ATIVO
               MOVE COD-TABELA-CANAL TO WS-COD-TABELA
           END-IF
           CLOSE CANAL.
       1000-ACHA-TABELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-ACHA-PRECO - LE AS VIGENCIAS DO PRODUTO NA TABELA (CHAVE
      * TABELA + PRODUTO + INICIO) EM ORDEM DE INICIO; A ULTIMA ATIVA
      * QUE COBRE A DATA E A QUE VALE.
      *-----------------------------------------------------------------
       2000-ACHA-PRECO.
           OPEN INPUT TABPRECO
           IF FS-TABP NOT = ZEROS
               CLOSE TABPRECO
               GO TO 2000-ACHA-PRECO-EXIT
           END-IF

           MOVE "N"                TO WS-FIM-TABP
           MOVE WS-COD-TABELA      TO COD-TABELA-TABP
           MOVE LK-COD-PRODUTO-PCL TO COD-PRODUTO-TABP
           MOVE ZEROS              TO DT-INI-TABP
           START TABPRECO KEY IS NOT LESS THAN XAV-TABP
               INVALID KEY MOVE "S" TO WS-FIM-TABP
           END-START

           PERFORM 2100-LE-VIGENCIA THRU 2100-LE-VIGENCIA-EXIT
               UNTIL FIM-TABP

           CLOSE TABPRECO.
       2000-ACHA-PRECO-EXIT.
           EXIT.

       2100-LE-VIGENCIA.
           READ TABPRECO NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-TABP
                   GO TO 2100-LE-VIGENCIA-EXIT
           END-READ

           IF COD-TABELA-TABP NOT = WS-COD-TABELA
           OR COD-PRODUTO-TABP NOT = LK-COD-PRODUTO-PCL
           OR DT-INI-TABP > LK-DATA-PCL
               MOVE "S" TO WS-FIM-TABP
               GO TO 2100-LE-VIGENCIA-EXIT
           END-IF

           IF TABP-ATIVO
           AND (DT-FIM-TABP = ZEROS OR DT-FIM-TABP NOT < LK-DATA-PCL)
               MOVE PRECO-TABP TO LK-PRECO-PCL
               MOVE "S"        TO LK-RETORNO-PCL
           END-IF.
       2100-LE-VIGENCIA-EXIT.
           EXIT.
