      *-----------------------------------------------------------------
      * MARGMIN - MARGEM DA LINHA DE PEDIDO CONTRA O PISO DO GRUPO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARGMIN.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE PRODUTO, QUANTIDADE,
      *                   PRECO UNITARIO E DESCONTO DA LINHA E DEVOLVE
      *                   A MARGEM (PERCENTUAL SOBRE A RECEITA LIQUIDA
      *                   DO DESCONTO) DEPOIS DO ICMS E DO CUSTO MEDIO,
      *                   O PISO QUE VALE PARA O PRODUTO (MARGEM MINIMA
      *                   DO GRUPO, PERC-MARGEM-MIN-GRU, OU O PARAMETRO
      *                   MARGEM-MINIMA) E SE A LINHA FICOU ABAIXO DELE.
      *                   CHAMADO PELO CADPED (IMPORTACAO EDPE050 E
      *                   GRAVACAO DO PEDIDO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUTO.SEL".
           COPY "GRUPO.SEL".
           COPY "PARAM.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUTO.FD".
           COPY "GRUPO.FD".
           COPY "PARAM.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  WS-COD-GRUPO                PIC 9(03)    VALUE ZEROS.
       77  WS-ALIQ-ICMS                PIC 9(02)V99 VALUE ZEROS.
       77  WS-CUSTO-MEDIO              PIC S9(07)V99 VALUE ZEROS.
       77  WS-RECEITA                  PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-ICMS               PIC S9(11)V99 VALUE ZEROS.
       77  WS-CUSTO-LINHA              PIC S9(11)V99 VALUE ZEROS.
       77  WS-MARGEM                   PIC S9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
      * ENTRADA: PRODUTO, QUANTIDADE, PRECO UNITARIO E DESCONTO (%) DA
      * LINHA.
      * SAIDA: MARGEM DA LINHA (%), PISO DO GRUPO (%) E O RETORNO:
      *   S = MARGEM NO PISO OU ACIMA
      *   A = MARGEM ABAIXO DO PISO
      *   N = NAO CONFERIDA (PRODUTO SEM CADASTRO OU SEM CUSTO MEDIO,
      *       SEM PISO DEFINIDO OU LINHA SEM RECEITA)
       01  LK-COD-PRODUTO-MMN          PIC 9(05).
       01  LK-QTD-MMN                  PIC 9(07)V999.
       01  LK-PRECO-MMN                PIC S9(07)V99.
       01  LK-PERC-DESC-MMN            PIC 9(02)V99.
       01  LK-PERC-MARGEM-MMN          PIC S9(03)V99.
       01  LK-PERC-PISO-MMN            PIC 9(02)V99.
       01  LK-RETORNO-MMN              PIC X(01).
           88  MARGEM-NO-PISO                       VALUE "S".
           88  MARGEM-ABAIXO-PISO                   VALUE "A".
           88  MARGEM-NAO-CONFERIDA                 VALUE "N".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-COD-PRODUTO-MMN LK-QTD-MMN
                                LK-PRECO-MMN LK-PERC-DESC-MMN
                                LK-PERC-MARGEM-MMN LK-PERC-PISO-MMN
                                LK-RETORNO-MMN.

       0000-MAINLINE.
           MOVE ZEROS TO LK-PERC-MARGEM-MMN LK-PERC-PISO-MMN
           MOVE "N"   TO LK-RETORNO-MMN

           PERFORM 1000-LE-PRODUTO THRU 1000-LE-PRODUTO-EXIT
           IF WS-CUSTO-MEDIO NOT > ZEROS
               GO TO 0000-FIM
           END-IF

           PERFORM 2000-ACHA-PISO THRU 2000-ACHA-PISO-EXIT
           IF LK-PERC-PISO-MMN NOT > ZEROS
               GO TO 0000-FIM
           END-IF

           PERFORM 3000-CALCULA-MARGEM THRU 3000-CALCULA-MARGEM-EXIT.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-LE-PRODUTO - CUSTO MEDIO, ALIQUOTA DE ICMS E GRUPO DO
      * PRODUTO (CUSTO ZERADO QUANDO O CADASTRO NAO EXISTE).
      *-----------------------------------------------------------------
       1000-LE-PRODUTO.
           MOVE ZEROS TO WS-CUSTO-MEDIO WS-ALIQ-ICMS WS-COD-GRUPO

           OPEN INPUT PRODUTO
           IF FS NOT = ZEROS
               CLOSE PRODUTO
               GO TO 1000-LE-PRODUTO-EXIT
           END-IF

           MOVE LK-COD-PRODUTO-MMN TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS = ZEROS
               MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-MEDIO
               MOVE ALIQ-ICMS-PRODUTO   TO WS-ALIQ-ICMS
               MOVE COD-GRUPO-PRODUTO   TO WS-COD-GRUPO
           END-IF
           CLOSE PRODUTO.
       1000-LE-PRODUTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-ACHA-PISO - A MARGEM MINIMA DO GRUPO PREVALECE; GRUPO SEM
      * MARGEM (OU PRODUTO SEM GRUPO) USA O PARAMETRO MARGEM-MINIMA.
      * ARQUIVO OU CODIGO AUSENTE = SEM PISO, NADA E CONFERIDO.
      *-----------------------------------------------------------------
       2000-ACHA-PISO.
           IF WS-COD-GRUPO NOT = ZEROS
               OPEN INPUT GRUPO
               IF FS-GRU = ZEROS
                   MOVE WS-COD-GRUPO TO XAV-GRU
                   READ GRUPO WITH IGNORE LOCK
                   IF FS-GRU = ZEROS
                       MOVE PERC-MARGEM-MIN-GRU TO LK-PERC-PISO-MMN
                   END-IF
               END-IF
               CLOSE GRUPO
           END-IF

           IF LK-PERC-PISO-MMN > ZEROS
               GO TO 2000-ACHA-PISO-EXIT
           END-IF

           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 2000-ACHA-PISO-EXIT
           END-IF

           MOVE "MARGEM-MINIMA" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
           AND FUNCTION NUMVAL(VALOR-PARAM) > ZEROS
           AND FUNCTION NUMVAL(VALOR-PARAM) < 100
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO LK-PERC-PISO-MMN
           END-IF
           CLOSE PARAM.
       2000-ACHA-PISO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CALCULA-MARGEM - RECEITA DA LINHA LIQUIDA DO DESCONTO,
      * MENOS O ICMS (POR DENTRO DO PRECO) E O CUSTO MEDIO DA
      * QUANTIDADE. O IPI E COBRADO POR FORA DO CLIENTE E NAO MEXE NA
      * MARGEM.
      *-----------------------------------------------------------------
       3000-CALCULA-MARGEM.
           COMPUTE WS-RECEITA ROUNDED =
               LK-QTD-MMN * LK-PRECO-MMN * (1 - LK-PERC-DESC-MMN / 100)
           IF WS-RECEITA NOT > ZEROS
               GO TO 3000-CALCULA-MARGEM-EXIT
           END-IF

           COMPUTE WS-VALOR-ICMS ROUNDED =
               WS-RECEITA * WS-ALIQ-ICMS / 100
           COMPUTE WS-CUSTO-LINHA ROUNDED =
               LK-QTD-MMN * WS-CUSTO-MEDIO
           COMPUTE WS-MARGEM =
               WS-RECEITA - WS-VALOR-ICMS - WS-CUSTO-LINHA

           COMPUTE LK-PERC-MARGEM-MMN ROUNDED =
               WS-MARGEM * 100 / WS-RECEITA
               ON SIZE ERROR
                   MOVE -999.99 TO LK-PERC-MARGEM-MMN
           END-COMPUTE

           IF LK-PERC-MARGEM-MMN < LK-PERC-PISO-MMN
               MOVE "A" TO LK-RETORNO-MMN
           ELSE
               MOVE "S" TO LK-RETORNO-MMN
           END-IF.
       3000-CALCULA-MARGEM-EXIT.
           EXIT.
