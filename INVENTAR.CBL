      *                   A = APLICA OS AJUSTES EM ESTOQUE, CADA UM
      *                       REGISTRADO NO KARDEX TIPO INV - NADA DE
      *                       SOBRESCRITA MUDA.
      * 15/10/2026 DEV   A DIGITACAO DA CONTAGEM ACEITA O CODIGO DE
      *                   BARRAS (CODBARRA) NO LUGAR DO CODIGO DO
      *                   PRODUTO; O CODIGO DE CAIXA PEDE A CONTAGEM EM
      *                   CAIXAS (VEZES QTD-POR-CAIXA-PRODUTO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "KARDEX.SEL".
           COPY "FILIAL.SEL".
           COPY "CONTCICL.SEL".
           COPY "CODBARRA.SEL".

           SELECT CSV-FILE ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL
           COPY "KARDEX.FD".
           COPY "FILIAL.FD".
           COPY "CONTCICL.FD".
           COPY "CODBARRA.FD".

       FD  CSV-FILE.
       01  REG-CSV.
      *-----------------------------------------------------------------
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-INV                      PIC XX       VALUE SPACES.
       77  FS-EAN                      PIC XX       VALUE SPACES.
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  WS-FILIAL-INV               PIC 9(02)    VALUE 1.
       77  WS-CONT-OK                  PIC 9(05)    VALUE ZEROS.
       77  WS-CONT-ERRO                PIC 9(05)    VALUE ZEROS.
       77  WS-COD-PRODUTO-DIG          PIC 9(05)    VALUE ZEROS.
      * CODIGO DIGITADO OU LIDO NO LEITOR E FATOR DA EMBALAGEM LIDA
      * (1 = UNIDADE, QTD-POR-CAIXA-PRODUTO = CODIGO DE CAIXA).
       77  WS-COD-LIDO                 PIC X(14)    VALUE SPACES.
       77  WS-FATOR-EMB                PIC 9(05)    VALUE 1.
       77  WS-QTD-TEXT                 PIC X(15)    VALUE SPACES.
       77  WS-QTD-CONTADA              PIC 9(07)V999 VALUE ZEROS.
       77  WS-NOME-CSV                 PIC X(500)   VALUE SPACES.
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-SEM-EAN              PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-EAN                  VALUE "S".
           05  WS-LIDO-CAIXA           PIC X(01)    VALUE "N".
               88  LIDO-CODIGO-CAIXA                VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF

           OPEN INPUT CODBARRA
           IF FS-EAN NOT = "00"
               CLOSE CODBARRA
               MOVE "S" TO WS-SEM-EAN
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.
           EXIT.

       4100-TRATA-CONTAGEM.
           DISPLAY "CODIGO DO PRODUTO OU CODIGO DE BARRAS"
                   " (0 P/ ENCERRAR):"
           MOVE SPACES TO WS-COD-LIDO
           ACCEPT WS-COD-LIDO FROM CONSOLE

           IF WS-COD-LIDO = SPACES OR WS-COD-LIDO = "0"
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 4100-TRATA-CONTAGEM-EXIT
           END-IF

           PERFORM 4110-RESOLVE-CODIGO THRU 4110-RESOLVE-CODIGO-EXIT
           IF WS-COD-PRODUTO-DIG = ZEROS
               DISPLAY "CODIGO " FUNCTION TRIM(WS-COD-LIDO)
                       " NAO CADASTRADO - IGNORADO"
               GO TO 4100-TRATA-CONTAGEM-EXIT
           END-IF

           MOVE WS-COD-PRODUTO-DIG TO XAV-INV
           READ INVCONT WITH LOCK
           IF FS-INV NOT = ZEROS
               GO TO 4100-TRATA-CONTAGEM-EXIT
           END-IF

           MOVE 1 TO WS-FATOR-EMB
           IF LIDO-CODIGO-CAIXA
               MOVE WS-COD-PRODUTO-DIG TO XAV-PRODUTO
               READ PRODUTO
               IF FS NOT = ZEROS OR QTD-POR-CAIXA-PRODUTO = ZEROS
                   DISPLAY "PRODUTO " WS-COD-PRODUTO-DIG
                           " SEM FATOR DE CAIXA - CONTE EM UNIDADES"
                   GO TO 4100-TRATA-CONTAGEM-EXIT
               END-IF
               MOVE QTD-POR-CAIXA-PRODUTO TO WS-FATOR-EMB
               DISPLAY "CODIGO DE CAIXA - " WS-FATOR-EMB
                       " UNIDADES POR CAIXA"
               DISPLAY "QUANTIDADE CONTADA EM CAIXAS:"
           ELSE
               DISPLAY "QUANTIDADE CONTADA:"
           END-IF
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           COMPUTE WS-QTD-CONTADA =
                   FUNCTION NUMVAL(WS-QTD-TEXT) * WS-FATOR-EMB

           MOVE WS-QTD-CONTADA TO QTD-CONTADA-INV
           SET INV-CONTADO     TO TRUE
       4100-TRATA-CONTAGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4110-RESOLVE-CODIGO - TRADUZ WS-COD-LIDO PARA O CODIGO DO
      * PRODUTO: PRIMEIRO PROCURA O CODIGO DE BARRAS EM CODBARRA; NAO
      * ACHANDO, ATE 5 DIGITOS E O PROPRIO CODIGO DO PRODUTO. CODIGO
      * NAO RESOLVIDO VOLTA ZEROS.
      *-----------------------------------------------------------------
       4110-RESOLVE-CODIGO.
           MOVE ZEROS TO WS-COD-PRODUTO-DIG
           MOVE "N"   TO WS-LIDO-CAIXA

           IF NOT SEM-ARQUIVO-EAN
               MOVE WS-COD-LIDO TO XAV-EAN
               READ CODBARRA
               IF FS-EAN = "00"
                   MOVE COD-PRODUTO-EAN TO WS-COD-PRODUTO-DIG
                   IF EMB-CAIXA-EAN
                       MOVE "S" TO WS-LIDO-CAIXA
                   END-IF
                   GO TO 4110-RESOLVE-CODIGO-EXIT
               END-IF
           END-IF

           IF WS-COD-LIDO(6:9) = SPACES
               MOVE FUNCTION NUMVAL(WS-COD-LIDO) TO WS-COD-PRODUTO-DIG
           END-IF.
       4110-RESOLVE-CODIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-IMPORTA - IMPORTA AS CONTAGENS DE UM CSV (PRODUTO,QTD) EM
      * DUAS FASES: PRIMEIRO VALIDA O ARQUIVO INTEIRO E MOSTRA OS
           CLOSE ESTOQUE
           CLOSE INVCONT
           CLOSE KARDEX
           CLOSE CONTCICL
           IF NOT SEM-ARQUIVO-EAN
               CLOSE CODBARRA
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.

