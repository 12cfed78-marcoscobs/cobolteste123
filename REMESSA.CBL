      *                   POSITIVO NAO SAO REMETIDOS. O RETORNO DO
      *                   BANCO E PROCESSADO PELO PROGRAMA RETORNO,
      *                   QUE USA O MESMO LAYOUT DE DETALHE.
      * 15/10/2026 DEV   DETALHE LEVA O NOSSO NUMERO DO TITULO (COM
      *                   DV); TITULO AINDA SEM NOSSO NUMERO RECEBE O
      *                   PROXIMO DA SEQUENCIA DO BANCO COBRADOR
      *                   (NOSSONUM, PARAMETRO BOLETO-BANCO), A MESMA
      *                   USADA NA IMPRESSAO DO BOLETO.
      * 15/10/2026 DEV   ARQUIVO DATADO E SEQUENCIADO
      *                   (REMESSA-AAAAMMDD-NNNNNNN.REM) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM QUANTIDADE E SOMA DOS
      *                   TITULOS; SEGUNDA REMESSA NO MESMO DIA PEDE
      *                   CONFIRMACAO ANTES DE GERAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAM.SEL".
           COPY "NOSSONUM.SEL".

           SELECT REMESSA-FILE ASSIGN TO WS-NOME-REM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REM.

       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "PARAM.FD".
           COPY "NOSSONUM.FD".

       FD  REMESSA-FILE
           LABEL RECORD STANDARD.
       77  FS-REM                      PIC XX       VALUE SPACES.
       77  WS-QTD-TITULOS              PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-REMESSA            PIC S9(13)V99 VALUE ZEROS.
       77  WS-NOME-REM                 PIC X(60)    VALUE SPACES.

      * REGISTRO DE ARQUIVOS ENVIADOS (SUBPROGRAMA REGSAIDA / EXPCTL).
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-OPER-RSA                 PIC X(01)    VALUE SPACE.
       77  WS-TIPO-RSA                 PIC X(04)    VALUE SPACES.
       77  WS-REF-RSA                  PIC X(10)    VALUE SPACES.
       77  WS-DT-INI-RSA               PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM-RSA               PIC 9(08)    VALUE ZEROS.
       77  WS-PREFIXO-RSA              PIC X(20)    VALUE SPACES.
       77  WS-EXTENSAO-RSA             PIC X(04)    VALUE SPACES.
       77  WS-NUM-ORIG-RSA             PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-RSA                  PIC 9(07)    VALUE ZEROS.
       77  WS-NOME-RSA                 PIC X(60)    VALUE SPACES.
       77  WS-QTD-RSA                  PIC 9(07)    VALUE ZEROS.
       77  WS-HASH-RSA                 PIC S9(13)V99 VALUE ZEROS.
       77  WS-SOBREPOE-RSA             PIC 9(07)    VALUE ZEROS.
       77  WS-RETORNO-RSA              PIC X(02)    VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-NNUM                     PIC XX       VALUE SPACES.
       77  WS-QTD-NOVOS-NN             PIC 9(07)    VALUE ZEROS.
      * BANCO COBRADOR (PARAMETRO BOLETO-BANCO). ZEROS = SEM
      * SEQUENCIA DE NOSSO NUMERO: O TITULO VAI SEM ELE E O BANCO
      * IDENTIFICA POR PEDIDO + PARCELA, O COMPORTAMENTO HISTORICO.
       77  WS-BANCO-CED                PIC 9(03)    VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

      * DV MODULO 11 DO NOSSO NUMERO (MESMA REGRA DO BOLETO: PESOS 2
      * A 9 DA DIREITA PARA A ESQUERDA, RESTO 0 OU 1 DA DV ZERO).
       77  WS-DV-POS                   PIC 9(03)    VALUE ZEROS.
       77  WS-DV-PESO                  PIC 9(02)    VALUE ZEROS.
       77  WS-DV-SOMA                  PIC 9(05)    VALUE ZEROS.
       77  WS-DV-QUOC                  PIC 9(05)    VALUE ZEROS.
       77  WS-DV-RESTO                 PIC 9(02)    VALUE ZEROS.
       77  WS-DV-RESULT                PIC 9(01)    VALUE ZEROS.
       01  WS-DV-NOSSO-NUM             PIC 9(11)    VALUE ZEROS.
       01  WS-DV-DIGITOS REDEFINES WS-DV-NOSSO-NUM.
           05  WS-DV-DIGITO            PIC 9(01)    OCCURS 11 TIMES.

       01  WS-SWITCHES.
           05  WS-FIM-RECEB            PIC X(01)    VALUE "N".
               88  FIM-RECEB                        VALUE "S".
           05  WS-CANCELADA            PIC X(01)    VALUE "N".
               88  REMESSA-CANCELADA                VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).

      *-----------------------------------------------------------------
      * LAYOUT DA REMESSA - MESMO LAYOUT DE DETALHE LIDO POR RETORNO
      * (REM-TIPO "1"; CHAVE DO TITULO = PEDIDO + PARCELA; NOSSO
      * NUMERO DO BOLETO NAS POSICOES 121-132, DEPOIS DA DATA E DO
      * VALOR PAGOS QUE O BANCO DEVOLVE NO RETORNO).
      *-----------------------------------------------------------------
       01  WS-REM-HEADER.
           05  FILLER                  PIC X(01) VALUE "0".
           05  DET-NUM-NOTA            PIC 9(07).
           05  DET-DT-VENCIMENTO       PIC 9(08).
           05  DET-VALOR               PIC 9(11)V99.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  DET-NOSSO-NUMERO        PIC 9(11).
           05  DET-DV-NOSSO-NUM        PIC 9(01).
           05  FILLER                  PIC X(108) VALUE SPACES.

       01  WS-REM-TRAILER.
           05  FILLER                  PIC X(01) VALUE "9".

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF REMESSA-CANCELADA
               STOP RUN
           END-IF
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - CONFERE NO REGISTRO DE ARQUIVOS ENVIADOS SE
      * JA SAIU REMESSA NO DIA (OS TITULOS AINDA EM ABERTO IRIAM DE
      * NOVO - PEDE CONFIRMACAO), RESERVA O NOME DATADO E SEQUENCIADO,
      * ABRE OS ARQUIVOS E GRAVA O HEADER DA REMESSA
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           MOVE "REM"        TO WS-TIPO-RSA
           MOVE SPACES       TO WS-REF-RSA
           MOVE WS-HOJE-NUM  TO WS-DT-INI-RSA
           MOVE WS-HOJE-NUM  TO WS-DT-FIM-RSA
           MOVE "REMESSA"    TO WS-PREFIXO-RSA
           MOVE ".REM"       TO WS-EXTENSAO-RSA
           MOVE ZEROS        TO WS-NUM-ORIG-RSA
           MOVE "V"          TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: JA FOI GERADA REMESSA HOJE (ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS) - OS"
                       " TITULOS EM ABERTO JA FORAM ENVIADOS AO BANCO."
               DISPLAY "CONFIRMA NOVA GERACAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "REMESSA CANCELADA."
                   MOVE "S" TO WS-CANCELADA
                   GO TO 1000-INICIALIZA-EXIT
               END-IF
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "REGISTRO DE ENVIOS INDISPONIVEL. FS: "
                       WS-RETORNO-RSA
               MOVE "S" TO WS-CANCELADA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           MOVE WS-NOME-RSA TO WS-NOME-REM

           OPEN I-O    RECEBIMENTO
           OPEN INPUT  CLIENTE
           OPEN OUTPUT REMESSA-FILE

           OPEN INPUT PARAM
           IF FS-PAR = ZEROS
               MOVE "BOLETO-BANCO" TO XAV-PAR
               READ PARAM WITH IGNORE LOCK
               IF FS-PAR = ZEROS
                   MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-BANCO-CED
               END-IF
           END-IF
           CLOSE PARAM

           IF WS-BANCO-CED NOT = ZEROS
               OPEN I-O NOSSONUM
               IF FS-NNUM = "35"
                   OPEN OUTPUT NOSSONUM
                   CLOSE NOSSONUM
                   OPEN I-O NOSSONUM
               END-IF
           END-IF

           MOVE WS-DATA-HOJE    TO HDR-DATA-GERACAO
           MOVE WS-REM-HEADER   TO REG-REMESSA

       2100-LER-RECEB.
           IF NOT FIM-RECEB
               READ RECEBIMENTO NEXT RECORD WITH LOCK
                   AT END MOVE "S" TO WS-FIM-RECEB
               END-READ
           END-IF.
      * REGISTRO DE DETALHE DO TITULO NA REMESSA.
      *-----------------------------------------------------------------
       2300-GRAVA-DETALHE.
           IF NOSSO-NUMERO-RECEB = ZEROS
           AND WS-BANCO-CED NOT = ZEROS
               PERFORM 2400-ATRIBUI-NOSSO-NUMERO
                   THRU 2400-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF

           ADD 1 TO WS-QTD-TITULOS
           ADD VALOR-RECEB TO WS-TOTAL-REMESSA

           MOVE NUM-NOTA-FISCAL-RECEB TO DET-NUM-NOTA
           MOVE DT-VENCIMENTO-RECEB   TO DET-DT-VENCIMENTO
           MOVE VALOR-RECEB           TO DET-VALOR
           MOVE NOSSO-NUMERO-RECEB    TO DET-NOSSO-NUMERO
           MOVE DV-NOSSO-NUM-RECEB    TO DET-DV-NOSSO-NUM

           MOVE WS-REM-DETALHE        TO REG-REMESSA
           WRITE REG-REMESSA.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-ATRIBUI-NOSSO-NUMERO - PROXIMO NUMERO DA SEQUENCIA DO
      * BANCO (NOSSONUM), DV MODULO 11, REGRAVADO NO TITULO - O
      * MESMO NUMERO QUE O BOLETO IMPRIMIRIA.
      *-----------------------------------------------------------------
       2400-ATRIBUI-NOSSO-NUMERO.
           MOVE WS-BANCO-CED TO BANCO-NNUM
           READ NOSSONUM WITH LOCK
           IF FS-NNUM = "23"
               INITIALIZE REG-NNUM
               MOVE WS-BANCO-CED TO BANCO-NNUM
               WRITE REG-NNUM
               READ NOSSONUM WITH LOCK
           END-IF
           IF FS-NNUM NOT = ZEROS
               GO TO 2400-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF

           ADD 1 TO ULT-NOSSO-NUM-NNUM
           MOVE WS-HOJE-NUM TO DT-ULT-USO-NNUM
           REWRITE REG-NNUM
           IF FS-NNUM NOT = ZEROS
               GO TO 2400-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF

           MOVE ULT-NOSSO-NUM-NNUM TO WS-DV-NOSSO-NUM
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM 2450-SOMA-MOD11 THRU 2450-SOMA-MOD11-EXIT
               VARYING WS-DV-POS FROM 11 BY -1 UNTIL WS-DV-POS < 1
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO < 2
               MOVE ZERO TO WS-DV-RESULT
           ELSE
               COMPUTE WS-DV-RESULT = 11 - WS-DV-RESTO
           END-IF

           MOVE ULT-NOSSO-NUM-NNUM TO NOSSO-NUMERO-RECEB
           MOVE WS-DV-RESULT       TO DV-NOSSO-NUM-RECEB
           MOVE WS-BANCO-CED       TO BANCO-BOLETO-RECEB
           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               MOVE ZEROS TO NOSSO-NUMERO-RECEB DV-NOSSO-NUM-RECEB
               GO TO 2400-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF
           ADD 1 TO WS-QTD-NOVOS-NN.
       2400-ATRIBUI-NOSSO-NUMERO-EXIT.
           EXIT.

       2450-SOMA-MOD11.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
               + WS-DV-DIGITO (WS-DV-POS) * WS-DV-PESO
           IF WS-DV-PESO = 9
               MOVE 2 TO WS-DV-PESO
           ELSE
               ADD 1 TO WS-DV-PESO
           END-IF.
       2450-SOMA-MOD11-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - GRAVA O TRAILER, FECHA OS ARQUIVOS E REGISTRA
      * A REMESSA GERADA (TITULOS, SOMA DOS VALORES).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE WS-QTD-TITULOS    TO TRL-QTD-TITULOS
           WRITE REG-REMESSA

           DISPLAY "REMESSA GERADA: " WS-QTD-TITULOS
                   " TITULO(S) EM " FUNCTION TRIM(WS-NOME-REM)
           IF WS-QTD-NOVOS-NN > ZEROS
               DISPLAY "NOSSOS NUMEROS ATRIBUIDOS: " WS-QTD-NOVOS-NN
           END-IF

           IF WS-BANCO-CED NOT = ZEROS
               CLOSE NOSSONUM
           END-IF
           CLOSE RECEBIMENTO
           CLOSE CLIENTE
           CLOSE REMESSA-FILE

           MOVE WS-QTD-TITULOS   TO WS-QTD-RSA
           MOVE WS-TOTAL-REMESSA TO WS-HASH-RSA
           MOVE "R" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O ENVIO. FS: "
                       WS-RETORNO-RSA
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8500-CHAMA-REGSAIDA - REGISTRO DE ARQUIVOS ENVIADOS (EXPCTL):
      * V CONFERE SOBREPOSICAO, N RESERVA NUMERO E NOME, R REGISTRA.
      *-----------------------------------------------------------------
       8500-CHAMA-REGSAIDA.
           CALL "REGSAIDA" USING WS-OPER-RSA WS-TIPO-RSA WS-REF-RSA
                                 WS-DT-INI-RSA WS-DT-FIM-RSA
                                 WS-PREFIXO-RSA WS-EXTENSAO-RSA
                                 WS-NUM-ORIG-RSA WS-NUM-RSA
                                 WS-NOME-RSA WS-QTD-RSA WS-HASH-RSA
                                 WS-SOBREPOE-RSA WS-RETORNO-RSA.
       8500-CHAMA-REGSAIDA-EXIT.
           EXIT.
