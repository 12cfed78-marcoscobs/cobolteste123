      *-----------------------------------------------------------------
      * CONSAIDA - CONSULTA E CONTROLE DO REGISTRO DE ARQUIVOS ENVIADOS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONSAIDA.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CONSULTA DO REGISTRO DE
      *                   ARQUIVOS ENVIADOS (EXPCTL): L LISTA (POR
      *                   TIPO OU TODOS) COM PERIODO, QUANTIDADE,
      *                   TOTAL DE CONTROLE E SITUACAO; T MARCA O
      *                   ARQUIVO COMO TRANSMITIDO; C MARCA COMO
      *                   CONFIRMADO PELO DESTINATARIO; R REENVIA -
      *                   COPIA O CONTEUDO DO ARQUIVO ORIGINAL PARA UM
      *                   NOVO ARQUIVO DATADO E SEQUENCIADO, REGISTRADO
      *                   COMO REENVIO DO ORIGINAL (MESMO PERIODO,
      *                   QUANTIDADE E TOTAL).
      * 15/10/2026 DEV   FILTRO DA LISTA ACEITA OS TIPOS PAG (REMPAG) E
      *                   PROT (PROTESTO).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EXPCTL.SEL".

           SELECT ORIG-FILE ASSIGN TO WS-NOME-ORIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORI.

           SELECT NOVO-FILE ASSIGN TO WS-NOME-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOV.

       DATA DIVISION.
       FILE SECTION.
           COPY "EXPCTL.FD".

       FD  ORIG-FILE
           LABEL RECORD STANDARD.
       01  REG-ORIG                    PIC X(400).

       FD  NOVO-FILE
           LABEL RECORD STANDARD.
       01  REG-NOVO                    PIC X(400).

       WORKING-STORAGE SECTION.

       77  FS-EXPC                     PIC XX       VALUE SPACES.
       77  FS-ORI                      PIC XX       VALUE SPACES.
       77  FS-NOV                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-TIPO-FILTRO              PIC X(04)    VALUE SPACES.
       77  WS-NUM-INF                  PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-COPIADAS             PIC 9(07)    VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(08)    VALUE ZEROS.
       77  WS-NOME-ORIG                PIC X(60)    VALUE SPACES.
       77  WS-NOME-NOVO                PIC X(60)    VALUE SPACES.
       77  WS-TAM-NOME                 PIC 9(03)    VALUE ZEROS.
       77  WS-TAM-PREFIXO              PIC 9(03)    VALUE ZEROS.

      * PARAMETROS DO REGSAIDA.
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

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-FIM-COPIA            PIC X(01)    VALUE "N".
               88  FIM-COPIA                        VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-NUM                  PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-TIPO                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-REF                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-DT-INI               PIC 9(08).
           05  FILLER                  PIC X(01) VALUE "-".
           05  LL-DT-FIM               PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-QTD                  PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-HASH                 PIC -(12)9,99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-ORIG                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-NOME                 PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - DATA DE HOJE PARA AS MARCACOES.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: L LISTA, T TRANSMITIDO, C CONFIRMADO,
      * R REENVIA, S SAI. O EXPCTL E ABERTO POR OPCAO, PARA NAO FICAR
      * PRESO ENQUANTO O REGSAIDA O ATUALIZA NO REENVIO.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "ARQUIVOS ENVIADOS - OPCAO (L=LISTA T=TRANSMITIDO"
                   " C=CONFIRMADO R=REENVIA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "L"
                   PERFORM 2100-LISTA   THRU 2100-LISTA-EXIT
               WHEN "T"
                   PERFORM 2200-MARCA   THRU 2200-MARCA-EXIT
               WHEN "C"
                   PERFORM 2200-MARCA   THRU 2200-MARCA-EXIT
               WHEN "R"
                   PERFORM 2300-REENVIA THRU 2300-REENVIA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-LISTA - REGISTRO EM ORDEM DE NUMERO, FILTRADO PELO TIPO
      * (NOTA, REM, CONT, PACK, ROTA, PAG, PROT; ENTER = TODOS).
      * SITUACAO P = GERACAO QUE NAO TERMINOU.
      *-----------------------------------------------------------------
       2100-LISTA.
           DISPLAY "TIPO (NOTA REM CONT PACK ROTA PAG PROT, "
                   "ENTER = TODOS):"
           MOVE SPACES TO WS-TIPO-FILTRO
           ACCEPT WS-TIPO-FILTRO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-TIPO-FILTRO) TO WS-TIPO-FILTRO

           OPEN INPUT EXPCTL
           IF FS-EXPC NOT = ZEROS
               DISPLAY "NENHUM ARQUIVO ENVIADO REGISTRADO."
               GO TO 2100-LISTA-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA
           MOVE LOW-VALUES TO XAV-EXPC
           START EXPCTL KEY IS NOT LESS THAN XAV-EXPC
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           DISPLAY "NUMERO  TIPO REFERENCIA PERIODO           "
                   "  REGS     TOTAL CONTROLE S ORIGINAL   ARQUIVO"
           PERFORM 2110-LISTA-UM THRU 2110-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           CLOSE EXPCTL
           DISPLAY WS-QTD-LISTADOS " ARQUIVO(S). SITUACAO: P EM"
                   " GERACAO/INCOMPLETO, G GERADO, T TRANSMITIDO,"
                   " C CONFIRMADO.".
       2100-LISTA-EXIT.
           EXIT.

       2110-LISTA-UM.
           READ EXPCTL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2110-LISTA-UM-EXIT
           END-READ

           IF WS-TIPO-FILTRO NOT = SPACES
           AND TIPO-EXPC NOT = WS-TIPO-FILTRO
               GO TO 2110-LISTA-UM-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE NUM-EXPC        TO LL-NUM
           MOVE TIPO-EXPC       TO LL-TIPO
           MOVE REF-EXPC        TO LL-REF
           MOVE DT-INI-EXPC     TO LL-DT-INI
           MOVE DT-FIM-EXPC     TO LL-DT-FIM
           MOVE QTD-REG-EXPC    TO LL-QTD
           MOVE HASH-VALOR-EXPC TO LL-HASH
           MOVE SIT-EXPC        TO LL-SIT
           MOVE SPACES          TO LL-ORIG
           IF NUM-ORIG-EXPC NOT = ZEROS
               STRING "R" NUM-ORIG-EXPC DELIMITED BY SIZE
                   INTO LL-ORIG
           END-IF
           MOVE NOME-EXPC       TO LL-NOME
           DISPLAY WS-LINHA-LISTA.
       2110-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-MARCA - T: GERADO PASSA A TRANSMITIDO; C: GERADO OU
      * TRANSMITIDO PASSA A CONFIRMADO PELO DESTINATARIO.
      *-----------------------------------------------------------------
       2200-MARCA.
           DISPLAY "NUMERO DO ARQUIVO NO REGISTRO:"
           ACCEPT WS-NUM-INF FROM CONSOLE

           OPEN I-O EXPCTL
           IF FS-EXPC NOT = ZEROS
               DISPLAY "NENHUM ARQUIVO ENVIADO REGISTRADO."
               GO TO 2200-MARCA-EXIT
           END-IF

           MOVE WS-NUM-INF TO NUM-EXPC
           READ EXPCTL WITH LOCK
               INVALID KEY
                   DISPLAY "ARQUIVO NAO ENCONTRADO NO REGISTRO."
                   GO TO 2200-MARCA-FECHA
           END-READ

           IF EXPC-EM-GERACAO
               DISPLAY "GERACAO NAO TERMINOU - ARQUIVO NAO PODE SER"
                       " MARCADO."
               GO TO 2200-MARCA-FECHA
           END-IF

           IF WS-OPCAO = "T"
               IF NOT EXPC-GERADO
                   DISPLAY "ARQUIVO JA ESTA NA SITUACAO " SIT-EXPC "."
                   GO TO 2200-MARCA-FECHA
               END-IF
               MOVE "T"          TO SIT-EXPC
               MOVE WS-DATA-HOJE TO DT-TRANSM-EXPC
           ELSE
               IF EXPC-CONFIRMADO
                   DISPLAY "ARQUIVO JA ESTA CONFIRMADO."
                   GO TO 2200-MARCA-FECHA
               END-IF
               IF DT-TRANSM-EXPC = ZEROS
                   MOVE WS-DATA-HOJE TO DT-TRANSM-EXPC
               END-IF
               MOVE "C"          TO SIT-EXPC
               MOVE WS-DATA-HOJE TO DT-CONFIRM-EXPC
           END-IF

           REWRITE REG-EXPC
           IF FS-EXPC = ZEROS
               DISPLAY "ARQUIVO " FUNCTION TRIM(NOME-EXPC)
                       " MARCADO COMO " SIT-EXPC "."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-EXPC
           END-IF.
       2200-MARCA-FECHA.
           CLOSE EXPCTL.
       2200-MARCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-REENVIA - COPIA O ARQUIVO ORIGINAL PARA UM NOVO NUMERO
      * (MESMO PREFIXO E EXTENSAO), REGISTRADO PELO REGSAIDA COMO
      * REENVIO DO ORIGINAL. REENVIO DE REENVIO APONTA SEMPRE PARA O
      * PRIMEIRO ENVIO.
      *-----------------------------------------------------------------
       2300-REENVIA.
           DISPLAY "NUMERO DO ARQUIVO A REENVIAR:"
           ACCEPT WS-NUM-INF FROM CONSOLE

           OPEN INPUT EXPCTL
           IF FS-EXPC NOT = ZEROS
               DISPLAY "NENHUM ARQUIVO ENVIADO REGISTRADO."
               GO TO 2300-REENVIA-EXIT
           END-IF
           MOVE WS-NUM-INF TO NUM-EXPC
           READ EXPCTL WITH IGNORE LOCK
               INVALID KEY MOVE "23" TO FS-EXPC
           END-READ
           CLOSE EXPCTL

           IF FS-EXPC NOT = ZEROS
               DISPLAY "ARQUIVO NAO ENCONTRADO NO REGISTRO."
               GO TO 2300-REENVIA-EXIT
           END-IF
           IF EXPC-EM-GERACAO
               DISPLAY "GERACAO NAO TERMINOU - NADA A REENVIAR."
               GO TO 2300-REENVIA-EXIT
           END-IF

           MOVE NOME-EXPC TO WS-NOME-ORIG
           OPEN INPUT ORIG-FILE
           IF FS-ORI NOT = ZEROS
               DISPLAY "ARQUIVO ORIGINAL " FUNCTION TRIM(WS-NOME-ORIG)
                       " NAO ENCONTRADO. FS: " FS-ORI
               GO TO 2300-REENVIA-EXIT
           END-IF

      * NOME = <PREFIXO>-AAAAMMDD-NNNNNNN.<EXT>: O PREFIXO E O QUE
      * SOBRA ANTES DOS 17 CARACTERES DE DATA E NUMERO E DOS 4 DA
      * EXTENSAO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NOME-EXPC))
               TO WS-TAM-NOME
           COMPUTE WS-TAM-PREFIXO = WS-TAM-NOME - 21
           MOVE SPACES TO WS-PREFIXO-RSA WS-EXTENSAO-RSA
           MOVE NOME-EXPC (1:WS-TAM-PREFIXO) TO WS-PREFIXO-RSA
           MOVE NOME-EXPC (WS-TAM-NOME - 3:4) TO WS-EXTENSAO-RSA

           MOVE TIPO-EXPC       TO WS-TIPO-RSA
           MOVE REF-EXPC        TO WS-REF-RSA
           MOVE DT-INI-EXPC     TO WS-DT-INI-RSA
           MOVE DT-FIM-EXPC     TO WS-DT-FIM-RSA
           MOVE QTD-REG-EXPC    TO WS-QTD-RSA
           MOVE HASH-VALOR-EXPC TO WS-HASH-RSA
           IF NUM-ORIG-EXPC NOT = ZEROS
               MOVE NUM-ORIG-EXPC TO WS-NUM-ORIG-RSA
           ELSE
               MOVE NUM-EXPC      TO WS-NUM-ORIG-RSA
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 2900-CHAMA-REGSAIDA THRU 2900-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO RESERVAR O NUMERO DO REENVIO. FS: "
                       WS-RETORNO-RSA
               CLOSE ORIG-FILE
               GO TO 2300-REENVIA-EXIT
           END-IF

           MOVE WS-NOME-RSA TO WS-NOME-NOVO
           OPEN OUTPUT NOVO-FILE
           MOVE ZEROS TO WS-QTD-COPIADAS
           MOVE "N"   TO WS-FIM-COPIA
           PERFORM 2310-COPIA-LINHA THRU 2310-COPIA-LINHA-EXIT
               UNTIL FIM-COPIA
           CLOSE ORIG-FILE NOVO-FILE

           MOVE "R" TO WS-OPER-RSA
           PERFORM 2900-CHAMA-REGSAIDA THRU 2900-CHAMA-REGSAIDA-EXIT

           DISPLAY "REENVIO DO ARQUIVO " WS-NUM-ORIG-RSA " GRAVADO EM "
                   FUNCTION TRIM(WS-NOME-NOVO) " (" WS-QTD-COPIADAS
                   " LINHA(S))."
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O REENVIO. FS: "
                       WS-RETORNO-RSA
           END-IF.
       2300-REENVIA-EXIT.
           EXIT.

       2310-COPIA-LINHA.
           READ ORIG-FILE
               AT END
                   MOVE "S" TO WS-FIM-COPIA
                   GO TO 2310-COPIA-LINHA-EXIT
           END-READ
           MOVE REG-ORIG TO REG-NOVO
           WRITE REG-NOVO
           ADD 1 TO WS-QTD-COPIADAS.
       2310-COPIA-LINHA-EXIT.
           EXIT.

       2900-CHAMA-REGSAIDA.
           CALL "REGSAIDA" USING WS-OPER-RSA WS-TIPO-RSA WS-REF-RSA
                                 WS-DT-INI-RSA WS-DT-FIM-RSA
                                 WS-PREFIXO-RSA WS-EXTENSAO-RSA
                                 WS-NUM-ORIG-RSA WS-NUM-RSA
                                 WS-NOME-RSA WS-QTD-RSA WS-HASH-RSA
                                 WS-SOBREPOE-RSA WS-RETORNO-RSA.
       2900-CHAMA-REGSAIDA-EXIT.
           EXIT.
