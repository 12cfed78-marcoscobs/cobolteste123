      *                   CODIGO DO VENDEDOR NA COLUNA DE SEMPRE,
      *                   PASSANDO PELA VALIDACAO EM DUAS FASES DO
      *                   CADPED.
      * 15/10/2026 DEV   PACOTE COM NOME DATADO E SEQUENCIADO
      *                   (PACK-<VENDEDOR>-AAAAMMDD-NNNNNNN.CSV)
      *                   REGISTRADO NO EXPCTL (REGSAIDA) COM LINHAS
      *                   E SOMA DOS LIMITES DA CARTEIRA; VENDEDOR QUE
      *                   JA RECEBEU PACOTE NO DIA PEDE CONFIRMACAO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-PRECO-CENT               PIC 9(11)    VALUE ZEROS.
       77  WS-LIMITE-CENT              PIC 9(13)    VALUE ZEROS.
       77  WS-DISP-MILESIMOS           PIC S9(11)   VALUE ZEROS.
       77  WS-QTD-LINHAS-PACK          PIC 9(07)    VALUE ZEROS.
       77  WS-HASH-LIMITE              PIC S9(13)V99 VALUE ZEROS.

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

       01  WS-SWITCHES.
           05  WS-FIM-VEND             PIC X(01)    VALUE "N".
               88  FIM-VEND                         VALUE "S".
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-PERGUNTOU            PIC X(01)    VALUE "N".
               88  JA-PERGUNTOU                     VALUE "S".
           05  WS-REGERA               PIC X(01)    VALUE "N".
               88  REGERA-ENVIADOS                  VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).

      *-----------------------------------------------------------------
      * 2100-GERA-UM-PACOTE - PACOTE DO VENDEDOR EM REG-VEND:
      * CARTEIRA, CATALOGO E DISPONIVEL DE ESTOQUE. O NOME DATADO E
      * SEQUENCIADO VEM DO REGISTRO DE ARQUIVOS ENVIADOS; SE O
      * VENDEDOR JA RECEBEU PACOTE HOJE, A CONFIRMACAO E PEDIDA UMA
      * VEZ SO E VALE PARA TODOS OS PACOTES DA EXECUCAO.
      *-----------------------------------------------------------------
       2100-GERA-UM-PACOTE.
           MOVE COD-VEND OF REG-VEND TO WS-COD-VEND-PACK

           MOVE "PACK"           TO WS-TIPO-RSA
           MOVE SPACES           TO WS-REF-RSA
           MOVE WS-COD-VEND-PACK TO WS-REF-RSA
           MOVE WS-HOJE-NUM      TO WS-DT-INI-RSA
           MOVE WS-HOJE-NUM      TO WS-DT-FIM-RSA
           MOVE SPACES           TO WS-PREFIXO-RSA
           STRING "PACK-" WS-COD-VEND-PACK
                  DELIMITED BY SIZE INTO WS-PREFIXO-RSA
           MOVE ".CSV"           TO WS-EXTENSAO-RSA
           MOVE ZEROS            TO WS-NUM-ORIG-RSA
           MOVE "V"              TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: O VENDEDOR " WS-COD-VEND-PACK
                       " JA RECEBEU PACOTE HOJE (ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS)."
               IF NOT JA-PERGUNTOU
                   DISPLAY "REGERAR PACOTES JA ENVIADOS HOJE (S/N)?"
                   ACCEPT WS-CONFIRMA FROM CONSOLE
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "S" TO WS-REGERA
                   END-IF
                   MOVE "S" TO WS-PERGUNTOU
               END-IF
               IF NOT REGERA-ENVIADOS
                   DISPLAY "PACOTE DO VENDEDOR " WS-COD-VEND-PACK
                           " NAO GERADO."
                   GO TO 2100-GERA-UM-PACOTE-EXIT
               END-IF
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "REGISTRO DE ENVIOS INDISPONIVEL. FS: "
                       WS-RETORNO-RSA
               GO TO 2100-GERA-UM-PACOTE-EXIT
           END-IF
           MOVE WS-NOME-RSA TO WS-NOME-PACK
           MOVE ZEROS       TO WS-QTD-LINHAS-PACK
           MOVE ZEROS       TO WS-HASH-LIMITE

           OPEN OUTPUT PACK-FILE
           IF FS-PCK NOT = ZEROS
               DISPLAY "ERRO AO ABRIR " WS-NOME-PACK " FS: " FS-PCK
           STRING "PACOTE;" WS-COD-VEND-PACK ";" WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-PACK
           WRITE REG-PACK
           ADD 1 TO WS-QTD-LINHAS-PACK

           PERFORM 2200-EXPORTA-CARTEIRA
               THRU 2200-EXPORTA-CARTEIRA-EXIT

           CLOSE PACK-FILE
           ADD 1 TO WS-QTD-PACKS
           DISPLAY "PACOTE GERADO: " FUNCTION TRIM(WS-NOME-PACK)

           MOVE WS-QTD-LINHAS-PACK TO WS-QTD-RSA
           MOVE WS-HASH-LIMITE     TO WS-HASH-RSA
           MOVE "R" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "ERRO AO REGISTRAR O ENVIO. FS: "
                       WS-RETORNO-RSA
           END-IF.
       2100-GERA-UM-PACOTE-EXIT.
           EXIT.

                   NOT AT END
                       IF COD-VEND OF REG-CLI = WS-COD-VEND-PACK
                           ADD 1 TO WS-QTD-CLIENTES
                           ADD LIMITE-CRED-CLI TO WS-HASH-LIMITE
                           COMPUTE WS-LIMITE-CENT =
                               LIMITE-CRED-CLI * 100
                           MOVE SPACES TO REG-PACK
                                  WS-LIMITE-CENT
                                  DELIMITED BY SIZE INTO REG-PACK
                           WRITE REG-PACK
                           ADD 1 TO WS-QTD-LINHAS-PACK
                       END-IF
               END-READ
           END-PERFORM
                                  COD-GRUPO-PRODUTO
                                  DELIMITED BY SIZE INTO REG-PACK
                           WRITE REG-PACK
                           ADD 1 TO WS-QTD-LINHAS-PACK
                       END-IF
               END-READ
           END-PERFORM
                              WS-DISP-MILESIMOS
                              DELIMITED BY SIZE INTO REG-PACK
                       WRITE REG-PACK
                       ADD 1 TO WS-QTD-LINHAS-PACK
               END-READ
           END-PERFORM
           MOVE ZEROS TO FS.
           CLOSE ESTOQUE.
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
