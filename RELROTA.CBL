      *                   SPOOLREG.TXT (VISOR SPOOLVW) E GOBACK NO
      *                   LUGAR DE STOP RUN, PARA RODAR CHAMADO PELA
      *                   CENTRAL DE RELATORIOS (RELCENTR).
      * 15/10/2026 DEV   CSV DATADO E SEQUENCIADO
      *                   (ROTAVEND-AAAAMMDD-NNNNNNN.CSV) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM PARADAS E SOMA DOS
      *                   CODIGOS DE CLIENTE; ROTEIRO JA ENVIADO NO
      *                   DIA GERA AVISO NA TELA E NO RELATORIO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT WORK-CLI ASSIGN TO "WORKCLI"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROTA-CSV ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

       77  WS-QTD-ROTAS                PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-SEM-GEOCODE          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-ESTOURO-TAB          PIC 9(05)    VALUE ZEROS.
       77  WS-NOME-CSV                 PIC X(60)    VALUE SPACES.
       77  WS-QTD-LINHAS-CSV           PIC 9(07)    VALUE ZEROS.
       77  WS-HASH-CLIENTES            PIC S9(13)V99 VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

      * REGISTRO DE ARQUIVOS ENVIADOS (SUBPROGRAMA REGSAIDA / EXPCTL).
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
           05  WS-PRIMEIRA-LEITURA     PIC X(01)    VALUE "S".
               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-CSV-REGISTRADO       PIC X(01)    VALUE "N".
               88  CSV-REGISTRADO                   VALUE "S".

       01  WS-COD-VEND-ATUAL           PIC 9(03)    VALUE ZEROS.

       0000-MAINLINE.
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DIA-HOJE  TO HDR-DIA
           MOVE WS-MES-HOJE  TO HDR-MES
           MOVE WS-ANO-HOJE  TO HDR-ANO
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           PERFORM 1500-RESERVA-CSV THRU 1500-RESERVA-CSV-EXIT

           OPEN OUTPUT REL-ROTA
           OPEN OUTPUT ROTA-CSV

           MOVE WS-CABECALHO-1  TO REG-REL
           WRITE REG-REL
           IF WS-SOBREPOE-RSA NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ATENCAO: ROTEIRO JA ENVIADO HOJE (ARQUIVO "
                      WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS)"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF
           MOVE SPACES          TO REG-REL
           WRITE REG-REL

           PERFORM 3000-FINALIZA THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1500-RESERVA-CSV - NOME DATADO E SEQUENCIADO DO CSV NO
      * REGISTRO DE ARQUIVOS ENVIADOS. RODA PELA CENTRAL, SEM
      * CONSOLE: ROTEIRO JA ENVIADO HOJE SO GERA AVISO (TELA E
      * RELATORIO). SEM O REGISTRO, GRAVA ROTAVEND.CSV COMO ANTES.
      *-----------------------------------------------------------------
       1500-RESERVA-CSV.
           MOVE "ROTAVEND.CSV" TO WS-NOME-CSV

           MOVE "ROTA"         TO WS-TIPO-RSA
           MOVE SPACES         TO WS-REF-RSA
           MOVE WS-HOJE-NUM    TO WS-DT-INI-RSA
           MOVE WS-HOJE-NUM    TO WS-DT-FIM-RSA
           MOVE "ROTAVEND"     TO WS-PREFIXO-RSA
           MOVE ".CSV"         TO WS-EXTENSAO-RSA
           MOVE ZEROS          TO WS-NUM-ORIG-RSA
           MOVE "V"            TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: ROTEIRO JA ENVIADO HOJE (ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS)."
           END-IF

           MOVE "N" TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-RETORNO-RSA NOT = "00"
               DISPLAY "REGISTRO DE ENVIOS INDISPONIVEL. FS: "
                       WS-RETORNO-RSA
               GO TO 1500-RESERVA-CSV-EXIT
           END-IF
           MOVE WS-NOME-RSA TO WS-NOME-CSV
           MOVE "S"         TO WS-CSV-REGISTRADO.
       1500-RESERVA-CSV-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1000-ENVIA-CLIENTES - LE CLIENTE ATIVO VINCULADO A UM VENDEDOR
      * E ENVIA PARA O SORT; CLIENTE SEM VENDEDOR NAO TEM COMO ENTRAR
                  WS-DISTANCIA
               DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV
           ADD 1 TO WS-QTD-LINHAS-CSV
           ADD TR-COD-CLI (WS-IDX-MAIS-PROXIMO) TO WS-HASH-CLIENTES

           MOVE TR-LAT  (WS-IDX-MAIS-PROXIMO) TO WS-LAT-ATUAL
           MOVE TR-LONG (WS-IDX-MAIS-PROXIMO) TO WS-LONG-ATUAL.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - EMITE O RODAPE, FECHA OS ARQUIVOS E REGISTRA
      * O CSV GERADO (PARADAS, SOMA DOS CODIGOS DE CLIENTE).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES               TO REG-REL
           MOVE WS-QTD-ESTOURO-TAB    TO RD-QTD-ESTOURO
           MOVE WS-LINHA-RODAPE-3     TO REG-REL
           WRITE REG-REL
           MOVE SPACES                TO REG-REL
           STRING "ARQUIVO CSV ............: "
                  FUNCTION TRIM(WS-NOME-CSV)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE REL-ROTA
           CLOSE ROTA-CSV

           IF CSV-REGISTRADO
               MOVE WS-QTD-LINHAS-CSV TO WS-QTD-RSA
               MOVE WS-HASH-CLIENTES  TO WS-HASH-RSA
               MOVE "R" TO WS-OPER-RSA
               PERFORM 8500-CHAMA-REGSAIDA
                   THRU 8500-CHAMA-REGSAIDA-EXIT
               IF WS-RETORNO-RSA NOT = "00"
                   DISPLAY "ERRO AO REGISTRAR O ENVIO. FS: "
                           WS-RETORNO-RSA
               END-IF
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.

           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
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
