      *                   AS CONTAS VEM DO MAPA CONTAMAP.TXT
      *                   (EVENTO;DEBITO;CREDITO), COM PADRAO DE
      *                   FABRICA QUANDO O MAPA NAO EXISTE.
      * 15/10/2026 DEV   DESCONTO DE PONTUALIDADE CONCEDIDO NA BAIXA
      *                   (VALOR-DESCONTO-RECEB) VAI COMO LANCAMENTO
      *                   PROPRIO (TIPO D), DESCONTOS CONCEDIDOS
      *                   CONTRA CLIENTES - EVENTO "DESCONTO" NO MAPA.
      * 15/10/2026 DEV   BAIXA DE ESTOQUE POR PERDA (PERDAEST, DA
      *                   BAIXAEST) VAI COMO LANCAMENTO PROPRIO (TIPO
      *                   E), PERDAS DE ESTOQUE CONTRA ESTOQUES, PELO
      *                   VALOR AO CUSTO MEDIO - EVENTO "PERDA-ESTQ".
      * 15/10/2026 DEV   ARQUIVO DATADO E SEQUENCIADO
      *                   (EXPCONT-AAAAMMDD-NNNNNNN.TXT) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM PERIODO, QUANTIDADE
      *                   E SOMA DOS LANCAMENTOS; PERIODO JA
      *                   ENVIADO PEDE CONFIRMACAO ANTES DE GERAR.
      * 15/10/2026 DEV   NOTAS DO PERIODO LIDAS PELA CHAVE DE DATA DE
      *                   EMISSAO, SEM VARRER O NOTAFIS INTEIRO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY "NOTAFIS.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "PERDAEST.SEL".

           SELECT WORK-LAN ASSIGN TO "WORKCONT"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAP.

           SELECT EXP-FILE ASSIGN TO WS-NOME-EXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXP.

       FILE SECTION.
           COPY "NOTAFIS.FD".
           COPY "RECEBIMENTO.FD".
           COPY "PERDAEST.FD".

       SD  WORK-LAN.
       01  REG-ORDENADO.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-MAP                      PIC XX       VALUE SPACES.
       77  FS-EXP                      PIC XX       VALUE SPACES.
       77  FS-PES                      PIC XX       VALUE SPACES.
       77  WS-DT-INICIO                PIC 9(08)    VALUE ZEROS.
       77  WS-DT-FIM                   PIC 9(08)    VALUE 99999999.
       77  WS-QTD-LANCAMENTOS          PIC 9(07)    VALUE ZEROS.
       77  WS-TOTAL-GERAL              PIC S9(13)V99 VALUE ZEROS.
       77  WS-DATA-ATUAL               PIC 9(08)    VALUE ZEROS.
       77  WS-TOTAL-DIA                PIC S9(13)V99 VALUE ZEROS.
       77  WS-NOME-EXP                 PIC X(60)    VALUE SPACES.

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

      * MAPA DE CONTAS (CONTAMAP.TXT, EVENTO;DEBITO;CREDITO) COM OS
      * PADROES DE FABRICA: FATURAMENTO DEBITA CLIENTES (1.1.2) E
      * LUGAR DO LANCAMENTO DE RECEBIMENTO, PELO RESIDUAL PERDIDO.
       77  WS-CTA-PER-DEB              PIC X(10)    VALUE "4.1.9".
       77  WS-CTA-PER-CRED             PIC X(10)    VALUE "1.1.2".
      * DESCONTO DE PONTUALIDADE CONCEDIDO NA BAIXA DEBITA DESCONTOS
      * CONCEDIDOS (4.1.5) E CREDITA CLIENTES (1.1.2) - EVENTO
      * "DESCONTO" NO MAPA. QUITA A PARTE DO TITULO QUE NAO FOI PAGA.
       77  WS-CTA-DES-DEB              PIC X(10)    VALUE "4.1.5".
       77  WS-CTA-DES-CRED             PIC X(10)    VALUE "1.1.2".
      * BAIXA DE ESTOQUE POR PERDA (BAIXAEST - AVARIA, VENCIMENTO,
      * FURTO, AMOSTRA) DEBITA PERDAS DE ESTOQUE (4.1.8) E CREDITA
      * ESTOQUES (1.1.3) - EVENTO "PERDA-ESTQ" NO MAPA.
       77  WS-CTA-PES-DEB              PIC X(10)    VALUE "4.1.8".
       77  WS-CTA-PES-CRED             PIC X(10)    VALUE "1.1.3".
       77  WS-MAP-DEB                  PIC X(10)    VALUE SPACES.
       77  WS-MAP-CRED                 PIC X(10)    VALUE SPACES.

               88  PRIMEIRA-LEITURA                 VALUE "S".
           05  WS-FIM-ORDENADO         PIC X(01)    VALUE "N".
               88  FIM-ORDENADO                     VALUE "S".
           05  WS-FIM-PES              PIC X(01)    VALUE "N".
               88  FIM-PES                          VALUE "S".
           05  WS-CANCELADA            PIC X(01)    VALUE "N".
               88  EXPORTACAO-CANCELADA             VALUE "S".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF EXPORTACAO-CANCELADA
               STOP RUN
           END-IF

           SORT WORK-LAN
               ON ASCENDING KEY ORD-DATA
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O PERIODO, LE O MAPA DE CONTAS,
      * CONFERE NO REGISTRO DE ARQUIVOS ENVIADOS SE O PERIODO JA SAIU
      * (CONFIRMACAO PARA GERAR DE NOVO), RESERVA O NOME DATADO E
      * SEQUENCIADO E ABRE O ARQUIVO DE EXPORTACAO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD):"

           PERFORM 1100-LER-MAPA THRU 1100-LER-MAPA-EXIT

           MOVE "CONT"       TO WS-TIPO-RSA
           MOVE SPACES       TO WS-REF-RSA
           MOVE WS-DT-INICIO TO WS-DT-INI-RSA
           MOVE WS-DT-FIM    TO WS-DT-FIM-RSA
           MOVE "EXPCONT"    TO WS-PREFIXO-RSA
           MOVE ".TXT"       TO WS-EXTENSAO-RSA
           MOVE ZEROS        TO WS-NUM-ORIG-RSA
           MOVE "V"          TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: O PERIODO SE SOBREPOE AO ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS - OS"
                       " LANCAMENTOS DESSE TRECHO JA FORAM ENVIADOS."
               DISPLAY "CONFIRMA NOVA GERACAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "EXPORTACAO CANCELADA."
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
           MOVE WS-NOME-RSA TO WS-NOME-EXP

           OPEN OUTPUT EXP-FILE.
       1000-INICIALIZA-EXIT.
           EXIT.
                   WHEN "PERDA"
                       MOVE WS-MAP-DEB  TO WS-CTA-PER-DEB
                       MOVE WS-MAP-CRED TO WS-CTA-PER-CRED
                   WHEN "DESCONTO"
                       MOVE WS-MAP-DEB  TO WS-CTA-DES-DEB
                       MOVE WS-MAP-CRED TO WS-CTA-DES-CRED
                   WHEN "PERDA-ESTQ"
                       MOVE WS-MAP-DEB  TO WS-CTA-PES-DEB
                       MOVE WS-MAP-CRED TO WS-CTA-PES-CRED
               END-EVALUATE
               READ MAPA-FILE
                   AT END MOVE "10" TO FS-MAP
      *-----------------------------------------------------------------
      * 1500-ENVIA-LANCAMENTOS - UM REGISTRO POR NOTA EMITIDA NO
      * PERIODO (TIPO F) E UM POR TITULO BAIXADO NO PERIODO (TIPO R).
      * AS NOTAS SAO LIDAS PELA CHAVE ALTERNATIVA DT-EMISSAO-NF.
      * AS PERDAS DE ESTOQUE DO PERIODO (TIPO E) VEM DO 1600.
      *-----------------------------------------------------------------
       1500-ENVIA-LANCAMENTOS.
           OPEN INPUT NOTAFIS
           IF FS-NF = ZEROS
               MOVE WS-DT-INICIO TO DT-EMISSAO-NF
               START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
                   INVALID KEY MOVE "10" TO FS-NF
               END-START
               PERFORM UNTIL FS-NF NOT = ZEROS AND FS-NF NOT = "02"
                   READ NOTAFIS NEXT RECORD
                       AT END MOVE "10" TO FS-NF
                       NOT AT END
                           IF DT-EMISSAO-NF > WS-DT-FIM
                               MOVE "10" TO FS-NF
                           END-IF
                           IF DT-EMISSAO-NF >= WS-DT-INICIO
                           AND DT-EMISSAO-NF <= WS-DT-FIM
                               MOVE DT-EMISSAO-NF TO ORD-DATA
                   READ RECEBIMENTO NEXT RECORD
                       AT END MOVE "10" TO FS
                       NOT AT END
      * PRINCIPAL (TIPO R), JUROS/MULTA (TIPO J) E DESCONTO DE
      * PONTUALIDADE (TIPO D) VAO COMO LANCAMENTOS SEPARADOS -
      * VALOR-RECEBIDO-RECEB JA E SO O PRINCIPAL, OS ENCARGOS FICAM
      * EM VALOR-JUROS-RECEB E O DESCONTO EM VALOR-DESCONTO-RECEB.
                           IF RECEB-RECEBIDO
                           AND DT-RECEBIMENTO-RECEB >= WS-DT-INICIO
                           AND DT-RECEBIMENTO-RECEB <= WS-DT-FIM
                                       TO ORD-VALOR
                                   RELEASE REG-ORDENADO
                               END-IF
                               IF VALOR-DESCONTO-RECEB NOT = ZEROS
                                   MOVE "D" TO ORD-TIPO
                                   MOVE VALOR-DESCONTO-RECEB
                                       TO ORD-VALOR
                                   RELEASE REG-ORDENADO
                               END-IF
                           END-IF
      * TITULO BAIXADO POR PERDA NO PERIODO: LANCAMENTO DE PERDA
      * (TIPO P) PELO RESIDUAL PERDIDO, NO LUGAR DO RECEBIMENTO.
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RECEBIMENTO

           PERFORM 1600-ENVIA-PERDAS-ESTOQUE
               THRU 1600-ENVIA-PERDAS-ESTOQUE-EXIT.
       1500-ENVIA-LANCAMENTOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1600-ENVIA-PERDAS-ESTOQUE - UM LANCAMENTO (TIPO E) POR BAIXA
      * DE ESTOQUE POR PERDA NO PERIODO, PELO VALOR AO CUSTO MEDIO.
      * ARQUIVO AUSENTE (NENHUMA PERDA LANCADA AINDA) NAO GERA NADA.
      *-----------------------------------------------------------------
       1600-ENVIA-PERDAS-ESTOQUE.
           OPEN INPUT PERDAEST
           IF FS-PES NOT = ZEROS
               GO TO 1600-ENVIA-PERDAS-ESTOQUE-EXIT
           END-IF

           MOVE LOW-VALUES TO XAV-PES
           START PERDAEST KEY IS NOT LESS THAN XAV-PES
               INVALID KEY MOVE "S" TO WS-FIM-PES
           END-START

           PERFORM 1610-LE-PERDA THRU 1610-LE-PERDA-EXIT
               UNTIL FIM-PES

           CLOSE PERDAEST.
       1600-ENVIA-PERDAS-ESTOQUE-EXIT.
           EXIT.

       1610-LE-PERDA.
           READ PERDAEST NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-PES
                   GO TO 1610-LE-PERDA-EXIT
           END-READ

           IF DT-PERDA-PES < WS-DT-INICIO
           OR DT-PERDA-PES > WS-DT-FIM
           OR VALOR-PERDA-PES = ZEROS
               GO TO 1610-LE-PERDA-EXIT
           END-IF

           MOVE DT-PERDA-PES    TO ORD-DATA
           MOVE "E"             TO ORD-TIPO
           MOVE NUM-PERDA-PES   TO ORD-DOC
           MOVE VALOR-PERDA-PES TO ORD-VALOR
           RELEASE REG-ORDENADO.
       1610-LE-PERDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-EMITE-DIARIO - UMA LINHA POR LANCAMENTO
      * (TIPO;DATA;DEBITO;CREDITO;VALOR;DOCUMENTO), COM LINHA DE
                          FUNCTION TRIM(WS-CTA-PER-CRED) ";"
                          ORD-VALOR ";PERDA TITULO " ORD-DOC
                          DELIMITED BY SIZE INTO REG-EXP
               WHEN "D"
                   STRING "L;" ORD-DATA ";"
                          FUNCTION TRIM(WS-CTA-DES-DEB) ";"
                          FUNCTION TRIM(WS-CTA-DES-CRED) ";"
                          ORD-VALOR ";DESCONTO TITULO " ORD-DOC
                          DELIMITED BY SIZE INTO REG-EXP
               WHEN "E"
                   STRING "L;" ORD-DATA ";"
                          FUNCTION TRIM(WS-CTA-PES-DEB) ";"
                          FUNCTION TRIM(WS-CTA-PES-CRED) ";"
                          ORD-VALOR ";PERDA ESTOQUE " ORD-DOC
                          DELIMITED BY SIZE INTO REG-EXP
               WHEN OTHER
                   STRING "L;" ORD-DATA ";"
                          FUNCTION TRIM(WS-CTA-REC-DEB) ";"
           END-EVALUATE
           WRITE REG-EXP

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-LANCAMENTO-EXIT.
           EXIT.

           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TRAILER DE CONTROLE, FECHAMENTO E REGISTRO DO
      * ARQUIVO GERADO (LANCAMENTOS, SOMA DOS LANCAMENTOS).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-EXP
           WRITE REG-EXP

           DISPLAY "DIARIO EXPORTADO: " WS-QTD-LANCAMENTOS
                   " LANCAMENTO(S) EM " FUNCTION TRIM(WS-NOME-EXP)

           CLOSE EXP-FILE

           MOVE WS-QTD-LANCAMENTOS TO WS-QTD-RSA
           MOVE WS-TOTAL-GERAL     TO WS-HASH-RSA
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
