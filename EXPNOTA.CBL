      *                   VALORES EM CENTAVOS INTEIROS, SEM VIRGULA
      *                   DECIMAL. NOTA CANCELADA SAI COM A SITUACAO
      *                   C PARA A PONTE TRATAR O CANCELAMENTO.
      * 15/10/2026 DEV   REGISTRO H GANHA NO FIM O CFOP E A NATUREZA DA
      *                   OPERACAO DA NOTA E O REGISTRO I O CFOP DA
      *                   LINHA (POSICOES ANTERIORES PRESERVADAS).
      * 15/10/2026 DEV   ARQUIVO DATADO E SEQUENCIADO
      *                   (EXPNOTA-AAAAMMDD-NNNNNNN.TXT) REGISTRADO NO
      *                   EXPCTL (REGSAIDA) COM PERIODO, QUANTIDADE
      *                   E SOMA DO TOTAL DAS NOTAS; PERIODO JA
      *                   ENVIADO PEDE CONFIRMACAO ANTES DE GERAR.
      * 15/10/2026 DEV   NOTAS DO PERIODO LIDAS PELA CHAVE DE DATA DE
      *                   EMISSAO, SEM VARRER O NOTAFIS INTEIRO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".

           SELECT EXP-FILE ASSIGN TO WS-NOME-EXP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXP.

       77  WS-DT-FIM                   PIC 9(08)    VALUE 99999999.
       77  WS-QTD-NOTAS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-ITENS                PIC 9(07)    VALUE ZEROS.
       77  WS-NOME-EXP                 PIC X(60)    VALUE SPACES.
       77  WS-HASH-VALOR               PIC S9(13)V99 VALUE ZEROS.

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
      * VALORES EM CENTAVOS/MILESIMOS INTEIROS NO ARQUIVO, SEM
      * VIRGULA DECIMAL (MESMA CONVENCAO DAS DEMAIS INTERFACES).
       77  WS-MERC-CENT                PIC 9(11)    VALUE ZEROS.
               88  FIM-NOTAS                        VALUE "S".
           05  WS-FIM-ITENS            PIC X(01)    VALUE "N".
               88  FIM-ITENS                        VALUE "S".
           05  WS-CANCELADA            PIC X(01)    VALUE "N".
               88  EXPORTACAO-CANCELADA             VALUE "S".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT EXPORTACAO-CANCELADA
               PERFORM 2000-EXPORTA     THRU 2000-EXPORTA-EXIT
               PERFORM 3000-FINALIZA    THRU 3000-FINALIZA-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O PERIODO, CONFERE NO REGISTRO DE
      * ARQUIVOS ENVIADOS SE O PERIODO JA SAIU (CONFIRMACAO PARA
      * GERAR DE NOVO), RESERVA O NOME DATADO E SEQUENCIADO E ABRE OS
      * ARQUIVOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD), ENTER P/"
               MOVE 99999999 TO WS-DT-FIM
           END-IF

           MOVE "NOTA"       TO WS-TIPO-RSA
           MOVE SPACES       TO WS-REF-RSA
           MOVE WS-DT-INICIO TO WS-DT-INI-RSA
           MOVE WS-DT-FIM    TO WS-DT-FIM-RSA
           MOVE "EXPNOTA"    TO WS-PREFIXO-RSA
           MOVE ".TXT"       TO WS-EXTENSAO-RSA
           MOVE ZEROS        TO WS-NUM-ORIG-RSA
           MOVE "V"          TO WS-OPER-RSA
           PERFORM 8500-CHAMA-REGSAIDA THRU 8500-CHAMA-REGSAIDA-EXIT
           IF WS-SOBREPOE-RSA NOT = ZEROS
               DISPLAY "ATENCAO: O PERIODO SE SOBREPOE AO ARQUIVO "
                       WS-SOBREPOE-RSA " DO REGISTRO DE ENVIOS - AS"
                       " NOTAS DESSE TRECHO JA FORAM ENVIADAS."
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

           OPEN INPUT NOTAFIS
           IF FS-NF NOT = ZEROS
               DISPLAY "ARQUIVO DE NOTAS INDISPONIVEL. FS: " FS-NF

      *-----------------------------------------------------------------
      * 2000-EXPORTA - UM REGISTRO H POR NOTA DO PERIODO, SEGUIDO DOS
      * REGISTROS I DAS LINHAS. NOTAS LIDAS PELA CHAVE ALTERNATIVA
      * DT-EMISSAO-NF, SO AS DO PERIODO, EM ORDEM DE EMISSAO.
      *-----------------------------------------------------------------
       2000-EXPORTA.
           IF FIM-NOTAS
               GO TO 2000-EXPORTA-EXIT
           END-IF

           MOVE WS-DT-INICIO TO DT-EMISSAO-NF
           START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
               INVALID KEY MOVE "S" TO WS-FIM-NOTAS
           END-START

               READ NOTAFIS NEXT RECORD
                   AT END MOVE "S" TO WS-FIM-NOTAS
                   NOT AT END
                       IF DT-EMISSAO-NF > WS-DT-FIM
                           MOVE "S" TO WS-FIM-NOTAS
                       ELSE
                           PERFORM 2100-EXPORTA-NOTA
                               THRU 2100-EXPORTA-NOTA-EXIT
                       END-IF

       2100-EXPORTA-NOTA.
           ADD 1 TO WS-QTD-NOTAS
           ADD VALOR-TOTAL-NF TO WS-HASH-VALOR

           COMPUTE WS-MERC-CENT  = VALOR-MERC-NF  * 100
           COMPUTE WS-ICMS-CENT  = VALOR-ICMS-NF  * 100
                  FUNCTION TRIM(RAZAO-CLI-NF) ";"
                  QTD-ITENS-NF ";" WS-MERC-CENT ";"
                  WS-ICMS-CENT ";" WS-IPI-CENT ";"
                  WS-TOTAL-CENT ";" SIT-NF ";"
                  CFOP-NF ";" FUNCTION TRIM(NATUREZA-NF)
                  DELIMITED BY SIZE INTO REG-EXP
           WRITE REG-EXP

                                  WS-QTD-MILESIMOS ";"
                                  WS-PRECO-CENT ";"
                                  WS-DESC-CENT ";"
                                  WS-VALOR-CENT ";"
                                  CFOP-NFI
                                  DELIMITED BY SIZE INTO REG-EXP
                           WRITE REG-EXP
                       END-IF
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TRAILER DE CONTROLE, FECHAMENTO E REGISTRO DO
      * ARQUIVO GERADO (REGISTROS H + I, SOMA DO TOTAL DAS NOTAS).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-EXP

           DISPLAY "EXPORTACAO CONCLUIDA: " WS-QTD-NOTAS
                   " NOTA(S) E " WS-QTD-ITENS
                   " ITEM(NS) EM " FUNCTION TRIM(WS-NOME-EXP)

           CLOSE NOTAFIS
           CLOSE NOTAITEM
           CLOSE EXP-FILE

           COMPUTE WS-QTD-RSA = WS-QTD-NOTAS + WS-QTD-ITENS
           MOVE WS-HASH-VALOR TO WS-HASH-RSA
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
