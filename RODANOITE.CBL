      *                   REGISTRADO NO SPOOLREG.TXT.
      *                   CTL AUSENTE E CRIADO COM A SEQUENCIA PADRAO
      *                   FECHADIA, RELPEDT, RELRECB, RELESTB.
      * 15/10/2026 DEV   SEQUENCIA PADRAO GANHA NO FIM O PASSO
      *                   EXPBI;I (EXTRATOS INCREMENTAIS DO BI).
      * 15/10/2026 DEV   PASSO QUE DEVOLVE RETURN-CODE DIFERENTE
      *                   DE ZERO INTERROMPE A NOITE (CHECKPOINT NAO
      *                   AVANCA, A RETOMADA REPETE O PASSO; RESUMO
      *                   IMPRESSO E RC 16). SEQUENCIA PADRAO COMECA
      *                   COM VERIFARQ;V (VERIFICACAO DOS ARQUIVOS
      *                   INDEXADOS) ANTES DO FECHADIA; CTL JA
      *                   EXISTENTE PRECISA DA LINHA INCLUIDA A MAO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-PROGRAMA                 PIC X(08)    VALUE SPACES.
       77  WS-HORA-INI                 PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-FIM                 PIC 9(08)    VALUE ZEROS.
      * RETURN-CODE DEVOLVIDO PELO PASSO: DIFERENTE DE ZERO INTERROMPE
      * A NOITE SEM AVANCAR O CHECKPOINT (A RETOMADA REPETE O PASSO).
       77  WS-RC-PASSO                 PIC S9(04)   VALUE ZEROS.
       77  WS-RC-EDITADO               PIC 9(04)    VALUE ZEROS.

      * TABELA DOS PASSOS DA NOITE (LINHA INTEIRA DO CTL, COM OS
      * PARAMETROS), COM O RESULTADO DE CADA UM NESTA EXECUCAO.
       01  WS-SWITCHES.
           05  WS-FIM-CTL              PIC X(01)    VALUE "N".
               88  FIM-CTL                          VALUE "S".
           05  WS-INTERROMPIDA         PIC X(01)    VALUE "N".
               88  NOITE-INTERROMPIDA               VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
      *-----------------------------------------------------------------
       1100-CRIA-CTL-PADRAO.
           OPEN OUTPUT CTL-FILE
           MOVE "VERIFARQ;V" TO REG-CTL
           WRITE REG-CTL
           MOVE "FECHADIA;S" TO REG-CTL
           WRITE REG-CTL
           MOVE "RELPEDT"    TO REG-CTL
           WRITE REG-CTL
           MOVE "RELESTB;10;0" TO REG-CTL
           WRITE REG-CTL
           MOVE "EXPBI;I"    TO REG-CTL
           WRITE REG-CTL
           CLOSE CTL-FILE.
       1100-CRIA-CTL-PADRAO-EXIT.
           EXIT.
      * 2000-EXECUTA-PASSOS - RODA OS PASSOS AINDA NAO CONCLUIDOS, NA
      * ORDEM, GRAVANDO O CHECKPOINT DEPOIS DE CADA UM. SE UM PASSO
      * DERRUBAR A EXECUCAO, A PROXIMA RODADA RETOMA EXATAMENTE NELE.
      * PASSO QUE TERMINA COM RETURN-CODE DIFERENTE DE ZERO (EX.:
      * VERIFARQ ACHOU ARQUIVO DANIFICADO) INTERROMPE A NOITE ALI.
      *-----------------------------------------------------------------
       2000-EXECUTA-PASSOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS OR NOITE-INTERROMPIDA
               IF WS-IDX > WS-PASSOS-FEITOS
                   PERFORM 2100-EXECUTA-UM-PASSO
                       THRU 2100-EXECUTA-UM-PASSO-EXIT
           PERFORM 2150-ANOTA-STATUS THRU 2150-ANOTA-STATUS-EXIT

           DISPLAY "PASSO " WS-IDX ": " WS-PROGRAMA
           MOVE ZEROS TO RETURN-CODE
           CALL WS-PROGRAMA
           MOVE RETURN-CODE TO WS-RC-PASSO
           CANCEL WS-PROGRAMA

           ACCEPT WS-HORA-FIM FROM TIME
           MOVE WS-HORA-FIM (1:6) TO TP-HORA-FIM (WS-IDX)

           IF WS-RC-PASSO NOT = ZEROS
               MOVE WS-RC-PASSO TO WS-RC-EDITADO
               MOVE SPACES TO TP-RESULTADO (WS-IDX)
               STRING "INTERROMPEU RC " WS-RC-EDITADO
                      DELIMITED BY SIZE INTO TP-RESULTADO (WS-IDX)
               MOVE "S" TO WS-INTERROMPIDA
               PERFORM 2150-ANOTA-STATUS THRU 2150-ANOTA-STATUS-EXIT
               DISPLAY "PASSO " WS-IDX " (" FUNCTION TRIM(WS-PROGRAMA)
                       ") TERMINOU COM RC " WS-RC-EDITADO
                       " - NOITE INTERROMPIDA. A PROXIMA EXECUCAO"
                       " RETOMA NESTE PASSO."
               GO TO 2100-EXECUTA-UM-PASSO-EXIT
           END-IF
           MOVE "CONCLUIDO" TO TP-RESULTADO (WS-IDX)

           MOVE WS-IDX TO WS-PASSOS-FEITOS

      *-----------------------------------------------------------------
      * 3000-FINALIZA - NOITE COMPLETA: ZERA O CHECKPOINT E IMPRIME O
      * RESUMO UNICO DE TODOS OS PASSOS. NOITE INTERROMPIDA MANTEM O
      * CHECKPOINT, IMPRIME O RESUMO ASSIM MESMO E TERMINA COM
      * RETURN-CODE 16.
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF NOT NOITE-INTERROMPIDA
               MOVE ZEROS TO WS-PASSOS-FEITOS
               PERFORM 2200-GRAVA-CHECKPOINT
                   THRU 2200-GRAVA-CHECKPOINT-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           IF NOITE-INTERROMPIDA
               MOVE "NOITE INTERROMPIDA - PASSO COM RC DIFERENTE DE 0"
                   TO REG-REL
               WRITE REG-REL
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS

           CLOSE RESUMO-REL

           IF NOITE-INTERROMPIDA
               DISPLAY "NOITE INTERROMPIDA - RESUMO EM "
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "NOITE CONCLUIDA - RESUMO EM "
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)
               MOVE ZEROS TO RETURN-CODE
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.

