       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-ATE-VENC            PIC S9(05)   VALUE ZEROS.
      * TITULOS LIDOS EM ORDEM DE VENCIMENTO: A CONTAGEM DE DIAS
      * UTEIS SO E REFEITA QUANDO O VENCIMENTO MUDA.
       77  WS-VENC-ANTERIOR            PIC 9(08)    VALUE 99999999.

      * FAIXAS CONTADAS EM DIAS UTEIS PELO CALENDARIO FERIADO, MESMA
      * CONTAGEM DE 2350-CONTA-DIAS-UTEIS NO RELRECB. RESTO DA
      *-----------------------------------------------------------------
      * 1500-ENVIA-TITULOS - CLASSIFICA CADA TITULO ABERTO NA FAIXA DE
      * VENCIMENTO: 1 = VENCIDO, 2 = ATE 7 DIAS, 3 = 8 A 14 DIAS,
      * 4 = 15 A 30 DIAS, 5 = ALEM DE 30 DIAS. LEITURA PELA CHAVE
      * ALTERNATIVA DT-VENCIMENTO-RECEB.
      *-----------------------------------------------------------------
       1500-ENVIA-TITULOS.
           OPEN INPUT RECEBIMENTO
               GO TO 1500-ENVIA-TITULOS-EXIT
           END-IF

           MOVE ZEROS TO DT-VENCIMENTO-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN DT-VENCIMENTO-RECEB
               INVALID KEY MOVE "10" TO FS
           END-START

           EXIT.

       1600-CLASSIFICA-TITULO.
           IF DT-VENCIMENTO-RECEB NOT = WS-VENC-ANTERIOR
               MOVE DT-VENCIMENTO-RECEB TO WS-VENC-ANTERIOR
               MOVE FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-RECEB)
                   TO WS-INTEIRO-VENC
               PERFORM 1650-CONTA-DIAS-UTEIS
                   THRU 1650-CONTA-DIAS-UTEIS-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS-ATE-VENC < 0
