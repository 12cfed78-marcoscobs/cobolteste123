      *                   HISTORICO. O SPOOL ABRE O TOTAL DE CADA
      *                   VENDEDOR POR REGRA APLICADA. BONIFICACAO
      *                   CONTINUA FORA DA BASE.
      * 15/10/2026 DEV   ESTORNOS DE COMISSAO PENDENTES (ESTCOM, DE
      *                   DEVOLUCAO E PERDA) ATE O MES APURADO SAO
      *                   ABATIDOS NA COMISSAO DO VENDEDOR (REGRA
      *                   "ESTORNO" NO SPOOL, VALOR-ESTORNO-COM NO
      *                   REGISTRO) E FICAM LANCADOS NO MES; VENDEDOR
      *                   SO COM ESTORNO GANHA REGISTRO NEGATIVO, QUE
      *                   VAI SENDO ABATIDO NOS MESES SEGUINTES.
      * 15/10/2026 DEV   OVERRIDE DE SUPERVISOR: CADA LINHA DE PEDIDO
      *                   FATURADO RENDE AO SUPERVISOR DA EQUIPE VALIDA
      *                   NA DT-PEDIDO (EQUIPE, MANTIDA NO CADEQP) O
      *                   PERCENTUAL DE OVERRIDE DA VIGENCIA. SAI NO
      *                   SPOOL COMO REGRA "OVERRIDE" POR VENDEDOR DA
      *                   EQUIPE, SOMA NA COMISSAO DO SUPERVISOR (NAO
      *                   NA BASE) E FICA EM VALOR-OVERRIDE-COM.
      * 15/10/2026 DEV   DESPESAS DE VIAGEM APROVADAS NO CADDESP
      *                   (DESPVEND) COM DIA ATE O MES APURADO ENTRAM
      *                   COMO REGRA "REEMBOLSO" (FORA DA BASE), SOMAM
      *                   NO VALOR A PAGAR, FICAM EM VALOR-REEMB-COM E
      *                   A DESPESA FICA LANCADA NO MES APURADO.
      * 15/10/2026 DEV   ESTORNOS QUE SUPERAM A COMISSAO DO MES: O
      *                   REGISTRO DE COMISSAO FICA COM ZERO A PAGAR
      *                   (VALOR-ESTORNO-COM SO COM O QUE FOI ABATIDO)
      *                   E A DIFERENCA VIRA ESTORNO NOVO (ESTCOM
      *                   ORIGEM S) PENDENTE NO MES SEGUINTE, REGRA
      *                   "SALDO ANT" NO SPOOL DAQUELE MES. REAPURACAO
      *                   REFAZ O SALDO DO MES.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           COPY "REGRACOM.SEL".
           COPY "VENDEDOR.SEL".
           COPY "COMISSAO.SEL".
           COPY "ESTCOM.SEL".
           COPY "EQUIPE.SEL".
           COPY "DESPVEND.SEL".

           SELECT WORK-PED ASSIGN TO "WORKGCOM"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "REGRACOM.FD".
           COPY "VENDEDOR.FD".
           COPY "COMISSAO.FD".
           COPY "ESTCOM.FD".
           COPY "EQUIPE.FD".
           COPY "DESPVEND.FD".

       SD  WORK-PED.
       01  REG-ORDENADO.
       77  FS-ITEM                     PIC XX       VALUE SPACES.
       77  FS-RC                       PIC XX       VALUE SPACES.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-ECOM                     PIC XX       VALUE SPACES.
       77  WS-ESTORNO-VEND             PIC S9(09)V99 VALUE ZEROS.
       77  WS-FIM-ESTORNOS             PIC X(01)    VALUE "N".
           88  FIM-ESTORNOS                         VALUE "S".
       77  FS-EQP                      PIC XX       VALUE SPACES.
       77  FS-DSP                      PIC XX       VALUE SPACES.
       77  WS-REEMB-VEND               PIC S9(09)V99 VALUE ZEROS.
       77  WS-FIM-DESPESAS             PIC X(01)    VALUE "N".
           88  FIM-DESPESAS                         VALUE "S".
       77  WS-OVERRIDE-VEND            PIC S9(09)V99 VALUE ZEROS.
      * SALDO NEGATIVO DO VENDEDOR (ESTORNOS ALEM DA COMISSAO), LEVADO
      * AO MES SEGUINTE COMO ESTORNO PENDENTE DE ORIGEM S.
       77  WS-SALDO-TRANSP             PIC S9(09)V99 VALUE ZEROS.
       77  WS-NUM-ECOM                 PIC 9(07)    VALUE ZEROS.
       77  WS-ESTCOM-ABERTO            PIC X(01)    VALUE "N".
           88  ESTCOM-ABERTO                        VALUE "S".
       01  WS-MES-SEGUINTE.
           05  WS-ANO-SEGUINTE         PIC 9(04).
           05  WS-MM-SEGUINTE          PIC 9(02).
       01  WS-MES-SEGUINTE-R REDEFINES WS-MES-SEGUINTE
                                       PIC 9(06).
      * VENDEDORES CUJO SALDO NEGATIVO DESTE MES JA FOI ABATIDO NO MES
      * SEGUINTE (REAPURACAO TARDIA): NAO GANHAM SALDO DE NOVO.
       01  WS-TAB-SALDO-LANCADO.
           05  WS-SALDO-LANCADO        PIC X(01)    OCCURS 999 TIMES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-ANO-MES                  PIC 9(06)    VALUE ZEROS.
       77  WS-COD-VEND-ATUAL           PIC 9(03)    VALUE ZEROS.
       77  WS-FIM-ITENS                PIC X(01)    VALUE "N".
           88  FIM-ITENS                            VALUE "S".

      * EQUIPE VALIDA NA DT-PEDIDO DO PEDIDO EM CACHE: SUPERVISOR QUE
      * RECEBE O OVERRIDE DAS LINHAS (SO PEDIDO FATURADO).
       77  WS-EQUIPE-ABERTA            PIC X(01)    VALUE "N".
           88  EQUIPE-ABERTA                        VALUE "S".
       77  WS-EQP-VEND                 PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-DATA                 PIC 9(08)    VALUE ZEROS.
       77  WS-EQP-SUPERV               PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-GERENTE              PIC 9(03)    VALUE ZEROS.
       77  WS-EQP-PERC                 PIC 9(02)V99 VALUE ZEROS.
       77  WS-PEDIDO-OVERRIDE          PIC X(01)    VALUE "N".
           88  PEDIDO-OVERRIDE                      VALUE "S".

       01  WS-LINHA-REGRA.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "REGRA ".
           05  FILLER                  PIC X(07) VALUE " BASE ".
           05  LRG-BASE                PIC Z(08)9,99.
           05  FILLER                  PIC X(11) VALUE " COMISSAO ".
           05  LRG-COM                 PIC -Z(05)9,99.

       01  WS-SWITCHES.
           05  WS-JA-PAGO              PIC X(01)    VALUE "N".
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-SALDO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "SALDO NEGATIVO TRANSPORTADO PARA O MES ".
           05  LSD-MES                 PIC 9(06).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  LSD-VALOR               PIC Z(06)9,99.
           05  LSD-OBS                 PIC X(40) VALUE SPACES.

       01  WS-LINHA-VEND.
           05  FILLER                  PIC X(10) VALUE "VENDEDOR: ".
           05  LV-COD-VEND             PIC Z(02)9.
           05  FILLER                  PIC X(08) VALUE "  BASE: ".
           05  LV-BASE                 PIC Z(09)9,99.
           05  FILLER                  PIC X(12) VALUE "  COMISSAO: ".
           05  LV-COMISSAO             PIC -Z(06)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           MOVE WS-ANO-MES TO WS-MES-SEGUINTE-R
           IF WS-MM-SEGUINTE = 12
               ADD 1     TO WS-ANO-SEGUINTE
               MOVE 1    TO WS-MM-SEGUINTE
           ELSE
               ADD 1     TO WS-MM-SEGUINTE
           END-IF
           MOVE ALL "N" TO WS-TAB-SALDO-LANCADO

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT GERA-REL
           OPEN INPUT PRODUTO
           OPEN INPUT REGRACOM
           OPEN INPUT VENDEDOR
           OPEN INPUT EQUIPE
           IF FS-EQP = ZEROS
               MOVE "S" TO WS-EQUIPE-ABERTA
           END-IF

           MOVE "N" TO WS-FIM-ITENS
           MOVE LOW-VALUES TO XAV-ITEM-PED
           CLOSE PRODUTO
           CLOSE REGRACOM
           CLOSE PEDIDO
           CLOSE VENDEDOR
           IF EQUIPE-ABERTA
               CLOSE EQUIPE
           END-IF

           PERFORM 1800-ENVIA-ESTORNOS THRU 1800-ENVIA-ESTORNOS-EXIT
           PERFORM 1900-ENVIA-REEMBOLSOS
               THRU 1900-ENVIA-REEMBOLSOS-EXIT.
       1500-ENVIA-PEDIDOS-EXIT.
           EXIT.

                   MOVE "S" TO WS-PEDIDO-ENTRA
               END-IF
               MOVE ZEROS TO FS
               PERFORM 1650-OVERRIDE-PEDIDO
                   THRU 1650-OVERRIDE-PEDIDO-EXIT
           END-IF

           IF WS-PEDIDO-ENTRA NOT = "S"
           MOVE WS-VALOR-LINHA TO ORD-VALOR-BASE
           COMPUTE ORD-VALOR-COM ROUNDED =
               WS-VALOR-LINHA * WS-TAXA-LINHA / 100
           RELEASE REG-ORDENADO

      * OVERRIDE DO SUPERVISOR SOBRE A MESMA LINHA, SEPARADO POR
      * VENDEDOR DA EQUIPE NO QUADRO DE REGRAS DO SUPERVISOR.
           IF PEDIDO-OVERRIDE
               MOVE WS-EQP-SUPERV  TO ORD-COD-VEND
               MOVE SPACES         TO ORD-REGRA
               STRING "OVERRIDE " COD-VEND-PED
                      DELIMITED BY SIZE INTO ORD-REGRA
               MOVE WS-VALOR-LINHA TO ORD-VALOR-BASE
               COMPUTE ORD-VALOR-COM ROUNDED =
                   WS-VALOR-LINHA * WS-EQP-PERC / 100
               RELEASE REG-ORDENADO
           END-IF.
       1600-TRATA-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1650-OVERRIDE-PEDIDO - PEDIDO QUE ENTRA E JA ESTA FATURADO
      * RENDE OVERRIDE AO SUPERVISOR DA EQUIPE VALIDA NA DT-PEDIDO,
      * SE A VIGENCIA TEM PERCENTUAL.
      *-----------------------------------------------------------------
       1650-OVERRIDE-PEDIDO.
           MOVE "N" TO WS-PEDIDO-OVERRIDE
           IF WS-PEDIDO-ENTRA NOT = "S"
           OR NOT PED-FATURADO
               GO TO 1650-OVERRIDE-PEDIDO-EXIT
           END-IF

           MOVE COD-VEND-PED TO WS-EQP-VEND
           MOVE DT-PEDIDO    TO WS-EQP-DATA
           PERFORM 9100-EQUIPE-NA-DATA THRU 9100-EQUIPE-NA-DATA-EXIT

           IF WS-EQP-SUPERV NOT = ZEROS
           AND WS-EQP-PERC > ZEROS
               MOVE "S" TO WS-PEDIDO-OVERRIDE
           END-IF.
       1650-OVERRIDE-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1700-ESCOLHE-REGRA - REGRA DO GRUPO DO PRODUTO COM O MENOR
      * TETO DE FAIXA QUE COMPORTA O DESCONTO DA LINHA; SEM REGRA DO
       1750-BUSCA-REGRA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1800-ENVIA-ESTORNOS - ESTORNOS DE COMISSAO PENDENTES COM MES
      * ATE O APURADO, MAIS OS JA LANCADOS NESTE MES (REAPURACAO DE
      * PERIODO AINDA PENDENTE), VAO AO SORT COMO COMISSAO NEGATIVA
      * DA REGRA "ESTORNO" (OU "SALDO ANT", O SALDO NEGATIVO VINDO DE
      * MES ANTERIOR) E FICAM LANCADOS NO MES APURADO. SALDO QUE ESTE
      * MESMO MES DEIXOU NUMA APURACAO ANTERIOR AINDA PENDENTE E
      * EXCLUIDO - O 2500 GRAVA DE NOVO SE AINDA HOUVER.
      *-----------------------------------------------------------------
       1800-ENVIA-ESTORNOS.
           OPEN I-O ESTCOM
           IF FS-ECOM NOT = ZEROS
               GO TO 1800-ENVIA-ESTORNOS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-ESTORNOS
           MOVE ZEROS TO XAV-ECOM
           START ESTCOM KEY IS NOT LESS THAN XAV-ECOM
               INVALID KEY MOVE "S" TO WS-FIM-ESTORNOS
           END-START

           PERFORM 1810-TRATA-ESTORNO THRU 1810-TRATA-ESTORNO-EXIT
               UNTIL FIM-ESTORNOS

           CLOSE ESTCOM.
       1800-ENVIA-ESTORNOS-EXIT.
           EXIT.

       1810-TRATA-ESTORNO.
           READ ESTCOM NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-ESTORNOS
                   GO TO 1810-TRATA-ESTORNO-EXIT
           END-READ

           IF ECOM-SALDO-NEGATIVO
           AND ANO-MES-ORIG-ECOM = WS-ANO-MES
               IF ECOM-PENDENTE
                   DELETE ESTCOM RECORD
               ELSE
                   IF COD-VEND-ECOM > ZEROS
                       MOVE "S" TO WS-SALDO-LANCADO (COD-VEND-ECOM)
                   END-IF
               END-IF
               GO TO 1810-TRATA-ESTORNO-EXIT
           END-IF

           IF (ECOM-PENDENTE AND ANO-MES-ECOM NOT > WS-ANO-MES)
           OR (ECOM-LANCADO  AND ANO-MES-ECOM = WS-ANO-MES)
               MOVE COD-VEND-ECOM TO ORD-COD-VEND
               IF ECOM-SALDO-NEGATIVO
                   MOVE "SALDO ANT" TO ORD-REGRA
               ELSE
                   MOVE "ESTORNO"   TO ORD-REGRA
               END-IF
               MOVE ZEROS         TO ORD-VALOR-BASE
               COMPUTE ORD-VALOR-COM = ZERO - VALOR-ECOM
               RELEASE REG-ORDENADO

               SET ECOM-LANCADO   TO TRUE
               MOVE WS-ANO-MES    TO ANO-MES-ECOM
               REWRITE REG-ECOM
           END-IF.
       1810-TRATA-ESTORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1900-ENVIA-REEMBOLSOS - DESPESAS DE VIAGEM APROVADAS COM DIA
      * ATE O MES APURADO, MAIS AS JA LANCADAS NESTE MES (REAPURACAO),
      * VAO AO SORT COMO REGRA "REEMBOLSO" SEM BASE E FICAM LANCADAS
      * NO MES APURADO (MESMA MECANICA DOS ESTORNOS).
      *-----------------------------------------------------------------
       1900-ENVIA-REEMBOLSOS.
           OPEN I-O DESPVEND
           IF FS-DSP NOT = ZEROS
               GO TO 1900-ENVIA-REEMBOLSOS-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-DESPESAS
           MOVE ZEROS TO XAV-DSP
           START DESPVEND KEY IS NOT LESS THAN XAV-DSP
               INVALID KEY MOVE "S" TO WS-FIM-DESPESAS
           END-START

           PERFORM 1910-TRATA-DESPESA THRU 1910-TRATA-DESPESA-EXIT
               UNTIL FIM-DESPESAS

           CLOSE DESPVEND.
       1900-ENVIA-REEMBOLSOS-EXIT.
           EXIT.

       1910-TRATA-DESPESA.
           READ DESPVEND NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-DESPESAS
                   GO TO 1910-TRATA-DESPESA-EXIT
           END-READ

           IF (DSP-APROVADA AND DT-DESP-DSP (1:6) NOT > WS-ANO-MES)
           OR (DSP-LANCADA  AND ANO-MES-COM-DSP = WS-ANO-MES)
               MOVE COD-VEND-DSP       TO ORD-COD-VEND
               MOVE "REEMBOLSO"        TO ORD-REGRA
               MOVE ZEROS              TO ORD-VALOR-BASE
               MOVE VALOR-APROVADO-DSP TO ORD-VALOR-COM
               RELEASE REG-ORDENADO

               SET DSP-LANCADA    TO TRUE
               MOVE WS-ANO-MES    TO ANO-MES-COM-DSP
               REWRITE REG-DSP
           END-IF.
       1910-TRATA-DESPESA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-APURA - QUEBRA DE CONTROLE POR VENDEDOR GRAVANDO O
      * REGISTRO DE COMISSAO DO PERIODO.
      *-----------------------------------------------------------------
       2000-APURA.
           OPEN INPUT VENDEDOR
           OPEN I-O ESTCOM
           IF FS-ECOM = "35" OR FS-ECOM = "05"
               OPEN OUTPUT ESTCOM
               CLOSE ESTCOM
               OPEN I-O ESTCOM
           END-IF
           IF FS-ECOM = ZEROS
               MOVE "S" TO WS-ESTCOM-ABERTO
           END-IF

           PERFORM 2100-RETORNA-ORDENADO THRU 2100-RETORNA-ORDENADO-EXIT

               PERFORM 2500-FECHA-VENDEDOR THRU 2500-FECHA-VENDEDOR-EXIT
           END-IF

           IF ESTCOM-ABERTO
               CLOSE ESTCOM
           END-IF
           CLOSE VENDEDOR.
       2000-APURA-EXIT.
           EXIT.
               MOVE ORD-REGRA    TO WS-REGRA-ATUAL
               MOVE ZEROS TO WS-VALOR-VEND WS-COMISSAO-VEND
                             WS-BASE-REGRA WS-COM-REGRA
                             WS-ESTORNO-VEND WS-OVERRIDE-VEND
                             WS-REEMB-VEND
           ELSE
               IF ORD-COD-VEND NOT = WS-COD-VEND-ATUAL
                   PERFORM 2400-FECHA-REGRA
                   MOVE ORD-REGRA    TO WS-REGRA-ATUAL
                   MOVE ZEROS TO WS-VALOR-VEND WS-COMISSAO-VEND
                                 WS-BASE-REGRA WS-COM-REGRA
                                 WS-ESTORNO-VEND WS-OVERRIDE-VEND
                                 WS-REEMB-VEND
               ELSE
                   IF ORD-REGRA NOT = WS-REGRA-ATUAL
                       PERFORM 2400-FECHA-REGRA
               END-IF
           END-IF

      * A BASE DO OVERRIDE E VENDA DA EQUIPE: SO APARECE NO QUADRO
      * DA REGRA, NAO NA BASE DO SUPERVISOR.
           ADD ORD-VALOR-BASE TO WS-BASE-REGRA
           IF ORD-REGRA (1:8) = "OVERRIDE"
               ADD ORD-VALOR-COM TO WS-OVERRIDE-VEND
           ELSE
               ADD ORD-VALOR-BASE TO WS-VALOR-VEND
           END-IF
           ADD ORD-VALOR-COM  TO WS-COMISSAO-VEND WS-COM-REGRA
           IF ORD-REGRA = "ESTORNO" OR ORD-REGRA = "SALDO ANT"
               SUBTRACT ORD-VALOR-COM FROM WS-ESTORNO-VEND
           END-IF
           IF ORD-REGRA = "REEMBOLSO"
               ADD ORD-VALOR-COM TO WS-REEMB-VEND
           END-IF

           PERFORM 2100-RETORNA-ORDENADO
               THRU 2100-RETORNA-ORDENADO-EXIT.
       2200-TRATA-REGISTRO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * A COMISSAO JA FOI CALCULADA LINHA A LINHA PELAS REGRAS; AQUI
      * SO OS TOTAIS DO VENDEDOR SAO GRAVADOS (TAXA-COM GUARDA A TAXA
      * PADRAO DO VENDEDOR COMO REFERENCIA). ESTORNOS ALEM DA
      * COMISSAO NAO DEIXAM REGISTRO NEGATIVO: GRAVA ZERO A PAGAR, O
      * ESTORNO DO REGISTRO FICA SO COM O QUE FOI ABATIDO E A SOBRA
      * VAI PARA O MES SEGUINTE (2550).
       2500-FECHA-VENDEDOR.
           ADD 1 TO WS-QTD-VENDEDORES

           MOVE ZEROS TO WS-SALDO-TRANSP
           IF WS-COMISSAO-VEND < ZEROS
               COMPUTE WS-SALDO-TRANSP = ZERO - WS-COMISSAO-VEND
               SUBTRACT WS-SALDO-TRANSP FROM WS-ESTORNO-VEND
               MOVE ZEROS TO WS-COMISSAO-VEND
           END-IF

           MOVE WS-COD-VEND-ATUAL TO XAV-VEND
           READ VENDEDOR WITH IGNORE LOCK
               INVALID KEY
           MOVE WS-VALOR-VEND      TO VALOR-BASE-COM
           MOVE TAXA-COMISSAO-VEND TO TAXA-COM
           MOVE WS-COMISSAO-VEND   TO VALOR-COM
           MOVE WS-ESTORNO-VEND    TO VALOR-ESTORNO-COM
           MOVE WS-OVERRIDE-VEND   TO VALOR-OVERRIDE-COM
           MOVE WS-REEMB-VEND      TO VALOR-REEMB-COM
           MOVE WS-HOJE-NUM        TO DT-APURACAO-COM
           SET COM-PENDENTE        TO TRUE

           MOVE WS-VALOR-VEND     TO LV-BASE
           MOVE WS-COMISSAO-VEND  TO LV-COMISSAO
           MOVE WS-LINHA-VEND     TO REG-REL
           WRITE REG-REL

           IF WS-SALDO-TRANSP > ZEROS
               PERFORM 2550-TRANSPORTA-SALDO
                   THRU 2550-TRANSPORTA-SALDO-EXIT
           END-IF.
       2500-FECHA-VENDEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2550-TRANSPORTA-SALDO - GRAVA O SALDO NEGATIVO DO VENDEDOR
      * COMO ESTORNO PENDENTE (ORIGEM S) NO MES SEGUINTE, NA PROXIMA
      * NUMERACAO DO ESTCOM. SE O SALDO DESTE MES JA FOI ABATIDO NO
      * MES SEGUINTE, SO AVISA NO SPOOL.
      *-----------------------------------------------------------------
       2550-TRANSPORTA-SALDO.
           MOVE WS-MES-SEGUINTE-R TO LSD-MES
           MOVE WS-SALDO-TRANSP   TO LSD-VALOR
           MOVE SPACES            TO LSD-OBS

           IF NOT ESTCOM-ABERTO
               MOVE " - ESTCOM INDISPONIVEL, NAO GRAVADO" TO LSD-OBS
               GO TO 2550-TRANSPORTA-SALDO-LINHA
           END-IF
           IF WS-COD-VEND-ATUAL > ZEROS
           AND WS-SALDO-LANCADO (WS-COD-VEND-ATUAL) = "S"
               MOVE " - JA ABATIDO NO MES SEGUINTE" TO LSD-OBS
               GO TO 2550-TRANSPORTA-SALDO-LINHA
           END-IF

           MOVE 9999999 TO XAV-ECOM
           START ESTCOM KEY IS <= XAV-ECOM
           IF FS-ECOM EQUAL ZEROS
               READ ESTCOM PREVIOUS WITH IGNORE LOCK
               MOVE NUM-ECOM TO WS-NUM-ECOM
           ELSE
               MOVE ZEROS TO WS-NUM-ECOM
           END-IF
           ADD 1 TO WS-NUM-ECOM

           INITIALIZE REG-ECOM
           MOVE WS-NUM-ECOM        TO NUM-ECOM
           MOVE WS-COD-VEND-ATUAL  TO COD-VEND-ECOM
           MOVE ZEROS              TO NUM-PEDIDO-ECOM NUM-NOTA-ECOM
                                      NUM-DOC-ECOM
           SET ECOM-SALDO-NEGATIVO TO TRUE
           MOVE WS-HOJE-NUM        TO DT-ECOM
           MOVE ZEROS              TO VALOR-BASE-ECOM TAXA-ECOM
           MOVE WS-SALDO-TRANSP    TO VALOR-ECOM
           MOVE WS-MES-SEGUINTE-R  TO ANO-MES-ECOM
           MOVE SPACES             TO MOTIVO-ECOM
           STRING "SALDO NEGATIVO DA COMISSAO DE " WS-ANO-MES
                  DELIMITED BY SIZE INTO MOTIVO-ECOM
           SET ECOM-PENDENTE       TO TRUE
           MOVE WS-ANO-MES         TO ANO-MES-ORIG-ECOM
           WRITE REG-ECOM
           IF FS-ECOM NOT = ZEROS
               MOVE " - ERRO NA GRAVACAO DO ESTCOM" TO LSD-OBS
           END-IF.
       2550-TRANSPORTA-SALDO-LINHA.
           MOVE WS-LINHA-SALDO TO REG-REL
           WRITE REG-REL.
       2550-TRANSPORTA-SALDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - EMITE O RODAPE E FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9100-EQUIPE-NA-DATA - EQUIPE DO VENDEDOR WS-EQP-VEND VALIDA EM
      * WS-EQP-DATA: VIGENCIA DE MAIOR INICIO NAO POSTERIOR A DATA
      * (START <= / READ PREVIOUS). SEM VIGENCIA = SEM EQUIPE.
      *-----------------------------------------------------------------
       9100-EQUIPE-NA-DATA.
           MOVE ZEROS TO WS-EQP-SUPERV WS-EQP-GERENTE WS-EQP-PERC
           IF NOT EQUIPE-ABERTA
               GO TO 9100-EQUIPE-NA-DATA-EXIT
           END-IF

           MOVE WS-EQP-VEND TO COD-VEND-EQP
           MOVE WS-EQP-DATA TO DT-INICIO-EQP
           START EQUIPE KEY IS <= XAV-EQP
           IF FS-EQP NOT = ZEROS
               GO TO 9100-EQUIPE-NA-DATA-EXIT
           END-IF
           READ EQUIPE PREVIOUS WITH IGNORE LOCK
           IF FS-EQP = ZEROS
           AND COD-VEND-EQP = WS-EQP-VEND
               MOVE COD-SUPERV-EQP    TO WS-EQP-SUPERV
               MOVE COD-GERENTE-EQP   TO WS-EQP-GERENTE
               MOVE PERC-OVERRIDE-EQP TO WS-EQP-PERC
           END-IF.
       9100-EQUIPE-NA-DATA-EXIT.
           EXIT.
