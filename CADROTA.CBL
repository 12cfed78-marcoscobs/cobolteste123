      *-----------------------------------------------------------------
      * CADROTA - ROTAS DE ENTREGA: CALENDARIO E CAPACIDADE DIARIA
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADROTA.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DAS ROTAS DE
      *                   ENTREGA (ROTA.DAT) POR FILIAL: DIAS DA
      *                   SEMANA COM ENTREGA, CAPACIDADE DIARIA EM KG E
      *                   EM PARADAS, PRAZO MINIMO E AS REGIOES (UF/
      *                   CIDADE) ATENDIDAS. UMA REGIAO SO PODE ESTAR
      *                   EM UMA ROTA DA MESMA FILIAL. INATIVA/REATIVA
      *                   E LISTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ROTA.SEL".
           COPY "FILIAL.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ROTA.FD".
           COPY "FILIAL.FD".

       WORKING-STORAGE SECTION.

       77  FS-ROTA                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC 9(03)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-IDX-DIA                  PIC 9(01)    VALUE ZEROS.

      * REGIAO EM MANUTENCAO (UF + CIDADE) E A ROTA DA MESMA FILIAL
      * QUE JA A ATENDE, SE HOUVER.
       77  WS-UF-REGIAO                PIC X(02)    VALUE SPACES.
       77  WS-CIDADE-REGIAO            PIC X(30)    VALUE SPACES.
       77  WS-ACAO-REGIAO              PIC X(01)    VALUE SPACE.
       77  WS-FILIAL-ROTA              PIC 9(02)    VALUE ZEROS.
       77  WS-ROTA-CONFLITO            PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-REGIAO               PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-ACHADA               PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-SEM-FILIAL           PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-FILIAL               VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COD                  PIC Z(02)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(05) VALUE " FIL ".
           05  LL-FILIAL               PIC Z9.
           05  FILLER                  PIC X(06) VALUE " DIAS ".
           05  LL-DIAS                 PIC X(07).
           05  FILLER                  PIC X(05) VALUE " KG  ".
           05  LL-CAP-PESO             PIC Z(06)9.
           05  FILLER                  PIC X(06) VALUE " PAR. ".
           05  LL-CAP-PARADAS          PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE " PRAZO ".
           05  LL-PRAZO                PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).

       01  WS-LINHA-REGIAO.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LG-UF                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LG-CIDADE               PIC X(30).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE ROTAS. O
      * CADASTRO DE FILIAIS E OPCIONAL: SEM ELE A FILIAL NAO E
      * CONFERIDA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O ROTA
           IF FS-ROTA = "35" OR FS-ROTA = "05"
               OPEN OUTPUT ROTA
               CLOSE ROTA
               OPEN I-O ROTA
           END-IF

           IF FS-ROTA NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ROTA. FS: " FS-ROTA
               MOVE "S" TO WS-FIM-MENU
           END-IF

           OPEN INPUT FILIAL
           IF FS-FIL NOT = ZEROS
               CLOSE FILIAL
               MOVE "S" TO WS-SEM-FILIAL
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, R REGIOES ATENDIDAS,
      * X INATIVA/REATIVA, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "ROTAS DE ENTREGA - OPCAO (I=INCLUI/ALTERA"
                   " R=REGIOES X=INATIVA/REATIVA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "R"
                   PERFORM 2400-REGIOES THRU 2400-REGIOES-EXIT
               WHEN "X"
                   PERFORM 2200-INATIVA THRU 2200-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2300-LISTA   THRU 2300-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

       2100-INCLUI-ALTERA.
           DISPLAY "CODIGO DA ROTA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           IF WS-COD-INFORMADO = ZEROS
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-ROTA
           READ ROTA
           IF FS-ROTA NOT = ZEROS
               INITIALIZE REG-ROTA
               MOVE WS-COD-INFORMADO TO COD-ROTA
               MOVE 1                TO COD-FILIAL-ROTA
               MOVE "SSSSSNN"        TO DIAS-ENTREGA-ROTA
               MOVE 1                TO PRAZO-MIN-ROTA
               SET ROTA-ATIVA TO TRUE
           END-IF

           DISPLAY "DESCRICAO (ENTER P/ MANTER "
                   FUNCTION TRIM(DESCR-ROTA) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO DESCR-ROTA
           END-IF

      * A FILIAL SO MUDA EM ROTA SEM REGIAO: AS REGIOES SAO UNICAS
      * DENTRO DA FILIAL E FORAM CONFERIDAS CONTRA A FILIAL ATUAL.
           IF QTD-REGIOES-ROTA = ZEROS
               DISPLAY "FILIAL (ENTER P/ MANTER " COD-FILIAL-ROTA "):"
               MOVE SPACES TO WS-TEXTO
               ACCEPT WS-TEXTO FROM CONSOLE
               IF WS-TEXTO NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                       TO COD-FILIAL-ROTA
                   PERFORM 2150-CONFERE-FILIAL
                       THRU 2150-CONFERE-FILIAL-EXIT
               END-IF
           END-IF

           DISPLAY "DIAS DE ENTREGA SEG A DOM, S/N (ENTER P/ MANTER "
                   DIAS-ENTREGA-ROTA "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:7))
                   TO DIAS-ENTREGA-ROTA
               PERFORM 2160-ACERTA-DIA THRU 2160-ACERTA-DIA-EXIT
                   VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
           END-IF

           DISPLAY "CAPACIDADE DIARIA EM KG, 0 = SEM LIMITE (ENTER P/"
                   " MANTER " CAP-PESO-ROTA "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15)) TO CAP-PESO-ROTA
           END-IF

           DISPLAY "CAPACIDADE DIARIA EM PARADAS, 0 = SEM LIMITE"
                   " (ENTER P/ MANTER " CAP-PARADAS-ROTA "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO CAP-PARADAS-ROTA
           END-IF

           DISPLAY "PRAZO MINIMO EM DIAS APOS O PEDIDO (ENTER P/"
                   " MANTER " PRAZO-MIN-ROTA "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15)) TO PRAZO-MIN-ROTA
           END-IF

           IF DIAS-ENTREGA-ROTA = "NNNNNNN"
               DISPLAY "ATENCAO: ROTA SEM NENHUM DIA DE ENTREGA - O"
                       " CADPED NAO CONSEGUIRA PROMETER DATA."
           END-IF

           WRITE REG-ROTA
               INVALID KEY REWRITE REG-ROTA
           END-WRITE

           IF FS-ROTA = ZEROS
               DISPLAY "ROTA " COD-ROTA " GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-ROTA
           END-IF.
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-CONFERE-FILIAL - A FILIAL DA ROTA PRECISA EXISTIR E
      * ESTAR ATIVA; SENAO VOLTA PARA A FILIAL 1.
      *-----------------------------------------------------------------
       2150-CONFERE-FILIAL.
           IF SEM-ARQUIVO-FILIAL
               GO TO 2150-CONFERE-FILIAL-EXIT
           END-IF

           MOVE COD-FILIAL-ROTA TO XAV-FIL
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL NOT = ZEROS OR FILIAL-INATIVA
               DISPLAY "FILIAL " COD-FILIAL-ROTA
                       " NAO CADASTRADA OU INATIVA - ASSUMIDA A 1."
               MOVE 1 TO COD-FILIAL-ROTA
           ELSE
               DISPLAY "FILIAL: " FUNCTION TRIM(NOME-FILIAL)
           END-IF.
       2150-CONFERE-FILIAL-EXIT.
           EXIT.

      * QUALQUER COISA DIFERENTE DE S NO DIA VALE COMO N.
       2160-ACERTA-DIA.
           IF DIAS-ENTREGA-ROTA (WS-IDX-DIA:1) NOT = "S"
               MOVE "N" TO DIAS-ENTREGA-ROTA (WS-IDX-DIA:1)
           END-IF.
       2160-ACERTA-DIA-EXIT.
           EXIT.

       2200-INATIVA.
           DISPLAY "CODIGO DA ROTA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-ROTA
           READ ROTA WITH LOCK
           IF FS-ROTA NOT = ZEROS
               DISPLAY "ROTA NAO ENCONTRADA. FS: " FS-ROTA
               GO TO 2200-INATIVA-EXIT
           END-IF

           IF ROTA-ATIVA
               SET ROTA-INATIVA TO TRUE
               DISPLAY "ROTA " COD-ROTA " INATIVADA."
           ELSE
               SET ROTA-ATIVA TO TRUE
               DISPLAY "ROTA " COD-ROTA " REATIVADA."
           END-IF
           REWRITE REG-ROTA.
       2200-INATIVA-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-ROTA
           START ROTA KEY IS NOT LESS THAN XAV-ROTA
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2350-LISTA-UMA THRU 2350-LISTA-UMA-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " ROTA(S) CADASTRADA(S).".
       2300-LISTA-EXIT.
           EXIT.

       2350-LISTA-UMA.
           READ ROTA NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2350-LISTA-UMA-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-ROTA          TO LL-COD
           MOVE DESCR-ROTA        TO LL-DESCR
           MOVE COD-FILIAL-ROTA   TO LL-FILIAL
           MOVE DIAS-ENTREGA-ROTA TO LL-DIAS
           MOVE CAP-PESO-ROTA     TO LL-CAP-PESO
           MOVE CAP-PARADAS-ROTA  TO LL-CAP-PARADAS
           MOVE PRAZO-MIN-ROTA    TO LL-PRAZO
           MOVE SIT-ROTA          TO LL-SIT
           DISPLAY WS-LINHA-LISTA

           PERFORM 2360-LISTA-REGIAO THRU 2360-LISTA-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO > QTD-REGIOES-ROTA.
       2350-LISTA-UMA-EXIT.
           EXIT.

       2360-LISTA-REGIAO.
           MOVE UF-REGIAO-ROTA (WS-IDX-REGIAO) TO LG-UF
           IF CIDADE-REGIAO-ROTA (WS-IDX-REGIAO) = SPACES
               MOVE "(TODA A UF)" TO LG-CIDADE
           ELSE
               MOVE CIDADE-REGIAO-ROTA (WS-IDX-REGIAO) TO LG-CIDADE
           END-IF
           DISPLAY WS-LINHA-REGIAO.
       2360-LISTA-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-REGIOES - INCLUI OU EXCLUI UMA REGIAO (UF + CIDADE, CIDADE
      * EM BRANCO = UF INTEIRA) ATENDIDA PELA ROTA. A MESMA REGIAO NAO
      * PODE ESTAR EM OUTRA ROTA DA MESMA FILIAL, PARA O CADPED ACHAR
      * UMA ROTA SO PARA O CLIENTE.
      *-----------------------------------------------------------------
       2400-REGIOES.
           DISPLAY "CODIGO DA ROTA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-ROTA
           READ ROTA WITH IGNORE LOCK
           IF FS-ROTA NOT = ZEROS
               DISPLAY "ROTA NAO ENCONTRADA. FS: " FS-ROTA
               GO TO 2400-REGIOES-EXIT
           END-IF
           MOVE COD-FILIAL-ROTA TO WS-FILIAL-ROTA

           DISPLAY "UF:"
           MOVE SPACES TO WS-UF-REGIAO
           ACCEPT WS-UF-REGIAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-UF-REGIAO) TO WS-UF-REGIAO
           IF WS-UF-REGIAO = SPACES
               DISPLAY "UF NAO INFORMADA - NADA FEITO."
               GO TO 2400-REGIOES-EXIT
           END-IF

           DISPLAY "CIDADE (ENTER = TODA A UF):"
           MOVE SPACES TO WS-CIDADE-REGIAO
           ACCEPT WS-CIDADE-REGIAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CIDADE-REGIAO)
               TO WS-CIDADE-REGIAO

           DISPLAY "I = INCLUI NA ROTA  E = EXCLUI DA ROTA:"
           MOVE SPACE TO WS-ACAO-REGIAO
           ACCEPT WS-ACAO-REGIAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-ACAO-REGIAO) TO WS-ACAO-REGIAO
           IF WS-ACAO-REGIAO NOT = "I" AND WS-ACAO-REGIAO NOT = "E"
               DISPLAY "OPCAO INVALIDA - NADA FEITO."
               GO TO 2400-REGIOES-EXIT
           END-IF

           IF WS-ACAO-REGIAO = "I"
               PERFORM 2420-PROCURA-CONFLITO
                   THRU 2420-PROCURA-CONFLITO-EXIT
               IF WS-ROTA-CONFLITO NOT = ZEROS
                   DISPLAY "REGIAO JA ATENDIDA PELA ROTA "
                           WS-ROTA-CONFLITO " DA MESMA FILIAL -"
                           " NADA FEITO."
                   GO TO 2400-REGIOES-EXIT
               END-IF
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-ROTA
           READ ROTA WITH LOCK
           IF FS-ROTA NOT = ZEROS
               DISPLAY "ROTA NAO ENCONTRADA. FS: " FS-ROTA
               GO TO 2400-REGIOES-EXIT
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADA
           PERFORM 2450-PROCURA-REGIAO THRU 2450-PROCURA-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO > QTD-REGIOES-ROTA

           IF WS-ACAO-REGIAO = "E"
               PERFORM 2500-EXCLUI-REGIAO THRU 2500-EXCLUI-REGIAO-EXIT
               GO TO 2400-REGIOES-EXIT
           END-IF

           IF WS-IDX-ACHADA NOT = ZEROS
               DISPLAY "REGIAO JA CONSTA DA ROTA."
               UNLOCK ROTA
               GO TO 2400-REGIOES-EXIT
           END-IF
           IF QTD-REGIOES-ROTA NOT < 30
               DISPLAY "ROTA CHEIA (30 REGIOES) - NADA FEITO."
               UNLOCK ROTA
               GO TO 2400-REGIOES-EXIT
           END-IF

           ADD 1 TO QTD-REGIOES-ROTA
           MOVE WS-UF-REGIAO     TO UF-REGIAO-ROTA (QTD-REGIOES-ROTA)
           MOVE WS-CIDADE-REGIAO
               TO CIDADE-REGIAO-ROTA (QTD-REGIOES-ROTA)

           REWRITE REG-ROTA
           IF FS-ROTA = ZEROS
               DISPLAY "REGIAO " WS-UF-REGIAO " "
                       FUNCTION TRIM(WS-CIDADE-REGIAO) " INCLUIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-ROTA
           END-IF.
       2400-REGIOES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2420-PROCURA-CONFLITO - OUTRA ROTA DA MESMA FILIAL QUE JA
      * ATENDE A REGIAO INFORMADA.
      *-----------------------------------------------------------------
       2420-PROCURA-CONFLITO.
           MOVE ZEROS TO WS-ROTA-CONFLITO
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-ROTA
           START ROTA KEY IS NOT LESS THAN XAV-ROTA
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2430-CONFERE-ROTA THRU 2430-CONFERE-ROTA-EXIT
               UNTIL FIM-LISTA.
       2420-PROCURA-CONFLITO-EXIT.
           EXIT.

       2430-CONFERE-ROTA.
           READ ROTA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2430-CONFERE-ROTA-EXIT
           END-READ
           IF COD-ROTA = WS-COD-INFORMADO
           OR COD-FILIAL-ROTA NOT = WS-FILIAL-ROTA
               GO TO 2430-CONFERE-ROTA-EXIT
           END-IF

           MOVE ZEROS TO WS-IDX-ACHADA
           PERFORM 2450-PROCURA-REGIAO THRU 2450-PROCURA-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM 1 BY 1
               UNTIL WS-IDX-REGIAO > QTD-REGIOES-ROTA
           IF WS-IDX-ACHADA NOT = ZEROS
               MOVE COD-ROTA TO WS-ROTA-CONFLITO
               MOVE "S"      TO WS-FIM-LISTA
           END-IF.
       2430-CONFERE-ROTA-EXIT.
           EXIT.

       2450-PROCURA-REGIAO.
           IF UF-REGIAO-ROTA (WS-IDX-REGIAO) = WS-UF-REGIAO
           AND CIDADE-REGIAO-ROTA (WS-IDX-REGIAO) = WS-CIDADE-REGIAO
               MOVE WS-IDX-REGIAO TO WS-IDX-ACHADA
           END-IF.
       2450-PROCURA-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-EXCLUI-REGIAO - TIRA A REGIAO ACHADA PUXANDO AS SEGUINTES
      * UMA POSICAO PARA CIMA.
      *-----------------------------------------------------------------
       2500-EXCLUI-REGIAO.
           IF WS-IDX-ACHADA = ZEROS
               DISPLAY "REGIAO NAO ENCONTRADA NA ROTA - NADA FEITO."
               UNLOCK ROTA
               GO TO 2500-EXCLUI-REGIAO-EXIT
           END-IF

           PERFORM 2550-PUXA-REGIAO THRU 2550-PUXA-REGIAO-EXIT
               VARYING WS-IDX-REGIAO FROM WS-IDX-ACHADA BY 1
               UNTIL WS-IDX-REGIAO NOT < QTD-REGIOES-ROTA

           INITIALIZE REGIAO-ROTA (QTD-REGIOES-ROTA)
           SUBTRACT 1 FROM QTD-REGIOES-ROTA

           REWRITE REG-ROTA
           IF FS-ROTA = ZEROS
               DISPLAY "REGIAO " WS-UF-REGIAO " "
                       FUNCTION TRIM(WS-CIDADE-REGIAO) " EXCLUIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-ROTA
           END-IF.
       2500-EXCLUI-REGIAO-EXIT.
           EXIT.

       2550-PUXA-REGIAO.
           MOVE REGIAO-ROTA (WS-IDX-REGIAO + 1)
               TO REGIAO-ROTA (WS-IDX-REGIAO).
       2550-PUXA-REGIAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE ROTA
           IF NOT SEM-ARQUIVO-FILIAL
               CLOSE FILIAL
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
