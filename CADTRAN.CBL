      *-----------------------------------------------------------------
      * CADTRAN - MANUTENCAO DO CADASTRO DE TRANSPORTADORAS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADTRAN.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MANUTENCAO DO MESTRE DE
      *                   TRANSPORTADORAS (TRANSP.DAT): INCLUI/ALTERA
      *                   COM O FORNECEDOR VINCULADO PARA O CONTAS A
      *                   PAGAR E A TOLERANCIA DA CONFERENCIA DE
      *                   FATURA, MANTEM A TABELA DE FRETE POR UF/
      *                   CIDADE (POR VIAGEM, POR KG OU PERCENTUAL
      *                   SOBRE O VALOR), INATIVA/REATIVA E LISTA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRANSP.SEL".
           COPY "FORNECED.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "TRANSP.FD".
           COPY "FORNECED.FD".

       WORKING-STORAGE SECTION.

       77  FS-TRANSP                   PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC 9(03)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.

      * FAIXA DA TABELA DE FRETE EM MANUTENCAO (UF + CIDADE).
       77  WS-UF-FAIXA                 PIC X(02)    VALUE SPACES.
       77  WS-CIDADE-FAIXA             PIC X(30)    VALUE SPACES.
       77  WS-TIPO-FAIXA               PIC X(01)    VALUE SPACE.
       77  WS-VALOR-FAIXA              PIC 9(07)V9999 VALUE ZEROS.
       77  WS-IDX-FAIXA                PIC 9(02)    VALUE ZEROS.
       77  WS-IDX-ACHADA               PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-SEM-FORNECED         PIC X(01)    VALUE "N".
               88  SEM-ARQUIVO-FORNECED             VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COD                  PIC Z(02)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-NOME                 PIC X(40).
           05  FILLER                  PIC X(06) VALUE " FORN ".
           05  LL-FORN                 PIC Z(04)9.
           05  FILLER                  PIC X(07) VALUE " TOLER ".
           05  LL-TOLER                PIC Z9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SIT                  PIC X(01).

       01  WS-LINHA-FAIXA.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LF-UF                   PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LF-CIDADE               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-TIPO                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LF-VALOR                PIC Z(06)9,9999.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE TRANSPORTADORAS.
      * O CADASTRO DE FORNECEDORES E OPCIONAL: SEM ELE O VINCULO NAO
      * E CONFERIDO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           OPEN I-O TRANSP
           IF FS-TRANSP = "35" OR FS-TRANSP = "05"
               OPEN OUTPUT TRANSP
               CLOSE TRANSP
               OPEN I-O TRANSP
           END-IF

           IF FS-TRANSP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE TRANSP. FS: " FS-TRANSP
               MOVE "S" TO WS-FIM-MENU
           END-IF

           OPEN INPUT FORNECED
           IF FS-FORN NOT = ZEROS
               CLOSE FORNECED
               MOVE "S" TO WS-SEM-FORNECED
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, T TABELA DE FRETE,
      * X INATIVA/REATIVA, L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "CADASTRO DE TRANSPORTADORAS - OPCAO (I=INCLUI/"
                   "ALTERA T=TABELA DE FRETE X=INATIVA/REATIVA"
                   " L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "T"
                   PERFORM 2400-TABELA  THRU 2400-TABELA-EXIT
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
           DISPLAY "CODIGO DA TRANSPORTADORA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           IF WS-COD-INFORMADO = ZEROS
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           MOVE WS-COD-INFORMADO TO XAV-TRANSP
           READ TRANSP
           IF FS-TRANSP NOT = ZEROS
               INITIALIZE REG-TRANSP
               MOVE WS-COD-INFORMADO TO COD-TRANSP
               SET TRANSP-ATIVA TO TRUE
           END-IF

           DISPLAY "NOME (ENTER P/ MANTER " FUNCTION TRIM(NOME-TRANSP)
                   "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO NOME-TRANSP
           END-IF

           DISPLAY "CNPJ (ENTER P/ MANTER " CNPJ-TRANSP "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO (1:14) TO CNPJ-TRANSP
           END-IF

           DISPLAY "FORNECEDOR PARA O CONTAS A PAGAR (ENTER P/"
                   " MANTER " COD-FORN-TRANSP "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO COD-FORN-TRANSP
               PERFORM 2150-CONFERE-FORNECEDOR
                   THRU 2150-CONFERE-FORNECEDOR-EXIT
           END-IF

           DISPLAY "TOLERANCIA DA FATURA EM PCT (ENTER P/ MANTER "
                   TOLER-TRANSP "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO TOLER-TRANSP
           END-IF

           WRITE REG-TRANSP
               INVALID KEY REWRITE REG-TRANSP
           END-WRITE

           IF FS-TRANSP = ZEROS
               DISPLAY "TRANSPORTADORA " COD-TRANSP " GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TRANSP
           END-IF.
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-CONFERE-FORNECEDOR - O FORNECEDOR VINCULADO PRECISA
      * EXISTIR NO FORNECED (E DELE QUE O TITULO DO FRETE HERDA OS
      * DADOS BANCARIOS); INEXISTENTE VOLTA PARA ZERO.
      *-----------------------------------------------------------------
       2150-CONFERE-FORNECEDOR.
           IF SEM-ARQUIVO-FORNECED OR COD-FORN-TRANSP = ZEROS
               GO TO 2150-CONFERE-FORNECEDOR-EXIT
           END-IF

           MOVE COD-FORN-TRANSP TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               DISPLAY "FORNECEDOR " COD-FORN-TRANSP
                       " NAO CADASTRADO - VINCULO NAO GRAVADO."
               MOVE ZEROS TO COD-FORN-TRANSP
           ELSE
               DISPLAY "FORNECEDOR: " FUNCTION TRIM(RAZAO-FORN)
           END-IF.
       2150-CONFERE-FORNECEDOR-EXIT.
           EXIT.

       2200-INATIVA.
           DISPLAY "CODIGO DA TRANSPORTADORA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-TRANSP
           READ TRANSP WITH LOCK
           IF FS-TRANSP NOT = ZEROS
               DISPLAY "TRANSPORTADORA NAO ENCONTRADA. FS: " FS-TRANSP
               GO TO 2200-INATIVA-EXIT
           END-IF

           IF TRANSP-ATIVA
               SET TRANSP-INATIVA TO TRUE
               DISPLAY "TRANSPORTADORA " COD-TRANSP " INATIVADA."
           ELSE
               SET TRANSP-ATIVA TO TRUE
               DISPLAY "TRANSPORTADORA " COD-TRANSP " REATIVADA."
           END-IF
           REWRITE REG-TRANSP.
       2200-INATIVA-EXIT.
           EXIT.

       2300-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE LOW-VALUES TO XAV-TRANSP
           START TRANSP KEY IS NOT LESS THAN XAV-TRANSP
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           PERFORM 2350-LISTA-UMA THRU 2350-LISTA-UMA-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " TRANSPORTADORA(S) CADASTRADA(S).".
       2300-LISTA-EXIT.
           EXIT.

       2350-LISTA-UMA.
           READ TRANSP NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2350-LISTA-UMA-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-TRANSP      TO LL-COD
           MOVE NOME-TRANSP     TO LL-NOME
           MOVE COD-FORN-TRANSP TO LL-FORN
           MOVE TOLER-TRANSP    TO LL-TOLER
           MOVE SIT-TRANSP      TO LL-SIT
           DISPLAY WS-LINHA-LISTA

           PERFORM 2360-LISTA-FAIXA THRU 2360-LISTA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TRANSP.
       2350-LISTA-UMA-EXIT.
           EXIT.

       2360-LISTA-FAIXA.
           MOVE UF-FAIXA-TRANSP (WS-IDX-FAIXA)     TO LF-UF
           IF CIDADE-FAIXA-TRANSP (WS-IDX-FAIXA) = SPACES
               MOVE "(TODA A UF)" TO LF-CIDADE
           ELSE
               MOVE CIDADE-FAIXA-TRANSP (WS-IDX-FAIXA) TO LF-CIDADE
           END-IF
           EVALUATE TIPO-FAIXA-TRANSP (WS-IDX-FAIXA)
               WHEN "V"  MOVE "POR VIAGEM" TO LF-TIPO
               WHEN "K"  MOVE "POR KG"     TO LF-TIPO
               WHEN OTHER MOVE "PCT VALOR"  TO LF-TIPO
           END-EVALUATE
           MOVE VALOR-FAIXA-TRANSP (WS-IDX-FAIXA) TO LF-VALOR
           DISPLAY WS-LINHA-FAIXA.
       2360-LISTA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-TABELA - INCLUI, ALTERA OU EXCLUI UMA FAIXA DA TABELA DE
      * FRETE. A FAIXA E IDENTIFICADA POR UF + CIDADE (CIDADE EM
      * BRANCO VALE PARA A UF INTEIRA); VALOR ZERO EXCLUI A FAIXA.
      *-----------------------------------------------------------------
       2400-TABELA.
           DISPLAY "CODIGO DA TRANSPORTADORA:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-TRANSP
           READ TRANSP WITH LOCK
           IF FS-TRANSP NOT = ZEROS
               DISPLAY "TRANSPORTADORA NAO ENCONTRADA. FS: " FS-TRANSP
               GO TO 2400-TABELA-EXIT
           END-IF

           DISPLAY "UF DE DESTINO:"
           MOVE SPACES TO WS-UF-FAIXA
           ACCEPT WS-UF-FAIXA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-UF-FAIXA) TO WS-UF-FAIXA
           IF WS-UF-FAIXA = SPACES
               DISPLAY "UF NAO INFORMADA - NADA FEITO."
               GO TO 2400-TABELA-EXIT
           END-IF

           DISPLAY "CIDADE (ENTER = TODA A UF):"
           MOVE SPACES TO WS-CIDADE-FAIXA
           ACCEPT WS-CIDADE-FAIXA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CIDADE-FAIXA) TO WS-CIDADE-FAIXA

           MOVE ZEROS TO WS-IDX-ACHADA
           PERFORM 2450-PROCURA-FAIXA THRU 2450-PROCURA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM 1 BY 1
               UNTIL WS-IDX-FAIXA > QTD-FAIXAS-TRANSP

           DISPLAY "VALOR (0 = EXCLUI A FAIXA):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-TEXTO (1:15)) TO WS-VALOR-FAIXA

           IF WS-VALOR-FAIXA = ZEROS
               PERFORM 2500-EXCLUI-FAIXA THRU 2500-EXCLUI-FAIXA-EXIT
               GO TO 2400-TABELA-EXIT
           END-IF

           DISPLAY "TIPO (V=POR VIAGEM K=POR KG P=PCT DO VALOR):"
           MOVE SPACE TO WS-TIPO-FAIXA
           ACCEPT WS-TIPO-FAIXA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-TIPO-FAIXA) TO WS-TIPO-FAIXA
           IF WS-TIPO-FAIXA NOT = "V" AND WS-TIPO-FAIXA NOT = "K"
           AND WS-TIPO-FAIXA NOT = "P"
               DISPLAY "TIPO INVALIDO - NADA FEITO."
               GO TO 2400-TABELA-EXIT
           END-IF

           IF WS-IDX-ACHADA = ZEROS
               IF QTD-FAIXAS-TRANSP NOT < 30
                   DISPLAY "TABELA CHEIA (30 FAIXAS) - NADA FEITO."
                   GO TO 2400-TABELA-EXIT
               END-IF
               ADD 1 TO QTD-FAIXAS-TRANSP
               MOVE QTD-FAIXAS-TRANSP TO WS-IDX-ACHADA
           END-IF

           MOVE WS-UF-FAIXA     TO UF-FAIXA-TRANSP     (WS-IDX-ACHADA)
           MOVE WS-CIDADE-FAIXA TO CIDADE-FAIXA-TRANSP (WS-IDX-ACHADA)
           MOVE WS-TIPO-FAIXA   TO TIPO-FAIXA-TRANSP   (WS-IDX-ACHADA)
           MOVE WS-VALOR-FAIXA  TO VALOR-FAIXA-TRANSP  (WS-IDX-ACHADA)

           REWRITE REG-TRANSP
           IF FS-TRANSP = ZEROS
               DISPLAY "FAIXA " WS-UF-FAIXA " "
                       FUNCTION TRIM(WS-CIDADE-FAIXA) " GRAVADA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TRANSP
           END-IF.
       2400-TABELA-EXIT.
           EXIT.

       2450-PROCURA-FAIXA.
           IF UF-FAIXA-TRANSP (WS-IDX-FAIXA) = WS-UF-FAIXA
           AND CIDADE-FAIXA-TRANSP (WS-IDX-FAIXA) = WS-CIDADE-FAIXA
               MOVE WS-IDX-FAIXA TO WS-IDX-ACHADA
           END-IF.
       2450-PROCURA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-EXCLUI-FAIXA - TIRA A FAIXA ACHADA PUXANDO AS SEGUINTES
      * UMA POSICAO PARA CIMA.
      *-----------------------------------------------------------------
       2500-EXCLUI-FAIXA.
           IF WS-IDX-ACHADA = ZEROS
               DISPLAY "FAIXA NAO ENCONTRADA - NADA FEITO."
               GO TO 2500-EXCLUI-FAIXA-EXIT
           END-IF

           PERFORM 2550-PUXA-FAIXA THRU 2550-PUXA-FAIXA-EXIT
               VARYING WS-IDX-FAIXA FROM WS-IDX-ACHADA BY 1
               UNTIL WS-IDX-FAIXA NOT < QTD-FAIXAS-TRANSP

           INITIALIZE FAIXA-TRANSP (QTD-FAIXAS-TRANSP)
           SUBTRACT 1 FROM QTD-FAIXAS-TRANSP

           REWRITE REG-TRANSP
           IF FS-TRANSP = ZEROS
               DISPLAY "FAIXA " WS-UF-FAIXA " "
                       FUNCTION TRIM(WS-CIDADE-FAIXA) " EXCLUIDA."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-TRANSP
           END-IF.
       2500-EXCLUI-FAIXA-EXIT.
           EXIT.

       2550-PUXA-FAIXA.
           MOVE FAIXA-TRANSP (WS-IDX-FAIXA + 1)
               TO FAIXA-TRANSP (WS-IDX-FAIXA).
       2550-PUXA-FAIXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE TRANSP
           IF NOT SEM-ARQUIVO-FORNECED
               CLOSE FORNECED
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.
