      *-----------------------------------------------------------------
      * CADATIVO - CADASTRO DE EQUIPAMENTOS PARA COMODATO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADATIVO.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CADASTRO DOS EQUIPAMENTOS
      *                   EMPRESTADOS AOS CLIENTES EM COMODATO
      *                   (ATIVO.DAT): NUMERO DE SERIE UNICO, TIPO
      *                   (REFRIGERADOR, COOLER, EXPOSITOR), VALOR E
      *                   DATA DE AQUISICAO. MANUTENCAO TIRA/POE O
      *                   EQUIPAMENTO DISPONIVEL; BAIXA SO DE
      *                   EQUIPAMENTO EM CASA. A SITUACAO EM COMODATO
      *                   E MANTIDA PELO MOVCOMOD.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ATIVO.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "ATIVO.FD".

       WORKING-STORAGE SECTION.

       77  FS-ATV                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-COD-INFORMADO            PIC 9(06)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-SERIE-NOVA               PIC X(20)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.

      * REGISTRO EM EDICAO GUARDADO DURANTE A CONFERENCIA DO NUMERO
      * DE SERIE PELA CHAVE ALTERNATIVA (A LEITURA TROCA A AREA).
       77  WS-REG-ATV-SALVO            PIC X(120)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-INCLUSAO             PIC X(01)    VALUE "N".
               88  INCLUSAO                         VALUE "S".
           05  WS-SERIE-DUPLICADA      PIC X(01)    VALUE "N".
               88  SERIE-DUPLICADA                  VALUE "S".

       01  WS-LINHA-LISTA.
           05  LL-COD                  PIC Z(05)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-SERIE                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-TIPO                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-DESCR                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-VALOR                PIC Z(08)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(06) VALUE " CLI. ".
           05  LL-COD-CLI              PIC Z(06)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O CADASTRO DE EQUIPAMENTOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN I-O ATIVO
           IF FS-ATV = "35" OR FS-ATV = "05"
               OPEN OUTPUT ATIVO
               CLOSE ATIVO
               OPEN I-O ATIVO
           END-IF

           IF FS-ATV NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ATIVO. FS: " FS-ATV
               MOVE "S" TO WS-FIM-MENU
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: I INCLUI/ALTERA, M MANUTENCAO, B BAIXA,
      * L LISTA, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "EQUIPAMENTOS DE COMODATO - OPCAO (I=INCLUI/ALTERA"
                   " M=MANUTENCAO B=BAIXA L=LISTA S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "I"
                   PERFORM 2100-INCLUI-ALTERA
                       THRU 2100-INCLUI-ALTERA-EXIT
               WHEN "M"
                   PERFORM 2200-MANUTENCAO THRU 2200-MANUTENCAO-EXIT
               WHEN "B"
                   PERFORM 2300-BAIXA      THRU 2300-BAIXA-EXIT
               WHEN "L"
                   PERFORM 2400-LISTA      THRU 2400-LISTA-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

       2100-INCLUI-ALTERA.
           DISPLAY "CODIGO DO EQUIPAMENTO:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE
           IF WS-COD-INFORMADO = ZEROS
               DISPLAY "CODIGO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           MOVE "N" TO WS-INCLUSAO
           MOVE WS-COD-INFORMADO TO XAV-ATV
           READ ATIVO
           IF FS-ATV NOT = ZEROS
               MOVE "S" TO WS-INCLUSAO
               INITIALIZE REG-ATV
               MOVE WS-COD-INFORMADO TO COD-ATV
               MOVE WS-HOJE          TO DT-AQUISICAO-ATV
               SET ATV-REFRIGERADOR  TO TRUE
               SET ATV-DISPONIVEL    TO TRUE
           END-IF

           IF ATV-BAIXADO
               DISPLAY "EQUIPAMENTO BAIXADO EM " DT-BAIXA-ATV
                       " - NAO PODE SER ALTERADO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           DISPLAY "NUMERO DE SERIE (ENTER P/ MANTER "
                   FUNCTION TRIM(NUM-SERIE-ATV) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO WS-SERIE-NOVA
               PERFORM 2150-CONFERE-SERIE THRU 2150-CONFERE-SERIE-EXIT
               IF SERIE-DUPLICADA
                   GO TO 2100-INCLUI-ALTERA-EXIT
               END-IF
               MOVE WS-SERIE-NOVA TO NUM-SERIE-ATV
           END-IF
           IF NUM-SERIE-ATV = SPACES
               DISPLAY "NUMERO DE SERIE OBRIGATORIO - NADA FEITO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           DISPLAY "TIPO R=REFRIGERADOR C=COOLER/FREEZER E=EXPOSITOR"
                   " (ENTER P/ MANTER " TIPO-ATV "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:1)) TO TIPO-ATV
               IF NOT TIPO-ATV-VALIDO
                   DISPLAY "TIPO INVALIDO - ASSUMIDO REFRIGERADOR."
                   SET ATV-REFRIGERADOR TO TRUE
               END-IF
           END-IF

           DISPLAY "DESCRICAO/MODELO (ENTER P/ MANTER "
                   FUNCTION TRIM(DESCR-ATV) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO DESCR-ATV
           END-IF

           DISPLAY "VALOR DO EQUIPAMENTO (ENTER P/ MANTER "
                   VALOR-ATV "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15)) TO VALOR-ATV
           END-IF

           DISPLAY "DATA DE AQUISICAO AAAAMMDD (ENTER P/ MANTER "
                   DT-AQUISICAO-ATV "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO DT-AQUISICAO-ATV
           END-IF

           IF INCLUSAO
               WRITE REG-ATV
           ELSE
               REWRITE REG-ATV
           END-IF

           IF FS-ATV = ZEROS
               DISPLAY "EQUIPAMENTO " COD-ATV " GRAVADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-ATV
           END-IF.
       2100-INCLUI-ALTERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-CONFERE-SERIE - O NUMERO DE SERIE NAO PODE ESTAR EM OUTRO
      * EQUIPAMENTO. A LEITURA PELA CHAVE ALTERNATIVA TROCA A AREA DO
      * REGISTRO, QUE E GUARDADA E DEVOLVIDA.
      *-----------------------------------------------------------------
       2150-CONFERE-SERIE.
           MOVE "N"     TO WS-SERIE-DUPLICADA
           MOVE REG-ATV TO WS-REG-ATV-SALVO

           MOVE WS-SERIE-NOVA TO NUM-SERIE-ATV
           READ ATIVO KEY IS NUM-SERIE-ATV
           IF FS-ATV = ZEROS
           AND COD-ATV NOT = WS-COD-INFORMADO
               DISPLAY "SERIE JA CADASTRADA NO EQUIPAMENTO " COD-ATV
                       " - NADA FEITO."
               MOVE "S" TO WS-SERIE-DUPLICADA
           END-IF

           MOVE WS-REG-ATV-SALVO TO REG-ATV
           MOVE ZEROS TO FS-ATV

      * A LEITURA PELA ALTERNATIVA SOLTA A POSICAO DO REGISTRO EM
      * ALTERACAO; RELE PELA CHAVE PRIMARIA PARA O REWRITE.
           IF NOT INCLUSAO AND NOT SERIE-DUPLICADA
               MOVE WS-COD-INFORMADO TO XAV-ATV
               READ ATIVO
               MOVE WS-REG-ATV-SALVO TO REG-ATV
           END-IF.
       2150-CONFERE-SERIE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-MANUTENCAO - EQUIPAMENTO EM CASA VAI PARA A MANUTENCAO E
      * VOLTA DELA DISPONIVEL. EM COMODATO NAO MEXE (O RECOLHIMENTO
      * NO MOVCOMOD JA PODE MANDAR PARA A MANUTENCAO).
      *-----------------------------------------------------------------
       2200-MANUTENCAO.
           DISPLAY "CODIGO DO EQUIPAMENTO:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-ATV
           READ ATIVO
           IF FS-ATV NOT = ZEROS
               DISPLAY "EQUIPAMENTO NAO ENCONTRADO. FS: " FS-ATV
               GO TO 2200-MANUTENCAO-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ATV-DISPONIVEL
                   SET ATV-EM-MANUTENCAO TO TRUE
                   DISPLAY "EQUIPAMENTO " COD-ATV
                           " ENVIADO PARA MANUTENCAO."
               WHEN ATV-EM-MANUTENCAO
                   SET ATV-DISPONIVEL TO TRUE
                   DISPLAY "EQUIPAMENTO " COD-ATV
                           " DE VOLTA, DISPONIVEL."
               WHEN ATV-EM-COMODATO
                   DISPLAY "EQUIPAMENTO EM COMODATO COM O CLIENTE "
                           COD-CLI-ATV " - RECOLHA NO MOVCOMOD."
                   GO TO 2200-MANUTENCAO-EXIT
               WHEN OTHER
                   DISPLAY "EQUIPAMENTO BAIXADO."
                   GO TO 2200-MANUTENCAO-EXIT
           END-EVALUATE

           REWRITE REG-ATV.
       2200-MANUTENCAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-BAIXA - SUCATA, PERDA OU VENDA: SO EQUIPAMENTO EM CASA
      * (DISPONIVEL OU EM MANUTENCAO). O REGISTRO FICA PARA O
      * HISTORICO DOS COMODATOS.
      *-----------------------------------------------------------------
       2300-BAIXA.
           DISPLAY "CODIGO DO EQUIPAMENTO A BAIXAR:"
           ACCEPT WS-COD-INFORMADO FROM CONSOLE

           MOVE WS-COD-INFORMADO TO XAV-ATV
           READ ATIVO
           IF FS-ATV NOT = ZEROS
               DISPLAY "EQUIPAMENTO NAO ENCONTRADO. FS: " FS-ATV
               GO TO 2300-BAIXA-EXIT
           END-IF

           IF ATV-EM-COMODATO
               DISPLAY "EQUIPAMENTO EM COMODATO COM O CLIENTE "
                       COD-CLI-ATV " - RECOLHA ANTES DE BAIXAR."
               GO TO 2300-BAIXA-EXIT
           END-IF
           IF ATV-BAIXADO
               DISPLAY "EQUIPAMENTO JA BAIXADO EM " DT-BAIXA-ATV "."
               GO TO 2300-BAIXA-EXIT
           END-IF

           DISPLAY "CONFIRMA A BAIXA DE " FUNCTION TRIM(DESCR-ATV)
                   " SERIE " FUNCTION TRIM(NUM-SERIE-ATV) " (S/N)?"
           ACCEPT WS-OPCAO FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-OPCAO) NOT = "S"
               DISPLAY "BAIXA DESISTIDA."
               GO TO 2300-BAIXA-EXIT
           END-IF

           SET ATV-BAIXADO TO TRUE
           MOVE WS-HOJE TO DT-BAIXA-ATV
           REWRITE REG-ATV
           IF FS-ATV = ZEROS
               DISPLAY "EQUIPAMENTO " COD-ATV " BAIXADO."
           ELSE
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-ATV
           END-IF.
       2300-BAIXA-EXIT.
           EXIT.

       2400-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-LISTA

           MOVE ZEROS TO XAV-ATV
           START ATIVO KEY IS NOT LESS THAN XAV-ATV
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           DISPLAY "CODIGO SERIE                T DESCRICAO"
                   "                      VALOR     S CLIENTE"
           PERFORM 2450-LISTA-UM THRU 2450-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " EQUIPAMENTO(S) CADASTRADO(S)."
                   " SITUACAO: D=DISPONIVEL C=COMODATO M=MANUTENCAO"
                   " B=BAIXADO".
       2400-LISTA-EXIT.
           EXIT.

       2450-LISTA-UM.
           READ ATIVO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2450-LISTA-UM-EXIT
           END-READ

           ADD 1 TO WS-QTD-LISTADOS
           MOVE COD-ATV       TO LL-COD
           MOVE NUM-SERIE-ATV TO LL-SERIE
           MOVE TIPO-ATV      TO LL-TIPO
           MOVE DESCR-ATV     TO LL-DESCR
           MOVE VALOR-ATV     TO LL-VALOR
           MOVE SIT-ATV       TO LL-SIT
           MOVE COD-CLI-ATV   TO LL-COD-CLI
           DISPLAY WS-LINHA-LISTA.
       2450-LISTA-UM-EXIT.
           EXIT.

       3000-FINALIZA.
           CLOSE ATIVO.
       3000-FINALIZA-EXIT.
           EXIT.
