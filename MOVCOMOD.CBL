      *-----------------------------------------------------------------
      * MOVCOMOD - ENTREGA, TROCA E RECOLHIMENTO DE EQUIPAMENTO EM
      *            COMODATO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MOVCOMOD.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - APOSENTA A PASTA DE
      *                   CONTRATOS DE COMODATO EM PAPEL. E ENTREGA UM
      *                   EQUIPAMENTO DISPONIVEL (ATIVO) A UM CLIENTE
      *                   ABRINDO O COMODATO COM O NUMERO E A DATA DO
      *                   CONTRATO, A DEVOLUCAO PREVISTA E A COMPRA
      *                   MINIMA MENSAL; T TROCA O EQUIPAMENTO DE UM
      *                   COMODATO ATIVO (O NOVO HERDA O CONTRATO); R
      *                   RECOLHE (O EQUIPAMENTO VOLTA DISPONIVEL OU
      *                   VAI PARA A MANUTENCAO); C CONSULTA OS
      *                   COMODATOS DE UM CLIENTE. CADA MOVIMENTO FICA
      *                   NO HISTORICO DO EQUIPAMENTO (MOVCMD) E NO LOG
      *                   CENTRAL DE ACOES (ACAOLOG.TXT).
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
           COPY "COMODATO.SEL".
           COPY "MOVCMD.SEL".
           COPY "CLIENTE.SEL".

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT, UMA LINHA POR OPERACAO
      * SENSIVEL), CONSULTADO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.
           COPY "ATIVO.FD".
           COPY "COMODATO.FD".
           COPY "MOVCMD.FD".
           COPY "CLIENTE.FD".

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-ATV                      PIC XX       VALUE SPACES.
       77  FS-CMD                      PIC XX       VALUE SPACES.
       77  FS-MVC                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-TEXTO                    PIC X(40)    VALUE SPACES.
       77  WS-COD-CLI-INF              PIC 9(07)    VALUE ZEROS.
       77  WS-COD-ATV-INF              PIC 9(06)    VALUE ZEROS.
       77  WS-COD-ATV-NOVO             PIC 9(06)    VALUE ZEROS.
       77  WS-NUM-CMD-INF              PIC 9(06)    VALUE ZEROS.
       77  WS-NUM-CMD-NOVO             PIC 9(06)    VALUE ZEROS.
       77  WS-DESTINO-ATV              PIC X(01)    VALUE "D".
       77  WS-TIPO-MOV                 PIC X(03)    VALUE SPACES.
       77  WS-OBS                      PIC X(40)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-COMPROMISSO        PIC 9(11)V99 VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(08)9,99.
       77  WS-HORA                     PIC 9(08)    VALUE ZEROS.

      * COMODATO ENCERRADO NA TROCA, GUARDADO PARA O NOVO HERDAR O
      * CONTRATO.
       77  WS-REG-CMD-ANTIGO           PIC X(150)   VALUE SPACES.

      * CAMPOS DO LOG CENTRAL DE ACOES.
       77  FS-ALOG                     PIC XX       VALUE SPACES.
       77  WS-ALOG-OPER                PIC X(14)    VALUE SPACES.
       77  WS-ALOG-CHAVE               PIC X(20)    VALUE SPACES.
       77  WS-ALOG-DT                  PIC 9(08)    VALUE ZEROS.
       77  WS-ALOG-HR                  PIC 9(08)    VALUE ZEROS.

       COPY USULOG.CPY.

       01  WS-SWITCHES.
           05  WS-FIM-PROGRAMA         PIC X(01)    VALUE "N".
               88  FIM-PROGRAMA                     VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-ERRO                 PIC X(01)    VALUE "N".
               88  HOUVE-ERRO                       VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-CONSULTA.
           05  LC-NUM-CMD              PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-SIT                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-COD-ATV              PIC Z(05)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-SERIE                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-CONTRATO             PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DT-ENTREGA           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DT-DEVOL-PREV        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-COMPROMISSO          PIC Z(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
               UNTIL FIM-PROGRAMA
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - IDENTIFICA O OPERADOR E ABRE (OU CRIA) OS
      * ARQUIVOS DE COMODATO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL = SPACES
               DISPLAY "LOGIN DO OPERADOR:"
               ACCEPT WS-OPERADOR FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO WS-OPERADOR
           END-IF
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO."
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O ATIVO
           IF FS-ATV NOT = ZEROS
               DISPLAY "CADASTRO DE EQUIPAMENTOS (ATIVO) INDISPONIVEL"
                       " - CADASTRE NO CADATIVO. FS: " FS-ATV
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O COMODATO
           IF FS-CMD = "35" OR FS-CMD = "05"
               OPEN OUTPUT COMODATO
               CLOSE COMODATO
               OPEN I-O COMODATO
           END-IF
           OPEN I-O MOVCMD
           IF FS-MVC = "35" OR FS-MVC = "05"
               OPEN OUTPUT MOVCMD
               CLOSE MOVCMD
               OPEN I-O MOVCMD
           END-IF
           IF FS-CMD NOT = ZEROS OR FS-MVC NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE COMODATO/MOVCMD. FS: "
                       FS-CMD " / " FS-MVC
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT CLIENTE.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - MENU DOS MOVIMENTOS DE COMODATO
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "COMODATO DE EQUIPAMENTOS - OPERADOR "
                   FUNCTION TRIM(WS-OPERADOR)
           DISPLAY "  E = ENTREGA AO CLIENTE (NOVO COMODATO)"
           DISPLAY "  T = TROCA DE EQUIPAMENTO"
           DISPLAY "  R = RECOLHIMENTO"
           DISPLAY "  C = CONSULTA COMODATOS DO CLIENTE"
           DISPLAY "  X = SAIR"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "E"
                   PERFORM 2100-ENTREGA     THRU 2100-ENTREGA-EXIT
               WHEN "T"
                   PERFORM 2300-TROCA       THRU 2300-TROCA-EXIT
               WHEN "R"
                   PERFORM 2400-RECOLHE     THRU 2400-RECOLHE-EXIT
               WHEN "C"
                   PERFORM 2500-CONSULTA    THRU 2500-CONSULTA-EXIT
               WHEN "X"
                   MOVE "S" TO WS-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-ENTREGA - CLIENTE ATIVO, EQUIPAMENTO DISPONIVEL E OS
      * DADOS DO CONTRATO; ABRE O COMODATO, MARCA O EQUIPAMENTO COM O
      * CLIENTE E REGISTRA O MOVIMENTO ENT.
      *-----------------------------------------------------------------
       2100-ENTREGA.
           DISPLAY "CODIGO DO CLIENTE:"
           ACCEPT WS-COD-CLI-INF FROM CONSOLE
           MOVE WS-COD-CLI-INF TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE NAO CADASTRADO - NADA FEITO."
               GO TO 2100-ENTREGA-EXIT
           END-IF
           IF CLI-INATIVO
               DISPLAY "CLIENTE INATIVO - NADA FEITO."
               GO TO 2100-ENTREGA-EXIT
           END-IF
           DISPLAY "CLIENTE: " FUNCTION TRIM(RAZAO-CLI)

           DISPLAY "CODIGO DO EQUIPAMENTO A ENTREGAR:"
           ACCEPT WS-COD-ATV-INF FROM CONSOLE
           PERFORM 2110-LE-ATIVO-DISPONIVEL
               THRU 2110-LE-ATIVO-DISPONIVEL-EXIT
           IF HOUVE-ERRO
               GO TO 2100-ENTREGA-EXIT
           END-IF

           INITIALIZE REG-CMD
           PERFORM 2120-PROXIMO-COMODATO
               THRU 2120-PROXIMO-COMODATO-EXIT
           MOVE WS-COD-CLI-INF TO COD-CLI-CMD
           MOVE WS-COD-ATV-INF TO COD-ATV-CMD
           MOVE WS-HOJE-NUM    TO DT-ENTREGA-CMD
           SET CMD-ATIVO       TO TRUE

           DISPLAY "NUMERO DO CONTRATO:"
           ACCEPT NUM-CONTRATO-CMD FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(NUM-CONTRATO-CMD)
               TO NUM-CONTRATO-CMD
           IF NUM-CONTRATO-CMD = SPACES
               DISPLAY "CONTRATO NAO INFORMADO - NADA FEITO."
               GO TO 2100-ENTREGA-EXIT
           END-IF

           DISPLAY "DATA DO CONTRATO (AAAAMMDD, ENTER P/ HOJE):"
           ACCEPT DT-CONTRATO-CMD FROM CONSOLE
           IF DT-CONTRATO-CMD = ZEROS
               MOVE WS-HOJE-NUM TO DT-CONTRATO-CMD
           END-IF

           DISPLAY "DEVOLUCAO PREVISTA (AAAAMMDD, ENTER = SEM PRAZO):"
           ACCEPT DT-DEVOL-PREV-CMD FROM CONSOLE

           DISPLAY "COMPRA MINIMA MENSAL DO CLIENTE (R$):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO (1:15))
                   TO COMPROMISSO-CMD
           END-IF

           DISPLAY "OBSERVACAO (LOCAL DE INSTALACAO ETC):"
           MOVE SPACES TO OBS-CMD
           ACCEPT OBS-CMD FROM CONSOLE

           WRITE REG-CMD
           IF FS-CMD NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO COMODATO. FS: " FS-CMD
               GO TO 2100-ENTREGA-EXIT
           END-IF

           SET ATV-EM-COMODATO TO TRUE
           MOVE WS-COD-CLI-INF TO COD-CLI-ATV
           MOVE NUM-CMD        TO NUM-CMD-ATV
           REWRITE REG-ATV

           MOVE "ENT"          TO WS-TIPO-MOV
           MOVE OBS-CMD        TO WS-OBS
           PERFORM 2700-GRAVA-MOVIMENTO THRU 2700-GRAVA-MOVIMENTO-EXIT

           MOVE "COMODATO-ENT" TO WS-ALOG-OPER
           PERFORM 2800-MONTA-CHAVE-LOG THRU 2800-MONTA-CHAVE-LOG-EXIT
           PERFORM 8900-GRAVA-ACAO-LOG  THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "COMODATO " NUM-CMD " ABERTO - EQUIPAMENTO "
                   COD-ATV " ENTREGUE AO CLIENTE " WS-COD-CLI-INF ".".
       2100-ENTREGA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2110-LE-ATIVO-DISPONIVEL - O EQUIPAMENTO PRECISA EXISTIR E
      * ESTAR EM CASA, DISPONIVEL.
      *-----------------------------------------------------------------
       2110-LE-ATIVO-DISPONIVEL.
           MOVE "N" TO WS-ERRO
           MOVE WS-COD-ATV-INF TO XAV-ATV
           READ ATIVO
           IF FS-ATV NOT = ZEROS
               DISPLAY "EQUIPAMENTO NAO CADASTRADO - NADA FEITO."
               MOVE "S" TO WS-ERRO
               GO TO 2110-LE-ATIVO-DISPONIVEL-EXIT
           END-IF
           IF NOT ATV-DISPONIVEL
               EVALUATE TRUE
                   WHEN ATV-EM-COMODATO
                       DISPLAY "EQUIPAMENTO JA ESTA COM O CLIENTE "
                               COD-CLI-ATV " (COMODATO " NUM-CMD-ATV
                               ") - NADA FEITO."
                   WHEN ATV-EM-MANUTENCAO
                       DISPLAY "EQUIPAMENTO EM MANUTENCAO - NADA"
                               " FEITO."
                   WHEN OTHER
                       DISPLAY "EQUIPAMENTO BAIXADO - NADA FEITO."
               END-EVALUATE
               MOVE "S" TO WS-ERRO
               GO TO 2110-LE-ATIVO-DISPONIVEL-EXIT
           END-IF
           DISPLAY "EQUIPAMENTO: " FUNCTION TRIM(DESCR-ATV)
                   " SERIE " FUNCTION TRIM(NUM-SERIE-ATV).
       2110-LE-ATIVO-DISPONIVEL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2120-PROXIMO-COMODATO - PROXIMO NUMERO LIVRE (START <= NO
      * MAIOR VALOR E READ PREVIOUS, COMO O PROXIMO-CODIGO DE CADCLI).
      *-----------------------------------------------------------------
       2120-PROXIMO-COMODATO.
           MOVE 999999 TO XAV-CMD
           START COMODATO KEY IS NOT GREATER THAN XAV-CMD
               INVALID KEY
                   MOVE ZEROS TO WS-NUM-CMD-NOVO
               NOT INVALID KEY
                   READ COMODATO PREVIOUS RECORD
                       AT END MOVE ZEROS TO NUM-CMD
                   END-READ
                   MOVE NUM-CMD TO WS-NUM-CMD-NOVO
           END-START

           ADD 1 TO WS-NUM-CMD-NOVO
           INITIALIZE REG-CMD
           MOVE WS-NUM-CMD-NOVO TO NUM-CMD.
       2120-PROXIMO-COMODATO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LE-COMODATO-ATIVO - COMODATO INFORMADO, AINDA ATIVO, COM O
      * EQUIPAMENTO DELE LIDO PARA ATUALIZACAO.
      *-----------------------------------------------------------------
       2200-LE-COMODATO-ATIVO.
           MOVE "N" TO WS-ERRO
           DISPLAY "NUMERO DO COMODATO (C NO MENU LISTA OS DO"
                   " CLIENTE):"
           ACCEPT WS-NUM-CMD-INF FROM CONSOLE

           MOVE WS-NUM-CMD-INF TO XAV-CMD
           READ COMODATO
           IF FS-CMD NOT = ZEROS
               DISPLAY "COMODATO NAO ENCONTRADO - NADA FEITO."
               MOVE "S" TO WS-ERRO
               GO TO 2200-LE-COMODATO-ATIVO-EXIT
           END-IF
           IF NOT CMD-ATIVO
               DISPLAY "COMODATO JA ENCERRADO EM " DT-FIM-CMD
                       " - NADA FEITO."
               MOVE "S" TO WS-ERRO
               GO TO 2200-LE-COMODATO-ATIVO-EXIT
           END-IF

           MOVE COD-ATV-CMD TO XAV-ATV
           READ ATIVO
           IF FS-ATV NOT = ZEROS
               DISPLAY "EQUIPAMENTO " COD-ATV-CMD
                       " DO COMODATO NAO CADASTRADO - NADA FEITO."
               MOVE "S" TO WS-ERRO
               GO TO 2200-LE-COMODATO-ATIVO-EXIT
           END-IF

           DISPLAY "CLIENTE " COD-CLI-CMD " - CONTRATO "
                   FUNCTION TRIM(NUM-CONTRATO-CMD) " - "
                   FUNCTION TRIM(DESCR-ATV) " SERIE "
                   FUNCTION TRIM(NUM-SERIE-ATV).
       2200-LE-COMODATO-ATIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2250-DESTINO-RECOLHIDO - O EQUIPAMENTO QUE VOLTA DO CLIENTE
      * FICA DISPONIVEL OU VAI PARA A MANUTENCAO.
      *-----------------------------------------------------------------
       2250-DESTINO-RECOLHIDO.
           DISPLAY "EQUIPAMENTO RECOLHIDO VAI PARA (D=DISPONIVEL"
                   " M=MANUTENCAO, ENTER = D):"
           MOVE SPACE TO WS-DESTINO-ATV
           ACCEPT WS-DESTINO-ATV FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-DESTINO-ATV) TO WS-DESTINO-ATV
           IF WS-DESTINO-ATV NOT = "M"
               MOVE "D" TO WS-DESTINO-ATV
           END-IF

           DISPLAY "MOTIVO/OBSERVACAO:"
           MOVE SPACES TO WS-OBS
           ACCEPT WS-OBS FROM CONSOLE.
       2250-DESTINO-RECOLHIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-TROCA - ENCERRA O COMODATO DO EQUIPAMENTO QUE SAI E ABRE
      * OUTRO, COM O MESMO CONTRATO, DEVOLUCAO PREVISTA E COMPROMISSO,
      * PARA O EQUIPAMENTO QUE ENTRA. UM APONTA PARA O OUTRO.
      *-----------------------------------------------------------------
       2300-TROCA.
           PERFORM 2200-LE-COMODATO-ATIVO
               THRU 2200-LE-COMODATO-ATIVO-EXIT
           IF HOUVE-ERRO
               GO TO 2300-TROCA-EXIT
           END-IF
           MOVE REG-CMD TO WS-REG-CMD-ANTIGO
           MOVE COD-ATV-CMD TO WS-COD-ATV-INF
           MOVE COD-CLI-CMD TO WS-COD-CLI-INF

           DISPLAY "CODIGO DO EQUIPAMENTO SUBSTITUTO:"
           ACCEPT WS-COD-ATV-NOVO FROM CONSOLE
           IF WS-COD-ATV-NOVO = WS-COD-ATV-INF
               DISPLAY "SUBSTITUTO IGUAL AO ATUAL - NADA FEITO."
               GO TO 2300-TROCA-EXIT
           END-IF
           MOVE WS-COD-ATV-NOVO TO WS-COD-ATV-INF
           PERFORM 2110-LE-ATIVO-DISPONIVEL
               THRU 2110-LE-ATIVO-DISPONIVEL-EXIT
           IF HOUVE-ERRO
               GO TO 2300-TROCA-EXIT
           END-IF

           PERFORM 2250-DESTINO-RECOLHIDO
               THRU 2250-DESTINO-RECOLHIDO-EXIT

      *    COMODATO NOVO: COPIA DO ANTIGO COM O EQUIPAMENTO NOVO.
           PERFORM 2120-PROXIMO-COMODATO
               THRU 2120-PROXIMO-COMODATO-EXIT
           MOVE WS-REG-CMD-ANTIGO TO REG-CMD
           MOVE NUM-CMD           TO WS-NUM-CMD-INF
           MOVE WS-NUM-CMD-NOVO   TO NUM-CMD
           MOVE WS-COD-ATV-NOVO   TO COD-ATV-CMD
           MOVE WS-HOJE-NUM       TO DT-ENTREGA-CMD
           MOVE ZEROS             TO DT-FIM-CMD
           SET CMD-ATIVO          TO TRUE
           MOVE SPACE             TO MOTIVO-FIM-CMD
           MOVE WS-NUM-CMD-INF    TO NUM-CMD-TROCA
           WRITE REG-CMD
           IF FS-CMD NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO COMODATO. FS: " FS-CMD
               GO TO 2300-TROCA-EXIT
           END-IF

      *    EQUIPAMENTO NOVO VAI PARA O CLIENTE (REG-ATV AINDA E O DELE).
           SET ATV-EM-COMODATO TO TRUE
           MOVE WS-COD-CLI-INF  TO COD-CLI-ATV
           MOVE WS-NUM-CMD-NOVO TO NUM-CMD-ATV
           REWRITE REG-ATV
           MOVE "TRE"           TO WS-TIPO-MOV
           PERFORM 2700-GRAVA-MOVIMENTO THRU 2700-GRAVA-MOVIMENTO-EXIT

      *    COMODATO ANTIGO ENCERRADO POR TROCA.
           MOVE WS-NUM-CMD-INF TO XAV-CMD
           READ COMODATO
           IF FS-CMD = ZEROS
               SET CMD-ENCERRADO     TO TRUE
               SET FIM-POR-TROCA     TO TRUE
               MOVE WS-HOJE-NUM      TO DT-FIM-CMD
               MOVE WS-NUM-CMD-NOVO  TO NUM-CMD-TROCA
               REWRITE REG-CMD
           END-IF

      *    EQUIPAMENTO ANTIGO VOLTA PARA CASA.
           MOVE COD-ATV-CMD TO XAV-ATV
           READ ATIVO
           IF FS-ATV = ZEROS
               PERFORM 2450-DEVOLVE-ATIVO
                   THRU 2450-DEVOLVE-ATIVO-EXIT
           END-IF
           MOVE "TRS" TO WS-TIPO-MOV
           PERFORM 2700-GRAVA-MOVIMENTO THRU 2700-GRAVA-MOVIMENTO-EXIT

           MOVE "COMODATO-TROCA" TO WS-ALOG-OPER
           PERFORM 2800-MONTA-CHAVE-LOG THRU 2800-MONTA-CHAVE-LOG-EXIT
           PERFORM 8900-GRAVA-ACAO-LOG  THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "TROCA FEITA: COMODATO " WS-NUM-CMD-INF
                   " ENCERRADO, COMODATO " WS-NUM-CMD-NOVO
                   " ABERTO COM O EQUIPAMENTO " WS-COD-ATV-NOVO ".".
       2300-TROCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-RECOLHE - ENCERRA O COMODATO E TRAZ O EQUIPAMENTO DE
      * VOLTA (DISPONIVEL OU MANUTENCAO).
      *-----------------------------------------------------------------
       2400-RECOLHE.
           PERFORM 2200-LE-COMODATO-ATIVO
               THRU 2200-LE-COMODATO-ATIVO-EXIT
           IF HOUVE-ERRO
               GO TO 2400-RECOLHE-EXIT
           END-IF

           DISPLAY "CONFIRMA O RECOLHIMENTO (S/N)?"
           ACCEPT WS-OPCAO FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-OPCAO) NOT = "S"
               DISPLAY "RECOLHIMENTO DESISTIDO."
               GO TO 2400-RECOLHE-EXIT
           END-IF

           PERFORM 2250-DESTINO-RECOLHIDO
               THRU 2250-DESTINO-RECOLHIDO-EXIT

           SET CMD-ENCERRADO        TO TRUE
           SET FIM-POR-RECOLHIMENTO TO TRUE
           MOVE WS-HOJE-NUM         TO DT-FIM-CMD
           REWRITE REG-CMD
           IF FS-CMD NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO COMODATO. FS: " FS-CMD
               GO TO 2400-RECOLHE-EXIT
           END-IF

           PERFORM 2450-DEVOLVE-ATIVO THRU 2450-DEVOLVE-ATIVO-EXIT
           MOVE "REC" TO WS-TIPO-MOV
           PERFORM 2700-GRAVA-MOVIMENTO THRU 2700-GRAVA-MOVIMENTO-EXIT

           MOVE "COMODATO-REC" TO WS-ALOG-OPER
           PERFORM 2800-MONTA-CHAVE-LOG THRU 2800-MONTA-CHAVE-LOG-EXIT
           PERFORM 8900-GRAVA-ACAO-LOG  THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "COMODATO " NUM-CMD " ENCERRADO - EQUIPAMENTO "
                   COD-ATV " RECOLHIDO.".
       2400-RECOLHE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2450-DEVOLVE-ATIVO - EQUIPAMENTO LIDO EM REG-ATV VOLTA PARA
      * CASA NO DESTINO ESCOLHIDO, SEM CLIENTE.
      *-----------------------------------------------------------------
       2450-DEVOLVE-ATIVO.
           IF WS-DESTINO-ATV = "M"
               SET ATV-EM-MANUTENCAO TO TRUE
           ELSE
               SET ATV-DISPONIVEL    TO TRUE
           END-IF
           MOVE ZEROS TO COD-CLI-ATV NUM-CMD-ATV
           REWRITE REG-ATV.
       2450-DEVOLVE-ATIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CONSULTA - COMODATOS DO CLIENTE (ATIVOS E ENCERRADOS) E O
      * COMPROMISSO MENSAL SOMADO DOS ATIVOS. COMODATO NAO TEM CHAVE
      * POR CLIENTE: VARREDURA SEQUENCIAL.
      *-----------------------------------------------------------------
       2500-CONSULTA.
           DISPLAY "CODIGO DO CLIENTE:"
           ACCEPT WS-COD-CLI-INF FROM CONSOLE
           MOVE WS-COD-CLI-INF TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               DISPLAY "CLIENTE: " FUNCTION TRIM(RAZAO-CLI)
           END-IF
           MOVE ZEROS TO FS

           MOVE ZEROS TO WS-QTD-LISTADOS WS-TOTAL-COMPROMISSO
           MOVE "N"   TO WS-FIM-LISTA
           MOVE ZEROS TO XAV-CMD
           START COMODATO KEY IS NOT LESS THAN XAV-CMD
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START

           DISPLAY "NUMERO S EQUIP SERIE                CONTRATO"
                   "        ENTREGA  DEVOL.PR    COMPROMISSO"
           PERFORM 2550-CONSULTA-UM THRU 2550-CONSULTA-UM-EXIT
               UNTIL FIM-LISTA

           MOVE WS-TOTAL-COMPROMISSO TO WS-VALOR-EDIT
           DISPLAY WS-QTD-LISTADOS " COMODATO(S) - COMPRA MINIMA"
                   " MENSAL DOS ATIVOS: " WS-VALOR-EDIT
                   "  (S: A=ATIVO E=ENCERRADO)".
       2500-CONSULTA-EXIT.
           EXIT.

       2550-CONSULTA-UM.
           READ COMODATO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2550-CONSULTA-UM-EXIT
           END-READ

           IF COD-CLI-CMD NOT = WS-COD-CLI-INF
               GO TO 2550-CONSULTA-UM-EXIT
           END-IF

           MOVE COD-ATV-CMD TO XAV-ATV
           READ ATIVO WITH IGNORE LOCK
           IF FS-ATV NOT = ZEROS
               MOVE SPACES TO NUM-SERIE-ATV
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           IF CMD-ATIVO
               ADD COMPROMISSO-CMD TO WS-TOTAL-COMPROMISSO
           END-IF
           MOVE NUM-CMD           TO LC-NUM-CMD
           MOVE SIT-CMD           TO LC-SIT
           MOVE COD-ATV-CMD       TO LC-COD-ATV
           MOVE NUM-SERIE-ATV     TO LC-SERIE
           MOVE NUM-CONTRATO-CMD  TO LC-CONTRATO
           MOVE DT-ENTREGA-CMD    TO LC-DT-ENTREGA
           MOVE DT-DEVOL-PREV-CMD TO LC-DT-DEVOL-PREV
           MOVE COMPROMISSO-CMD   TO LC-COMPROMISSO
           DISPLAY WS-LINHA-CONSULTA.
       2550-CONSULTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-GRAVA-MOVIMENTO - UMA LINHA NO HISTORICO DO EQUIPAMENTO
      * LIDO EM REG-ATV, COM O COMODATO E O CLIENTE DO MOVIMENTO.
      * PROXIMA SEQUENCIA POR START <= / READ PREVIOUS (KARDEX).
      *-----------------------------------------------------------------
       2700-GRAVA-MOVIMENTO.
           MOVE COD-ATV TO COD-ATV-MVC
           MOVE 99999   TO SEQ-MVC
           START MOVCMD KEY IS NOT GREATER THAN XAV-MVC
               INVALID KEY
                   MOVE ZEROS TO SEQ-MVC
               NOT INVALID KEY
                   READ MOVCMD PREVIOUS RECORD
                       AT END MOVE ZEROS TO SEQ-MVC
                   END-READ
                   IF FS-MVC NOT = ZEROS
                   OR COD-ATV-MVC NOT = COD-ATV
                       MOVE ZEROS TO SEQ-MVC
                   END-IF
           END-START

           ADD 1 TO SEQ-MVC
           MOVE COD-ATV     TO COD-ATV-MVC
           ACCEPT WS-HORA FROM TIME
           MOVE WS-HOJE-NUM TO DT-MVC
           MOVE WS-HORA (1:6) TO HR-MVC
           MOVE WS-TIPO-MOV TO TIPO-MVC
           MOVE WS-COD-CLI-INF TO COD-CLI-MVC
           IF WS-TIPO-MOV = "TRS"
               MOVE WS-NUM-CMD-INF  TO NUM-CMD-MVC
           ELSE
               MOVE NUM-CMD         TO NUM-CMD-MVC
           END-IF
           MOVE WS-OPERADOR TO OPERADOR-MVC
           MOVE WS-OBS      TO OBS-MVC
           WRITE REG-MVC
           IF FS-MVC NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO. FS: " FS-MVC
           END-IF.
       2700-GRAVA-MOVIMENTO-EXIT.
           EXIT.

      * CHAVE DO LOG: COMODATO/CLIENTE.
       2800-MONTA-CHAVE-LOG.
           MOVE SPACES TO WS-ALOG-CHAVE
           STRING NUM-CMD "/" WS-COD-CLI-INF
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE.
       2800-MONTA-CHAVE-LOG-EXIT.
           EXIT.

       3000-FINALIZA.
           CLOSE ATIVO COMODATO MOVCMD CLIENTE.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8900-GRAVA-ACAO-LOG - APENDA NO ACAOLOG.TXT A OPERACAO
      * (DATA;HORA;QUEM;OPERACAO;CHAVE), LIDO PELO VERLOG.
      *-----------------------------------------------------------------
       8900-GRAVA-ACAO-LOG.
           ACCEPT WS-ALOG-DT FROM DATE YYYYMMDD
           ACCEPT WS-ALOG-HR FROM TIME

           OPEN EXTEND ACAO-LOG
           IF FS-ALOG = "05" OR FS-ALOG = "35"
               OPEN OUTPUT ACAO-LOG
           END-IF
           IF FS-ALOG NOT = ZEROS
               GO TO 8900-GRAVA-ACAO-LOG-EXIT
           END-IF

           MOVE SPACES TO REG-ALOG
           STRING WS-ALOG-DT ";" WS-ALOG-HR (1:6) ";"
                  FUNCTION TRIM(WS-OPERADOR) ";"
                  FUNCTION TRIM(WS-ALOG-OPER) ";"
                  FUNCTION TRIM(WS-ALOG-CHAVE)
                  DELIMITED BY SIZE INTO REG-ALOG
           WRITE REG-ALOG
           CLOSE ACAO-LOG.
       8900-GRAVA-ACAO-LOG-EXIT.
           EXIT.
