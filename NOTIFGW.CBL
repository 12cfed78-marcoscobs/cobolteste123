      *-----------------------------------------------------------------
      * NOTIFGW - FILA DE AVISOS AO CLIENTE: EXPORTACAO PARA O GATEWAY
      *           DE E-MAIL/WHATSAPP, RETORNO DE ENTREGA E HISTORICO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTIFGW.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PONTE ENTRE A FILA DE
      *                   AVISOS (NOTIFIC, GRAVADA PELO CADPED,
      *                   APROVPED, FECHADIA, ROMANEIO E CARTACOB) E O
      *                   GATEWAY DE MENSAGENS. E EXPORTA OS AVISOS
      *                   PENDENTES PARA NOTIFOUT.TXT (UM POR LINHA,
      *                   CAMPOS SEPARADOS POR PONTO-E-VIRGULA) E OS
      *                   MARCA COMO EXPORTADOS; R LE O RETORNO DO
      *                   GATEWAY (NOTIFRET.TXT) E GRAVA ENTREGUE OU
      *                   FALHA COM A MENSAGEM; F DEVOLVE A FILA OS
      *                   AVISOS COM FALHA, ATE 3 TENTATIVAS; C
      *                   CONSULTA O HISTORICO DE AVISOS DE UM CLIENTE.
      *                   EXPORTACAO, RETORNO E REENVIO VAO AO LOG
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
           COPY "NOTIFIC.SEL".
           COPY "CLIENTE.SEL".

      * SAIDA PARA O GATEWAY. ABERTA EM EXTEND: O QUE O GATEWAY AINDA
      * NAO CONSUMIU DE UMA EXPORTACAO ANTERIOR NAO SE PERDE.
           SELECT OUTBOX-FILE ASSIGN TO "NOTIFOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.

      * RETORNO DO GATEWAY: NUMERO;SITUACAO(E/F);AAAAMMDD;HHMMSS;
      * MENSAGEM.
           SELECT RETORNO-FILE ASSIGN TO "NOTIFRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RET.

      * LOG CENTRAL DE ACOES (ACAOLOG.TXT, UMA LINHA POR OPERACAO
      * SENSIVEL), CONSULTADO PELO VERLOG.
           SELECT ACAO-LOG ASSIGN TO "ACAOLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALOG.

       DATA DIVISION.
       FILE SECTION.
           COPY "NOTIFIC.FD".
           COPY "CLIENTE.FD".

       FD  OUTBOX-FILE
           LABEL RECORD STANDARD.
       01  REG-OUTBOX                  PIC X(400).

       FD  RETORNO-FILE
           LABEL RECORD STANDARD.
       01  REG-RETORNO                 PIC X(120).

       FD  ACAO-LOG
           LABEL RECORD STANDARD.
       01  REG-ALOG                    PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-NTF                      PIC XX       VALUE SPACES.
       77  FS-OUT                      PIC XX       VALUE SPACES.
       77  FS-RET                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-OPERADOR                 PIC X(20)    VALUE SPACES.
       77  WS-COD-CLI-INF              PIC 9(07)    VALUE ZEROS.
       77  WS-HORA                     PIC 9(08)    VALUE ZEROS.
       77  WS-VALOR-EDIT               PIC Z(08)9,99.
      * AVISO COM FALHA VOLTA A FILA ATE ESTE NUMERO DE ENVIOS.
       77  WS-MAX-TENTATIVAS           PIC 9(02)    VALUE 3.

      * CONTADORES DE CADA OPERACAO.
       77  WS-QTD-EXPORTADOS           PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-LIDOS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-ENTREGUES            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-FALHAS               PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-SEM-CASAR            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-REENVIO              PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-DESISTIDOS           PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.

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
           05  WS-FIM-NTF              PIC X(01)    VALUE "N".
               88  FIM-NTF                          VALUE "S".
           05  WS-FIM-RETORNO          PIC X(01)    VALUE "N".
               88  FIM-RETORNO                      VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

      * LINHA DO RETORNO SEPARADA NOS CAMPOS.
       01  WS-RET-DETALHE.
           05  WS-RET-NUM-TXT          PIC X(09).
           05  WS-RET-SIT              PIC X(01).
           05  WS-RET-DT-TXT           PIC X(08).
           05  WS-RET-HR-TXT           PIC X(06).
           05  WS-RET-MSG              PIC X(60).
       77  WS-RET-NUM                  PIC 9(09)    VALUE ZEROS.

       01  WS-LINHA-CONSULTA.
           05  LC-NUM-NTF              PIC Z(08)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DT-GERACAO           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-MODELO               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-SIT                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-CANAL                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DESTINO              PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LC-DOCUMENTO            PIC X(16).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-PROCESSA        THRU 2000-PROCESSA-EXIT
               UNTIL FIM-PROGRAMA
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - IDENTIFICA O OPERADOR E ABRE (OU CRIA) A
      * FILA DE AVISOS.
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

           OPEN I-O NOTIFIC
           IF FS-NTF = "35" OR FS-NTF = "05"
               OPEN OUTPUT NOTIFIC
               CLOSE NOTIFIC
               OPEN I-O NOTIFIC
           END-IF
           IF FS-NTF NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DA FILA DE AVISOS (NOTIFIC)."
                       " FS: " FS-NTF
               MOVE "S" TO WS-FIM-PROGRAMA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT CLIENTE.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - MENU DA FILA DE AVISOS
      *-----------------------------------------------------------------
       2000-PROCESSA.
           DISPLAY " "
           DISPLAY "AVISOS AO CLIENTE (E-MAIL/WHATSAPP) - OPERADOR "
                   FUNCTION TRIM(WS-OPERADOR)
           DISPLAY "  E = EXPORTAR PENDENTES PARA O GATEWAY"
           DISPLAY "  R = LER RETORNO DE ENTREGA DO GATEWAY"
           DISPLAY "  F = DEVOLVER A FILA OS AVISOS COM FALHA"
           DISPLAY "  C = CONSULTA HISTORICO DE AVISOS DO CLIENTE"
           DISPLAY "  X = SAIR"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "E"
                   PERFORM 2100-EXPORTA     THRU 2100-EXPORTA-EXIT
               WHEN "R"
                   PERFORM 2200-RETORNO     THRU 2200-RETORNO-EXIT
               WHEN "F"
                   PERFORM 2300-REENVIA     THRU 2300-REENVIA-EXIT
               WHEN "C"
                   PERFORM 2400-CONSULTA    THRU 2400-CONSULTA-EXIT
               WHEN "X"
                   MOVE "S" TO WS-FIM-PROGRAMA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-PROCESSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-EXPORTA - VARRE A FILA E GRAVA CADA AVISO PENDENTE NO
      * ARQUIVO DO GATEWAY: NUMERO;CLIENTE;MODELO;CANAL;DESTINO;
      * NOME DO CONTATO;CAMPOS DO MODELO. O AVISO FICA EXPORTADO
      * ATE O RETORNO DIZER SE FOI ENTREGUE.
      *-----------------------------------------------------------------
       2100-EXPORTA.
           MOVE ZEROS TO WS-QTD-EXPORTADOS

           OPEN EXTEND OUTBOX-FILE
           IF FS-OUT = "05" OR FS-OUT = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF FS-OUT NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE NOTIFOUT.TXT. FS: " FS-OUT
               GO TO 2100-EXPORTA-EXIT
           END-IF

           PERFORM 2500-POSICIONA-INICIO THRU 2500-POSICIONA-INICIO-EXIT
           PERFORM 2150-EXPORTA-UM THRU 2150-EXPORTA-UM-EXIT
               UNTIL FIM-NTF

           CLOSE OUTBOX-FILE

           MOVE "NOTIF-EXPORTA" TO WS-ALOG-OPER
           MOVE SPACES          TO WS-ALOG-CHAVE
           STRING WS-HOJE-NUM ";" WS-QTD-EXPORTADOS
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY WS-QTD-EXPORTADOS
                   " AVISO(S) EXPORTADO(S) PARA NOTIFOUT.TXT.".
       2100-EXPORTA-EXIT.
           EXIT.

       2150-EXPORTA-UM.
           READ NOTIFIC NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NTF
                   GO TO 2150-EXPORTA-UM-EXIT
           END-READ
           IF NOT NTF-PENDENTE
               GO TO 2150-EXPORTA-UM-EXIT
           END-IF

           MOVE SPACES TO REG-OUTBOX
           STRING NUM-NTF ";" COD-CLI-NTF ";"
                  FUNCTION TRIM(MODELO-NTF) ";"
                  CANAL-NTF ";"
                  FUNCTION TRIM(DESTINO-NTF) ";"
                  FUNCTION TRIM(NOME-CONTATO-NTF) ";"
                  FUNCTION TRIM(DADOS-NTF)
                  DELIMITED BY SIZE INTO REG-OUTBOX
           WRITE REG-OUTBOX

           ACCEPT WS-HORA FROM TIME
           SET NTF-EXPORTADA  TO TRUE
           ADD 1              TO TENTATIVAS-NTF
           MOVE WS-HOJE-NUM   TO DT-SIT-NTF
           MOVE WS-HORA (1:6) TO HR-SIT-NTF
           MOVE SPACES        TO RETORNO-NTF
           REWRITE REG-NTF
           ADD 1 TO WS-QTD-EXPORTADOS.
       2150-EXPORTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-RETORNO - LE O RETORNO DO GATEWAY E GRAVA A SITUACAO DE
      * ENTREGA NO AVISO. SO CASA AVISO JA EXPORTADO (OU COM FALHA,
      * QUE O GATEWAY PODE TER CONSEGUIDO ENTREGAR DEPOIS); NUMERO
      * DESCONHECIDO OU SITUACAO INVALIDA E CONTADO A PARTE.
      *-----------------------------------------------------------------
       2200-RETORNO.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ENTREGUES WS-QTD-FALHAS
                         WS-QTD-SEM-CASAR
           MOVE "N"   TO WS-FIM-RETORNO

           OPEN INPUT RETORNO-FILE
           IF FS-RET NOT = ZEROS
               DISPLAY "ARQUIVO DE RETORNO NOTIFRET.TXT NAO ENCONTRADO."
               GO TO 2200-RETORNO-EXIT
           END-IF

           PERFORM 2250-TRATA-RETORNO THRU 2250-TRATA-RETORNO-EXIT
               UNTIL FIM-RETORNO

           CLOSE RETORNO-FILE

           MOVE "NOTIF-RETORNO" TO WS-ALOG-OPER
           MOVE SPACES          TO WS-ALOG-CHAVE
           STRING WS-QTD-ENTREGUES ";" WS-QTD-FALHAS
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY "RETORNO: " WS-QTD-LIDOS " LINHA(S), "
                   WS-QTD-ENTREGUES " ENTREGUE(S), "
                   WS-QTD-FALHAS " FALHA(S), "
                   WS-QTD-SEM-CASAR " SEM CASAR.".
       2200-RETORNO-EXIT.
           EXIT.

       2250-TRATA-RETORNO.
           READ RETORNO-FILE
               AT END
                   MOVE "S" TO WS-FIM-RETORNO
                   GO TO 2250-TRATA-RETORNO-EXIT
           END-READ
           IF REG-RETORNO = SPACES
               GO TO 2250-TRATA-RETORNO-EXIT
           END-IF
           ADD 1 TO WS-QTD-LIDOS

           MOVE SPACES TO WS-RET-DETALHE
           UNSTRING REG-RETORNO DELIMITED BY ";"
               INTO WS-RET-NUM-TXT WS-RET-SIT WS-RET-DT-TXT
                    WS-RET-HR-TXT WS-RET-MSG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-RET-SIT) TO WS-RET-SIT

           IF FUNCTION TRIM(WS-RET-NUM-TXT) IS NOT NUMERIC
           OR (WS-RET-SIT NOT = "E" AND WS-RET-SIT NOT = "F")
               ADD 1 TO WS-QTD-SEM-CASAR
               GO TO 2250-TRATA-RETORNO-EXIT
           END-IF

           MOVE FUNCTION NUMVAL(WS-RET-NUM-TXT) TO WS-RET-NUM
           MOVE WS-RET-NUM TO XAV-NTF
           READ NOTIFIC
           IF FS-NTF NOT = ZEROS
               ADD 1 TO WS-QTD-SEM-CASAR
               GO TO 2250-TRATA-RETORNO-EXIT
           END-IF
           IF NOT NTF-EXPORTADA AND NOT NTF-FALHA
               ADD 1 TO WS-QTD-SEM-CASAR
               GO TO 2250-TRATA-RETORNO-EXIT
           END-IF

           IF WS-RET-SIT = "E"
               SET NTF-ENTREGUE TO TRUE
               ADD 1 TO WS-QTD-ENTREGUES
           ELSE
               SET NTF-FALHA    TO TRUE
               ADD 1 TO WS-QTD-FALHAS
           END-IF
           IF WS-RET-DT-TXT IS NUMERIC
               MOVE WS-RET-DT-TXT TO DT-SIT-NTF
           ELSE
               MOVE WS-HOJE-NUM   TO DT-SIT-NTF
           END-IF
           IF WS-RET-HR-TXT IS NUMERIC
               MOVE WS-RET-HR-TXT TO HR-SIT-NTF
           ELSE
               ACCEPT WS-HORA FROM TIME
               MOVE WS-HORA (1:6) TO HR-SIT-NTF
           END-IF
           MOVE WS-RET-MSG TO RETORNO-NTF
           REWRITE REG-NTF.
       2250-TRATA-RETORNO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-REENVIA - AVISO COM FALHA VOLTA A PENDENTE PARA A
      * PROXIMA EXPORTACAO, ENQUANTO NAO ESGOTAR AS TENTATIVAS; O QUE
      * JA ESGOTOU FICA COM FALHA NO HISTORICO.
      *-----------------------------------------------------------------
       2300-REENVIA.
           MOVE ZEROS TO WS-QTD-REENVIO WS-QTD-DESISTIDOS

           PERFORM 2500-POSICIONA-INICIO THRU 2500-POSICIONA-INICIO-EXIT
           PERFORM 2350-REENVIA-UM THRU 2350-REENVIA-UM-EXIT
               UNTIL FIM-NTF

           MOVE "NOTIF-REENVIO" TO WS-ALOG-OPER
           MOVE SPACES          TO WS-ALOG-CHAVE
           STRING WS-HOJE-NUM ";" WS-QTD-REENVIO
                  DELIMITED BY SIZE INTO WS-ALOG-CHAVE
           PERFORM 8900-GRAVA-ACAO-LOG THRU 8900-GRAVA-ACAO-LOG-EXIT

           DISPLAY WS-QTD-REENVIO " AVISO(S) DEVOLVIDO(S) A FILA, "
                   WS-QTD-DESISTIDOS " JA COM " WS-MAX-TENTATIVAS
                   " TENTATIVAS (FICAM COM FALHA).".
       2300-REENVIA-EXIT.
           EXIT.

       2350-REENVIA-UM.
           READ NOTIFIC NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-NTF
                   GO TO 2350-REENVIA-UM-EXIT
           END-READ
           IF NOT NTF-FALHA
               GO TO 2350-REENVIA-UM-EXIT
           END-IF
           IF TENTATIVAS-NTF NOT < WS-MAX-TENTATIVAS
               ADD 1 TO WS-QTD-DESISTIDOS
               GO TO 2350-REENVIA-UM-EXIT
           END-IF

           ACCEPT WS-HORA FROM TIME
           SET NTF-PENDENTE   TO TRUE
           MOVE WS-HOJE-NUM   TO DT-SIT-NTF
           MOVE WS-HORA (1:6) TO HR-SIT-NTF
           REWRITE REG-NTF
           ADD 1 TO WS-QTD-REENVIO.
       2350-REENVIA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CONSULTA - HISTORICO DE AVISOS DE UM CLIENTE PELA CHAVE
      * ALTERNATIVA (COD-CLI-NTF), DO MAIS ANTIGO AO MAIS RECENTE.
      *-----------------------------------------------------------------
       2400-CONSULTA.
           DISPLAY "CODIGO DO CLIENTE:"
           ACCEPT WS-COD-CLI-INF FROM CONSOLE
           MOVE WS-COD-CLI-INF TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS = ZEROS
               DISPLAY "CLIENTE: " FUNCTION TRIM(RAZAO-CLI)
           ELSE
               DISPLAY "CLIENTE " WS-COD-CLI-INF " NAO CADASTRADO."
           END-IF

           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-NTF
           MOVE WS-COD-CLI-INF TO COD-CLI-NTF
           START NOTIFIC KEY IS = COD-CLI-NTF
               INVALID KEY MOVE "S" TO WS-FIM-NTF
           END-START

           DISPLAY "NUMERO    GERADO   MODELO     S C DESTINO"
                   "                        DOCUMENTO"
           DISPLAY "  (S: P PENDENTE, X EXPORTADO, E ENTREGUE,"
                   " F FALHA, S SEM DESTINO)"
           PERFORM 2450-LISTA-AVISO THRU 2450-LISTA-AVISO-EXIT
               UNTIL FIM-NTF

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUM AVISO PARA O CLIENTE."
           END-IF.
       2400-CONSULTA-EXIT.
           EXIT.

       2450-LISTA-AVISO.
           READ NOTIFIC NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-NTF
                   GO TO 2450-LISTA-AVISO-EXIT
           END-READ
           IF COD-CLI-NTF NOT = WS-COD-CLI-INF
               MOVE "S" TO WS-FIM-NTF
               GO TO 2450-LISTA-AVISO-EXIT
           END-IF

           MOVE SPACES          TO WS-LINHA-CONSULTA
           MOVE NUM-NTF         TO LC-NUM-NTF
           MOVE DT-GERACAO-NTF  TO LC-DT-GERACAO
           MOVE MODELO-NTF      TO LC-MODELO
           MOVE SIT-NTF         TO LC-SIT
           MOVE CANAL-NTF       TO LC-CANAL
           MOVE DESTINO-NTF     TO LC-DESTINO
           EVALUATE TRUE
               WHEN NUM-NF-NTF NOT = ZEROS
                   STRING "NF " NUM-NF-NTF
                          DELIMITED BY SIZE INTO LC-DOCUMENTO
               WHEN NUM-PEDIDO-NTF NOT = ZEROS
                   STRING "PEDIDO " NUM-PEDIDO-NTF
                          DELIMITED BY SIZE INTO LC-DOCUMENTO
               WHEN OTHER
                   MOVE VALOR-NTF TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT TO LC-DOCUMENTO
           END-EVALUATE
           DISPLAY WS-LINHA-CONSULTA
           IF RETORNO-NTF NOT = SPACES
               DISPLAY "          RETORNO " DT-SIT-NTF ": "
                       FUNCTION TRIM(RETORNO-NTF)
           END-IF
           ADD 1 TO WS-QTD-LISTADOS.
       2450-LISTA-AVISO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-POSICIONA-INICIO - POSICIONA NO PRIMEIRO AVISO DA FILA
      * PARA AS VARREDURAS DE EXPORTACAO E REENVIO.
      *-----------------------------------------------------------------
       2500-POSICIONA-INICIO.
           MOVE "N"   TO WS-FIM-NTF
           MOVE ZEROS TO XAV-NTF
           START NOTIFIC KEY IS NOT LESS THAN XAV-NTF
               INVALID KEY MOVE "S" TO WS-FIM-NTF
           END-START.
       2500-POSICIONA-INICIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       3000-FINALIZA.
           CLOSE NOTIFIC CLIENTE.
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
