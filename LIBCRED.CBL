      *-----------------------------------------------------------------
      * LIBCRED - ANALISE DE CREDITO DO CLIENTE NOVO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIBCRED.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - PARECER DO ANALISTA DE
      *                   CREDITO SOBRE O CLIENTE NOVO, QUE O CADCLI
      *                   CRIA AGUARDANDO ANALISE (SIT-CRED-CLI "P").
      *                   O ANALISTA SE VALIDA (SUPERVISOR/ADMIN,
      *                   MESMA CONFERENCIA DO APROVPED), CONFERE OS
      *                   DOCUMENTOS, ANOTA AS REFERENCIAS COMERCIAIS
      *                   E BANCARIA E DECIDE: APROVAR GRAVA O LIMITE
      *                   APROVADO NO CADASTRO E LIBERA O CLIENTE PARA
      *                   PEDIDOS (OS RETIDOS NA FILA SEGUEM PARA O
      *                   APROVPED); RECUSAR EXIGE O MOTIVO E MANTEM O
      *                   CLIENTE BLOQUEADO. CADA PARECER VAI PARA
      *                   ANALCRED E PARA O SPOOL DATADO. L LISTA A
      *                   FILA COM OS DIAS DE ESPERA; A ANALISA UM
      *                   CLIENTE (TAMBEM SERVE PARA REVER UM PARECER).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTE.SEL".
           COPY "ANALCRED.SEL".
           COPY "USUARIO.SEL".

           SELECT LIBCRED-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".
           COPY "ANALCRED.FD".
           COPY "USUARIO.FD".

       FD  LIBCRED-REL
           LABEL RECORD STANDARD.
       01  REG-REL                     PIC X(132).


       FD  SPOOL-REG
           LABEL RECORD STANDARD.
       01  REG-SPOOLREG                PIC X(120).

       WORKING-STORAGE SECTION.

      * Spool de relatorios: a saida ganha nome com data e hora
      * (SPOOL-<NOME>-AAAAMMDD-HHMMSS.TXT), preservando as execucoes
      * anteriores, e cada arquivo gerado e registrado em SPOOLREG.TXT
      * para o visor de spool (SPOOLVW) reabrir ou reimprimir.
       77  WS-NOME-SPOOL-REL           PIC X(60)    VALUE SPACES.
       77  FS-SPR                      PIC XX       VALUE SPACES.
       77  WS-DATA-SPOOL               PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-SPOOL               PIC 9(08)    VALUE ZEROS.


      *-----------------------------------------------------------------
      * CHAVES E CONTADORES DE CONTROLE
      *-----------------------------------------------------------------
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-ACR                      PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-DECISAO                  PIC X(01)    VALUE SPACE.
       77  WS-RESPOSTA                 PIC X(01)    VALUE SPACE.
       77  WS-LOGIN-ANALISTA           PIC X(20)    VALUE SPACES.
       77  WS-SENHA-ANALISTA           PIC X(20)    VALUE SPACES.
       77  WS-COD-CLI-INF              PIC 9(07)    VALUE ZEROS.
       77  WS-TEXTO                    PIC X(15)    VALUE SPACES.
       77  WS-LIMITE-INF               PIC S9(09)V99 VALUE ZEROS.
       77  WS-OBS                      PIC X(60)    VALUE SPACES.
       77  WS-REF-COMERCIAL1           PIC X(60)    VALUE SPACES.
       77  WS-REF-COMERCIAL2           PIC X(60)    VALUE SPACES.
       77  WS-REF-BANCARIA             PIC X(60)    VALUE SPACES.
       77  WS-PROXIMA-SEQ              PIC 9(03)    VALUE ZEROS.
       77  WS-IX-DOC                   PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-DOC-OK               PIC 9(02)    VALUE ZEROS.
       77  WS-INTEIRO-HOJE             PIC 9(07)    VALUE ZEROS.
       77  WS-DIAS-ESPERA              PIC 9(05)    VALUE ZEROS.
       77  WS-HORA                     PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-APROVADOS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RECUSADOS            PIC 9(05)    VALUE ZEROS.
       77  WS-LIMITE-EDIT              PIC Z(08)9,99.
       77  WS-SIT-TEXTO                PIC X(20)    VALUE SPACES.

      * DOCUMENTOS CONFERIDOS, NA ORDEM DE DOC-ACR (ANALCRED.FD).
      * APROVACAO EXIGE O CARTAO CNPJ (2) E A CONSULTA AO ORGAO DE
      * PROTECAO AO CREDITO (5); OS DEMAIS FICAM ANOTADOS.
       01  WS-NOMES-DOC.
           05  FILLER                  PIC X(40) VALUE
               "CONTRATO SOCIAL / REQUERIMENTO".
           05  FILLER                  PIC X(40) VALUE
               "CARTAO CNPJ (SITUACAO ATIVA)".
           05  FILLER                  PIC X(40) VALUE
               "DOCUMENTO DOS SOCIOS".
           05  FILLER                  PIC X(40) VALUE
               "COMPROVANTE DE ENDERECO".
           05  FILLER                  PIC X(40) VALUE
               "CONSULTA AO ORGAO DE CREDITO".
       01  WS-TAB-NOMES-DOC REDEFINES WS-NOMES-DOC.
           05  WS-NOME-DOC             PIC X(40) OCCURS 5 TIMES.

       01  WS-DOCS-INF.
           05  WS-DOC-INF              PIC X(01) OCCURS 5 TIMES.

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-CLI              PIC X(01)    VALUE "N".
               88  FIM-CLI                          VALUE "S".
           05  WS-AUTORIZADO           PIC X(01)    VALUE "N".
               88  AUTORIZADO                       VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       COPY USULOG.CPY.

       01  WS-LINHA-LISTA.
           05  LL-COD-CLI              PIC Z(06)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-RAZAO                PIC X(35).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DT-CADASTRO          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-DIAS                 PIC Z(04)9.
           05  FILLER                  PIC X(05) VALUE " DIAS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-LIMITE               PIC Z(08)9,99.

       01  WS-LINHA-DECISAO.
           05  FILLER                  PIC X(08) VALUE "CLIENTE ".
           05  LD-COD-CLI              PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  LD-DECISAO              PIC X(08).
           05  FILLER                  PIC X(08) VALUE " LIMITE ".
           05  LD-LIMITE               PIC Z(08)9,99.
           05  FILLER                  PIC X(06) VALUE " DOCS ".
           05  LD-DOCS                 PIC 9(01).
           05  FILLER                  PIC X(08) VALUE "/5 ESP. ".
           05  LD-DIAS                 PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE "D".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-OBS                  PIC X(30).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF AUTORIZADO
               PERFORM 2000-MENU        THRU 2000-MENU-EXIT
                   UNTIL FIM-MENU
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - VALIDA O ANALISTA E ABRE OS ARQUIVOS
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)
               TO WS-INTEIRO-HOJE

           PERFORM 1050-VALIDA-ANALISTA
               THRU 1050-VALIDA-ANALISTA-EXIT
           IF NOT AUTORIZADO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CLIENTE
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CLIENTE. FS: " FS
               MOVE "N" TO WS-AUTORIZADO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O ANALCRED
           IF FS-ACR = "35" OR FS-ACR = "05"
               OPEN OUTPUT ANALCRED
               CLOSE ANALCRED
               OPEN I-O ANALCRED
           END-IF
           IF FS-ACR NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE ANALCRED. FS: " FS-ACR
               CLOSE CLIENTE
               MOVE "N" TO WS-AUTORIZADO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT LIBCRED-REL
           MOVE SPACES TO REG-REL
           STRING "ANALISE DE CREDITO DE CLIENTES - " WS-HOJE-NUM
                  " - ANALISTA " FUNCTION TRIM(WS-LOGIN-ANALISTA)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1050-VALIDA-ANALISTA - O PARECER E RESTRITO A SUPERVISOR/
      * ADMIN, MESMA CONFERENCIA DO APROVPED; O LOGIN VALIDADO E O
      * QUE FICA GRAVADO NO PARECER. ARQUIVO DE USUARIOS AINDA
      * INEXISTENTE LIBERA COM O LOGIN DA SESSAO (OU O DIGITADO).
      *-----------------------------------------------------------------
       1050-VALIDA-ANALISTA.
           OPEN INPUT USUARIO
           IF FS-USU = "35" OR FS-USU = "05"
               CLOSE USUARIO
               IF LOGIN-USUARIO-ATUAL = SPACES
                   DISPLAY "LOGIN DO ANALISTA:"
                   ACCEPT WS-LOGIN-ANALISTA FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-LOGIN-ANALISTA)
                       TO WS-LOGIN-ANALISTA
               ELSE
                   MOVE LOGIN-USUARIO-ATUAL TO WS-LOGIN-ANALISTA
               END-IF
               MOVE "S" TO WS-AUTORIZADO
               GO TO 1050-VALIDA-ANALISTA-EXIT
           END-IF

           DISPLAY "LOGIN DO ANALISTA DE CREDITO:"
           ACCEPT WS-LOGIN-ANALISTA FROM CONSOLE
           DISPLAY "SENHA:"
           ACCEPT WS-SENHA-ANALISTA FROM CONSOLE

           MOVE FUNCTION UPPER-CASE(WS-LOGIN-ANALISTA)
               TO WS-LOGIN-ANALISTA
           MOVE WS-LOGIN-ANALISTA TO XAV-USU
           READ USUARIO WITH IGNORE LOCK

           IF FS-USU NOT = ZEROS
           OR USU-INATIVO
           OR SENHA-USU NOT = WS-SENHA-ANALISTA
           OR USU-OPERADOR
               DISPLAY "LOGIN INVALIDO OU SEM PERFIL DE SUPERVISOR -"
                       " ANALISE NAO LIBERADA."
           ELSE
               MOVE "S" TO WS-AUTORIZADO
           END-IF

           CLOSE USUARIO.
       1050-VALIDA-ANALISTA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - L LISTA A FILA, A ANALISA UM CLIENTE
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY " "
           DISPLAY "ANALISE DE CREDITO - L=LISTA PENDENTES"
                   "  A=ANALISAR CLIENTE  X=SAIR"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "L"
                   PERFORM 2100-LISTA-PENDENTES
                       THRU 2100-LISTA-PENDENTES-EXIT
               WHEN "A"
                   PERFORM 2200-ANALISA THRU 2200-ANALISA-EXIT
               WHEN "X"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-LISTA-PENDENTES - CLIENTES ATIVOS AGUARDANDO ANALISE,
      * COM OS DIAS DE ESPERA DESDE O CADASTRO.
      *-----------------------------------------------------------------
       2100-LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-LISTADOS
           MOVE "N"   TO WS-FIM-CLI
           MOVE ZEROS TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-CLI
           END-START

           DISPLAY "CLIENTE  RAZAO SOCIAL                         "
                   "CADASTRO  ESPERA      LIMITE PEDIDO"
           PERFORM 2150-LISTA-UM THRU 2150-LISTA-UM-EXIT
               UNTIL FIM-CLI

           IF WS-QTD-LISTADOS = ZEROS
               DISPLAY "NENHUM CLIENTE AGUARDANDO ANALISE."
           ELSE
               DISPLAY WS-QTD-LISTADOS " CLIENTE(S) NA FILA."
           END-IF.
       2100-LISTA-PENDENTES-EXIT.
           EXIT.

       2150-LISTA-UM.
           READ CLIENTE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CLI
                   GO TO 2150-LISTA-UM-EXIT
           END-READ
           IF NOT CLI-ATIVO OR NOT CRED-PENDENTE
               GO TO 2150-LISTA-UM-EXIT
           END-IF

           PERFORM 2900-CALCULA-ESPERA THRU 2900-CALCULA-ESPERA-EXIT
           MOVE COD-CLI         TO LL-COD-CLI
           MOVE RAZAO-CLI       TO LL-RAZAO
           MOVE DT-CADASTRO-CLI TO LL-DT-CADASTRO
           MOVE WS-DIAS-ESPERA  TO LL-DIAS
           MOVE LIMITE-CRED-CLI TO LL-LIMITE
           DISPLAY WS-LINHA-LISTA
           ADD 1 TO WS-QTD-LISTADOS.
       2150-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-ANALISA - PARECER SOBRE UM CLIENTE: DOCUMENTOS,
      * REFERENCIAS, DECISAO E LIMITE. O CLIENTE FICA TRAVADO ATE O
      * FIM DO PARECER.
      *-----------------------------------------------------------------
       2200-ANALISA.
           DISPLAY "CODIGO DO CLIENTE:"
           ACCEPT WS-COD-CLI-INF FROM CONSOLE

           MOVE WS-COD-CLI-INF TO XAV-CLI
           READ CLIENTE WITH LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE NAO ENCONTRADO OU EM USO. FS: " FS
               GO TO 2200-ANALISA-EXIT
           END-IF
           IF NOT CLI-ATIVO
               DISPLAY "CLIENTE INATIVO - SEM ANALISE."
               UNLOCK CLIENTE
               GO TO 2200-ANALISA-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CRED-PENDENTE
                   MOVE "AGUARDANDO ANALISE" TO WS-SIT-TEXTO
               WHEN CRED-RECUSADO
                   MOVE "RECUSADO"           TO WS-SIT-TEXTO
               WHEN OTHER
                   MOVE "APROVADO"           TO WS-SIT-TEXTO
           END-EVALUATE
           PERFORM 2900-CALCULA-ESPERA THRU 2900-CALCULA-ESPERA-EXIT
           MOVE LIMITE-CRED-CLI TO WS-LIMITE-EDIT

           DISPLAY " "
           DISPLAY "CLIENTE " COD-CLI " - " FUNCTION TRIM(RAZAO-CLI)
           DISPLAY "CNPJ " CNPJ-CLI "  " FUNCTION TRIM(CIDADE-CLI)
                   "/" UF-CLI "  VENDEDOR " COD-VEND OF REG-CLI
           DISPLAY "SITUACAO: " WS-SIT-TEXTO "  CADASTRO "
                   DT-CADASTRO-CLI " (" WS-DIAS-ESPERA " DIAS)"
           DISPLAY "LIMITE NO CADASTRO: " WS-LIMITE-EDIT
           IF NOT CRED-PENDENTE
               DISPLAY "CLIENTE JA ANALISADO - CONTINUAR FAZ UM NOVO"
                       " PARECER (S/N)?"
               ACCEPT WS-RESPOSTA FROM CONSOLE
               IF FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S"
                   UNLOCK CLIENTE
                   GO TO 2200-ANALISA-EXIT
               END-IF
           END-IF

           MOVE ZEROS TO WS-QTD-DOC-OK
           PERFORM 2250-PERGUNTA-DOCUMENTO
               THRU 2250-PERGUNTA-DOCUMENTO-EXIT
               VARYING WS-IX-DOC FROM 1 BY 1 UNTIL WS-IX-DOC > 5

           DISPLAY "REFERENCIA COMERCIAL 1 (EMPRESA/CONTATO/PARECER):"
           ACCEPT WS-REF-COMERCIAL1 FROM CONSOLE
           DISPLAY "REFERENCIA COMERCIAL 2:"
           ACCEPT WS-REF-COMERCIAL2 FROM CONSOLE
           DISPLAY "REFERENCIA BANCARIA (BANCO/AGENCIA/PARECER):"
           ACCEPT WS-REF-BANCARIA FROM CONSOLE

           DISPLAY "DECISAO (A=APROVA R=RECUSA ENTER=DESISTE):"
           ACCEPT WS-DECISAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO

           EVALUATE WS-DECISAO
               WHEN "A"
                   PERFORM 2300-APROVA THRU 2300-APROVA-EXIT
               WHEN "R"
                   PERFORM 2400-RECUSA THRU 2400-RECUSA-EXIT
               WHEN OTHER
                   DISPLAY "PARECER NAO GRAVADO."
                   UNLOCK CLIENTE
           END-EVALUATE.
       2200-ANALISA-EXIT.
           EXIT.

       2250-PERGUNTA-DOCUMENTO.
           DISPLAY "CONFERIDO " WS-NOME-DOC (WS-IX-DOC) " (S/N)?"
           ACCEPT WS-RESPOSTA FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-RESPOSTA) = "S"
               MOVE "S" TO WS-DOC-INF (WS-IX-DOC)
               ADD 1 TO WS-QTD-DOC-OK
           ELSE
               MOVE "N" TO WS-DOC-INF (WS-IX-DOC)
           END-IF.
       2250-PERGUNTA-DOCUMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-APROVA - EXIGE CARTAO CNPJ E CONSULTA DE CREDITO
      * CONFERIDOS E UM LIMITE MAIOR QUE ZERO (LIMITE ZERADO NO
      * CADASTRO SIGNIFICA "SEM LIMITE", O QUE NAO SE DA A CLIENTE
      * NOVO).
      *-----------------------------------------------------------------
       2300-APROVA.
           IF WS-DOC-INF (2) NOT = "S" OR WS-DOC-INF (5) NOT = "S"
               DISPLAY "APROVACAO EXIGE O CARTAO CNPJ E A CONSULTA DE"
                       " CREDITO CONFERIDOS - PARECER NAO GRAVADO."
               UNLOCK CLIENTE
               GO TO 2300-APROVA-EXIT
           END-IF

           DISPLAY "LIMITE DE CREDITO APROVADO:"
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-TEXTO) TO WS-LIMITE-INF
           IF WS-LIMITE-INF NOT > ZEROS
               DISPLAY "LIMITE APROVADO DEVE SER MAIOR QUE ZERO -"
                       " PARECER NAO GRAVADO."
               UNLOCK CLIENTE
               GO TO 2300-APROVA-EXIT
           END-IF

           DISPLAY "OBSERVACAO (OPCIONAL):"
           ACCEPT WS-OBS FROM CONSOLE

           PERFORM 2500-GRAVA-PARECER THRU 2500-GRAVA-PARECER-EXIT
           IF FS-ACR NOT = ZEROS
               UNLOCK CLIENTE
               GO TO 2300-APROVA-EXIT
           END-IF

           SET CRED-APROVADO      TO TRUE
           MOVE WS-LIMITE-INF     TO LIMITE-CRED-CLI
           MOVE WS-HOJE-NUM       TO DT-ANALISE-CRED-CLI
           REWRITE REG-CLI
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CLIENTE. FS: " FS
               GO TO 2300-APROVA-EXIT
           END-IF

           ADD 1 TO WS-QTD-APROVADOS
           MOVE "APROVADO" TO LD-DECISAO
           PERFORM 2600-IMPRIME-PARECER THRU 2600-IMPRIME-PARECER-EXIT
           DISPLAY "CLIENTE APROVADO. PEDIDOS RETIDOS SEGUEM NA FILA"
                   " DO APROVPED.".
       2300-APROVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-RECUSA - MOTIVO OBRIGATORIO; O CLIENTE FICA BLOQUEADO
      * PARA PEDIDOS ATE UM NOVO PARECER.
      *-----------------------------------------------------------------
       2400-RECUSA.
           DISPLAY "MOTIVO DA RECUSA:"
           ACCEPT WS-OBS FROM CONSOLE
           IF WS-OBS = SPACES
               DISPLAY "MOTIVO E OBRIGATORIO - PARECER NAO GRAVADO."
               UNLOCK CLIENTE
               GO TO 2400-RECUSA-EXIT
           END-IF
           MOVE ZEROS TO WS-LIMITE-INF

           PERFORM 2500-GRAVA-PARECER THRU 2500-GRAVA-PARECER-EXIT
           IF FS-ACR NOT = ZEROS
               UNLOCK CLIENTE
               GO TO 2400-RECUSA-EXIT
           END-IF

           SET CRED-RECUSADO  TO TRUE
           MOVE WS-HOJE-NUM   TO DT-ANALISE-CRED-CLI
           REWRITE REG-CLI
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CLIENTE. FS: " FS
               GO TO 2400-RECUSA-EXIT
           END-IF

           ADD 1 TO WS-QTD-RECUSADOS
           MOVE "RECUSADO" TO LD-DECISAO
           PERFORM 2600-IMPRIME-PARECER THRU 2600-IMPRIME-PARECER-EXIT
           DISPLAY "CLIENTE RECUSADO.".
       2400-RECUSA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-GRAVA-PARECER - PROXIMA SEQUENCIA DO CLIENTE EM ANALCRED
      * (START <= CLIENTE/999 E READ PREVIOUS) E GRAVACAO DO PARECER.
      * O REGISTRO DE CLIENTE NAO E TOCADO AQUI.
      *-----------------------------------------------------------------
       2500-GRAVA-PARECER.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE COD-CLI TO COD-CLI-ACR
           MOVE 999     TO SEQ-ACR
           START ANALCRED KEY IS NOT GREATER THAN XAV-ACR
               INVALID KEY MOVE "23" TO FS-ACR
           END-START
           IF FS-ACR = ZEROS
               READ ANALCRED PREVIOUS RECORD
                   AT END MOVE "10" TO FS-ACR
               END-READ
               IF FS-ACR = ZEROS AND COD-CLI-ACR = COD-CLI
                   MOVE SEQ-ACR TO WS-PROXIMA-SEQ
               END-IF
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ

           ACCEPT WS-HORA FROM TIME
           INITIALIZE REG-ACR
           MOVE COD-CLI            TO COD-CLI-ACR
           MOVE WS-PROXIMA-SEQ     TO SEQ-ACR
           MOVE WS-HOJE-NUM        TO DT-ACR
           MOVE WS-HORA (1:6)      TO HR-ACR
           MOVE WS-LOGIN-ANALISTA  TO ANALISTA-ACR
           MOVE WS-DECISAO         TO DECISAO-ACR
           MOVE WS-DOCS-INF        TO DOCUMENTOS-ACR
           MOVE WS-REF-COMERCIAL1  TO REF-COMERCIAL1-ACR
           MOVE WS-REF-COMERCIAL2  TO REF-COMERCIAL2-ACR
           MOVE WS-REF-BANCARIA    TO REF-BANCARIA-ACR
           MOVE LIMITE-CRED-CLI    TO LIMITE-SOLIC-ACR
           MOVE WS-LIMITE-INF      TO LIMITE-APROV-ACR
           MOVE WS-DIAS-ESPERA     TO DIAS-ESPERA-ACR
           MOVE WS-OBS             TO OBS-ACR
           WRITE REG-ACR
           IF FS-ACR NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO PARECER. FS: " FS-ACR
           END-IF.
       2500-GRAVA-PARECER-EXIT.
           EXIT.

       2600-IMPRIME-PARECER.
           MOVE COD-CLI         TO LD-COD-CLI
           MOVE RAZAO-CLI       TO LD-RAZAO
           MOVE WS-LIMITE-INF   TO LD-LIMITE
           MOVE WS-QTD-DOC-OK   TO LD-DOCS
           MOVE WS-DIAS-ESPERA  TO LD-DIAS
           MOVE WS-OBS          TO LD-OBS
           MOVE WS-LINHA-DECISAO TO REG-REL
           WRITE REG-REL.
       2600-IMPRIME-PARECER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2900-CALCULA-ESPERA - DIAS CORRIDOS DESDE O CADASTRO DO
      * CLIENTE; CADASTRO SEM DATA (ANTERIOR A ANALISE) CONTA ZERO.
      *-----------------------------------------------------------------
       2900-CALCULA-ESPERA.
           MOVE ZEROS TO WS-DIAS-ESPERA
           IF DT-CADASTRO-CLI IS NUMERIC
           AND DT-CADASTRO-CLI > ZEROS
           AND DT-CADASTRO-CLI NOT > WS-HOJE-NUM
               COMPUTE WS-DIAS-ESPERA = WS-INTEIRO-HOJE -
                   FUNCTION INTEGER-OF-DATE(DT-CADASTRO-CLI)
           END-IF.
       2900-CALCULA-ESPERA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF AUTORIZADO
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "PARECERES: " WS-QTD-APROVADOS " APROVADO(S), "
                      WS-QTD-RECUSADOS " RECUSADO(S)."
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL

               DISPLAY "SESSAO ENCERRADA: " WS-QTD-APROVADOS
                       " APROVADO(S), " WS-QTD-RECUSADOS
                       " RECUSADO(S) - VER "
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)

               CLOSE CLIENTE ANALCRED LIBCRED-REL
           END-IF.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-LIBCRED-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "LIBCRED;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
