      *-----------------------------------------------------------------
      * IMPCEP - CARGA DA BASE DE CEP DOS CORREIOS (CEPBASE)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPCEP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CARREGA O ARQUIVO DE CEPS
      *                   DOS CORREIOS (CEP;LOGRADOURO;BAIRRO;CIDADE;
      *                   UF, CEP COM OU SEM HIFEN) NO ARQUIVO INDEXADO
      *                   CEPBASE. CEP NOVO E INCLUIDO, CEP JA
      *                   CARREGADO E ATUALIZADO (A CARGA PODE SER
      *                   REPETIDA A CADA NOVA VERSAO DA BASE). LINHAS
      *                   INVALIDAS VAO PARA CEPBASE-REJEITOS.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CEPBASE.SEL".

           SELECT CSV-FILE ASSIGN TO WS-NOME-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

           SELECT REJEITOS-FILE ASSIGN TO "CEPBASE-REJEITOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

       DATA DIVISION.
       FILE SECTION.
           COPY "CEPBASE.FD".

       FD  CSV-FILE.
       01  REG-CSV.
           05  LINHA-CSV               PIC X(200).

       FD  REJEITOS-FILE
           LABEL RECORD STANDARD.
       01  REG-REJEITO.
           05  REJ-LINHA               PIC 9(07).
           05  FILLER                  PIC X(01) VALUE ";".
           05  REJ-CEP                 PIC X(10).
           05  FILLER                  PIC X(01) VALUE ";".
           05  REJ-MOTIVO              PIC X(40).

       WORKING-STORAGE SECTION.

       77  FS-CEP                      PIC XX       VALUE SPACES.
       77  FS-CSV                      PIC XX       VALUE SPACES.
       77  FS-REJ                      PIC XX       VALUE SPACES.
       77  WS-NOME-CSV                 PIC X(500)   VALUE SPACES.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-CONT-LIDOS               PIC 9(07)    VALUE ZEROS.
       77  WS-CONT-NOVOS               PIC 9(07)    VALUE ZEROS.
       77  WS-CONT-ATUALIZADOS         PIC 9(07)    VALUE ZEROS.
       77  WS-CONT-ERRO                PIC 9(07)    VALUE ZEROS.
       77  WS-IND                      PIC 9(02)    VALUE ZEROS.
       77  WS-LINHA-VALIDA             PIC X(03)    VALUE "NAO".
           88  LINHA-CEP-VALIDA                     VALUE "SIM".
       77  WS-UF-CONHECIDA             PIC X(01)    VALUE "N".
           88  UF-CONHECIDA                         VALUE "S".
       77  WS-MOTIVO-REJEICAO          PIC X(40)    VALUE SPACES.

       77  WS-CSV-CEP                  PIC X(10)    VALUE SPACES.
       77  WS-CSV-LOGRADOURO           PIC X(60)    VALUE SPACES.
       77  WS-CSV-BAIRRO               PIC X(30)    VALUE SPACES.
       77  WS-CSV-CIDADE               PIC X(30)    VALUE SPACES.
       77  WS-CSV-UF                   PIC X(02)    VALUE SPACES.
       77  WS-CEP-P1                   PIC X(08)    VALUE SPACES.
       77  WS-CEP-P2                   PIC X(08)    VALUE SPACES.
       77  WS-CEP-LIMPO                PIC X(08)    VALUE SPACES.
       77  WS-CEP-NUM REDEFINES WS-CEP-LIMPO
                                       PIC 9(08).

      * SIGLAS DAS 27 UNIDADES DA FEDERACAO.
       01  TAB-UF-DADOS                PIC X(54) VALUE
           "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01  TAB-UF REDEFINES TAB-UF-DADOS.
           05  SIGLA-UF                PIC X(02) OCCURS 27.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF FS-CSV = ZEROS AND FS-CEP = ZEROS
               PERFORM 2000-TRATA-LINHA THRU 2000-TRATA-LINHA-EXIT
                   UNTIL FS-CSV NOT = ZEROS
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O ARQUIVO, ABRE (OU CRIA) A BASE E
      * LE A PRIMEIRA LINHA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           DISPLAY "CAMINHO DO ARQUIVO DE CEPS (ENTER P/ CEPBASE.CSV):"
           ACCEPT WS-NOME-CSV FROM CONSOLE
           IF WS-NOME-CSV = SPACES
               MOVE "CEPBASE.CSV" TO WS-NOME-CSV
           END-IF

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT CSV-FILE
           IF FS-CSV NOT = ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CEPS. FS: " FS-CSV
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CEPBASE
           IF FS-CEP = "35" OR FS-CEP = "05"
               OPEN OUTPUT CEPBASE
               CLOSE CEPBASE
               OPEN I-O CEPBASE
           END-IF
           IF FS-CEP NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CEPBASE. FS: " FS-CEP
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN OUTPUT REJEITOS-FILE

           READ CSV-FILE
               AT END MOVE "10" TO FS-CSV
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-TRATA-LINHA - CLASSIFICA A LINHA E GRAVA O CEP VALIDO. A
      * PRIMEIRA LINHA SEM CEP NUMERICO E O CABECALHO E E IGNORADA.
      *-----------------------------------------------------------------
       2000-TRATA-LINHA.
           ADD 1 TO WS-CONT-LIDOS
           PERFORM 2100-CLASSIFICA-LINHA THRU 2100-CLASSIFICA-LINHA-EXIT

           EVALUATE TRUE
               WHEN LINHA-CEP-VALIDA
                   PERFORM 2200-GRAVA-CEP THRU 2200-GRAVA-CEP-EXIT
               WHEN WS-CONT-LIDOS = 1 AND WS-CEP-LIMPO NOT NUMERIC
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CONT-ERRO
                   MOVE WS-CONT-LIDOS      TO REJ-LINHA
                   MOVE WS-CSV-CEP         TO REJ-CEP
                   MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
                   WRITE REG-REJEITO
           END-EVALUATE

           READ CSV-FILE
               AT END MOVE "10" TO FS-CSV
           END-READ.
       2000-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CLASSIFICA-LINHA - CEP;LOGRADOURO;BAIRRO;CIDADE;UF. CEP
      * COM 8 DIGITOS (O HIFEN E TIRADO), CIDADE PREENCHIDA E UF
      * EXISTENTE.
      *-----------------------------------------------------------------
       2100-CLASSIFICA-LINHA.
           MOVE "NAO"  TO WS-LINHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           MOVE SPACES TO WS-CSV-CEP WS-CSV-LOGRADOURO WS-CSV-BAIRRO
                          WS-CSV-CIDADE WS-CSV-UF
                          WS-CEP-P1 WS-CEP-P2 WS-CEP-LIMPO

           UNSTRING LINHA-CSV DELIMITED BY ";" OR "|" INTO
               WS-CSV-CEP WS-CSV-LOGRADOURO WS-CSV-BAIRRO
               WS-CSV-CIDADE WS-CSV-UF

           UNSTRING WS-CSV-CEP DELIMITED BY "-" OR "." OR SPACE
               INTO WS-CEP-P1 WS-CEP-P2
           STRING WS-CEP-P1 DELIMITED BY SPACE
                  WS-CEP-P2 DELIMITED BY SPACE
                  INTO WS-CEP-LIMPO

           IF WS-CEP-LIMPO NOT NUMERIC OR WS-CEP-NUM = ZEROS
               MOVE "CEP INVALIDO (8 DIGITOS)" TO WS-MOTIVO-REJEICAO
               GO TO 2100-CLASSIFICA-LINHA-EXIT
           END-IF

           IF WS-CSV-CIDADE = SPACES
               MOVE "CIDADE EM BRANCO" TO WS-MOTIVO-REJEICAO
               GO TO 2100-CLASSIFICA-LINHA-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-CSV-UF) TO WS-CSV-UF
           MOVE "N" TO WS-UF-CONHECIDA
           PERFORM 2150-PROCURA-UF THRU 2150-PROCURA-UF-EXIT
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 27 OR UF-CONHECIDA
           IF NOT UF-CONHECIDA
               MOVE "UF INEXISTENTE" TO WS-MOTIVO-REJEICAO
               GO TO 2100-CLASSIFICA-LINHA-EXIT
           END-IF

           MOVE "SIM" TO WS-LINHA-VALIDA.
       2100-CLASSIFICA-LINHA-EXIT.
           EXIT.

       2150-PROCURA-UF.
           IF SIGLA-UF (WS-IND) = WS-CSV-UF
               MOVE "S" TO WS-UF-CONHECIDA
           END-IF.
       2150-PROCURA-UF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-GRAVA-CEP - INCLUI O CEP NOVO OU ATUALIZA O JA CARREGADO.
      *-----------------------------------------------------------------
       2200-GRAVA-CEP.
           MOVE WS-CEP-NUM TO XAV-CEP
           READ CEPBASE WITH LOCK
           IF FS-CEP NOT = ZEROS
               INITIALIZE REG-CEP
               MOVE WS-CEP-NUM TO CEP-CEP
           END-IF

           MOVE WS-CSV-LOGRADOURO TO LOGRADOURO-CEP
           MOVE WS-CSV-BAIRRO     TO BAIRRO-CEP
           MOVE WS-CSV-CIDADE     TO CIDADE-CEP
           MOVE WS-CSV-UF         TO UF-CEP
           MOVE WS-HOJE           TO DT-CARGA-CEP

           IF FS-CEP = ZEROS
               REWRITE REG-CEP
               ADD 1 TO WS-CONT-ATUALIZADOS
           ELSE
               WRITE REG-CEP
               ADD 1 TO WS-CONT-NOVOS
           END-IF
           MOVE ZEROS TO FS-CEP.
       2200-GRAVA-CEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAIS E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF WS-CONT-LIDOS = ZEROS AND FS-CSV NOT = "10"
               GO TO 3000-FINALIZA-EXIT
           END-IF

           DISPLAY "CARGA DA BASE DE CEP: " WS-CONT-LIDOS " LINHA(S), "
                   WS-CONT-NOVOS " CEP(S) NOVO(S), "
                   WS-CONT-ATUALIZADOS " ATUALIZADO(S), "
                   WS-CONT-ERRO " REJEITADA(S)"
                   " (VER CEPBASE-REJEITOS.TXT)."

           CLOSE CSV-FILE
           CLOSE CEPBASE
           CLOSE REJEITOS-FILE.
       3000-FINALIZA-EXIT.
           EXIT.
