      *-----------------------------------------------------------------
      * RELCEPD - CLIENTES E FORNECEDORES COM CEP DIVERGENTE DA BASE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELCEPD.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - VARRE O CADASTRO DE
      *                   CLIENTES E O DE FORNECEDORES E LISTA CADA UM
      *                   CUJO CEP NAO CONFERE COM A CIDADE/UF (BASE DE
      *                   CEP CARREGADA PELO IMPCEP, CONSULTADA PELO
      *                   VALCEP), COM A CIDADE/UF DA BASE AO LADO PARA
      *                   A LIMPEZA DO CADASTRO. CEP FORA DA BASE MAS
      *                   NA FAIXA DA UF NAO E LISTADO, SO CONTADO.
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
           COPY "FORNECED.SEL".

           SELECT REL-CEPD ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTE.FD".
           COPY "FORNECED.FD".

       FD  REL-CEPD
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


       77  FS                          PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-QTD-LIDOS                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CONFEREM             PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-FORA-BASE            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-CIDADE               PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-UF                   PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-FAIXA                PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-SEM-CEP              PIC 9(07)    VALUE ZEROS.

      * AREA DE CHAMADA DO VALCEP (O MESMO PARA CLIENTE E FORNECEDOR).
       77  WS-TIPO-CAD                 PIC X(04)    VALUE SPACES.
       77  WS-COD-CAD                  PIC 9(07)    VALUE ZEROS.
       77  WS-RAZAO-CAD                PIC X(60)    VALUE SPACES.
       77  WS-CEP-CAD                  PIC 9(08)    VALUE ZEROS.
       77  WS-UF-CAD                   PIC X(02)    VALUE SPACES.
       77  WS-CIDADE-CAD               PIC X(30)    VALUE SPACES.
       77  WS-LOGRADOURO-BASE          PIC X(60)    VALUE SPACES.
       77  WS-BAIRRO-BASE              PIC X(30)    VALUE SPACES.
       77  WS-CIDADE-BASE              PIC X(30)    VALUE SPACES.
       77  WS-UF-BASE                  PIC X(02)    VALUE SPACES.
       77  WS-RETORNO-CEP              PIC X(01)    VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FIM-CLIENTE          PIC X(01)    VALUE "N".
               88  FIM-CLIENTE                      VALUE "S".
           05  WS-FIM-FORNECED         PIC X(01)    VALUE "N".
               88  FIM-FORNECED                     VALUE "S".

       01  WS-CABECALHO.
           05  FILLER                  PIC X(05) VALUE "TIPO".
           05  FILLER                  PIC X(08) VALUE "CODIGO".
           05  FILLER                  PIC X(31) VALUE "NOME/RAZAO".
           05  FILLER                  PIC X(09) VALUE "CEP".
           05  FILLER                  PIC X(28) VALUE
               "CIDADE/UF NO CADASTRO".
           05  FILLER                  PIC X(28) VALUE
               "CIDADE/UF NA BASE DE CEP".
           05  FILLER                  PIC X(20) VALUE "OCORRENCIA".

       01  WS-LINHA-DET.
           05  LD-TIPO                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-COD                  PIC Z(06)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RAZAO                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CEP                  PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CIDADE-CAD           PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-UF-CAD               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CIDADE-BASE          PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-UF-BASE              PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-OCORRENCIA           PIC X(20).

       01  WS-LINHA-TOTAL.
           05  LT-DESCRICAO            PIC X(40).
           05  LT-QTD                  PIC Z(06)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-VARRE-CLIENTES  THRU 2000-VARRE-CLIENTES-EXIT
           PERFORM 3000-VARRE-FORNECED  THRU 3000-VARRE-FORNECED-EXIT
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - SPOOL E CABECALHO
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-CEPD
           MOVE "CLIENTES E FORNECEDORES COM CEP QUE NAO CONFERE COM A"
               TO REG-REL
           WRITE REG-REL
           MOVE "CIDADE/UF (BASE DE CEP DOS CORREIOS)" TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-VARRE-CLIENTES - TODO O CADASTRO, ATIVOS E INATIVOS.
      *-----------------------------------------------------------------
       2000-VARRE-CLIENTES.
           OPEN INPUT CLIENTE
           IF FS NOT = ZEROS
               CLOSE CLIENTE
               GO TO 2000-VARRE-CLIENTES-EXIT
           END-IF

           MOVE "N" TO WS-FIM-CLIENTE
           MOVE LOW-VALUES TO XAV-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-CLIENTE
           END-START

           PERFORM 2100-CONFERE-CLIENTE THRU 2100-CONFERE-CLIENTE-EXIT
               UNTIL FIM-CLIENTE

           CLOSE CLIENTE.
       2000-VARRE-CLIENTES-EXIT.
           EXIT.

       2100-CONFERE-CLIENTE.
           READ CLIENTE NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-CLIENTE
                   GO TO 2100-CONFERE-CLIENTE-EXIT
           END-READ

           MOVE "CLI"      TO WS-TIPO-CAD
           MOVE COD-CLI    TO WS-COD-CAD
           MOVE RAZAO-CLI  TO WS-RAZAO-CAD
           MOVE CEP-CLI    TO WS-CEP-CAD
           MOVE UF-CLI     TO WS-UF-CAD
           MOVE CIDADE-CLI TO WS-CIDADE-CAD
           PERFORM 4000-CONFERE-CEP THRU 4000-CONFERE-CEP-EXIT.
       2100-CONFERE-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-VARRE-FORNECED - TODO O CADASTRO DE FORNECEDORES.
      *-----------------------------------------------------------------
       3000-VARRE-FORNECED.
           OPEN INPUT FORNECED
           IF FS-FORN NOT = ZEROS
               CLOSE FORNECED
               GO TO 3000-VARRE-FORNECED-EXIT
           END-IF

           MOVE "N" TO WS-FIM-FORNECED
           MOVE LOW-VALUES TO XAV-FORN
           START FORNECED KEY IS NOT LESS THAN XAV-FORN
               INVALID KEY MOVE "S" TO WS-FIM-FORNECED
           END-START

           PERFORM 3100-CONFERE-FORNECEDOR
               THRU 3100-CONFERE-FORNECEDOR-EXIT
               UNTIL FIM-FORNECED

           CLOSE FORNECED.
       3000-VARRE-FORNECED-EXIT.
           EXIT.

       3100-CONFERE-FORNECEDOR.
           READ FORNECED NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-FORNECED
                   GO TO 3100-CONFERE-FORNECEDOR-EXIT
           END-READ

           MOVE "FORN"      TO WS-TIPO-CAD
           MOVE COD-FORN    TO WS-COD-CAD
           MOVE RAZAO-FORN  TO WS-RAZAO-CAD
           MOVE CEP-FORN    TO WS-CEP-CAD
           MOVE UF-FORN     TO WS-UF-CAD
           MOVE CIDADE-FORN TO WS-CIDADE-CAD
           PERFORM 4000-CONFERE-CEP THRU 4000-CONFERE-CEP-EXIT.
       3100-CONFERE-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CONFERE-CEP - CONSULTA O VALCEP E LISTA O QUE NAO CONFERE.
      *-----------------------------------------------------------------
       4000-CONFERE-CEP.
           ADD 1 TO WS-QTD-LIDOS

           CALL "VALCEP" USING WS-CEP-CAD WS-UF-CAD WS-CIDADE-CAD
                               WS-LOGRADOURO-BASE WS-BAIRRO-BASE
                               WS-CIDADE-BASE WS-UF-BASE
                               WS-RETORNO-CEP

           MOVE SPACES TO LD-OCORRENCIA
           EVALUATE WS-RETORNO-CEP
               WHEN "S"
                   ADD 1 TO WS-QTD-CONFEREM
               WHEN "N"
                   ADD 1 TO WS-QTD-FORA-BASE
               WHEN "C"
                   ADD 1 TO WS-QTD-CIDADE
                   MOVE "CIDADE DIFERENTE"    TO LD-OCORRENCIA
               WHEN "U"
                   ADD 1 TO WS-QTD-UF
                   MOVE "UF DIFERENTE"        TO LD-OCORRENCIA
               WHEN "F"
                   ADD 1 TO WS-QTD-FAIXA
                   MOVE "CEP FORA DA FAIXA UF" TO LD-OCORRENCIA
               WHEN OTHER
                   ADD 1 TO WS-QTD-SEM-CEP
                   MOVE "SEM CEP"             TO LD-OCORRENCIA
           END-EVALUATE

           IF LD-OCORRENCIA = SPACES
               GO TO 4000-CONFERE-CEP-EXIT
           END-IF

           MOVE WS-TIPO-CAD    TO LD-TIPO
           MOVE WS-COD-CAD     TO LD-COD
           MOVE WS-RAZAO-CAD   TO LD-RAZAO
           MOVE WS-CEP-CAD     TO LD-CEP
           MOVE WS-CIDADE-CAD  TO LD-CIDADE-CAD
           MOVE WS-UF-CAD      TO LD-UF-CAD
           MOVE WS-CIDADE-BASE TO LD-CIDADE-BASE
           MOVE WS-UF-BASE     TO LD-UF-BASE
           MOVE WS-LINHA-DET   TO REG-REL
           WRITE REG-REL.
       4000-CONFERE-CEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - TOTAIS POR OCORRENCIA E FECHAMENTO
      *-----------------------------------------------------------------
       9000-FINALIZA.
           CANCEL "VALCEP"

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "CADASTROS CONFERIDOS ............ :" TO LT-DESCRICAO
           MOVE WS-QTD-LIDOS     TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "CEP CONFERE COM A BASE .......... :" TO LT-DESCRICAO
           MOVE WS-QTD-CONFEREM  TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "CEP FORA DA BASE, NA FAIXA DA UF  :" TO LT-DESCRICAO
           MOVE WS-QTD-FORA-BASE TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "CIDADE DIFERENTE DA BASE ........ :" TO LT-DESCRICAO
           MOVE WS-QTD-CIDADE    TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "UF DIFERENTE DA BASE ............ :" TO LT-DESCRICAO
           MOVE WS-QTD-UF        TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "CEP FORA DA FAIXA DA UF ......... :" TO LT-DESCRICAO
           MOVE WS-QTD-FAIXA     TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT
           MOVE "SEM CEP ......................... :" TO LT-DESCRICAO
           MOVE WS-QTD-SEM-CEP   TO LT-QTD
           PERFORM 9100-IMPRIME-TOTAL THRU 9100-IMPRIME-TOTAL-EXIT

           CLOSE REL-CEPD.
       9000-FINALIZA-EXIT.
           EXIT.

       9100-IMPRIME-TOTAL.
           MOVE WS-LINHA-TOTAL TO REG-REL
           WRITE REG-REL.
       9100-IMPRIME-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-RELCEPD-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "RELCEPD;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
