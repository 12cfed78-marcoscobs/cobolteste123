      *-----------------------------------------------------------------
      * LIBQUAR - LIBERACAO / REJEICAO DA QUARENTENA DE QUALIDADE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIBQUAR.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - DECISAO DA QUALIDADE SOBRE
      *                   O QUE A ENTRADA RECEBEU EM QUARENTENA
      *                   (QUARENT): A QUANTIDADE LIBERADA VAI PARA O
      *                   ESTOQUE DISPONIVEL DA FILIAL E PARA O LOTE
      *                   (KARDEX TIPO QLB, ENTRADA NO SALDO); A
      *                   REJEITADA SAI DA QUARENTENA E FICA
      *                   AGUARDANDO A DEVOLUCAO AO FORNECEDOR PELO
      *                   DEVFORN (KARDEX TIPO QRJ, SEM MEXER NO
      *                   SALDO). MOTIVO OBRIGATORIO NA REJEICAO.
      *                   COMPROVANTE DAS DECISOES EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUTO.SEL".
           COPY "ESTOQUE.SEL".
           COPY "KARDEX.SEL".
           COPY "LOTE.SEL".
           COPY "FILIAL.SEL".
           COPY "QUARENT.SEL".

           SELECT LIBQUAR-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUTO.FD".
           COPY "ESTOQUE.FD".
           COPY "KARDEX.FD".
           COPY "LOTE.FD".
           COPY "FILIAL.FD".
           COPY "QUARENT.FD".

       FD  LIBQUAR-REL
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
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-LOTE                     PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-QUA                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILIAL-LIB               PIC 9(02)    VALUE 1.
       77  WS-COD-PRODUTO-DIG          PIC 9(05)    VALUE ZEROS.
       77  WS-NUM-LOTE-DIG             PIC X(10)    VALUE SPACES.
       77  WS-ACAO                     PIC X(01)    VALUE SPACE.
           88  ACAO-LIBERA                          VALUE "L".
           88  ACAO-REJEITA                         VALUE "R".
       77  WS-QTD-TEXT                 PIC X(15)    VALUE SPACES.
       77  WS-QTD-DECISAO              PIC 9(07)V999 VALUE ZEROS.
       77  WS-MOTIVO                   PIC X(40)    VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-TIPO-KDX                 PIC X(03)    VALUE SPACES.
       77  WS-SEQ-KDX                  PIC 9(07)    VALUE ZEROS.
       77  WS-HORA-KDX                 PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-PENDENTES            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-LIBERADAS            PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-REJEITADAS           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-EDIT                 PIC Z(06)9,999.

       01  WS-SWITCHES.
           05  WS-ARQUIVOS-OK          PIC X(01)    VALUE "N".
               88  ARQUIVOS-OK                      VALUE "S".
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-FIM-QUA              PIC X(01)    VALUE "N".
               88  FIM-QUA                          VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-TELA.
           05  FILLER                  PIC X(09) VALUE "PRODUTO ".
           05  LT-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-DESCR                PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  LOTE ".
           05  LT-LOTE                 PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  QTD ".
           05  LT-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(08) VALUE "  DESDE ".
           05  LT-DT-ENTRADA           PIC 9(08).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(44)
               VALUE "DECISOES DA QUARENTENA DE QUALIDADE".
           05  FILLER                  PIC X(08) VALUE "FILIAL ".
           05  HDR-FILIAL              PIC 9(02).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-DATA                PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "USUARIO: ".
           05  HDR-USUARIO             PIC X(20).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(11) VALUE "DECISAO".
           05  FILLER                  PIC X(08) VALUE "PRODUTO".
           05  FILLER                  PIC X(32) VALUE "DESCRICAO".
           05  FILLER                  PIC X(12) VALUE "LOTE".
           05  FILLER                  PIC X(13) VALUE "QUANTIDADE".
           05  FILLER                  PIC X(12) VALUE "NOTA".
           05  FILLER                  PIC X(40) VALUE "MOTIVO".

       01  WS-LINHA-DADOS.
           05  LD-DECISAO              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DESCR                PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-LOTE                 PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-DOC                  PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-MOTIVO               PIC X(40).

       COPY USULOG.CPY.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF ARQUIVOS-OK
               PERFORM 2000-DECIDE-LINHAS
                   THRU 2000-DECIDE-LINHAS-EXIT
           END-IF
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - FILIAL (FIXA DO USUARIO OU PERGUNTADA),
      * ABERTURA DOS ARQUIVOS, LISTA DO QUE ESTA EM QUARENTENA NA
      * FILIAL E ABERTURA DO SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           IF LOGIN-USUARIO-ATUAL NOT = SPACES
           AND NOT USUARIO-SEM-FILIAL-FIXA
               MOVE FILIAL-USUARIO-ATUAL TO WS-FILIAL-LIB
               DISPLAY "FILIAL DA QUARENTENA (FIXA DO USUARIO): "
                       WS-FILIAL-LIB
           ELSE
               DISPLAY "FILIAL DA QUARENTENA (ENTER P/ 01):"
               ACCEPT WS-FILIAL-LIB FROM CONSOLE
               IF WS-FILIAL-LIB = ZEROS
                   MOVE 1 TO WS-FILIAL-LIB
               END-IF
           END-IF
           PERFORM 1100-VALIDA-FILIAL THRU 1100-VALIDA-FILIAL-EXIT

           OPEN I-O QUARENT
           IF FS-QUA NOT = ZEROS
               DISPLAY "NENHUMA MERCADORIA EM QUARENTENA (QUARENT"
                       " INEXISTENTE)."
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN INPUT PRODUTO
           OPEN I-O ESTOQUE
           IF FS = "35" OR FS = "05"
               OPEN OUTPUT ESTOQUE
               CLOSE ESTOQUE
               OPEN I-O ESTOQUE
           END-IF
           OPEN I-O KARDEX
           IF FS-KDX = "35" OR FS-KDX = "05"
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF
           OPEN I-O LOTE
           IF FS-LOTE = "35" OR FS-LOTE = "05"
               OPEN OUTPUT LOTE
               CLOSE LOTE
               OPEN I-O LOTE
           END-IF
           MOVE "S" TO WS-ARQUIVOS-OK

           PERFORM 1500-LISTA-QUARENTENA
               THRU 1500-LISTA-QUARENTENA-EXIT
           IF WS-QTD-PENDENTES = ZEROS
               DISPLAY "NADA EM QUARENTENA NA FILIAL " WS-FILIAL-LIB
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT LIBQUAR-REL

           MOVE WS-FILIAL-LIB       TO HDR-FILIAL
           MOVE WS-HOJE-NUM         TO HDR-DATA
           MOVE LOGIN-USUARIO-ATUAL TO HDR-USUARIO
           MOVE WS-CABECALHO-1 TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE WS-CABECALHO-2 TO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-VALIDA-FILIAL - A FILIAL INFORMADA PRECISA EXISTIR E
      * ESTAR ATIVA EM FILIAL; ARQUIVO DE FILIAIS AINDA INEXISTENTE
      * (OPERACAO DE DEPOSITO UNICO) PASSA DIRETO.
      *-----------------------------------------------------------------
       1100-VALIDA-FILIAL.
           OPEN INPUT FILIAL
           IF FS-FIL = "35" OR FS-FIL = "05"
               CLOSE FILIAL
               GO TO 1100-VALIDA-FILIAL-EXIT
           END-IF

           MOVE WS-FILIAL-LIB TO XAV-FIL
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL NOT = ZEROS OR FILIAL-INATIVA
               DISPLAY "FILIAL " WS-FILIAL-LIB
                       " NAO CADASTRADA OU INATIVA - USANDO 01"
               MOVE 1 TO WS-FILIAL-LIB
           END-IF

           CLOSE FILIAL.
       1100-VALIDA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-LISTA-QUARENTENA - MOSTRA NO CONSOLE OS PRODUTOS/LOTES DA
      * FILIAL COM SALDO EM QUARENTENA E A DATA DO RECEBIMENTO MAIS
      * ANTIGO.
      *-----------------------------------------------------------------
       1500-LISTA-QUARENTENA.
           DISPLAY "EM QUARENTENA NA FILIAL " WS-FILIAL-LIB ":"

           MOVE ZEROS         TO WS-QTD-PENDENTES
           MOVE "N"           TO WS-FIM-QUA
           MOVE SPACES        TO XAV-QUA
           MOVE WS-FILIAL-LIB TO COD-FILIAL-QUA
           MOVE ZEROS         TO COD-PRODUTO-QUA
           START QUARENT KEY IS NOT LESS THAN XAV-QUA
               INVALID KEY MOVE "S" TO WS-FIM-QUA
           END-START

           PERFORM 1510-LISTA-QUA THRU 1510-LISTA-QUA-EXIT
               UNTIL FIM-QUA.
       1500-LISTA-QUARENTENA-EXIT.
           EXIT.

       1510-LISTA-QUA.
           READ QUARENT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-QUA
                   GO TO 1510-LISTA-QUA-EXIT
           END-READ

           IF COD-FILIAL-QUA NOT = WS-FILIAL-LIB
               MOVE "S" TO WS-FIM-QUA
               GO TO 1510-LISTA-QUA-EXIT
           END-IF

           IF QTD-QUARENTENA-QUA NOT > ZEROS
               GO TO 1510-LISTA-QUA-EXIT
           END-IF

           ADD 1 TO WS-QTD-PENDENTES
           MOVE COD-PRODUTO-QUA TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE SPACES TO DESCR-PRODUTO
           END-READ
           MOVE SPACES             TO WS-LINHA-TELA
           MOVE COD-PRODUTO-QUA    TO LT-COD-PRODUTO
           MOVE DESCR-PRODUTO      TO LT-DESCR
           MOVE LOTE-QUA           TO LT-LOTE
           MOVE QTD-QUARENTENA-QUA TO LT-QTD
           MOVE DT-ENTRADA-QUA     TO LT-DT-ENTRADA
           DISPLAY WS-LINHA-TELA.
       1510-LISTA-QUA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-DECIDE-LINHAS - LACO PRODUTO/LOTE/DECISAO (PRODUTO ZERO
      * ENCERRA).
      *-----------------------------------------------------------------
       2000-DECIDE-LINHAS.
           PERFORM 2100-TRATA-LINHA THRU 2100-TRATA-LINHA-EXIT
               UNTIL FIM-DIGITACAO.
       2000-DECIDE-LINHAS-EXIT.
           EXIT.

       2100-TRATA-LINHA.
           DISPLAY "CODIGO DO PRODUTO (0 P/ ENCERRAR):"
           ACCEPT WS-COD-PRODUTO-DIG FROM CONSOLE
           IF WS-COD-PRODUTO-DIG = ZEROS
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "LOTE (ENTER P/ PRODUTO SEM LOTE):"
           ACCEPT WS-NUM-LOTE-DIG FROM CONSOLE

           MOVE WS-FILIAL-LIB      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
           MOVE WS-NUM-LOTE-DIG    TO LOTE-QUA
           READ QUARENT WITH IGNORE LOCK
           IF FS-QUA NOT = ZEROS
           OR QTD-QUARENTENA-QUA NOT > ZEROS
               DISPLAY "PRODUTO/LOTE SEM SALDO EM QUARENTENA NA"
                       " FILIAL - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE WS-COD-PRODUTO-DIG TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE SPACES TO DESCR-PRODUTO
           END-READ
           MOVE ZEROS TO FS

           MOVE QTD-QUARENTENA-QUA TO WS-QTD-EDIT
           DISPLAY FUNCTION TRIM(DESCR-PRODUTO) " - EM QUARENTENA "
                   WS-QTD-EDIT " DESDE " DT-ENTRADA-QUA
                   " NOTA " FUNCTION TRIM(DOC-FORN-QUA)

           DISPLAY "DECISAO (L = LIBERAR P/ ESTOQUE, R = REJEITAR P/"
                   " DEVOLUCAO):"
           ACCEPT WS-ACAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO
           IF NOT ACAO-LIBERA AND NOT ACAO-REJEITA
               DISPLAY "DECISAO INVALIDA - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "QUANTIDADE (ENTER P/ TODA A QUARENTENA):"
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           IF WS-QTD-TEXT = SPACES
               MOVE QTD-QUARENTENA-QUA TO WS-QTD-DECISAO
           ELSE
               MOVE FUNCTION NUMVAL(WS-QTD-TEXT) TO WS-QTD-DECISAO
           END-IF
           IF WS-QTD-DECISAO NOT > ZEROS
           OR WS-QTD-DECISAO > QTD-QUARENTENA-QUA
               DISPLAY "QUANTIDADE INVALIDA (DEVE SER ENTRE 0 E O"
                       " SALDO EM QUARENTENA) - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE SPACES TO WS-MOTIVO
           IF ACAO-REJEITA
               DISPLAY "MOTIVO DA REJEICAO (OBRIGATORIO):"
           ELSE
               DISPLAY "OBSERVACAO DA LIBERACAO (ENTER P/ NENHUMA):"
           END-IF
           ACCEPT WS-MOTIVO FROM CONSOLE
           IF ACAO-REJEITA AND WS-MOTIVO = SPACES
               DISPLAY "REJEICAO SEM MOTIVO NAO E ACEITA - LINHA"
                       " IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "CONFIRMA (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "LINHA NAO ALTERADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           IF ACAO-LIBERA
               PERFORM 2200-LIBERA THRU 2200-LIBERA-EXIT
           ELSE
               PERFORM 2300-REJEITA THRU 2300-REJEITA-EXIT
           END-IF.
       2100-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-LIBERA - TIRA A QUANTIDADE DA QUARENTENA E SOMA NO
      * ESTOQUE DA FILIAL (CRIANDO O REGISTRO SE PRECISO) E NO LOTE,
      * COM A VALIDADE GUARDADA NO RECEBIMENTO. KARDEX QLB COM
      * ENTRADA NO SALDO.
      *-----------------------------------------------------------------
       2200-LIBERA.
           MOVE WS-FILIAL-LIB      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
           MOVE WS-NUM-LOTE-DIG    TO LOTE-QUA
           READ QUARENT WITH LOCK
           IF FS-QUA NOT = ZEROS
           OR QTD-QUARENTENA-QUA < WS-QTD-DECISAO
               DISPLAY "QUARENTENA ALTERADA POR OUTRA ESTACAO -"
                       " LINHA NAO LIBERADA."
               GO TO 2200-LIBERA-EXIT
           END-IF
           SUBTRACT WS-QTD-DECISAO FROM QTD-QUARENTENA-QUA
           IF QTD-QUARENTENA-QUA = ZEROS
               MOVE ZEROS TO DT-ENTRADA-QUA
           END-IF
           MOVE WS-MOTIVO TO MOTIVO-QUA
           REWRITE REG-QUA

           MOVE WS-FILIAL-LIB      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS = ZEROS
               ADD WS-QTD-DECISAO TO QTD-ESTOQUE
               REWRITE REG-ESTOQUE
           ELSE
               INITIALIZE REG-ESTOQUE
               MOVE WS-FILIAL-LIB      TO COD-FILIAL-EST
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
               MOVE WS-QTD-DECISAO     TO QTD-ESTOQUE
               WRITE REG-ESTOQUE
           END-IF
           MOVE ZEROS TO FS

           IF WS-NUM-LOTE-DIG NOT = SPACES
               PERFORM 2250-SOMA-LOTE THRU 2250-SOMA-LOTE-EXIT
           END-IF

           MOVE "QLB" TO WS-TIPO-KDX
           PERFORM 2400-GRAVA-KARDEX THRU 2400-GRAVA-KARDEX-EXIT

           ADD 1 TO WS-QTD-LIBERADAS
           MOVE "LIBERADO" TO LD-DECISAO
           PERFORM 2500-IMPRIME-DECISAO THRU 2500-IMPRIME-DECISAO-EXIT
           DISPLAY "LIBERADO PARA O ESTOQUE. SALDO DISPONIVEL NA"
                   " FILIAL: " QTD-ESTOQUE.
       2200-LIBERA-EXIT.
           EXIT.

       2250-SOMA-LOTE.
           MOVE WS-FILIAL-LIB      TO COD-FILIAL-LOTE
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
           MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
           READ LOTE WITH LOCK
           IF FS-LOTE = ZEROS
               ADD WS-QTD-DECISAO TO QTD-LOTE
               IF DT-VALIDADE-QUA NOT = ZEROS
                   MOVE DT-VALIDADE-QUA TO DT-VALIDADE-LOTE
               END-IF
               REWRITE REG-LOTE
           ELSE
               INITIALIZE REG-LOTE
               MOVE WS-FILIAL-LIB      TO COD-FILIAL-LOTE
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
               MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
               MOVE DT-VALIDADE-QUA    TO DT-VALIDADE-LOTE
               MOVE WS-QTD-DECISAO     TO QTD-LOTE
               WRITE REG-LOTE
           END-IF.
       2250-SOMA-LOTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-REJEITA - TIRA A QUANTIDADE DA QUARENTENA E A DEIXA
      * REJEITADA, AGUARDANDO A DEVOLUCAO AO FORNECEDOR (DEVFORN).
      * O ESTOQUE DISPONIVEL NAO MUDA: KARDEX QRJ REPETE O SALDO.
      *-----------------------------------------------------------------
       2300-REJEITA.
           MOVE WS-FILIAL-LIB      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
           MOVE WS-NUM-LOTE-DIG    TO LOTE-QUA
           READ QUARENT WITH LOCK
           IF FS-QUA NOT = ZEROS
           OR QTD-QUARENTENA-QUA < WS-QTD-DECISAO
               DISPLAY "QUARENTENA ALTERADA POR OUTRA ESTACAO -"
                       " LINHA NAO REJEITADA."
               GO TO 2300-REJEITA-EXIT
           END-IF
           SUBTRACT WS-QTD-DECISAO FROM QTD-QUARENTENA-QUA
           IF QTD-QUARENTENA-QUA = ZEROS
               MOVE ZEROS TO DT-ENTRADA-QUA
           END-IF
           IF QTD-REJEITADA-QUA = ZEROS
               MOVE WS-HOJE-NUM TO DT-REJEICAO-QUA
           END-IF
           ADD WS-QTD-DECISAO TO QTD-REJEITADA-QUA
           MOVE WS-MOTIVO TO MOTIVO-QUA
           REWRITE REG-QUA

           MOVE WS-FILIAL-LIB      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO QTD-ESTOQUE
           END-IF
           MOVE ZEROS TO FS

           MOVE "QRJ" TO WS-TIPO-KDX
           PERFORM 2400-GRAVA-KARDEX THRU 2400-GRAVA-KARDEX-EXIT

           ADD 1 TO WS-QTD-REJEITADAS
           MOVE "REJEITADO" TO LD-DECISAO
           PERFORM 2500-IMPRIME-DECISAO THRU 2500-IMPRIME-DECISAO-EXIT
           DISPLAY "REJEITADO - AGUARDANDO DEVOLUCAO AO FORNECEDOR "
                   COD-FORN-QUA " (DEVFORN, NOTA "
                   FUNCTION TRIM(DOC-FORN-QUA) ").".
       2300-REJEITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-GRAVA-KARDEX - MOVIMENTO QLB OU QRJ COM O SALDO
      * DISPONIVEL RESULTANTE E A SAIDA DA QUARENTENA EM
      * QTD-QUARENT-KDX. DOCUMENTO E FORNECEDOR SAO OS DO
      * RECEBIMENTO, PARA A DEVOLUCAO ACHAR A NOTA DE ORIGEM.
      *-----------------------------------------------------------------
       2400-GRAVA-KARDEX.
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-KDX
           MOVE 9999999            TO SEQ-KDX
           START KARDEX KEY IS <= XAV-KDX
           IF FS-KDX EQUAL ZEROS
               READ KARDEX PREVIOUS WITH IGNORE LOCK
           END-IF
           IF FS-KDX EQUAL ZEROS
           AND COD-PRODUTO-KDX = WS-COD-PRODUTO-DIG
               MOVE SEQ-KDX TO WS-SEQ-KDX
               ADD 1        TO WS-SEQ-KDX
           ELSE
               MOVE 1       TO WS-SEQ-KDX
           END-IF

           ACCEPT WS-HORA-KDX FROM TIME

           INITIALIZE REG-KDX
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-KDX
           MOVE WS-SEQ-KDX         TO SEQ-KDX
           MOVE WS-HOJE-NUM        TO DT-KDX
           MOVE WS-HORA-KDX (1:6)  TO HR-KDX
           MOVE WS-TIPO-KDX        TO TIPO-DOC-KDX
           MOVE DOC-FORN-QUA       TO NUM-DOC-KDX
           MOVE COD-FORN-QUA       TO COD-FORN-KDX
           MOVE WS-NUM-LOTE-DIG    TO LOTE-KDX
           MOVE WS-FILIAL-LIB      TO COD-FILIAL-KDX
           IF WS-TIPO-KDX = "QLB"
               MOVE WS-QTD-DECISAO TO QTD-ENTRADA-KDX
           ELSE
               MOVE ZEROS          TO QTD-ENTRADA-KDX
           END-IF
           MOVE ZEROS              TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE        TO SALDO-KDX
           COMPUTE QTD-QUARENT-KDX = ZEROS - WS-QTD-DECISAO
           WRITE REG-KDX.
       2400-GRAVA-KARDEX-EXIT.
           EXIT.

       2500-IMPRIME-DECISAO.
           MOVE WS-COD-PRODUTO-DIG TO LD-COD-PRODUTO
           MOVE DESCR-PRODUTO      TO LD-DESCR
           MOVE WS-NUM-LOTE-DIG    TO LD-LOTE
           MOVE WS-QTD-DECISAO     TO LD-QTD
           MOVE DOC-FORN-QUA       TO LD-DOC
           MOVE WS-MOTIVO          TO LD-MOTIVO
           MOVE WS-LINHA-DADOS     TO REG-REL
           WRITE REG-REL.
       2500-IMPRIME-DECISAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - RODAPE E FECHAMENTO DOS ARQUIVOS
      *-----------------------------------------------------------------
       9000-FINALIZA.
           IF NOT ARQUIVOS-OK
               GO TO 9000-FINALIZA-EXIT
           END-IF

           IF WS-QTD-PENDENTES > ZEROS
               MOVE SPACES TO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "LIBERADOS: " WS-QTD-LIBERADAS
                      "   REJEITADOS: " WS-QTD-REJEITADAS
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               CLOSE LIBQUAR-REL
               DISPLAY "DECISOES GRAVADAS - COMPROVANTE EM "
                       FUNCTION TRIM(WS-NOME-SPOOL-REL)
           END-IF

           CLOSE PRODUTO
           CLOSE ESTOQUE
           CLOSE KARDEX
           CLOSE LOTE
           CLOSE QUARENT.
       9000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-LIBQUAR-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "LIBQUAR;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
