      *-----------------------------------------------------------------
      * IMPNFE - IMPORTACAO DA NOTA ELETRONICA DO FORNECEDOR (PRE-NOTA)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMPNFE.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - IMPORTA O ARQUIVO DA NOTA
      *                   ELETRONICA DO FORNECEDOR PARA UM RECEBIMENTO
      *                   PENDENTE (PRENOTA/PREITEM) QUE A ENTRADA
      *                   LANCA DEPOIS DA CONTAGEM NA DOCA. LINHAS
      *                   TRADUZIDAS PARA O NOSSO PRODUTO E UNIDADE
      *                   PELA REFERENCIA CRUZADA PRODFORN (CADPFOR).
      *                   MESMA DISCIPLINA DE DUAS FASES DO IMPCATAL:
      *                   VALIDA O ARQUIVO INTEIRO (REJEITOS E LINHAS
      *                   SEM REFERENCIA EM NFE-REJEITOS.TXT), MOSTRA
      *                   OS TOTAIS E SO GRAVA DEPOIS DA CONFIRMACAO.
      *                   A MESMA CHAVE DE ACESSO NUNCA E IMPORTADA
      *                   DUAS VEZES. CONFERENCIA EM SPOOL DATADO
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
           COPY "FORNECED.SEL".
           COPY "PRODFORN.SEL".
           COPY "PRENOTA.SEL".
           COPY "PREITEM.SEL".

           SELECT NFE-FILE ASSIGN TO WS-NOME-NFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NFE.

           SELECT REJEITOS-FILE ASSIGN TO "NFE-REJEITOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJ.

           SELECT IMP-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUTO.FD".
           COPY "FORNECED.FD".
           COPY "PRODFORN.FD".
           COPY "PRENOTA.FD".
           COPY "PREITEM.FD".

      *    ARQUIVO DA NOTA, UMA NOTA POR ARQUIVO, CAMPOS SEPARADOS POR
      *    ";" (DECIMAIS COM VIRGULA):
      *    H;CHAVE DE ACESSO;CNPJ EMITENTE;NUMERO;EMISSAO AAAAMMDD;
      *      VALOR TOTAL
      *    I;CODIGO DO FORNECEDOR;DESCRICAO;QUANTIDADE;CUSTO UNITARIO;
      *      LOTE;VALIDADE AAAAMMDD
       FD  NFE-FILE.
       01  REG-NFE.
           05  LINHA-NFE               PIC X(250).

       FD  REJEITOS-FILE
           LABEL RECORD STANDARD.
       01  REG-REJEITO.
           05  REJ-LINHA               PIC 9(05).
           05  FILLER                  PIC X(01) VALUE ";".
           05  REJ-COD-PROD-FORN       PIC X(20).
           05  FILLER                  PIC X(01) VALUE ";".
           05  REJ-MOTIVO              PIC X(60).

       FD  IMP-REL
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
       77  FS-PF                       PIC XX       VALUE SPACES.
       77  FS-PRE                      PIC XX       VALUE SPACES.
       77  FS-PIT                      PIC XX       VALUE SPACES.
       77  FS-NFE                      PIC XX       VALUE SPACES.
       77  FS-REJ                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-NOME-NFE                 PIC X(500)   VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01)    VALUE "N".
       77  WS-CONT-LIDOS               PIC 9(05)    VALUE ZEROS.
       77  WS-CONT-OK                  PIC 9(05)    VALUE ZEROS.
       77  WS-CONT-ERRO                PIC 9(05)    VALUE ZEROS.
       77  WS-FASE-GRAVA               PIC X(01)    VALUE "N".
           88  FASE-GRAVACAO                        VALUE "S".
       77  WS-LINHA-VALIDA             PIC X(03)    VALUE "NAO".
           88  LINHA-NFE-VALIDA                     VALUE "SIM".
       77  WS-MOTIVO-REJEICAO          PIC X(60)    VALUE SPACES.

      * FORNECEDOR EMITENTE (CADFORN): O CNPJ DO CABECALHO DA NOTA
      * PRECISA BATER COM O DO CADASTRO QUANDO OS DOIS EXISTEM.
       77  WS-COD-FORN-NFE             PIC 9(05)    VALUE ZEROS.
       77  WS-RAZAO-FORN-NFE           PIC X(60)    VALUE SPACES.
       77  WS-CNPJ-FORN-NFE            PIC X(14)    VALUE SPACES.

      * CABECALHO DA NOTA: SEM CABECALHO VALIDO (OU COM A CHAVE JA
      * IMPORTADA) O ARQUIVO INTEIRO E RECUSADO.
       77  WS-CABECALHO-OK             PIC X(01)    VALUE "N".
           88  CABECALHO-OK                         VALUE "S".
       77  WS-MOTIVO-CABECALHO         PIC X(60)    VALUE SPACES.
       77  WS-NUM-PRENOTA              PIC 9(07)    VALUE ZEROS.
       77  WS-SEQ-PIT                  PIC 9(03)    VALUE ZEROS.

       77  WS-NFE-TIPO                 PIC X(01)    VALUE SPACE.
       77  WS-NFE-CAMPO-2              PIC X(44)    VALUE SPACES.
       77  WS-NFE-CAMPO-3              PIC X(60)    VALUE SPACES.
       77  WS-NFE-CAMPO-4              PIC X(20)    VALUE SPACES.
       77  WS-NFE-CAMPO-5              PIC X(15)    VALUE SPACES.
       77  WS-NFE-CAMPO-6              PIC X(15)    VALUE SPACES.
       77  WS-NFE-CAMPO-7              PIC X(10)    VALUE SPACES.

       01  WS-CABECALHO-NFE.
           05  WS-CHAVE-NFE            PIC X(44)    VALUE SPACES.
           05  WS-CNPJ-NFE             PIC X(14)    VALUE SPACES.
           05  WS-NUM-NOTA-NFE         PIC X(20)    VALUE SPACES.
           05  WS-DT-EMISSAO-NFE       PIC 9(08)    VALUE ZEROS.
           05  WS-VALOR-NOTA-NFE       PIC S9(09)V99 VALUE ZEROS.

       01  WS-ITEM-NFE.
           05  WS-COD-PROD-FORN        PIC X(20)    VALUE SPACES.
           05  WS-QTD-NFE              PIC 9(07)V999 VALUE ZEROS.
           05  WS-CUSTO-NFE            PIC S9(07)V99 VALUE ZEROS.
           05  WS-LOTE-NFE             PIC X(10)    VALUE SPACES.
           05  WS-DT-VALIDADE-NFE      PIC 9(08)    VALUE ZEROS.
           05  WS-COD-PRODUTO-NFE      PIC 9(05)    VALUE ZEROS.
           05  WS-QTD-CONVERTIDA       PIC 9(07)V999 VALUE ZEROS.
           05  WS-CUSTO-CONVERTIDO     PIC S9(07)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-PRE              PIC X(01)    VALUE "N".
               88  FIM-PRE                          VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-ITEM.
           05  LI-SEQ                  PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LI-COD-PROD-FORN        PIC X(20).
           05  FILLER                  PIC X(04) VALUE " => ".
           05  LI-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LI-DESCR                PIC X(30).
           05  FILLER                  PIC X(06) VALUE "  QTD ".
           05  LI-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(08) VALUE "  CUSTO ".
           05  LI-CUSTO                PIC Z(06)9,99.
           05  FILLER                  PIC X(07) VALUE "  LOTE ".
           05  LI-LOTE                 PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT

           MOVE "N" TO WS-FASE-GRAVA
           PERFORM 2000-PASSA-NFE       THRU 2000-PASSA-NFE-EXIT

           IF WS-CONT-LIDOS = ZEROS
               DISPLAY "NENHUMA LINHA LIDA DO ARQUIVO."
           ELSE
           IF NOT CABECALHO-OK
               DISPLAY "NOTA RECUSADA: "
                       FUNCTION TRIM(WS-MOTIVO-CABECALHO)
                       " (VER NFE-REJEITOS.TXT)."
           ELSE
               DISPLAY "NOTA " FUNCTION TRIM(WS-NUM-NOTA-NFE)
                       ": " WS-CONT-LIDOS " LINHA(S), "
                       WS-CONT-OK " ITEM(NS) VALIDO(S), " WS-CONT-ERRO
                       " REJEITADO(S) (VER NFE-REJEITOS.TXT)."
                       " CONFIRMA A IMPORTACAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
               IF WS-CONFIRMA = "S" AND WS-CONT-OK > ZEROS
                   MOVE "S" TO WS-FASE-GRAVA
                   PERFORM 1400-PROXIMO-NUMERO
                       THRU 1400-PROXIMO-NUMERO-EXIT
                   PERFORM 2000-PASSA-NFE THRU 2000-PASSA-NFE-EXIT
                   PERFORM 2500-GRAVA-CABECALHO
                       THRU 2500-GRAVA-CABECALHO-EXIT
                   DISPLAY "PRE-NOTA " WS-NUM-PRENOTA " GRAVADA COM "
                           WS-SEQ-PIT " ITEM(NS) - LANCAR NA ENTRADA"
                           " APOS A CONTAGEM. CONFERENCIA EM "
                           FUNCTION TRIM(WS-NOME-SPOOL-REL)
               ELSE
                   DISPLAY "IMPORTACAO NAO CONFIRMADA OU SEM ITEM"
                           " VALIDO - NADA GRAVADO."
               END-IF
           END-IF
           END-IF

           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA O FORNECEDOR E O ARQUIVO E ABRE OS
      * ARQUIVOS (PRENOTA/PREITEM CRIADOS NA PRIMEIRA VEZ).
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           PERFORM 1100-VALIDA-FORNECEDOR
               THRU 1100-VALIDA-FORNECEDOR-EXIT

           DISPLAY "CAMINHO DO ARQUIVO DA NOTA (ENTER P/"
                   " NFE-FORNECEDOR.TXT):"
           ACCEPT WS-NOME-NFE FROM CONSOLE
           IF WS-NOME-NFE = SPACES
               MOVE "NFE-FORNECEDOR.TXT" TO WS-NOME-NFE
           END-IF

           OPEN INPUT PRODUTO
           OPEN INPUT PRODFORN
           IF FS-PF = "35" OR FS-PF = "05"
               OPEN OUTPUT PRODFORN
               CLOSE PRODFORN
               OPEN INPUT PRODFORN
           END-IF
           OPEN I-O PRENOTA
           IF FS-PRE = "35" OR FS-PRE = "05"
               OPEN OUTPUT PRENOTA
               CLOSE PRENOTA
               OPEN I-O PRENOTA
           END-IF
           OPEN I-O PREITEM
           IF FS-PIT = "35" OR FS-PIT = "05"
               OPEN OUTPUT PREITEM
               CLOSE PREITEM
               OPEN I-O PREITEM
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT IMP-REL
           MOVE "IMPORTACAO DE NOTA ELETRONICA DO FORNECEDOR -"
             TO REG-REL
           WRITE REG-REL
           MOVE "CONFERENCIA DA PRE-NOTA" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FORNECEDOR: " WS-COD-FORN-NFE " "
                  FUNCTION TRIM(WS-RAZAO-FORN-NFE)
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-VALIDA-FORNECEDOR - A NOTA IMPORTADA PRECISA SER DE UM
      * FORNECEDOR REGISTRADO E ATIVO (CADFORN), MESMA CONFERENCIA
      * DO IMPCATAL. ARQUIVO DE FORNECEDORES AINDA INEXISTENTE
      * (IMPLANTACAO) PASSA DIRETO.
      *-----------------------------------------------------------------
       1100-VALIDA-FORNECEDOR.
           OPEN INPUT FORNECED
           IF FS-FORN = "35" OR FS-FORN = "05"
               CLOSE FORNECED
               GO TO 1100-VALIDA-FORNECEDOR-EXIT
           END-IF

           DISPLAY "CODIGO DO FORNECEDOR EMITENTE (CADFORN):"
           ACCEPT WS-COD-FORN-NFE FROM CONSOLE

           MOVE WS-COD-FORN-NFE TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           PERFORM 1110-PEDE-OUTRO-FORN THRU 1110-PEDE-OUTRO-FORN-EXIT
               UNTIL FS-FORN = ZEROS AND FORN-ATIVO

           MOVE RAZAO-FORN TO WS-RAZAO-FORN-NFE
           MOVE CNPJ-FORN  TO WS-CNPJ-FORN-NFE
           DISPLAY "FORNECEDOR: " FUNCTION TRIM(WS-RAZAO-FORN-NFE)

           CLOSE FORNECED.
       1100-VALIDA-FORNECEDOR-EXIT.
           EXIT.

       1110-PEDE-OUTRO-FORN.
           DISPLAY "FORNECEDOR " WS-COD-FORN-NFE
                   " NAO CADASTRADO OU INATIVO - INFORME"
                   " OUTRO CODIGO:"
           ACCEPT WS-COD-FORN-NFE FROM CONSOLE
           MOVE WS-COD-FORN-NFE TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK.
       1110-PEDE-OUTRO-FORN-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-PROXIMO-NUMERO - PROXIMO NUMERO DE PRE-NOTA LIVRE
      * (START <= / READ PREVIOUS, TECNICA DE ADICIONAR EM CADCLI).
      *-----------------------------------------------------------------
       1400-PROXIMO-NUMERO.
           MOVE 9999999 TO XAV-PRE
           START PRENOTA KEY IS <= XAV-PRE
           IF FS-PRE EQUAL ZEROS
               READ PRENOTA PREVIOUS WITH IGNORE LOCK
               MOVE NUM-PRENOTA TO WS-NUM-PRENOTA
           ELSE
               MOVE ZEROS TO WS-NUM-PRENOTA
           END-IF
           ADD 1 TO WS-NUM-PRENOTA.
       1400-PROXIMO-NUMERO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PASSA-NFE - UMA PASSADA NO ARQUIVO; NA FASE DE VALIDACAO
      * SO CLASSIFICA E GRAVA OS REJEITOS, NA FASE DE GRAVACAO GRAVA
      * AS LINHAS VALIDAS EM PREITEM. A PRIMEIRA LINHA TEM DE SER O
      * CABECALHO (H).
      *-----------------------------------------------------------------
       2000-PASSA-NFE.
           MOVE ZEROS TO WS-CONT-LIDOS WS-CONT-OK WS-CONT-ERRO

           OPEN INPUT NFE-FILE
           IF FS-NFE NOT = ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DA NOTA. FS: " FS-NFE
               CLOSE NFE-FILE
               GO TO 2000-PASSA-NFE-EXIT
           END-IF

           IF NOT FASE-GRAVACAO
               OPEN OUTPUT REJEITOS-FILE
               MOVE "N"    TO WS-CABECALHO-OK
               MOVE "ARQUIVO SEM CABECALHO (LINHA H)"
                   TO WS-MOTIVO-CABECALHO
           END-IF

           READ NFE-FILE
               AT END MOVE "10" TO FS-NFE
           END-READ

           PERFORM 2050-TRATA-LINHA-NFE THRU 2050-TRATA-LINHA-NFE-EXIT
               UNTIL FS-NFE NOT = ZEROS

           IF NOT FASE-GRAVACAO
               IF NOT CABECALHO-OK AND WS-CONT-LIDOS > ZEROS
                   MOVE ZEROS               TO REJ-LINHA
                   MOVE SPACES              TO REJ-COD-PROD-FORN
                   MOVE WS-MOTIVO-CABECALHO TO REJ-MOTIVO
                   WRITE REG-REJEITO
               END-IF
               CLOSE REJEITOS-FILE
           END-IF
           CLOSE NFE-FILE.
       2000-PASSA-NFE-EXIT.
           EXIT.

       2050-TRATA-LINHA-NFE.
           ADD 1 TO WS-CONT-LIDOS
           MOVE SPACES TO WS-NFE-TIPO WS-NFE-CAMPO-2 WS-NFE-CAMPO-3
                          WS-NFE-CAMPO-4 WS-NFE-CAMPO-5
                          WS-NFE-CAMPO-6 WS-NFE-CAMPO-7
           UNSTRING LINHA-NFE DELIMITED BY ";" INTO
               WS-NFE-TIPO WS-NFE-CAMPO-2 WS-NFE-CAMPO-3
               WS-NFE-CAMPO-4 WS-NFE-CAMPO-5 WS-NFE-CAMPO-6
               WS-NFE-CAMPO-7
           MOVE FUNCTION UPPER-CASE(WS-NFE-TIPO) TO WS-NFE-TIPO

           IF WS-CONT-LIDOS = 1
               IF NOT FASE-GRAVACAO
                   PERFORM 2100-VALIDA-CABECALHO
                       THRU 2100-VALIDA-CABECALHO-EXIT
               END-IF
               GO TO 2050-LE-PROXIMA
           END-IF

           PERFORM 2200-CLASSIFICA-ITEM THRU 2200-CLASSIFICA-ITEM-EXIT
           IF LINHA-NFE-VALIDA
               ADD 1 TO WS-CONT-OK
               IF FASE-GRAVACAO
                   PERFORM 2300-GRAVA-ITEM THRU 2300-GRAVA-ITEM-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-CONT-ERRO
               IF NOT FASE-GRAVACAO
                   MOVE WS-CONT-LIDOS      TO REJ-LINHA
                   MOVE WS-NFE-CAMPO-2     TO REJ-COD-PROD-FORN
                   MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
                   WRITE REG-REJEITO
               END-IF
           END-IF.
       2050-LE-PROXIMA.
           READ NFE-FILE
               AT END MOVE "10" TO FS-NFE
           END-READ.
       2050-TRATA-LINHA-NFE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-VALIDA-CABECALHO - LINHA H: CHAVE DE ACESSO COM 44
      * DIGITOS AINDA NAO IMPORTADA, CNPJ DO EMITENTE IGUAL AO DO
      * FORNECEDOR (QUANDO O CADASTRO TEM CNPJ), NUMERO E VALOR.
      *-----------------------------------------------------------------
       2100-VALIDA-CABECALHO.
           IF WS-NFE-TIPO NOT = "H"
               GO TO 2100-VALIDA-CABECALHO-EXIT
           END-IF

           MOVE WS-NFE-CAMPO-2 TO WS-CHAVE-NFE
           MOVE WS-NFE-CAMPO-3 TO WS-CNPJ-NFE
           MOVE WS-NFE-CAMPO-4 TO WS-NUM-NOTA-NFE
           MOVE FUNCTION NUMVAL(WS-NFE-CAMPO-5) TO WS-DT-EMISSAO-NFE
           MOVE FUNCTION NUMVAL(WS-NFE-CAMPO-6) TO WS-VALOR-NOTA-NFE

           IF WS-CHAVE-NFE IS NOT NUMERIC
               MOVE "CHAVE DE ACESSO DEVE TER 44 DIGITOS"
                   TO WS-MOTIVO-CABECALHO
               GO TO 2100-VALIDA-CABECALHO-EXIT
           END-IF

           IF WS-CNPJ-FORN-NFE NOT = SPACES
           AND WS-CNPJ-NFE NOT = WS-CNPJ-FORN-NFE
               MOVE "CNPJ DO EMITENTE DIFERENTE DO FORNECEDOR"
                   TO WS-MOTIVO-CABECALHO
               GO TO 2100-VALIDA-CABECALHO-EXIT
           END-IF

           IF WS-NUM-NOTA-NFE = SPACES
               MOVE "NUMERO DA NOTA EM BRANCO" TO WS-MOTIVO-CABECALHO
               GO TO 2100-VALIDA-CABECALHO-EXIT
           END-IF

      *    A MESMA NOTA NUNCA ENTRA DUAS VEZES: VARRE AS PRE-NOTAS
      *    (PENDENTES E JA LANCADAS) ATRAS DA CHAVE DE ACESSO.
           MOVE "N"   TO WS-FIM-PRE
           MOVE ZEROS TO XAV-PRE
           START PRENOTA KEY IS NOT LESS THAN XAV-PRE
               INVALID KEY MOVE "S" TO WS-FIM-PRE
           END-START
           PERFORM 2110-PROCURA-CHAVE THRU 2110-PROCURA-CHAVE-EXIT
               UNTIL FIM-PRE
           IF WS-MOTIVO-CABECALHO (1:11) = "NOTA JA IMP"
               GO TO 2100-VALIDA-CABECALHO-EXIT
           END-IF

           MOVE "S"    TO WS-CABECALHO-OK
           MOVE SPACES TO WS-MOTIVO-CABECALHO.
       2100-VALIDA-CABECALHO-EXIT.
           EXIT.

       2110-PROCURA-CHAVE.
           READ PRENOTA NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-PRE
                   GO TO 2110-PROCURA-CHAVE-EXIT
           END-READ

           IF CHAVE-NFE-PRE = WS-CHAVE-NFE
               MOVE SPACES TO WS-MOTIVO-CABECALHO
               STRING "NOTA JA IMPORTADA NA PRE-NOTA " NUM-PRENOTA
                      DELIMITED BY SIZE INTO WS-MOTIVO-CABECALHO
               MOVE "S" TO WS-FIM-PRE
           END-IF.
       2110-PROCURA-CHAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CLASSIFICA-ITEM - LINHA I: CODIGO DO FORNECEDOR COM
      * REFERENCIA EM PRODFORN PARA PRODUTO CADASTRADO E ATIVO,
      * QUANTIDADE MAIOR QUE ZERO. QUANTIDADE E CUSTO SAO CONVERTIDOS
      * PARA A NOSSA UNIDADE PELO FATOR DA REFERENCIA.
      *-----------------------------------------------------------------
       2200-CLASSIFICA-ITEM.
           MOVE "NAO"  TO WS-LINHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-REJEICAO

           IF WS-NFE-TIPO NOT = "I"
               MOVE "TIPO DE LINHA DESCONHECIDO (ESPERADO I)"
                   TO WS-MOTIVO-REJEICAO
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-NFE-CAMPO-2)
               TO WS-COD-PROD-FORN
           MOVE FUNCTION NUMVAL(WS-NFE-CAMPO-4) TO WS-QTD-NFE
           MOVE FUNCTION NUMVAL(WS-NFE-CAMPO-5) TO WS-CUSTO-NFE
           MOVE WS-NFE-CAMPO-6                  TO WS-LOTE-NFE
           MOVE ZEROS                           TO WS-DT-VALIDADE-NFE
           IF WS-NFE-CAMPO-7 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NFE-CAMPO-7)
                   TO WS-DT-VALIDADE-NFE
           END-IF

           IF WS-COD-PROD-FORN = SPACES
               MOVE "CODIGO DO PRODUTO DO FORNECEDOR EM BRANCO"
                   TO WS-MOTIVO-REJEICAO
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           IF WS-QTD-NFE NOT > ZEROS
               MOVE "QUANTIDADE DEVE SER MAIOR QUE ZERO"
                   TO WS-MOTIVO-REJEICAO
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           IF WS-CUSTO-NFE < ZEROS
               MOVE "CUSTO UNITARIO NEGATIVO" TO WS-MOTIVO-REJEICAO
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           MOVE WS-COD-FORN-NFE  TO COD-FORN-PF
           MOVE WS-COD-PROD-FORN TO COD-PROD-FORN-PF
           READ PRODFORN WITH IGNORE LOCK
           IF FS-PF NOT = ZEROS
               MOVE "SEM REFERENCIA EM PRODFORN (CADASTRAR NO CADPFOR)"
                   TO WS-MOTIVO-REJEICAO
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           MOVE COD-PRODUTO-PF TO WS-COD-PRODUTO-NFE
           MOVE WS-COD-PRODUTO-NFE TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS OR PRODUTO-INATIVO
               MOVE "PRODUTO DA REFERENCIA NAO CADASTRADO OU INATIVO"
                   TO WS-MOTIVO-REJEICAO
               MOVE ZEROS TO FS
               GO TO 2200-CLASSIFICA-ITEM-EXIT
           END-IF

           IF FATOR-CONV-PF = ZEROS
               MOVE 1 TO FATOR-CONV-PF
           END-IF
           COMPUTE WS-QTD-CONVERTIDA ROUNDED =
               WS-QTD-NFE * FATOR-CONV-PF
           COMPUTE WS-CUSTO-CONVERTIDO ROUNDED =
               WS-CUSTO-NFE / FATOR-CONV-PF

           MOVE "SIM" TO WS-LINHA-VALIDA.
       2200-CLASSIFICA-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-GRAVA-ITEM - GRAVA A LINHA VALIDA DA PRE-NOTA E A LISTA
      * NA CONFERENCIA.
      *-----------------------------------------------------------------
       2300-GRAVA-ITEM.
           ADD 1 TO WS-SEQ-PIT
           INITIALIZE REG-PIT
           MOVE WS-NUM-PRENOTA      TO NUM-PRENOTA-PIT
           MOVE WS-SEQ-PIT          TO SEQ-PIT
           MOVE WS-COD-PROD-FORN    TO COD-PROD-FORN-PIT
           MOVE WS-COD-PRODUTO-NFE  TO COD-PRODUTO-PIT
           MOVE WS-QTD-CONVERTIDA   TO QTD-NOTA-PIT
           MOVE WS-CUSTO-CONVERTIDO TO CUSTO-UNIT-PIT
           MOVE WS-LOTE-NFE         TO LOTE-PIT
           MOVE WS-DT-VALIDADE-NFE  TO DT-VALIDADE-PIT
           WRITE REG-PIT

           MOVE SPACES              TO WS-LINHA-ITEM
           MOVE WS-SEQ-PIT          TO LI-SEQ
           MOVE WS-COD-PROD-FORN    TO LI-COD-PROD-FORN
           MOVE WS-COD-PRODUTO-NFE  TO LI-COD-PRODUTO
           MOVE DESCR-PRODUTO       TO LI-DESCR
           MOVE WS-QTD-CONVERTIDA   TO LI-QTD
           MOVE WS-CUSTO-CONVERTIDO TO LI-CUSTO
           MOVE WS-LOTE-NFE         TO LI-LOTE
           MOVE WS-LINHA-ITEM       TO REG-REL
           WRITE REG-REL.
       2300-GRAVA-ITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-GRAVA-CABECALHO - GRAVA A PRE-NOTA PENDENTE.
      *-----------------------------------------------------------------
       2500-GRAVA-CABECALHO.
           INITIALIZE REG-PRE
           MOVE WS-NUM-PRENOTA      TO NUM-PRENOTA
           MOVE WS-CHAVE-NFE        TO CHAVE-NFE-PRE
           MOVE WS-COD-FORN-NFE     TO COD-FORN-PRE
           MOVE WS-NUM-NOTA-NFE     TO NUM-NOTA-PRE
           MOVE WS-DT-EMISSAO-NFE   TO DT-EMISSAO-PRE
           MOVE WS-VALOR-NOTA-NFE   TO VALOR-NOTA-PRE
           MOVE WS-SEQ-PIT          TO QTD-ITENS-PRE
           MOVE WS-CONT-ERRO        TO QTD-REJEITADOS-PRE
           MOVE WS-HOJE-NUM         TO DT-IMPORTACAO-PRE
           SET PRE-PENDENTE         TO TRUE
           WRITE REG-PRE.
       2500-GRAVA-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RODAPE E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF FASE-GRAVACAO
               STRING "PRE-NOTA " WS-NUM-PRENOTA " - NOTA "
                      FUNCTION TRIM(WS-NUM-NOTA-NFE) " CHAVE "
                      WS-CHAVE-NFE
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING "RESUMO: " WS-SEQ-PIT " ITEM(NS) IMPORTADO(S), "
                      WS-CONT-ERRO " REJEITADO(S) (NFE-REJEITOS.TXT)."
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               MOVE "NADA IMPORTADO." TO REG-REL
           END-IF
           WRITE REG-REL

           CLOSE PRODUTO
           CLOSE PRODFORN
           CLOSE PRENOTA
           CLOSE PREITEM
           CLOSE IMP-REL.
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
           STRING "SPOOL-IMPNFE-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "IMPNFE;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
