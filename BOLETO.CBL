      *-----------------------------------------------------------------
      * BOLETO - IMPRESSAO DE BOLETO COM NOSSO NUMERO E LINHA DIGITAVEL
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BOLETO.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - EMITE NO SPOOL O BOLETO DE
      *                   CADA PARCELA EM ABERTO DE UMA NOTA FISCAL OU
      *                   DE UM CLIENTE. TITULO SEM NOSSO NUMERO
      *                   RECEBE O PROXIMO DA SEQUENCIA DO BANCO
      *                   (NOSSONUM) COM DV MODULO 11, GRAVADO NO
      *                   TITULO - O MESMO QUE A REMESSA ENVIA E O
      *                   RETORNO CONFERE. CODIGO DE BARRAS DE 44
      *                   POSICOES (DV GERAL MODULO 11, FATOR DE
      *                   VENCIMENTO, VALOR E CAMPO LIVRE AGENCIA +
      *                   CARTEIRA + NOSSO NUMERO + CONTA) E LINHA
      *                   DIGITAVEL COM DV MODULO 10 POR CAMPO. DADOS
      *                   DO CEDENTE NOS PARAMETROS BOLETO-... DO
      *                   CADPARAM. SPOOL DATADO NO SPOOLREG.TXT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RECEBIMENTO.SEL".
           COPY "CLIENTE.SEL".
           COPY "PARAM.SEL".
           COPY "NOSSONUM.SEL".

           SELECT BOLETO-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "CLIENTE.FD".
           COPY "PARAM.FD".
           COPY "NOSSONUM.FD".

       FD  BOLETO-REL
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
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-NNUM                     PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-NUM-FILTRO               PIC 9(07)    VALUE ZEROS.
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-BOLETOS              PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-NOVOS-NN             PIC 9(05)    VALUE ZEROS.
       77  WS-TOTAL-BOLETOS            PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-BOLETO             PIC S9(09)V99 VALUE ZEROS.

      * DADOS DO CEDENTE (PARAMETROS DO CADPARAM): BOLETO-BANCO,
      * BOLETO-AGENCIA, BOLETO-CONTA, BOLETO-CARTEIRA,
      * BOLETO-CEDENTE E BOLETO-CNPJ-CED.
       77  WS-BANCO-CED                PIC 9(03)    VALUE ZEROS.
       77  WS-AGENCIA-CED              PIC 9(04)    VALUE ZEROS.
       77  WS-CONTA-CED                PIC 9(07)    VALUE ZEROS.
       77  WS-CARTEIRA-CED             PIC 9(02)    VALUE ZEROS.
       77  WS-NOME-CED                 PIC X(60)    VALUE SPACES.
       77  WS-CNPJ-CED                 PIC 9(14)    VALUE ZEROS.

      * CALCULO DOS DIGITOS VERIFICADORES: WS-DV-BUFFER RECEBE OS
      * DIGITOS ALINHADOS A ESQUERDA E WS-DV-TAM O TAMANHO; OS
      * PARAGRAFOS 2600 (MODULO 11) E 2700 (MODULO 10) DEVOLVEM O
      * DIGITO EM WS-DV-RESULT.
       77  WS-DV-TAM                   PIC 9(03)    VALUE ZEROS.
       77  WS-DV-POS                   PIC 9(03)    VALUE ZEROS.
       77  WS-DV-PESO                  PIC 9(02)    VALUE ZEROS.
       77  WS-DV-PRODUTO               PIC 9(03)    VALUE ZEROS.
       77  WS-DV-SOMA                  PIC 9(05)    VALUE ZEROS.
       77  WS-DV-RESTO                 PIC 9(02)    VALUE ZEROS.
       77  WS-DV-RESULT                PIC 9(01)    VALUE ZEROS.
       77  WS-DIAS-FATOR               PIC S9(07)   VALUE ZEROS.
       01  WS-DV-BUFFER                PIC X(50)    VALUE SPACES.
       01  WS-DV-DIGITOS REDEFINES WS-DV-BUFFER.
           05  WS-DV-DIGITO            PIC 9(01)    OCCURS 50 TIMES.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-SWITCHES.
           05  WS-FIM-RECEB            PIC X(01)    VALUE "N".
               88  FIM-RECEB                        VALUE "S".
           05  WS-ABORTA               PIC X(01)    VALUE "N".
               88  ABORTA-EXECUCAO                  VALUE "S".
           05  WS-TIPO-FILTRO          PIC X(01)    VALUE SPACES.
               88  FILTRO-NOTA                      VALUE "1".
               88  FILTRO-CLIENTE                   VALUE "2".

      *-----------------------------------------------------------------
      * CODIGO DE BARRAS (44 POSICOES, PADRAO FEBRABAN).
      *-----------------------------------------------------------------
       01  WS-CODIGO-BARRAS.
           05  CB-BANCO                PIC 9(03).
           05  CB-MOEDA                PIC 9(01) VALUE 9.
           05  CB-DV-GERAL             PIC 9(01).
           05  CB-FATOR-VENC           PIC 9(04).
           05  CB-VALOR                PIC 9(08)V99.
           05  CB-CAMPO-LIVRE.
               10  CL-AGENCIA          PIC 9(04).
               10  CL-CARTEIRA         PIC 9(02).
               10  CL-NOSSO-NUMERO     PIC 9(11).
               10  CL-CONTA            PIC 9(07).
               10  FILLER              PIC 9(01) VALUE ZERO.
       01  WS-CB-TEXTO REDEFINES WS-CODIGO-BARRAS
                                       PIC X(44).

      * LINHA DIGITAVEL: CINCO CAMPOS, OS TRES PRIMEIROS COM DV
      * MODULO 10.
       01  WS-LINHA-DIGITAVEL.
           05  LD-CAMPO1A              PIC X(05).
           05  FILLER                  PIC X(01) VALUE ".".
           05  LD-CAMPO1B              PIC X(04).
           05  LD-DV1                  PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-CAMPO2A              PIC X(05).
           05  FILLER                  PIC X(01) VALUE ".".
           05  LD-CAMPO2B              PIC X(05).
           05  LD-DV2                  PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-CAMPO3A              PIC X(05).
           05  FILLER                  PIC X(01) VALUE ".".
           05  LD-CAMPO3B              PIC X(05).
           05  LD-DV3                  PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-DV-GERAL             PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LD-FATOR-VALOR          PIC X(14).

       01  WS-LINHA-CAMPO.
           05  LC-ROTULO               PIC X(22).
           05  LC-CONTEUDO             PIC X(60).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-ROTULO2              PIC X(18).
           05  LC-CONTEUDO2            PIC X(20).

       01  WS-DATA-EDITADA.
           05  DE-DIA                  PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  DE-MES                  PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  DE-ANO                  PIC 9(04).

       01  WS-VALOR-EDITADO            PIC Z(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT ABORTA-EXECUCAO
               PERFORM 2000-PROCESSA    THRU 2000-PROCESSA-EXIT
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - LE O CEDENTE, PERGUNTA NOTA OU CLIENTE E
      * ABRE OS ARQUIVOS.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

           PERFORM 1100-LER-CEDENTE THRU 1100-LER-CEDENTE-EXIT
           IF WS-BANCO-CED = ZEROS
               DISPLAY "PARAMETRO BOLETO-BANCO NAO CADASTRADO NO"
                       " CADPARAM - NADA EMITIDO."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           DISPLAY "BOLETOS POR: 1 - NOTA FISCAL  2 - CLIENTE"
           ACCEPT WS-TIPO-FILTRO FROM CONSOLE
           IF NOT FILTRO-NOTA AND NOT FILTRO-CLIENTE
               DISPLAY "OPCAO INVALIDA."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           IF FILTRO-NOTA
               DISPLAY "NUMERO DA NOTA FISCAL:"
           ELSE
               DISPLAY "CODIGO DO CLIENTE:"
           END-IF
           ACCEPT WS-NUM-FILTRO FROM CONSOLE
           IF WS-NUM-FILTRO = ZEROS
               DISPLAY "NUMERO NAO INFORMADO."
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O RECEBIMENTO
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE RECEBIMENTO. FS: " FS
               MOVE "S" TO WS-ABORTA
               GO TO 1000-INICIALIZA-EXIT
           END-IF
           OPEN INPUT CLIENTE

           OPEN I-O NOSSONUM
           IF FS-NNUM = "35"
               OPEN OUTPUT NOSSONUM
               CLOSE NOSSONUM
               OPEN I-O NOSSONUM
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
               THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT BOLETO-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1100-LER-CEDENTE - DADOS DO BENEFICIARIO NOS PARAMETROS
      * GERAIS. SEM BOLETO-BANCO NAO HA BOLETO.
      *-----------------------------------------------------------------
       1100-LER-CEDENTE.
           OPEN INPUT PARAM
           IF FS-PAR NOT = ZEROS
               CLOSE PARAM
               GO TO 1100-LER-CEDENTE-EXIT
           END-IF

           MOVE "BOLETO-BANCO" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-BANCO-CED
           END-IF
           MOVE "BOLETO-AGENCIA" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-AGENCIA-CED
           END-IF
           MOVE "BOLETO-CONTA" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-CONTA-CED
           END-IF
           MOVE "BOLETO-CARTEIRA" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-CARTEIRA-CED
           END-IF
           MOVE "BOLETO-CEDENTE" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE VALOR-PARAM TO WS-NOME-CED
           END-IF
           MOVE "BOLETO-CNPJ-CED" TO XAV-PAR
           READ PARAM WITH IGNORE LOCK
           IF FS-PAR = ZEROS
               MOVE FUNCTION NUMVAL(VALOR-PARAM) TO WS-CNPJ-CED
           END-IF

           CLOSE PARAM.
       1100-LER-CEDENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-PROCESSA - PERCORRE RECEBIMENTO E EMITE UM BOLETO PARA
      * CADA PARCELA EM ABERTO DA NOTA OU DO CLIENTE PEDIDO. NOTA DE
      * CREDITO (PARCELA 99) E TITULO SEM SALDO NAO TEM BOLETO.
      *-----------------------------------------------------------------
       2000-PROCESSA.
           MOVE LOW-VALUES TO XAV-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-RECEB
           END-START

           PERFORM 2100-LER-RECEB THRU 2100-LER-RECEB-EXIT
           PERFORM 2200-TRATA-RECEB THRU 2200-TRATA-RECEB-EXIT
               UNTIL FIM-RECEB.
       2000-PROCESSA-EXIT.
           EXIT.

       2100-LER-RECEB.
           IF NOT FIM-RECEB
               READ RECEBIMENTO NEXT RECORD WITH LOCK
                   AT END MOVE "S" TO WS-FIM-RECEB
               END-READ
           END-IF.
       2100-LER-RECEB-EXIT.
           EXIT.

       2200-TRATA-RECEB.
           IF NOT RECEB-ABERTO
           OR NUM-PARCELA-RECEB = 99
               GO TO 2200-TRATA-RECEB-PROXIMO
           END-IF
           IF FILTRO-NOTA
           AND NUM-NOTA-FISCAL-RECEB NOT = WS-NUM-FILTRO
               GO TO 2200-TRATA-RECEB-PROXIMO
           END-IF
           IF FILTRO-CLIENTE
           AND COD-CLI-RECEB NOT = WS-NUM-FILTRO
               GO TO 2200-TRATA-RECEB-PROXIMO
           END-IF

           COMPUTE WS-VALOR-BOLETO = VALOR-RECEB - VALOR-RECEBIDO-RECEB
           IF WS-VALOR-BOLETO NOT > ZEROS
               GO TO 2200-TRATA-RECEB-PROXIMO
           END-IF

           IF NOSSO-NUMERO-RECEB = ZEROS
               PERFORM 2300-ATRIBUI-NOSSO-NUMERO
                   THRU 2300-ATRIBUI-NOSSO-NUMERO-EXIT
               IF NOSSO-NUMERO-RECEB = ZEROS
                   GO TO 2200-TRATA-RECEB-PROXIMO
               END-IF
           END-IF

           PERFORM 2400-MONTA-CODIGO-BARRAS
               THRU 2400-MONTA-CODIGO-BARRAS-EXIT
           PERFORM 2500-IMPRIME-BOLETO THRU 2500-IMPRIME-BOLETO-EXIT

           ADD 1               TO WS-QTD-BOLETOS
           ADD WS-VALOR-BOLETO TO WS-TOTAL-BOLETOS.
       2200-TRATA-RECEB-PROXIMO.
           PERFORM 2100-LER-RECEB THRU 2100-LER-RECEB-EXIT.
       2200-TRATA-RECEB-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-ATRIBUI-NOSSO-NUMERO - PROXIMO NUMERO DA SEQUENCIA DO
      * BANCO (NOSSONUM, CRIADA NO PRIMEIRO USO), DV MODULO 11, E
      * REGRAVA O TITULO COM NOSSO NUMERO E BANCO.
      *-----------------------------------------------------------------
       2300-ATRIBUI-NOSSO-NUMERO.
           MOVE WS-BANCO-CED TO BANCO-NNUM
           READ NOSSONUM WITH LOCK
           IF FS-NNUM = "23"
               INITIALIZE REG-NNUM
               MOVE WS-BANCO-CED TO BANCO-NNUM
               WRITE REG-NNUM
               READ NOSSONUM WITH LOCK
           END-IF
           IF FS-NNUM NOT = ZEROS
               DISPLAY "ERRO NA SEQUENCIA DE NOSSO NUMERO. FS: "
                       FS-NNUM
               GO TO 2300-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF

           ADD 1 TO ULT-NOSSO-NUM-NNUM
           MOVE WS-HOJE-NUM TO DT-ULT-USO-NNUM
           REWRITE REG-NNUM
           IF FS-NNUM NOT = ZEROS
               DISPLAY "ERRO NA SEQUENCIA DE NOSSO NUMERO. FS: "
                       FS-NNUM
               GO TO 2300-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF

           MOVE SPACES                   TO WS-DV-BUFFER
           MOVE ULT-NOSSO-NUM-NNUM       TO WS-DV-BUFFER (1:11)
           MOVE 11                       TO WS-DV-TAM
           PERFORM 2600-CALCULA-MOD11 THRU 2600-CALCULA-MOD11-EXIT

           MOVE ULT-NOSSO-NUM-NNUM TO NOSSO-NUMERO-RECEB
           MOVE WS-DV-RESULT       TO DV-NOSSO-NUM-RECEB
           MOVE WS-BANCO-CED       TO BANCO-BOLETO-RECEB
           REWRITE REG-RECEB
           IF FS NOT = ZEROS AND FS NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO NOSSO NUMERO DO TITULO "
                       NUM-PEDIDO-RECEB "/" NUM-PARCELA-RECEB
                       ". FS: " FS
               MOVE ZEROS TO NOSSO-NUMERO-RECEB
               GO TO 2300-ATRIBUI-NOSSO-NUMERO-EXIT
           END-IF
           ADD 1 TO WS-QTD-NOVOS-NN.
       2300-ATRIBUI-NOSSO-NUMERO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-MONTA-CODIGO-BARRAS - 44 POSICOES: BANCO, MOEDA, DV
      * GERAL, FATOR DE VENCIMENTO, VALOR E CAMPO LIVRE. O FATOR E O
      * NUMERO DE DIAS DESDE 07/10/1997; PASSANDO DE 9999 RECOMECA EM
      * 1000 (REGRA FEBRABAN A PARTIR DE 22/02/2025).
      *-----------------------------------------------------------------
       2400-MONTA-CODIGO-BARRAS.
           MOVE BANCO-BOLETO-RECEB TO CB-BANCO
           IF CB-BANCO = ZEROS
               MOVE WS-BANCO-CED   TO CB-BANCO
           END-IF
           MOVE 9                  TO CB-MOEDA

           MOVE ZEROS TO CB-FATOR-VENC
           IF DT-VENCIMENTO-RECEB NOT = ZEROS
               COMPUTE WS-DIAS-FATOR =
                   FUNCTION INTEGER-OF-DATE(DT-VENCIMENTO-RECEB)
                   - FUNCTION INTEGER-OF-DATE(19971007)
               IF WS-DIAS-FATOR > 9999
                   COMPUTE WS-DIAS-FATOR =
                       FUNCTION MOD(WS-DIAS-FATOR - 1000, 9000) + 1000
               END-IF
               IF WS-DIAS-FATOR > ZEROS
                   MOVE WS-DIAS-FATOR TO CB-FATOR-VENC
               END-IF
           END-IF

           MOVE WS-VALOR-BOLETO    TO CB-VALOR
           MOVE WS-AGENCIA-CED     TO CL-AGENCIA
           MOVE WS-CARTEIRA-CED    TO CL-CARTEIRA
           MOVE NOSSO-NUMERO-RECEB TO CL-NOSSO-NUMERO
           MOVE WS-CONTA-CED       TO CL-CONTA

      * DV GERAL: MODULO 11 DAS 43 POSICOES SEM A QUINTA; RESULTADO
      * 0, 10 OU 11 VIRA 1.
           MOVE SPACES               TO WS-DV-BUFFER
           MOVE WS-CB-TEXTO (1:4)    TO WS-DV-BUFFER (1:4)
           MOVE WS-CB-TEXTO (6:39)   TO WS-DV-BUFFER (5:39)
           MOVE 43                   TO WS-DV-TAM
           PERFORM 2600-CALCULA-MOD11 THRU 2600-CALCULA-MOD11-EXIT
           IF WS-DV-RESTO < 2
               MOVE 1 TO WS-DV-RESULT
           END-IF
           MOVE WS-DV-RESULT TO CB-DV-GERAL

      * LINHA DIGITAVEL: CAMPO 1 = BANCO + MOEDA + LIVRE 1-5;
      * CAMPO 2 = LIVRE 6-15; CAMPO 3 = LIVRE 16-25; CAMPO 4 = DV
      * GERAL; CAMPO 5 = FATOR + VALOR.
           MOVE SPACES               TO WS-DV-BUFFER
           MOVE WS-CB-TEXTO (1:4)    TO WS-DV-BUFFER (1:4)
           MOVE WS-CB-TEXTO (20:5)   TO WS-DV-BUFFER (5:5)
           MOVE 9                    TO WS-DV-TAM
           PERFORM 2700-CALCULA-MOD10 THRU 2700-CALCULA-MOD10-EXIT
           MOVE WS-DV-BUFFER (1:5)   TO LD-CAMPO1A
           MOVE WS-DV-BUFFER (6:4)   TO LD-CAMPO1B
           MOVE WS-DV-RESULT         TO LD-DV1

           MOVE SPACES               TO WS-DV-BUFFER
           MOVE WS-CB-TEXTO (25:10)  TO WS-DV-BUFFER (1:10)
           MOVE 10                   TO WS-DV-TAM
           PERFORM 2700-CALCULA-MOD10 THRU 2700-CALCULA-MOD10-EXIT
           MOVE WS-DV-BUFFER (1:5)   TO LD-CAMPO2A
           MOVE WS-DV-BUFFER (6:5)   TO LD-CAMPO2B
           MOVE WS-DV-RESULT         TO LD-DV2

           MOVE SPACES               TO WS-DV-BUFFER
           MOVE WS-CB-TEXTO (35:10)  TO WS-DV-BUFFER (1:10)
           MOVE 10                   TO WS-DV-TAM
           PERFORM 2700-CALCULA-MOD10 THRU 2700-CALCULA-MOD10-EXIT
           MOVE WS-DV-BUFFER (1:5)   TO LD-CAMPO3A
           MOVE WS-DV-BUFFER (6:5)   TO LD-CAMPO3B
           MOVE WS-DV-RESULT         TO LD-DV3

           MOVE CB-DV-GERAL          TO LD-DV-GERAL
           MOVE WS-CB-TEXTO (6:14)   TO LD-FATOR-VALOR.
       2400-MONTA-CODIGO-BARRAS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-IMPRIME-BOLETO - FICHA DE COMPENSACAO NO SPOOL.
      *-----------------------------------------------------------------
       2500-IMPRIME-BOLETO.
           MOVE COD-CLI-RECEB TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
               INVALID KEY
                   INITIALIZE REG-CLI
                   MOVE "CLIENTE NAO ENCONTRADO" TO RAZAO-CLI
           END-READ

           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "BANCO " CB-BANCO "   " WS-LINHA-DIGITAVEL
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE DT-VENCIMENTO-RECEB (7:2) TO DE-DIA
           MOVE DT-VENCIMENTO-RECEB (5:2) TO DE-MES
           MOVE DT-VENCIMENTO-RECEB (1:4) TO DE-ANO
           INITIALIZE WS-LINHA-CAMPO
           MOVE "LOCAL DE PAGAMENTO:"  TO LC-ROTULO
           MOVE "PAGAVEL EM QUALQUER BANCO ATE O VENCIMENTO"
               TO LC-CONTEUDO
           MOVE "VENCIMENTO:"          TO LC-ROTULO2
           MOVE WS-DATA-EDITADA        TO LC-CONTEUDO2
           MOVE WS-LINHA-CAMPO         TO REG-REL
           WRITE REG-REL

           INITIALIZE WS-LINHA-CAMPO
           MOVE "BENEFICIARIO:"        TO LC-ROTULO
           MOVE WS-NOME-CED            TO LC-CONTEUDO
           MOVE "AGENCIA/CODIGO:"      TO LC-ROTULO2
           STRING WS-AGENCIA-CED "/" WS-CONTA-CED
                  DELIMITED BY SIZE INTO LC-CONTEUDO2
           MOVE WS-LINHA-CAMPO         TO REG-REL
           WRITE REG-REL

           INITIALIZE WS-LINHA-CAMPO
           MOVE "CNPJ BENEFICIARIO:"   TO LC-ROTULO
           MOVE WS-CNPJ-CED            TO LC-CONTEUDO
           MOVE "NOSSO NUMERO:"        TO LC-ROTULO2
           STRING WS-CARTEIRA-CED "/" NOSSO-NUMERO-RECEB "-"
                  DV-NOSSO-NUM-RECEB
                  DELIMITED BY SIZE INTO LC-CONTEUDO2
           MOVE WS-LINHA-CAMPO         TO REG-REL
           WRITE REG-REL

           MOVE WS-HOJE-NUM (7:2) TO DE-DIA
           MOVE WS-HOJE-NUM (5:2) TO DE-MES
           MOVE WS-HOJE-NUM (1:4) TO DE-ANO
           INITIALIZE WS-LINHA-CAMPO
           MOVE "NR DOCUMENTO:"        TO LC-ROTULO
           STRING "NF " NUM-NOTA-FISCAL-RECEB " PEDIDO "
                  NUM-PEDIDO-RECEB "/" NUM-PARCELA-RECEB
                  "  EMISSAO " WS-DATA-EDITADA
                  DELIMITED BY SIZE INTO LC-CONTEUDO
           MOVE "VALOR DOCUMENTO:"     TO LC-ROTULO2
           MOVE WS-VALOR-BOLETO        TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO       TO LC-CONTEUDO2
           MOVE WS-LINHA-CAMPO         TO REG-REL
           WRITE REG-REL

           INITIALIZE WS-LINHA-CAMPO
           MOVE "PAGADOR:"             TO LC-ROTULO
           MOVE RAZAO-CLI              TO LC-CONTEUDO
           MOVE "CNPJ/CPF:"            TO LC-ROTULO2
           MOVE CNPJ-CLI               TO LC-CONTEUDO2
           MOVE WS-LINHA-CAMPO         TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING "                      "
                  FUNCTION TRIM(LOGRADOURO-CLI) ", "
                  FUNCTION TRIM(NUMERO-END-CLI) " - "
                  FUNCTION TRIM(BAIRRO-CLI) " - "
                  FUNCTION TRIM(CIDADE-CLI) "/" UF-CLI
                  " CEP " CEP-CLI
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING "CODIGO DE BARRAS:     " WS-CB-TEXTO
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL.
       2500-IMPRIME-BOLETO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-CALCULA-MOD11 - PESOS 2 A 9 DA DIREITA PARA A ESQUERDA;
      * WS-DV-RESULT = 11 - RESTO (O CHAMADOR TRATA RESTO 0 E 1).
      *-----------------------------------------------------------------
       2600-CALCULA-MOD11.
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM 2610-SOMA-MOD11 THRU 2610-SOMA-MOD11-EXIT
               VARYING WS-DV-POS FROM WS-DV-TAM BY -1
               UNTIL WS-DV-POS < 1

           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-PRODUTO
               REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO < 2
               MOVE ZERO TO WS-DV-RESULT
           ELSE
               COMPUTE WS-DV-RESULT = 11 - WS-DV-RESTO
           END-IF.
       2600-CALCULA-MOD11-EXIT.
           EXIT.

       2610-SOMA-MOD11.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA
               + WS-DV-DIGITO (WS-DV-POS) * WS-DV-PESO
           IF WS-DV-PESO = 9
               MOVE 2 TO WS-DV-PESO
           ELSE
               ADD 1 TO WS-DV-PESO
           END-IF.
       2610-SOMA-MOD11-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-CALCULA-MOD10 - PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      * ESQUERDA, SOMANDO OS ALGARISMOS DE CADA PRODUTO.
      *-----------------------------------------------------------------
       2700-CALCULA-MOD10.
           MOVE ZEROS TO WS-DV-SOMA
           MOVE 2     TO WS-DV-PESO
           PERFORM 2710-SOMA-MOD10 THRU 2710-SOMA-MOD10-EXIT
               VARYING WS-DV-POS FROM WS-DV-TAM BY -1
               UNTIL WS-DV-POS < 1

           DIVIDE WS-DV-SOMA BY 10 GIVING WS-DV-PRODUTO
               REMAINDER WS-DV-RESTO
           IF WS-DV-RESTO = ZERO
               MOVE ZERO TO WS-DV-RESULT
           ELSE
               COMPUTE WS-DV-RESULT = 10 - WS-DV-RESTO
           END-IF.
       2700-CALCULA-MOD10-EXIT.
           EXIT.

       2710-SOMA-MOD10.
           COMPUTE WS-DV-PRODUTO = WS-DV-DIGITO (WS-DV-POS) * WS-DV-PESO
           IF WS-DV-PRODUTO > 9
               SUBTRACT 9 FROM WS-DV-PRODUTO
           END-IF
           ADD WS-DV-PRODUTO TO WS-DV-SOMA
           IF WS-DV-PESO = 2
               MOVE 1 TO WS-DV-PESO
           ELSE
               MOVE 2 TO WS-DV-PESO
           END-IF.
       2710-SOMA-MOD10-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - RESUMO E FECHAMENTO
      *-----------------------------------------------------------------
       3000-FINALIZA.
           IF ABORTA-EXECUCAO
               GO TO 3000-FINALIZA-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           STRING "BOLETOS EMITIDOS: " WS-QTD-BOLETOS
                  "  TOTAL: " WS-TOTAL-BOLETOS
                  "  NOSSOS NUMEROS NOVOS: " WS-QTD-NOVOS-NN
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           DISPLAY "BOLETOS EMITIDOS: " WS-QTD-BOLETOS " - VER "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL)

           CLOSE RECEBIMENTO
           CLOSE CLIENTE
           CLOSE NOSSONUM
           CLOSE BOLETO-REL.
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-BOLETO-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "BOLETO;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
