      *-----------------------------------------------------------------
      * CONVCHAV - CONVERSAO DOS ARQUIVOS PARA AS NOVAS CHAVES E
      *            TAMANHOS DE REGISTRO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONVCHAV.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECONSTROI COM AS NOVAS
      *                   CHAVES ALTERNATIVAS OS ARQUIVOS CRIADOS
      *                   ANTES DELAS: RECEBIMENTO (CLIENTE +
      *                   VENCIMENTO E VENCIMENTO), PEDIDO (CLIENTE +
      *                   DATA), NOTAFIS (DATA DE EMISSAO), KARDEX E
      *                   KARDEXA (FILIAL + DATA). ARQUIVO QUE ABRE
      *                   COM STATUS 39 (CHAVES DIFERENTES DAS DO
      *                   .SEL) E RENOMEADO PARA <NOME>-AAAAMMDD-
      *                   HHMMSS (DADOS E INDICE), QUE FICA GUARDADO,
      *                   LIDO PELA CHAVE ANTIGA E REGRAVADO NUM
      *                   ARQUIVO NOVO COM O NOME ORIGINAL; AS
      *                   CONTAGENS LIDAS E GRAVADAS SAEM NO LOG.
      *                   ARQUIVO JA CONVERTIDO OU AUSENTE E SO
      *                   LISTADO, ENTAO RODAR DE NOVO NAO FAZ MAL.
      *                   CONFIRMACAO VIA CONSOLE OU RELPARMS.TXT
      *                   (CONVCHAV;S). LOG NO SPOOL DATADO
      *                   (SPOOLREG.TXT). COM ERRO TERMINA COM
      *                   RETURN-CODE 16. TERMINA COM GOBACK.
      * 15/10/2026 DEV   CONVERTE TAMBEM OS ARQUIVOS CUJO REGISTRO
      *                   CRESCEU (CAMPOS NOVOS NO FIM DO LAYOUT):
      *                   CLIENTE, CONTAPAG, ITEM-PED, NOTAITEM,
      *                   COMISSAO, FORNECED, CONDPAG, COBRANCA, GRUPO,
      *                   FILIAL, PEDCOMP, VISITA E DEVITEM. O ARQUIVO
      *                   GUARDADO E LIDO PELA CHAVE PRIMARIA COM O
      *                   TAMANHO DE REGISTRO ANTERIOR (TAMBEM NOS
      *                   CINCO DE CHAVE NOVA); O REGISTRO NOVO E
      *                   INICIALIZADO E RECEBE A IMAGEM ANTIGA NO
      *                   INICIO, ENTAO OS CAMPOS NOVOS SAEM ZERADOS OU
      *                   EM BRANCO.
      *-----------------------------------------------------------------
      * ORDEM DE IMPLANTACAO: INSTALADOS OS PROGRAMAS NOVOS, COM
      * NINGUEM NO SISTEMA, O CONVCHAV RODA ANTES DE QUALQUER OUTRO
      * PROGRAMA (INCLUSIVE O RODANOITE E O VERIFARQ). ATE ELE RODAR,
      * TODO PROGRAMA QUE ABRIR UM DOS ARQUIVOS ACIMA RECEBE STATUS 39.
      * TERMINANDO SEM ERRO (RETURN-CODE 0), O SISTEMA ESTA LIBERADO.
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
           COPY "PEDIDO.SEL".
           COPY "NOTAFIS.SEL".
           COPY "KARDEX.SEL".
           COPY "KARDEXA.SEL".
           COPY "CLIENTE.SEL".
           COPY "CONTAPAG.SEL".
           COPY "ITEM-PED.SEL".
           COPY "NOTAITEM.SEL".
           COPY "COMISSAO.SEL".
           COPY "FORNECED.SEL".
           COPY "CONDPAG.SEL".
           COPY "COBRANCA.SEL".
           COPY "GRUPO.SEL".
           COPY "FILIAL.SEL".
           COPY "PEDCOMP.SEL".
           COPY "VISITA.SEL".
           COPY "DEVITEM.SEL".

      * ARQUIVOS GUARDADOS, ABERTOS COM A DEFINICAO DE CHAVES ANTERIOR
      * (SO A PRIMARIA; O PEDIDO JA TINHA A DA NOTA FISCAL E O CLIENTE
      * A DO CNPJ).
           SELECT RECANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-RECANT
               FILE STATUS IS FS-ANT.

           SELECT PEDANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-PEDANT
               ALTERNATE RECORD KEY IS NF-PEDANT WITH DUPLICATES
               FILE STATUS IS FS-ANT.

           SELECT NFANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-NFANT
               FILE STATUS IS FS-ANT.

           SELECT KDXANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-KDXANT
               FILE STATUS IS FS-ANT.

           SELECT KDAANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-KDAANT
               FILE STATUS IS FS-ANT.

           SELECT CLIANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-CLIANT
               ALTERNATE RECORD KEY IS CNPJ-CLIANT
               FILE STATUS IS FS-ANT.

           SELECT CPAGANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-CPAGANT
               FILE STATUS IS FS-ANT.

           SELECT ITPANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-ITPANT
               FILE STATUS IS FS-ANT.

           SELECT NFIANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-NFIANT
               FILE STATUS IS FS-ANT.

           SELECT COMANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-COMANT
               FILE STATUS IS FS-ANT.

           SELECT FORNANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-FORNANT
               FILE STATUS IS FS-ANT.

           SELECT CONDANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-CONDANT
               FILE STATUS IS FS-ANT.

           SELECT COBANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-COBANT
               FILE STATUS IS FS-ANT.

           SELECT GRUANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-GRUANT
               FILE STATUS IS FS-ANT.

           SELECT FILANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-FILANT
               FILE STATUS IS FS-ANT.

           SELECT PCANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-PCANT
               FILE STATUS IS FS-ANT.

           SELECT VISANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-VISANT
               FILE STATUS IS FS-ANT.

           SELECT DVIANT ASSIGN TO WS-NOME-ANTIGO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAV-DVIANT
               FILE STATUS IS FS-ANT.

           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.

           SELECT CONV-REL ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.


           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "RECEBIMENTO.FD".
           COPY "PEDIDO.FD".
           COPY "NOTAFIS.FD".
           COPY "KARDEX.FD".
           COPY "KARDEXA.FD".
           COPY "CLIENTE.FD".
           COPY "CONTAPAG.FD".
           COPY "ITEM-PED.FD".
           COPY "NOTAITEM.FD".
           COPY "COMISSAO.FD".
           COPY "FORNECED.FD".
           COPY "CONDPAG.FD".
           COPY "COBRANCA.FD".
           COPY "GRUPO.FD".
           COPY "FILIAL.FD".
           COPY "PEDCOMP.FD".
           COPY "VISITA.FD".
           COPY "DEVITEM.FD".

      * TAMANHO DE REGISTRO DOS LAYOUTS ANTERIORES (OS CAMPOS NOVOS
      * FORAM TODOS ACRESCENTADOS NO FIM); SO AS POSICOES DAS CHAVES
      * ANTIGAS SAO NOMEADAS.
       FD  RECANT
           LABEL RECORD STANDARD.
       01  REG-RECANT.
           05  XAV-RECANT              PIC 9(09).
           05  FILLER                  PIC X(157).

       FD  PEDANT
           LABEL RECORD STANDARD.
       01  REG-PEDANT.
           05  XAV-PEDANT              PIC 9(07).
           05  FILLER                  PIC X(30).
           05  NF-PEDANT               PIC 9(07).
           05  FILLER                  PIC X(202).

       FD  NFANT
           LABEL RECORD STANDARD.
       01  REG-NFANT.
           05  XAV-NFANT               PIC 9(07).
           05  FILLER                  PIC X(195).

       FD  KDXANT
           LABEL RECORD STANDARD.
       01  REG-KDXANT.
           05  XAV-KDXANT              PIC 9(12).
           05  FILLER                  PIC X(75).

       FD  KDAANT
           LABEL RECORD STANDARD.
       01  REG-KDAANT.
           05  XAV-KDAANT              PIC 9(12).
           05  FILLER                  PIC X(75).

       FD  CLIANT
           LABEL RECORD STANDARD.
       01  REG-CLIANT.
           05  XAV-CLIANT              PIC 9(07).
           05  CNPJ-CLIANT             PIC 9(14).
           05  FILLER                  PIC X(248).

       FD  CPAGANT
           LABEL RECORD STANDARD.
       01  REG-CPAGANT.
           05  XAV-CPAGANT             PIC 9(09).
           05  FILLER                  PIC X(79).

       FD  ITPANT
           LABEL RECORD STANDARD.
       01  REG-ITPANT.
           05  XAV-ITPANT              PIC 9(10).
           05  FILLER                  PIC X(55).

       FD  NFIANT
           LABEL RECORD STANDARD.
       01  REG-NFIANT.
           05  XAV-NFIANT              PIC 9(10).
           05  FILLER                  PIC X(99).

       FD  COMANT
           LABEL RECORD STANDARD.
       01  REG-COMANT.
           05  XAV-COMANT              PIC 9(09).
           05  FILLER                  PIC X(45).

       FD  FORNANT
           LABEL RECORD STANDARD.
       01  REG-FORNANT.
           05  XAV-FORNANT             PIC 9(05).
           05  FILLER                  PIC X(215).

       FD  CONDANT
           LABEL RECORD STANDARD.
       01  REG-CONDANT.
           05  XAV-CONDANT             PIC 9(03).
           05  FILLER                  PIC X(36).

       FD  COBANT
           LABEL RECORD STANDARD.
       01  REG-COBANT.
           05  XAV-COBANT              PIC 9(07).
           05  FILLER                  PIC X(09).

       FD  GRUANT
           LABEL RECORD STANDARD.
       01  REG-GRUANT.
           05  XAV-GRUANT              PIC 9(03).
           05  FILLER                  PIC X(41).

       FD  FILANT
           LABEL RECORD STANDARD.
       01  REG-FILANT.
           05  XAV-FILANT              PIC 9(02).
           05  FILLER                  PIC X(41).

       FD  PCANT
           LABEL RECORD STANDARD.
       01  REG-PCANT.
           05  XAV-PCANT               PIC 9(07).
           05  FILLER                  PIC X(27).

       FD  VISANT
           LABEL RECORD STANDARD.
       01  REG-VISANT.
           05  XAV-VISANT              PIC 9(18).
           05  FILLER                  PIC X(48).

       FD  DVIANT
           LABEL RECORD STANDARD.
       01  REG-DVIANT.
           05  XAV-DVIANT              PIC 9(08).
           05  FILLER                  PIC X(38).

       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).

       FD  CONV-REL
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
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-KDA                      PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-COB                      PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-PC                       PIC XX       VALUE SPACES.
       77  FS-VIS                      PIC XX       VALUE SPACES.
       77  FS-DVI                      PIC XX       VALUE SPACES.
       77  FS-ANT                      PIC XX       VALUE SPACES.
       77  FS-PRM                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-CONFIRMA                 PIC X(01)    VALUE "N".
           88  CONFIRMA-CONVERSAO                   VALUE "S".
       77  WS-PRM-PROG                 PIC X(08)    VALUE SPACES.
       77  WS-PRM-1                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-USADO                PIC X(01)    VALUE "N".
           88  PARAMETROS-RECEBIDOS                 VALUE "S".

      * ARQUIVO EM CONVERSAO: NOME LOGICO, NOME FISICO, STATUS DA
      * ABERTURA COM AS CHAVES NOVAS E CONTADORES DA COPIA.
       77  WS-NOME-ARQ                 PIC X(12)    VALUE SPACES.
       77  WS-NOME-FISICO              PIC X(60)    VALUE SPACES.
       77  WS-FS-ARQ                   PIC XX       VALUE SPACES.
       77  WS-QTD-LIDOS                PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-GRAVADOS             PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-ERROS-GRAV           PIC 9(09)    VALUE ZEROS.

      * NOMES DO ARQUIVO GUARDADO (RENOMEADO) - WS-NOME-ANTIGO E O
      * NOME FISICO DELE, ABERTO PELOS SELECT xxxANT.
       77  WS-TAM-BASE                 PIC 9(02)    VALUE ZEROS.
       77  WS-NOME-BASE                PIC X(60)    VALUE SPACES.
       77  WS-NOME-GUARDADO            PIC X(60)    VALUE SPACES.
       77  WS-NOME-ANTIGO              PIC X(64)    VALUE SPACES.
       77  WS-NOME-ORIGEM              PIC X(64)    VALUE SPACES.
       77  WS-NOME-DESTINO             PIC X(64)    VALUE SPACES.
       77  WS-RC-RENOMEIA              PIC S9(09)   VALUE ZEROS.

      * TOTAIS DA EXECUCAO
       77  WS-QTD-CONVERTIDOS          PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-JA-CONVERTIDOS       PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-AUSENTES             PIC 9(02)    VALUE ZEROS.
       77  WS-QTD-COM-ERRO             PIC 9(02)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-PRECISA-CONVERTER    PIC X(01)    VALUE "N".
               88  PRECISA-CONVERTER                VALUE "S".
           05  WS-DAT-RENOMEADO        PIC X(01)    VALUE "N".
               88  DADOS-RENOMEADOS                 VALUE "S".
           05  WS-IDX-RENOMEADO        PIC X(01)    VALUE "N".
               88  INDICE-RENOMEADO                 VALUE "S".
           05  WS-FIM-LEITURA          PIC X(01)    VALUE "N".
               88  FIM-LEITURA                      VALUE "S".
           05  WS-ANTIGO-ABERTO        PIC X(01)    VALUE "N".
               88  ANTIGO-ABERTO                    VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(50)
               VALUE "CONVERSAO DOS ARQUIVOS - NOVAS CHAVES E LAYOUTS".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-DIA                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-MES                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-ANO                 PIC 9999.

       01  WS-LINHA-CONTAGEM.
           05  LC-ARQUIVO              PIC X(12).
           05  FILLER                  PIC X(09) VALUE "  LIDOS: ".
           05  LC-QTD-LIDOS            PIC Z(08)9.
           05  FILLER                  PIC X(12) VALUE "  GRAVADOS: ".
           05  LC-QTD-GRAVADOS         PIC Z(08)9.
           05  FILLER                  PIC X(10) VALUE "  ERROS: ".
           05  LC-QTD-ERROS            PIC Z(08)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF CONFIRMA-CONVERSAO
               PERFORM 2000-CONVERTE-TODOS
                   THRU 2000-CONVERTE-TODOS-EXIT
               PERFORM 3000-FINALIZA    THRU 3000-FINALIZA-EXIT
           END-IF
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - CONFIRMA (CONSOLE OU RELPARMS.TXT) E ABRE O
      * LOG EM SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF PARAMETROS-RECEBIDOS
               MOVE FUNCTION UPPER-CASE(WS-PRM-1 (1:1))
                   TO WS-CONFIRMA
           ELSE
               DISPLAY "CONVERTER OS ARQUIVOS PARA AS NOVAS CHAVES E"
                       " TAMANHOS DE REGISTRO (S/N)?"
               DISPLAY "NINGUEM PODE ESTAR USANDO O SISTEMA DURANTE A"
                       " CONVERSAO."
               ACCEPT WS-CONFIRMA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           END-IF

           IF NOT CONFIRMA-CONVERSAO
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT CONV-REL

           MOVE WS-DIA-HOJE  TO HDR-DIA
           MOVE WS-MES-HOJE  TO HDR-MES
           MOVE WS-ANO-HOJE  TO HDR-ANO
           MOVE WS-CABECALHO-1  TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"         TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - LE A CONFIRMACAO DEIXADA EM
      * RELPARMS.TXT, QUANDO HOUVER, E CONSOME O ARQUIVO (MESMO
      * MECANISMO DO KARDARCH).
      *-----------------------------------------------------------------
       1010-LER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF FS-PRM NOT = ZEROS
               CLOSE PARAM-FILE
               GO TO 1010-LER-PARAMETROS-EXIT
           END-IF

           READ PARAM-FILE
               AT END MOVE "10" TO FS-PRM
           END-READ

           IF FS-PRM = ZEROS
               UNSTRING REG-PARAM DELIMITED BY ";" INTO
                   WS-PRM-PROG WS-PRM-1
               IF WS-PRM-PROG = "CONVCHAV"
                   MOVE "S" TO WS-PRM-USADO
               END-IF
           END-IF

           CLOSE PARAM-FILE

           IF PARAMETROS-RECEBIDOS
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
           END-IF.
       1010-LER-PARAMETROS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONVERTE-TODOS - UM ARQUIVO DE CADA VEZ; ERRO NUM DELES
      * NAO IMPEDE OS SEGUINTES. PRIMEIRO OS DE CHAVE NOVA (2100 A
      * 2500), DEPOIS OS QUE SO TIVERAM O REGISTRO AUMENTADO (4100 A
      * 4700).
      *-----------------------------------------------------------------
       2000-CONVERTE-TODOS.
           PERFORM 2100-CONVERTE-RECEBIMENTO
               THRU 2100-CONVERTE-RECEBIMENTO-EXIT
           PERFORM 2200-CONVERTE-PEDIDO
               THRU 2200-CONVERTE-PEDIDO-EXIT
           PERFORM 2300-CONVERTE-NOTAFIS
               THRU 2300-CONVERTE-NOTAFIS-EXIT
           PERFORM 2400-CONVERTE-KARDEX
               THRU 2400-CONVERTE-KARDEX-EXIT
           PERFORM 2500-CONVERTE-KARDEXA
               THRU 2500-CONVERTE-KARDEXA-EXIT
           PERFORM 4100-CONVERTE-CLIENTE
               THRU 4100-CONVERTE-CLIENTE-EXIT
           PERFORM 4150-CONVERTE-CONTAPAG
               THRU 4150-CONVERTE-CONTAPAG-EXIT
           PERFORM 4200-CONVERTE-ITEM-PED
               THRU 4200-CONVERTE-ITEM-PED-EXIT
           PERFORM 4250-CONVERTE-NOTAITEM
               THRU 4250-CONVERTE-NOTAITEM-EXIT
           PERFORM 4300-CONVERTE-COMISSAO
               THRU 4300-CONVERTE-COMISSAO-EXIT
           PERFORM 4350-CONVERTE-FORNECED
               THRU 4350-CONVERTE-FORNECED-EXIT
           PERFORM 4400-CONVERTE-CONDPAG
               THRU 4400-CONVERTE-CONDPAG-EXIT
           PERFORM 4450-CONVERTE-COBRANCA
               THRU 4450-CONVERTE-COBRANCA-EXIT
           PERFORM 4500-CONVERTE-GRUPO
               THRU 4500-CONVERTE-GRUPO-EXIT
           PERFORM 4550-CONVERTE-FILIAL
               THRU 4550-CONVERTE-FILIAL-EXIT
           PERFORM 4600-CONVERTE-PEDCOMP
               THRU 4600-CONVERTE-PEDCOMP-EXIT
           PERFORM 4650-CONVERTE-VISITA
               THRU 4650-CONVERTE-VISITA-EXIT
           PERFORM 4700-CONVERTE-DEVITEM
               THRU 4700-CONVERTE-DEVITEM-EXIT.
       2000-CONVERTE-TODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2010-INICIA-ARQUIVO - ZERA OS CONTADORES E INDICADORES DO
      * ARQUIVO CORRENTE.
      *-----------------------------------------------------------------
       2010-INICIA-ARQUIVO.
           MOVE ZEROS  TO WS-QTD-LIDOS WS-QTD-GRAVADOS
                          WS-QTD-ERROS-GRAV
           MOVE "N"    TO WS-PRECISA-CONVERTER WS-FIM-LEITURA
                          WS-ANTIGO-ABERTO
           MOVE SPACES TO REG-REL
           WRITE REG-REL.
       2010-INICIA-ARQUIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2020-AVALIA-ABERTURA - STATUS DA ABERTURA COM AS CHAVES NOVAS:
      * 00 = JA CONVERTIDO; 35 = ARQUIVO AINDA NAO CRIADO; 39 = LAYOUT
      * ANTERIOR (CHAVES OU TAMANHO DE REGISTRO), CONVERTE; QUALQUER
      * OUTRO = ERRO, NAO MEXE NO ARQUIVO.
      *-----------------------------------------------------------------
       2020-AVALIA-ABERTURA.
           MOVE SPACES TO REG-REL
           EVALUATE WS-FS-ARQ
               WHEN "00"
                   ADD 1 TO WS-QTD-JA-CONVERTIDOS
                   STRING WS-NOME-ARQ " JA ESTA COM AS NOVAS CHAVES."
                          DELIMITED BY SIZE INTO REG-REL
               WHEN "35"
                   ADD 1 TO WS-QTD-AUSENTES
                   STRING WS-NOME-ARQ " NAO EXISTE - NADA A CONVERTER."
                          DELIMITED BY SIZE INTO REG-REL
               WHEN "39"
                   MOVE "S" TO WS-PRECISA-CONVERTER
                   STRING WS-NOME-ARQ " COM O LAYOUT ANTERIOR -"
                          " CONVERTENDO."
                          DELIMITED BY SIZE INTO REG-REL
               WHEN OTHER
                   ADD 1 TO WS-QTD-COM-ERRO
                   STRING WS-NOME-ARQ " NAO PODE SER ABERTO. FS: "
                          WS-FS-ARQ " - VERIFICAR COM O VERIFARQ."
                          DELIMITED BY SIZE INTO REG-REL
           END-EVALUATE
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT.
       2020-AVALIA-ABERTURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2030-GUARDA-ANTIGO - RENOMEIA O ARQUIVO ATUAL (DADOS E, SE
      * HOUVER, O INDICE SEPARADO .IDX) PARA <NOME>-AAAAMMDD-HHMMSS,
      * MESMA REGRA DO VERIFARQ. SE OS DADOS NAO PUDEREM SER
      * RENOMEADOS O ARQUIVO FICA COMO ESTA.
      *-----------------------------------------------------------------
       2030-GUARDA-ANTIGO.
           MOVE "N" TO WS-DAT-RENOMEADO WS-IDX-RENOMEADO
           COMPUTE WS-TAM-BASE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-FISICO)) - 4
           MOVE SPACES TO WS-NOME-BASE WS-NOME-GUARDADO
           MOVE WS-NOME-FISICO (1:WS-TAM-BASE) TO WS-NOME-BASE
           STRING FUNCTION TRIM(WS-NOME-BASE) "-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO WS-NOME-GUARDADO

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           STRING FUNCTION TRIM(WS-NOME-BASE) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           STRING FUNCTION TRIM(WS-NOME-GUARDADO) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-DESTINO
           CALL "CBL_RENAME_FILE" USING WS-NOME-ORIGEM WS-NOME-DESTINO
           MOVE RETURN-CODE TO WS-RC-RENOMEIA
           IF WS-RC-RENOMEIA NOT = ZEROS
               ADD 1 TO WS-QTD-COM-ERRO
               MOVE SPACES TO REG-REL
               STRING "NAO FOI POSSIVEL RENOMEAR "
                      FUNCTION TRIM(WS-NOME-ORIGEM)
                      " - ARQUIVO MANTIDO, NADA FEITO."
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 2030-GUARDA-ANTIGO-EXIT
           END-IF
           MOVE "S" TO WS-DAT-RENOMEADO
           MOVE WS-NOME-DESTINO TO WS-NOME-ANTIGO

           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           STRING FUNCTION TRIM(WS-NOME-BASE) ".IDX"
                  DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           STRING FUNCTION TRIM(WS-NOME-GUARDADO) ".IDX"
                  DELIMITED BY SIZE INTO WS-NOME-DESTINO
           CALL "CBL_RENAME_FILE" USING WS-NOME-ORIGEM WS-NOME-DESTINO
           MOVE RETURN-CODE TO WS-RC-RENOMEIA
           IF WS-RC-RENOMEIA = ZEROS
               MOVE "S" TO WS-IDX-RENOMEADO
           END-IF

           MOVE SPACES TO REG-REL
           STRING "ARQUIVO ATUAL GUARDADO COMO "
                  FUNCTION TRIM(WS-NOME-ANTIGO)
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT.
       2030-GUARDA-ANTIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2040-DESFAZ-GUARDA - O ARQUIVO GUARDADO NAO ABRE OU O NOVO NAO
      * PODE SER CRIADO: O ANTERIOR VOLTA AO NOME ORIGINAL.
      *-----------------------------------------------------------------
       2040-DESFAZ-GUARDA.
           ADD 1 TO WS-QTD-COM-ERRO
           MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
           STRING FUNCTION TRIM(WS-NOME-GUARDADO) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           STRING FUNCTION TRIM(WS-NOME-BASE) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-DESTINO
           CALL "CBL_RENAME_FILE" USING WS-NOME-ORIGEM WS-NOME-DESTINO

           IF INDICE-RENOMEADO
               MOVE SPACES TO WS-NOME-ORIGEM WS-NOME-DESTINO
               STRING FUNCTION TRIM(WS-NOME-GUARDADO) ".IDX"
                      DELIMITED BY SIZE INTO WS-NOME-ORIGEM
               STRING FUNCTION TRIM(WS-NOME-BASE) ".IDX"
                      DELIMITED BY SIZE INTO WS-NOME-DESTINO
               CALL "CBL_RENAME_FILE"
                   USING WS-NOME-ORIGEM WS-NOME-DESTINO
           END-IF

           MOVE SPACES TO REG-REL
           STRING "CONVERSAO DE " WS-NOME-ARQ " NAO FEITA (FS "
                  WS-FS-ARQ ") - ARQUIVO DEVOLVIDO AO NOME ORIGINAL."
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT.
       2040-DESFAZ-GUARDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-AVALIA-GRAVACAO - 00/02 (02 = CHAVE ALTERNATIVA REPETIDA,
      * NORMAL) CONTA O REGISTRO; OUTRO STATUS E ERRO.
      *-----------------------------------------------------------------
       2050-AVALIA-GRAVACAO.
           IF WS-FS-ARQ = "00" OR WS-FS-ARQ = "02"
               ADD 1 TO WS-QTD-GRAVADOS
           ELSE
               ADD 1 TO WS-QTD-ERROS-GRAV
           END-IF.
       2050-AVALIA-GRAVACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2090-FIM-ARQUIVO - CONTAGENS DO ARQUIVO CONVERTIDO NO LOG.
      * LIDOS DIFERENTE DE GRAVADOS = O ARQUIVO GUARDADO CONTINUA
      * SENDO A REFERENCIA PARA CONFERENCIA.
      *-----------------------------------------------------------------
       2090-FIM-ARQUIVO.
           MOVE WS-NOME-ARQ       TO LC-ARQUIVO
           MOVE WS-QTD-LIDOS      TO LC-QTD-LIDOS
           MOVE WS-QTD-GRAVADOS   TO LC-QTD-GRAVADOS
           MOVE WS-QTD-ERROS-GRAV TO LC-QTD-ERROS
           MOVE WS-LINHA-CONTAGEM TO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

           IF WS-QTD-LIDOS = WS-QTD-GRAVADOS
           AND WS-QTD-ERROS-GRAV = ZEROS
               ADD 1 TO WS-QTD-CONVERTIDOS
           ELSE
               ADD 1 TO WS-QTD-COM-ERRO
               MOVE SPACES TO REG-REL
               STRING "ATENCAO: CONTAGENS DIFERENTES EM " WS-NOME-ARQ
                      " - CONFERIR COM O ARQUIVO GUARDADO "
                      FUNCTION TRIM(WS-NOME-ANTIGO)
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
           END-IF.
       2090-FIM-ARQUIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-CONVERTE-RECEBIMENTO
      *-----------------------------------------------------------------
       2100-CONVERTE-RECEBIMENTO.
           MOVE "RECEBIMENTO"     TO WS-NOME-ARQ
           MOVE "RECEBIMENTO.DAT" TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT RECEBIMENTO
           MOVE FS TO WS-FS-ARQ
           CLOSE RECEBIMENTO
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 2100-CONVERTE-RECEBIMENTO-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 2100-CONVERTE-RECEBIMENTO-EXIT
           END-IF

           OPEN INPUT RECANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE RECANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2100-CONVERTE-RECEBIMENTO-EXIT
           END-IF

           OPEN OUTPUT RECEBIMENTO
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE RECANT
               CLOSE RECEBIMENTO
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2100-CONVERTE-RECEBIMENTO-EXIT
           END-IF

           PERFORM 2110-COPIA-RECEBIMENTO
               THRU 2110-COPIA-RECEBIMENTO-EXIT
               UNTIL FIM-LEITURA

           CLOSE RECANT
           CLOSE RECEBIMENTO
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       2100-CONVERTE-RECEBIMENTO-EXIT.
           EXIT.

       2110-COPIA-RECEBIMENTO.
           READ RECANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 2110-COPIA-RECEBIMENTO-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 2110-COPIA-RECEBIMENTO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-RECEB
           INITIALIZE REG-RECEB
           MOVE REG-RECANT TO REG-RECEB (1:166)
           WRITE REG-RECEB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       2110-COPIA-RECEBIMENTO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-CONVERTE-PEDIDO
      *-----------------------------------------------------------------
       2200-CONVERTE-PEDIDO.
           MOVE "PEDIDO"          TO WS-NOME-ARQ
           MOVE "PEDIDO.DAT"      TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDIDO
           MOVE FS TO WS-FS-ARQ
           CLOSE PEDIDO
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 2200-CONVERTE-PEDIDO-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 2200-CONVERTE-PEDIDO-EXIT
           END-IF

           OPEN INPUT PEDANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE PEDANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2200-CONVERTE-PEDIDO-EXIT
           END-IF

           OPEN OUTPUT PEDIDO
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE PEDANT
               CLOSE PEDIDO
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2200-CONVERTE-PEDIDO-EXIT
           END-IF

           PERFORM 2210-COPIA-PEDIDO THRU 2210-COPIA-PEDIDO-EXIT
               UNTIL FIM-LEITURA

           CLOSE PEDANT
           CLOSE PEDIDO
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       2200-CONVERTE-PEDIDO-EXIT.
           EXIT.

       2210-COPIA-PEDIDO.
           READ PEDANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 2210-COPIA-PEDIDO-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 2210-COPIA-PEDIDO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-PED
           INITIALIZE REG-PED
           MOVE REG-PEDANT TO REG-PED (1:246)
           WRITE REG-PED
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       2210-COPIA-PEDIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2300-CONVERTE-NOTAFIS
      *-----------------------------------------------------------------
       2300-CONVERTE-NOTAFIS.
           MOVE "NOTAFIS"         TO WS-NOME-ARQ
           MOVE "NOTAFIS.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOTAFIS
           MOVE FS-NF TO WS-FS-ARQ
           CLOSE NOTAFIS
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 2300-CONVERTE-NOTAFIS-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 2300-CONVERTE-NOTAFIS-EXIT
           END-IF

           OPEN INPUT NFANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE NFANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2300-CONVERTE-NOTAFIS-EXIT
           END-IF

           OPEN OUTPUT NOTAFIS
           MOVE FS-NF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE NFANT
               CLOSE NOTAFIS
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2300-CONVERTE-NOTAFIS-EXIT
           END-IF

           PERFORM 2310-COPIA-NOTAFIS THRU 2310-COPIA-NOTAFIS-EXIT
               UNTIL FIM-LEITURA

           CLOSE NFANT
           CLOSE NOTAFIS
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       2300-CONVERTE-NOTAFIS-EXIT.
           EXIT.

       2310-COPIA-NOTAFIS.
           READ NFANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 2310-COPIA-NOTAFIS-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 2310-COPIA-NOTAFIS-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-NF
           INITIALIZE REG-NF
           MOVE REG-NFANT TO REG-NF (1:202)
           WRITE REG-NF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       2310-COPIA-NOTAFIS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-CONVERTE-KARDEX
      *-----------------------------------------------------------------
       2400-CONVERTE-KARDEX.
           MOVE "KARDEX"          TO WS-NOME-ARQ
           MOVE "KARDEX.DAT"      TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT KARDEX
           MOVE FS-KDX TO WS-FS-ARQ
           CLOSE KARDEX
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 2400-CONVERTE-KARDEX-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 2400-CONVERTE-KARDEX-EXIT
           END-IF

           OPEN INPUT KDXANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE KDXANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2400-CONVERTE-KARDEX-EXIT
           END-IF

           OPEN OUTPUT KARDEX
           MOVE FS-KDX TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE KDXANT
               CLOSE KARDEX
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2400-CONVERTE-KARDEX-EXIT
           END-IF

           PERFORM 2410-COPIA-KARDEX THRU 2410-COPIA-KARDEX-EXIT
               UNTIL FIM-LEITURA

           CLOSE KDXANT
           CLOSE KARDEX
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       2400-CONVERTE-KARDEX-EXIT.
           EXIT.

       2410-COPIA-KARDEX.
           READ KDXANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 2410-COPIA-KARDEX-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 2410-COPIA-KARDEX-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-KDX
           INITIALIZE REG-KDX
           MOVE REG-KDXANT TO REG-KDX (1:87)
           WRITE REG-KDX
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       2410-COPIA-KARDEX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2500-CONVERTE-KARDEXA - ARQUIVO MORTO DO KARDEX (KARDARCH)
      *-----------------------------------------------------------------
       2500-CONVERTE-KARDEXA.
           MOVE "KARDEXA"         TO WS-NOME-ARQ
           MOVE "KARDEXA.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT KARDEXA
           MOVE FS-KDA TO WS-FS-ARQ
           CLOSE KARDEXA
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 2500-CONVERTE-KARDEXA-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 2500-CONVERTE-KARDEXA-EXIT
           END-IF

           OPEN INPUT KDAANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE KDAANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2500-CONVERTE-KARDEXA-EXIT
           END-IF

           OPEN OUTPUT KARDEXA
           MOVE FS-KDA TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE KDAANT
               CLOSE KARDEXA
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 2500-CONVERTE-KARDEXA-EXIT
           END-IF

           PERFORM 2510-COPIA-KARDEXA THRU 2510-COPIA-KARDEXA-EXIT
               UNTIL FIM-LEITURA

           CLOSE KDAANT
           CLOSE KARDEXA
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       2500-CONVERTE-KARDEXA-EXIT.
           EXIT.

       2510-COPIA-KARDEXA.
           READ KDAANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 2510-COPIA-KARDEXA-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 2510-COPIA-KARDEXA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-KDA
           INITIALIZE REG-KDA
           MOVE REG-KDAANT TO REG-KDA (1:87)
           WRITE REG-KDA
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       2510-COPIA-KARDEXA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAIS DA EXECUCAO E RETURN-CODE (16 COM
      * QUALQUER ARQUIVO NAO CONVERTIDO OU COM CONTAGEM DIFERENTE).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "CONVERTIDOS: " WS-QTD-CONVERTIDOS
                  "   JA CONVERTIDOS: " WS-QTD-JA-CONVERTIDOS
                  "   AUSENTES: " WS-QTD-AUSENTES
                  "   COM ERRO: " WS-QTD-COM-ERRO
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

           IF WS-QTD-COM-ERRO > ZEROS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF

           CLOSE CONV-REL
           DISPLAY "LOG DA CONVERSAO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100 A 4700 - ARQUIVOS DE CHAVES INALTERADAS CUJO REGISTRO
      * CRESCEU. MESMA COPIA DOS ARQUIVOS DE CHAVE NOVA: O REGISTRO
      * NOVO E INICIALIZADO (CAMPOS NOVOS ZERADOS OU EM BRANCO) E
      * RECEBE A IMAGEM ANTIGA NAS POSICOES INICIAIS.
      *-----------------------------------------------------------------
      * 4100-CONVERTE-CLIENTE
      *-----------------------------------------------------------------
       4100-CONVERTE-CLIENTE.
           MOVE "CLIENTE"         TO WS-NOME-ARQ
           MOVE "CLIENTE.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CLIENTE
           MOVE FS TO WS-FS-ARQ
           CLOSE CLIENTE
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4100-CONVERTE-CLIENTE-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4100-CONVERTE-CLIENTE-EXIT
           END-IF

           OPEN INPUT CLIANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CLIANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4100-CONVERTE-CLIENTE-EXIT
           END-IF

           OPEN OUTPUT CLIENTE
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CLIANT
               CLOSE CLIENTE
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4100-CONVERTE-CLIENTE-EXIT
           END-IF

           PERFORM 4110-COPIA-CLIENTE THRU 4110-COPIA-CLIENTE-EXIT
               UNTIL FIM-LEITURA

           CLOSE CLIANT
           CLOSE CLIENTE
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4100-CONVERTE-CLIENTE-EXIT.
           EXIT.

       4110-COPIA-CLIENTE.
           READ CLIANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4110-COPIA-CLIENTE-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4110-COPIA-CLIENTE-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-CLI
           INITIALIZE REG-CLI
           MOVE REG-CLIANT TO REG-CLI (1:269)
           WRITE REG-CLI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4110-COPIA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4150-CONVERTE-CONTAPAG
      *-----------------------------------------------------------------
       4150-CONVERTE-CONTAPAG.
           MOVE "CONTAPAG"        TO WS-NOME-ARQ
           MOVE "CONTAPAG.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONTAPAG
           MOVE FS-CPAG TO WS-FS-ARQ
           CLOSE CONTAPAG
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4150-CONVERTE-CONTAPAG-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4150-CONVERTE-CONTAPAG-EXIT
           END-IF

           OPEN INPUT CPAGANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CPAGANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4150-CONVERTE-CONTAPAG-EXIT
           END-IF

           OPEN OUTPUT CONTAPAG
           MOVE FS-CPAG TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CPAGANT
               CLOSE CONTAPAG
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4150-CONVERTE-CONTAPAG-EXIT
           END-IF

           PERFORM 4160-COPIA-CONTAPAG THRU 4160-COPIA-CONTAPAG-EXIT
               UNTIL FIM-LEITURA

           CLOSE CPAGANT
           CLOSE CONTAPAG
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4150-CONVERTE-CONTAPAG-EXIT.
           EXIT.

       4160-COPIA-CONTAPAG.
           READ CPAGANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4160-COPIA-CONTAPAG-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4160-COPIA-CONTAPAG-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-CPAG
           INITIALIZE REG-CPAG
           MOVE REG-CPAGANT TO REG-CPAG (1:88)
           WRITE REG-CPAG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CPAG TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4160-COPIA-CONTAPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-CONVERTE-ITEM-PED
      *-----------------------------------------------------------------
       4200-CONVERTE-ITEM-PED.
           MOVE "ITEM-PED"        TO WS-NOME-ARQ
           MOVE "ITEM-PED.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ITEM-PED
           MOVE FS TO WS-FS-ARQ
           CLOSE ITEM-PED
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4200-CONVERTE-ITEM-PED-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4200-CONVERTE-ITEM-PED-EXIT
           END-IF

           OPEN INPUT ITPANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE ITPANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4200-CONVERTE-ITEM-PED-EXIT
           END-IF

           OPEN OUTPUT ITEM-PED
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE ITPANT
               CLOSE ITEM-PED
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4200-CONVERTE-ITEM-PED-EXIT
           END-IF

           PERFORM 4210-COPIA-ITEM-PED THRU 4210-COPIA-ITEM-PED-EXIT
               UNTIL FIM-LEITURA

           CLOSE ITPANT
           CLOSE ITEM-PED
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4200-CONVERTE-ITEM-PED-EXIT.
           EXIT.

       4210-COPIA-ITEM-PED.
           READ ITPANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4210-COPIA-ITEM-PED-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4210-COPIA-ITEM-PED-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-ITEM-PED
           INITIALIZE REG-ITEM-PED
           MOVE REG-ITPANT TO REG-ITEM-PED (1:65)
           WRITE REG-ITEM-PED
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4210-COPIA-ITEM-PED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4250-CONVERTE-NOTAITEM
      *-----------------------------------------------------------------
       4250-CONVERTE-NOTAITEM.
           MOVE "NOTAITEM"        TO WS-NOME-ARQ
           MOVE "NOTAITEM.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOTAITEM
           MOVE FS-NFI TO WS-FS-ARQ
           CLOSE NOTAITEM
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4250-CONVERTE-NOTAITEM-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4250-CONVERTE-NOTAITEM-EXIT
           END-IF

           OPEN INPUT NFIANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE NFIANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4250-CONVERTE-NOTAITEM-EXIT
           END-IF

           OPEN OUTPUT NOTAITEM
           MOVE FS-NFI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE NFIANT
               CLOSE NOTAITEM
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4250-CONVERTE-NOTAITEM-EXIT
           END-IF

           PERFORM 4260-COPIA-NOTAITEM THRU 4260-COPIA-NOTAITEM-EXIT
               UNTIL FIM-LEITURA

           CLOSE NFIANT
           CLOSE NOTAITEM
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4250-CONVERTE-NOTAITEM-EXIT.
           EXIT.

       4260-COPIA-NOTAITEM.
           READ NFIANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4260-COPIA-NOTAITEM-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4260-COPIA-NOTAITEM-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-NFI
           INITIALIZE REG-NFI
           MOVE REG-NFIANT TO REG-NFI (1:109)
           WRITE REG-NFI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NFI TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4260-COPIA-NOTAITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CONVERTE-COMISSAO
      *-----------------------------------------------------------------
       4300-CONVERTE-COMISSAO.
           MOVE "COMISSAO"        TO WS-NOME-ARQ
           MOVE "COMISSAO.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COMISSAO
           MOVE FS-COM TO WS-FS-ARQ
           CLOSE COMISSAO
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4300-CONVERTE-COMISSAO-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4300-CONVERTE-COMISSAO-EXIT
           END-IF

           OPEN INPUT COMANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE COMANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4300-CONVERTE-COMISSAO-EXIT
           END-IF

           OPEN OUTPUT COMISSAO
           MOVE FS-COM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE COMANT
               CLOSE COMISSAO
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4300-CONVERTE-COMISSAO-EXIT
           END-IF

           PERFORM 4310-COPIA-COMISSAO THRU 4310-COPIA-COMISSAO-EXIT
               UNTIL FIM-LEITURA

           CLOSE COMANT
           CLOSE COMISSAO
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4300-CONVERTE-COMISSAO-EXIT.
           EXIT.

       4310-COPIA-COMISSAO.
           READ COMANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4310-COPIA-COMISSAO-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4310-COPIA-COMISSAO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-COM
           INITIALIZE REG-COM
           MOVE REG-COMANT TO REG-COM (1:54)
           WRITE REG-COM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-COM TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4310-COPIA-COMISSAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4350-CONVERTE-FORNECED
      *-----------------------------------------------------------------
       4350-CONVERTE-FORNECED.
           MOVE "FORNECED"        TO WS-NOME-ARQ
           MOVE "FORNECED.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FORNECED
           MOVE FS-FORN TO WS-FS-ARQ
           CLOSE FORNECED
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4350-CONVERTE-FORNECED-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4350-CONVERTE-FORNECED-EXIT
           END-IF

           OPEN INPUT FORNANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE FORNANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4350-CONVERTE-FORNECED-EXIT
           END-IF

           OPEN OUTPUT FORNECED
           MOVE FS-FORN TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE FORNANT
               CLOSE FORNECED
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4350-CONVERTE-FORNECED-EXIT
           END-IF

           PERFORM 4360-COPIA-FORNECED THRU 4360-COPIA-FORNECED-EXIT
               UNTIL FIM-LEITURA

           CLOSE FORNANT
           CLOSE FORNECED
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4350-CONVERTE-FORNECED-EXIT.
           EXIT.

       4360-COPIA-FORNECED.
           READ FORNANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4360-COPIA-FORNECED-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4360-COPIA-FORNECED-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-FORN
           INITIALIZE REG-FORN
           MOVE REG-FORNANT TO REG-FORN (1:220)
           WRITE REG-FORN
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FORN TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4360-COPIA-FORNECED-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-CONVERTE-CONDPAG
      *-----------------------------------------------------------------
       4400-CONVERTE-CONDPAG.
           MOVE "CONDPAG"         TO WS-NOME-ARQ
           MOVE "CONDPAG.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONDPAG
           MOVE FS TO WS-FS-ARQ
           CLOSE CONDPAG
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4400-CONVERTE-CONDPAG-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4400-CONVERTE-CONDPAG-EXIT
           END-IF

           OPEN INPUT CONDANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CONDANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4400-CONVERTE-CONDPAG-EXIT
           END-IF

           OPEN OUTPUT CONDPAG
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE CONDANT
               CLOSE CONDPAG
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4400-CONVERTE-CONDPAG-EXIT
           END-IF

           PERFORM 4410-COPIA-CONDPAG THRU 4410-COPIA-CONDPAG-EXIT
               UNTIL FIM-LEITURA

           CLOSE CONDANT
           CLOSE CONDPAG
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4400-CONVERTE-CONDPAG-EXIT.
           EXIT.

       4410-COPIA-CONDPAG.
           READ CONDANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4410-COPIA-CONDPAG-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4410-COPIA-CONDPAG-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-CONDPAG
           INITIALIZE REG-CONDPAG
           MOVE REG-CONDANT TO REG-CONDPAG (1:39)
           WRITE REG-CONDPAG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4410-COPIA-CONDPAG-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4450-CONVERTE-COBRANCA
      *-----------------------------------------------------------------
       4450-CONVERTE-COBRANCA.
           MOVE "COBRANCA"        TO WS-NOME-ARQ
           MOVE "COBRANCA.DAT"    TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COBRANCA
           MOVE FS-COB TO WS-FS-ARQ
           CLOSE COBRANCA
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4450-CONVERTE-COBRANCA-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4450-CONVERTE-COBRANCA-EXIT
           END-IF

           OPEN INPUT COBANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE COBANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4450-CONVERTE-COBRANCA-EXIT
           END-IF

           OPEN OUTPUT COBRANCA
           MOVE FS-COB TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE COBANT
               CLOSE COBRANCA
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4450-CONVERTE-COBRANCA-EXIT
           END-IF

           PERFORM 4460-COPIA-COBRANCA THRU 4460-COPIA-COBRANCA-EXIT
               UNTIL FIM-LEITURA

           CLOSE COBANT
           CLOSE COBRANCA
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4450-CONVERTE-COBRANCA-EXIT.
           EXIT.

       4460-COPIA-COBRANCA.
           READ COBANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4460-COPIA-COBRANCA-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4460-COPIA-COBRANCA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-COB
           INITIALIZE REG-COB
           MOVE REG-COBANT TO REG-COB (1:16)
           WRITE REG-COB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-COB TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4460-COPIA-COBRANCA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4500-CONVERTE-GRUPO
      *-----------------------------------------------------------------
       4500-CONVERTE-GRUPO.
           MOVE "GRUPO"           TO WS-NOME-ARQ
           MOVE "GRUPO.DAT"       TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT GRUPO
           MOVE FS-GRU TO WS-FS-ARQ
           CLOSE GRUPO
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4500-CONVERTE-GRUPO-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4500-CONVERTE-GRUPO-EXIT
           END-IF

           OPEN INPUT GRUANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE GRUANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4500-CONVERTE-GRUPO-EXIT
           END-IF

           OPEN OUTPUT GRUPO
           MOVE FS-GRU TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE GRUANT
               CLOSE GRUPO
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4500-CONVERTE-GRUPO-EXIT
           END-IF

           PERFORM 4510-COPIA-GRUPO THRU 4510-COPIA-GRUPO-EXIT
               UNTIL FIM-LEITURA

           CLOSE GRUANT
           CLOSE GRUPO
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4500-CONVERTE-GRUPO-EXIT.
           EXIT.

       4510-COPIA-GRUPO.
           READ GRUANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4510-COPIA-GRUPO-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4510-COPIA-GRUPO-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-GRU
           INITIALIZE REG-GRU
           MOVE REG-GRUANT TO REG-GRU (1:44)
           WRITE REG-GRU
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-GRU TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4510-COPIA-GRUPO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4550-CONVERTE-FILIAL
      *-----------------------------------------------------------------
       4550-CONVERTE-FILIAL.
           MOVE "FILIAL"          TO WS-NOME-ARQ
           MOVE "FILIAL.DAT"      TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FILIAL
           MOVE FS-FIL TO WS-FS-ARQ
           CLOSE FILIAL
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4550-CONVERTE-FILIAL-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4550-CONVERTE-FILIAL-EXIT
           END-IF

           OPEN INPUT FILANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE FILANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4550-CONVERTE-FILIAL-EXIT
           END-IF

           OPEN OUTPUT FILIAL
           MOVE FS-FIL TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE FILANT
               CLOSE FILIAL
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4550-CONVERTE-FILIAL-EXIT
           END-IF

           PERFORM 4560-COPIA-FILIAL THRU 4560-COPIA-FILIAL-EXIT
               UNTIL FIM-LEITURA

           CLOSE FILANT
           CLOSE FILIAL
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4550-CONVERTE-FILIAL-EXIT.
           EXIT.

       4560-COPIA-FILIAL.
           READ FILANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4560-COPIA-FILIAL-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4560-COPIA-FILIAL-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-FIL
           INITIALIZE REG-FIL
           MOVE REG-FILANT TO REG-FIL (1:43)
           WRITE REG-FIL
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FIL TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4560-COPIA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4600-CONVERTE-PEDCOMP
      *-----------------------------------------------------------------
       4600-CONVERTE-PEDCOMP.
           MOVE "PEDCOMP"         TO WS-NOME-ARQ
           MOVE "PEDCOMP.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDCOMP
           MOVE FS-PC TO WS-FS-ARQ
           CLOSE PEDCOMP
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4600-CONVERTE-PEDCOMP-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4600-CONVERTE-PEDCOMP-EXIT
           END-IF

           OPEN INPUT PCANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE PCANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4600-CONVERTE-PEDCOMP-EXIT
           END-IF

           OPEN OUTPUT PEDCOMP
           MOVE FS-PC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE PCANT
               CLOSE PEDCOMP
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4600-CONVERTE-PEDCOMP-EXIT
           END-IF

           PERFORM 4610-COPIA-PEDCOMP THRU 4610-COPIA-PEDCOMP-EXIT
               UNTIL FIM-LEITURA

           CLOSE PCANT
           CLOSE PEDCOMP
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4600-CONVERTE-PEDCOMP-EXIT.
           EXIT.

       4610-COPIA-PEDCOMP.
           READ PCANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4610-COPIA-PEDCOMP-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4610-COPIA-PEDCOMP-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-PC
           INITIALIZE REG-PC
           MOVE REG-PCANT TO REG-PC (1:34)
           WRITE REG-PC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PC TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4610-COPIA-PEDCOMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4650-CONVERTE-VISITA
      *-----------------------------------------------------------------
       4650-CONVERTE-VISITA.
           MOVE "VISITA"          TO WS-NOME-ARQ
           MOVE "VISITA.DAT"      TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT VISITA
           MOVE FS-VIS TO WS-FS-ARQ
           CLOSE VISITA
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4650-CONVERTE-VISITA-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4650-CONVERTE-VISITA-EXIT
           END-IF

           OPEN INPUT VISANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE VISANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4650-CONVERTE-VISITA-EXIT
           END-IF

           OPEN OUTPUT VISITA
           MOVE FS-VIS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE VISANT
               CLOSE VISITA
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4650-CONVERTE-VISITA-EXIT
           END-IF

           PERFORM 4660-COPIA-VISITA THRU 4660-COPIA-VISITA-EXIT
               UNTIL FIM-LEITURA

           CLOSE VISANT
           CLOSE VISITA
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4650-CONVERTE-VISITA-EXIT.
           EXIT.

       4660-COPIA-VISITA.
           READ VISANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4660-COPIA-VISITA-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4660-COPIA-VISITA-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-VIS
           INITIALIZE REG-VIS
           MOVE REG-VISANT TO REG-VIS (1:66)
           WRITE REG-VIS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-VIS TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4660-COPIA-VISITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4700-CONVERTE-DEVITEM
      *-----------------------------------------------------------------
       4700-CONVERTE-DEVITEM.
           MOVE "DEVITEM"         TO WS-NOME-ARQ
           MOVE "DEVITEM.DAT"     TO WS-NOME-FISICO
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DEVITEM
           MOVE FS-DVI TO WS-FS-ARQ
           CLOSE DEVITEM
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT PRECISA-CONVERTER
               GO TO 4700-CONVERTE-DEVITEM-EXIT
           END-IF

           PERFORM 2030-GUARDA-ANTIGO THRU 2030-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4700-CONVERTE-DEVITEM-EXIT
           END-IF

           OPEN INPUT DVIANT
           MOVE FS-ANT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE DVIANT
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4700-CONVERTE-DEVITEM-EXIT
           END-IF

           OPEN OUTPUT DEVITEM
           MOVE FS-DVI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               CLOSE DVIANT
               CLOSE DEVITEM
               PERFORM 2040-DESFAZ-GUARDA THRU 2040-DESFAZ-GUARDA-EXIT
               GO TO 4700-CONVERTE-DEVITEM-EXIT
           END-IF

           PERFORM 4710-COPIA-DEVITEM THRU 4710-COPIA-DEVITEM-EXIT
               UNTIL FIM-LEITURA

           CLOSE DVIANT
           CLOSE DEVITEM
           PERFORM 2090-FIM-ARQUIVO THRU 2090-FIM-ARQUIVO-EXIT.
       4700-CONVERTE-DEVITEM-EXIT.
           EXIT.

       4710-COPIA-DEVITEM.
           READ DVIANT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           IF FIM-LEITURA
               GO TO 4710-COPIA-DEVITEM-EXIT
           END-IF
           IF FS-ANT NOT = ZEROS
               ADD 1 TO WS-QTD-ERROS-GRAV
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 4710-COPIA-DEVITEM-EXIT
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           MOVE SPACES TO REG-DVI
           INITIALIZE REG-DVI
           MOVE REG-DVIANT TO REG-DVI (1:46)
           WRITE REG-DVI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DVI TO WS-FS-ARQ
           PERFORM 2050-AVALIA-GRAVACAO THRU 2050-AVALIA-GRAVACAO-EXIT.
       4710-COPIA-DEVITEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-CONVCHAV-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "CONVCHAV;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-GRAVA-MENSAGEM - LINHA DO LOG TAMBEM NO CONSOLE.
      *-----------------------------------------------------------------
       8100-GRAVA-MENSAGEM.
           DISPLAY FUNCTION TRIM(REG-REL)
           WRITE REG-REL.
       8100-GRAVA-MENSAGEM-EXIT.
           EXIT.
