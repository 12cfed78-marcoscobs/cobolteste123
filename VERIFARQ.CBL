      *-----------------------------------------------------------------
      * VERIFARQ - VERIFICACAO E RECONSTRUCAO DOS ARQUIVOS INDEXADOS
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERIFARQ.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - MODO V (VERIFICA): ABRE
      *                   CADA ARQUIVO INDEXADO DO SISTEMA, LE DE
      *                   PONTA A PONTA PELA CHAVE PRIMARIA E POR
      *                   CADA CHAVE ALTERNATIVA E COMPARA AS
      *                   CONTAGENS. ABERTURA, START OU LEITURA COM
      *                   STATUS DE ERRO (9X ETC.) OU CONTAGENS
      *                   DIFERENTES ENTRE AS CHAVES = ARQUIVO
      *                   DANIFICADO; ARQUIVO QUE NAO EXISTE (35) SO
      *                   E LISTADO COMO AUSENTE. OS HISTORICOS
      *                   ANUAIS (PEDHIST ETC.) SO ENTRAM QUANDO O
      *                   ANO E INFORMADO. MODO R (RECONSTROI): LE O
      *                   ARQUIVO ESCOLHIDO POR TODAS AS CHAVES PARA
      *                   UMA COPIA DE TRABALHO (VERIFARQ.TMP),
      *                   RENOMEIA O ARQUIVO ATUAL (DADOS E INDICE)
      *                   PARA <NOME>-AAAAMMDD-HHMMSS, QUE FICA
      *                   GUARDADO, E GRAVA UM ARQUIVO NOVO COM OS
      *                   REGISTROS RECUPERADOS (REPETIDOS SAO
      *                   DESCARTADOS PELA CHAVE), VERIFICANDO-O EM
      *                   SEGUIDA. O LOG VAI PARA SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT. PARAMETROS VIA
      *                   CONSOLE OU RELPARMS.TXT
      *                   (VERIFARQ;V;;ANO OU VERIFARQ;R;ARQUIVO;ANO),
      *                   PARA RODAR COMO PASSO DO RODANOITE ANTES DO
      *                   FECHADIA: COM ARQUIVO DANIFICADO TERMINA
      *                   COM RETURN-CODE 16 E O RODANOITE PARA A
      *                   NOITE. TERMINA COM GOBACK.
      * 15/10/2026 DEV   ABERTURA COM STATUS 39 (CHAVES DO ARQUIVO
      *                   DIFERENTES DAS DO .SEL) SAI NO LOG COM A
      *                   INDICACAO DE RODAR O CONVCHAV.
      * 15/10/2026 DEV   STATUS 39 TAMBEM PARA TAMANHO DE REGISTRO
      *                   DIFERENTE DO .FD - MENSAGEM FALA EM LAYOUT.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ACERTMOT.SEL".
           COPY "ACORDO.SEL".
           COPY "ANALCRED.SEL".
           COPY "ATIVO.SEL".
           COPY "BACKORD.SEL".
           COPY "BISNAP.SEL".
           COPY "CADDUPR.SEL".
           COPY "CAIXA.SEL".
           COPY "CAMPANHA.SEL".
           COPY "CANAL.SEL".
           COPY "CEPBASE.SEL".
           COPY "CHEQUE.SEL".
           COPY "CLIENTE.SEL".
           COPY "COBRANCA.SEL".
           COPY "CODBARRA.SEL".
           COPY "COLCFG.SEL".
           COPY "COMISSAO.SEL".
           COPY "COMODATO.SEL".
           COPY "CONCBCO.SEL".
           COPY "CONDPAG.SEL".
           COPY "CONTAPAG.SEL".
           COPY "CONTATO.SEL".
           COPY "CONTCICL.SEL".
           COPY "DESPVEND.SEL".
           COPY "DEVFORN.SEL".
           COPY "DEVITEM.SEL".
           COPY "DEVOL.SEL".
           COPY "DOCCLI.SEL".
           COPY "DVFITEM.SEL".
           COPY "EQUIPE.SEL".
           COPY "ESTCOM.SEL".
           COPY "ESTOQUE.SEL".
           COPY "EXPCTL.SEL".
           COPY "FECHMES.SEL".
           COPY "FERIADO.SEL".
           COPY "FILIAL.SEL".
           COPY "FORNECED.SEL".
           COPY "GRUPO.SEL".
           COPY "IMPCTL.SEL".
           COPY "INVCONT.SEL".
           COPY "ITEHIST.SEL".
           COPY "ITEM-PED.SEL".
           COPY "ITMCOMP.SEL".
           COPY "KARDEX.SEL".
           COPY "KARDEXA.SEL".
           COPY "KIT.SEL".
           COPY "LOTE.SEL".
           COPY "META.SEL".
           COPY "MOTPERDA.SEL".
           COPY "MOVCMD.SEL".
           COPY "NFHIST.SEL".
           COPY "NFIHIST.SEL".
           COPY "NOSSONUM.SEL".
           COPY "NOTAFIS.SEL".
           COPY "NOTAITEM.SEL".
           COPY "NOTIFIC.SEL".
           COPY "ORCAMENTO.SEL".
           COPY "ORCITEM.SEL".
           COPY "PARAM.SEL".
           COPY "PEDCOMP.SEL".
           COPY "PEDHIST.SEL".
           COPY "PEDIDO.SEL".
           COPY "PEDPROG.SEL".
           COPY "PEDPROGI.SEL".
           COPY "PERDAEST.SEL".
           COPY "PERMISS.SEL".
           COPY "PREITEM.SEL".
           COPY "PRENOTA.SEL".
           COPY "PRODFORN.SEL".
           COPY "PRODUTO.SEL".
           COPY "QUARENT.SEL".
           COPY "REBATE.SEL".
           COPY "RECEBIMENTO.SEL".
           COPY "RECHIST.SEL".
           COPY "REDE.SEL".
           COPY "REGRACOM.SEL".
           COPY "REGRAFIS.SEL".
           COPY "RESUMOV.SEL".
           COPY "ROMFRETE.SEL".
           COPY "ROTA.SEL".
           COPY "SAC.SEL".
           COPY "SUBPROD.SEL".
           COPY "TABPRECO.SEL".
           COPY "TERRIT.SEL".
           COPY "TRANSP.SEL".
           COPY "TRFPED.SEL".
           COPY "USUARIO.SEL".
           COPY "VASILHA.SEL".
           COPY "VEICULO.SEL".
           COPY "VENDEDOR.SEL".
           COPY "VISITA.SEL".

           SELECT DUMP-FILE ASSIGN TO "VERIFARQ.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-DMP.

           SELECT REL-VERIF ASSIGN TO WS-NOME-SPOOL-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REL.

           SELECT PARAM-FILE ASSIGN TO "RELPARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRM.

           SELECT SPOOL-REG ASSIGN TO "SPOOLREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPR.

       DATA DIVISION.
       FILE SECTION.
           COPY "ACERTMOT.FD".
           COPY "ACORDO.FD".
           COPY "ANALCRED.FD".
           COPY "ATIVO.FD".
           COPY "BACKORD.FD".
           COPY "BISNAP.FD".
           COPY "CADDUPR.FD".
           COPY "CAIXA.FD".
           COPY "CAMPANHA.FD".
           COPY "CANAL.FD".
           COPY "CEPBASE.FD".
           COPY "CHEQUE.FD".
           COPY "CLIENTE.FD".
           COPY "COBRANCA.FD".
           COPY "CODBARRA.FD".
           COPY "COLCFG.FD".
           COPY "COMISSAO.FD".
           COPY "COMODATO.FD".
           COPY "CONCBCO.FD".
           COPY "CONDPAG.FD".
           COPY "CONTAPAG.FD".
           COPY "CONTATO.FD".
           COPY "CONTCICL.FD".
           COPY "DESPVEND.FD".
           COPY "DEVFORN.FD".
           COPY "DEVITEM.FD".
           COPY "DEVOL.FD".
           COPY "DOCCLI.FD".
           COPY "DVFITEM.FD".
           COPY "EQUIPE.FD".
           COPY "ESTCOM.FD".
           COPY "ESTOQUE.FD".
           COPY "EXPCTL.FD".
           COPY "FECHMES.FD".
           COPY "FERIADO.FD".
           COPY "FILIAL.FD".
           COPY "FORNECED.FD".
           COPY "GRUPO.FD".
           COPY "IMPCTL.FD".
           COPY "INVCONT.FD".
           COPY "ITEHIST.FD".
           COPY "ITEM-PED.FD".
           COPY "ITMCOMP.FD".
           COPY "KARDEX.FD".
           COPY "KARDEXA.FD".
           COPY "KIT.FD".
           COPY "LOTE.FD".
           COPY "META.FD".
           COPY "MOTPERDA.FD".
           COPY "MOVCMD.FD".
           COPY "NFHIST.FD".
           COPY "NFIHIST.FD".
           COPY "NOSSONUM.FD".
           COPY "NOTAFIS.FD".
           COPY "NOTAITEM.FD".
           COPY "NOTIFIC.FD".
           COPY "ORCAMENTO.FD".
           COPY "ORCITEM.FD".
           COPY "PARAM.FD".
           COPY "PEDCOMP.FD".
           COPY "PEDHIST.FD".
           COPY "PEDIDO.FD".
           COPY "PEDPROG.FD".
           COPY "PEDPROGI.FD".
           COPY "PERDAEST.FD".
           COPY "PERMISS.FD".
           COPY "PREITEM.FD".
           COPY "PRENOTA.FD".
           COPY "PRODFORN.FD".
           COPY "PRODUTO.FD".
           COPY "QUARENT.FD".
           COPY "REBATE.FD".
           COPY "RECEBIMENTO.FD".
           COPY "RECHIST.FD".
           COPY "REDE.FD".
           COPY "REGRACOM.FD".
           COPY "REGRAFIS.FD".
           COPY "RESUMOV.FD".
           COPY "ROMFRETE.FD".
           COPY "ROTA.FD".
           COPY "SAC.FD".
           COPY "SUBPROD.FD".
           COPY "TABPRECO.FD".
           COPY "TERRIT.FD".
           COPY "TRANSP.FD".
           COPY "TRFPED.FD".
           COPY "USUARIO.FD".
           COPY "VASILHA.FD".
           COPY "VEICULO.FD".
           COPY "VENDEDOR.FD".
           COPY "VISITA.FD".

      * COPIA DE TRABALHO DA RECONSTRUCAO: UM REGISTRO POR LEITURA, DO
      * TAMANHO DO MAIOR REGISTRO DO SISTEMA COM FOLGA (O REGISTRO DO
      * ARQUIVO VAI ALINHADO A ESQUERDA E VOLTA POR MOVE).
       FD  DUMP-FILE
           LABEL RECORD STANDARD.
       01  REG-DUMP                    PIC X(2000).

       FD  REL-VERIF
           LABEL RECORD STANDARD.
       01  REG-REL                     PIC X(132).

       FD  PARAM-FILE
           LABEL RECORD STANDARD.
       01  REG-PARAM                   PIC X(200).

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

      * PARAMETROS DEIXADOS PELO RODANOITE (OU PELA CENTRAL) EM
      * RELPARMS.TXT: VERIFARQ;MODO;ARQUIVO;ANO DOS HISTORICOS.
       77  FS-PRM                      PIC XX       VALUE SPACES.
       77  WS-PRM-PROG                 PIC X(08)    VALUE SPACES.
       77  WS-PRM-1                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-2                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-3                    PIC X(20)    VALUE SPACES.
       77  WS-PRM-USADO                PIC X(01)    VALUE "N".
           88  PARAMETROS-RECEBIDOS                 VALUE "S".

      * STATUS DOS ARQUIVOS VERIFICADOS (OS NOMES SAO OS DOS .SEL).
       77  FS                          PIC XX       VALUE SPACES.
       77  FS-ACM                      PIC XX       VALUE SPACES.
       77  FS-ACO                      PIC XX       VALUE SPACES.
       77  FS-ACR                      PIC XX       VALUE SPACES.
       77  FS-ATV                      PIC XX       VALUE SPACES.
       77  FS-BACK                     PIC XX       VALUE SPACES.
       77  FS-CAMP                     PIC XX       VALUE SPACES.
       77  FS-CANAL                    PIC XX       VALUE SPACES.
       77  FS-CBC                      PIC XX       VALUE SPACES.
       77  FS-CEP                      PIC XX       VALUE SPACES.
       77  FS-CHQ                      PIC XX       VALUE SPACES.
       77  FS-CIC                      PIC XX       VALUE SPACES.
       77  FS-CMD                      PIC XX       VALUE SPACES.
       77  FS-COB                      PIC XX       VALUE SPACES.
       77  FS-COLCFG                   PIC XX       VALUE SPACES.
       77  FS-COM                      PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-CTT                      PIC XX       VALUE SPACES.
       77  FS-CX                       PIC XX       VALUE SPACES.
       77  FS-DCL                      PIC XX       VALUE SPACES.
       77  FS-DEV                      PIC XX       VALUE SPACES.
       77  FS-DFI                      PIC XX       VALUE SPACES.
       77  FS-DSP                      PIC XX       VALUE SPACES.
       77  FS-DVF                      PIC XX       VALUE SPACES.
       77  FS-DVI                      PIC XX       VALUE SPACES.
       77  FS-EAN                      PIC XX       VALUE SPACES.
       77  FS-ECOM                     PIC XX       VALUE SPACES.
       77  FS-EQP                      PIC XX       VALUE SPACES.
       77  FS-EXPC                     PIC XX       VALUE SPACES.
       77  FS-FER                      PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-FMES                     PIC XX       VALUE SPACES.
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-GRU                      PIC XX       VALUE SPACES.
       77  FS-IH                       PIC XX       VALUE SPACES.
       77  FS-IMPC                     PIC XX       VALUE SPACES.
       77  FS-INV                      PIC XX       VALUE SPACES.
       77  FS-IPC                      PIC XX       VALUE SPACES.
       77  FS-KDA                      PIC XX       VALUE SPACES.
       77  FS-KDX                      PIC XX       VALUE SPACES.
       77  FS-KIT                      PIC XX       VALUE SPACES.
       77  FS-LOTE                     PIC XX       VALUE SPACES.
       77  FS-META                     PIC XX       VALUE SPACES.
       77  FS-MPE                      PIC XX       VALUE SPACES.
       77  FS-MVC                      PIC XX       VALUE SPACES.
       77  FS-NF                       PIC XX       VALUE SPACES.
       77  FS-NFI                      PIC XX       VALUE SPACES.
       77  FS-NH                       PIC XX       VALUE SPACES.
       77  FS-NIH                      PIC XX       VALUE SPACES.
       77  FS-NNUM                     PIC XX       VALUE SPACES.
       77  FS-NTF                      PIC XX       VALUE SPACES.
       77  FS-ORC                      PIC XX       VALUE SPACES.
       77  FS-ORI                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  FS-PC                       PIC XX       VALUE SPACES.
       77  FS-PERM                     PIC XX       VALUE SPACES.
       77  FS-PES                      PIC XX       VALUE SPACES.
       77  FS-PF                       PIC XX       VALUE SPACES.
       77  FS-PH                       PIC XX       VALUE SPACES.
       77  FS-PIT                      PIC XX       VALUE SPACES.
       77  FS-PPG                      PIC XX       VALUE SPACES.
       77  FS-PPI                      PIC XX       VALUE SPACES.
       77  FS-PRE                      PIC XX       VALUE SPACES.
       77  FS-QUA                      PIC XX       VALUE SPACES.
       77  FS-RC                       PIC XX       VALUE SPACES.
       77  FS-REB                      PIC XX       VALUE SPACES.
       77  FS-REDE                     PIC XX       VALUE SPACES.
       77  FS-RES                      PIC XX       VALUE SPACES.
       77  FS-RF                       PIC XX       VALUE SPACES.
       77  FS-RH                       PIC XX       VALUE SPACES.
       77  FS-ROMF                     PIC XX       VALUE SPACES.
       77  FS-ROTA                     PIC XX       VALUE SPACES.
       77  FS-SAC                      PIC XX       VALUE SPACES.
       77  FS-SNAP                     PIC XX       VALUE SPACES.
       77  FS-SUB                      PIC XX       VALUE SPACES.
       77  FS-TABP                     PIC XX       VALUE SPACES.
       77  FS-TERR                     PIC XX       VALUE SPACES.
       77  FS-TRANSP                   PIC XX       VALUE SPACES.
       77  FS-TRFP                     PIC XX       VALUE SPACES.
       77  FS-USU                      PIC XX       VALUE SPACES.
       77  FS-VAS                      PIC XX       VALUE SPACES.
       77  FS-VEI                      PIC XX       VALUE SPACES.
       77  FS-VIS                      PIC XX       VALUE SPACES.
       77  FS-DMP                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.

      * NOMES DOS HISTORICOS ANUAIS (<ARQUIVO>-AAAA.DAT, ARQANO).
       77  WS-NOME-ITEHIST             PIC X(20)    VALUE SPACES.
       77  WS-NOME-NFHIST              PIC X(20)    VALUE SPACES.
       77  WS-NOME-NFIHIST             PIC X(20)    VALUE SPACES.
       77  WS-NOME-PEDHIST             PIC X(20)    VALUE SPACES.
       77  WS-NOME-RECHIST             PIC X(20)    VALUE SPACES.

       77  WS-MODO                     PIC X(01)    VALUE SPACE.
           88  MODO-VERIFICA                        VALUE "V".
           88  MODO-RECONSTROI                      VALUE "R".
           88  MODO-VALIDO                          VALUE "V" "R".
       77  WS-ARQ-ESCOLHIDO            PIC X(12)    VALUE SPACES.
       77  WS-ANO-HIST                 PIC 9(04)    VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.

      * ARQUIVO EM VERIFICACAO: NOME LOGICO E FISICO, STATUS DA
      * ABERTURA, PRIMEIRO ERRO ENCONTRADO E CONTAGEM POR CHAVE
      * (1 = PRIMARIA, 2 EM DIANTE = ALTERNATIVAS, NA ORDEM DO .SEL).
       77  WS-NOME-ARQ                 PIC X(12)    VALUE SPACES.
       77  WS-NOME-FISICO              PIC X(60)    VALUE SPACES.
       77  WS-FS-ARQ                   PIC XX       VALUE SPACES.
       77  WS-FS-ABERTURA              PIC XX       VALUE SPACES.
       77  WS-FS-ERRO                  PIC XX       VALUE SPACES.
       77  WS-ETAPA-ERRO               PIC X(40)    VALUE SPACES.
       77  WS-IDX-CHAVE                PIC 9(01)    VALUE ZEROS.
       77  WS-QTD-CHAVES               PIC 9(01)    VALUE ZEROS.
       77  WS-QTD-LIDOS                PIC 9(09)    VALUE ZEROS.
       77  WS-EDITA-QTD                PIC Z(08)9.
       01  WS-TAB-CONTAGEM.
           05  WS-QTD-CHAVE            PIC 9(09)    OCCURS 4 TIMES.

      * TOTAIS DA EXECUCAO
       77  WS-QTD-ARQUIVOS             PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-ARQ-OK               PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-ARQ-DANIF            PIC 9(03)    VALUE ZEROS.
       77  WS-QTD-ARQ-AUSENTE          PIC 9(03)    VALUE ZEROS.

      * RECONSTRUCAO: COPIA DE TRABALHO, NOMES DO ARQUIVO GUARDADO E
      * CONTADORES DA GRAVACAO DO ARQUIVO NOVO.
       77  WS-QTD-DUMP                 PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-GRAVADOS             PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-REPETIDOS            PIC 9(09)    VALUE ZEROS.
       77  WS-QTD-ERROS-GRAV           PIC 9(09)    VALUE ZEROS.
       77  WS-TAM-BASE                 PIC 9(02)    VALUE ZEROS.
       77  WS-NOME-BASE                PIC X(60)    VALUE SPACES.
       77  WS-NOME-GUARDADO            PIC X(60)    VALUE SPACES.
       77  WS-NOME-ORIGEM              PIC X(64)    VALUE SPACES.
       77  WS-NOME-DESTINO             PIC X(64)    VALUE SPACES.
       77  WS-RC-RENOMEIA              PIC S9(09)   VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-SITUACAO-ARQ         PIC X(01)    VALUE "O".
               88  ARQ-OK                           VALUE "O".
               88  ARQ-DANIFICADO                   VALUE "D".
               88  ARQ-AUSENTE                      VALUE "A".
           05  WS-ABERTO               PIC X(01)    VALUE "N".
               88  ARQUIVO-ABERTO                   VALUE "S".
           05  WS-FIM-LEITURA          PIC X(01)    VALUE "N".
               88  FIM-LEITURA                      VALUE "S".
           05  WS-LEITURA-OK           PIC X(01)    VALUE "N".
               88  LEITURA-OK                       VALUE "S".
           05  WS-GRAVA-DUMP           PIC X(01)    VALUE "N".
               88  GRAVA-DUMP                       VALUE "S".
           05  WS-FIM-DUMP             PIC X(01)    VALUE "N".
               88  FIM-DUMP                         VALUE "S".
           05  WS-CONHECIDO            PIC X(01)    VALUE "N".
               88  ARQUIVO-CONHECIDO                VALUE "S".
           05  WS-NOVO-CRIADO          PIC X(01)    VALUE "N".
               88  NOVO-CRIADO                      VALUE "S".
           05  WS-DAT-RENOMEADO        PIC X(01)    VALUE "N".
               88  DADOS-RENOMEADOS                 VALUE "S".
           05  WS-IDX-RENOMEADO        PIC X(01)    VALUE "N".
               88  INDICE-RENOMEADO                 VALUE "S".
           05  WS-RECONSTRUIU          PIC X(01)    VALUE "N".
               88  RECONSTRUCAO-OK                  VALUE "S".
           05  WS-ABANDONA             PIC X(01)    VALUE "N".
               88  EXECUCAO-ABANDONADA              VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(40)
               VALUE "VERIFICACAO DOS ARQUIVOS INDEXADOS".
           05  FILLER                  PIC X(06) VALUE "MODO ".
           05  HDR-MODO                PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  HDR-DIA                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-MES                 PIC 99.
           05  FILLER                  PIC X(01) VALUE "/".
           05  HDR-ANO                 PIC 9999.

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(14) VALUE "ARQUIVO".
           05  FILLER                  PIC X(05) VALUE "FS".
           05  FILLER                  PIC X(11) VALUE " PRIMARIA".
           05  FILLER                  PIC X(11) VALUE "    ALT 1".
           05  FILLER                  PIC X(11) VALUE "    ALT 2".
           05  FILLER                  PIC X(11) VALUE "    ALT 3".
           05  FILLER                  PIC X(12) VALUE "SITUACAO".
           05  FILLER                  PIC X(10) VALUE "OBSERVACAO".

       01  WS-LINHA-DET.
           05  LD-ARQUIVO              PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FS-ABERTURA          PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-QTD-PRIM             PIC X(09).
           05  LD-ALT                  OCCURS 3 TIMES.
               10  FILLER              PIC X(02).
               10  LD-QTD-ALT          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-SITUACAO             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-OBS                  PIC X(50).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF NOT EXECUCAO-ABANDONADA
               IF MODO-VERIFICA
                   PERFORM 2000-VERIFICA-TODOS
                       THRU 2000-VERIFICA-TODOS-EXIT
               ELSE
                   PERFORM 4000-RECONSTROI THRU 4000-RECONSTROI-EXIT
               END-IF
           END-IF
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - MODO, ARQUIVO E ANO DOS HISTORICOS (DO
      * RELPARMS.TXT OU DO CONSOLE) E ABERTURA DO LOG EM SPOOL.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           PERFORM 1010-LER-PARAMETROS THRU 1010-LER-PARAMETROS-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "ARQUIVOS INDEXADOS - MODO (V=VERIFICA TODOS"
                       " R=RECONSTROI UM, ENTER = V):"
               ACCEPT WS-MODO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
               IF WS-MODO = "R"
                   DISPLAY "ARQUIVO A RECONSTRUIR (EX.: PEDIDO):"
                   ACCEPT WS-ARQ-ESCOLHIDO FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WS-ARQ-ESCOLHIDO)
                       TO WS-ARQ-ESCOLHIDO
               END-IF
               DISPLAY "ANO DOS ARQUIVOS HISTORICOS (0 = NAO"
                       " VERIFICAR):"
               ACCEPT WS-ANO-HIST FROM CONSOLE
           END-IF
           IF WS-MODO = SPACE
               MOVE "V" TO WS-MODO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT REL-VERIF

           MOVE WS-MODO      TO HDR-MODO
           MOVE WS-DIA-HOJE  TO HDR-DIA
           MOVE WS-MES-HOJE  TO HDR-MES
           MOVE WS-ANO-HOJE  TO HDR-ANO
           MOVE WS-CABECALHO-1  TO REG-REL
           WRITE REG-REL
           MOVE SPACES          TO REG-REL
           WRITE REG-REL

           IF NOT MODO-VALIDO
               MOVE SPACES TO REG-REL
               STRING "MODO INVALIDO: " WS-MODO
                      " - NADA VERIFICADO."
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               MOVE "S" TO WS-ABANDONA
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           IF WS-ANO-HIST NOT = ZEROS
               MOVE SPACES TO WS-NOME-ITEHIST
               STRING "ITEHIST-" WS-ANO-HIST ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-ITEHIST
               MOVE SPACES TO WS-NOME-NFHIST
               STRING "NFHIST-" WS-ANO-HIST ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-NFHIST
               MOVE SPACES TO WS-NOME-NFIHIST
               STRING "NFIHIST-" WS-ANO-HIST ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-NFIHIST
               MOVE SPACES TO WS-NOME-PEDHIST
               STRING "PEDHIST-" WS-ANO-HIST ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-PEDHIST
               MOVE SPACES TO WS-NOME-RECHIST
               STRING "RECHIST-" WS-ANO-HIST ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-RECHIST
           END-IF

           MOVE WS-CABECALHO-2  TO REG-REL
           WRITE REG-REL
           MOVE ALL "-"         TO REG-REL
           WRITE REG-REL.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1010-LER-PARAMETROS - MODO, ARQUIVO E ANO DEIXADOS PELO
      * RODANOITE, QUANDO HOUVER, E CONSUMO DO ARQUIVO.
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
                   WS-PRM-PROG WS-PRM-1 WS-PRM-2 WS-PRM-3
               IF WS-PRM-PROG = "VERIFARQ"
                   MOVE "S" TO WS-PRM-USADO
                   MOVE FUNCTION UPPER-CASE(WS-PRM-1 (1:1))
                       TO WS-MODO
                   MOVE FUNCTION UPPER-CASE(WS-PRM-2)
                       TO WS-ARQ-ESCOLHIDO
                   IF WS-PRM-3 NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-PRM-3) TO WS-ANO-HIST
                   END-IF
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
      * 2000-VERIFICA-TODOS - TODOS OS ARQUIVOS INDEXADOS, EM ORDEM
      * ALFABETICA; OS HISTORICOS ANUAIS SO COM O ANO INFORMADO.
      *-----------------------------------------------------------------
       2000-VERIFICA-TODOS.
           PERFORM 2101-VERIFICA-ACERTMOT
               THRU 2101-VERIFICA-ACERTMOT-EXIT
           PERFORM 2102-VERIFICA-ACORDO
               THRU 2102-VERIFICA-ACORDO-EXIT
           PERFORM 2103-VERIFICA-ANALCRED
               THRU 2103-VERIFICA-ANALCRED-EXIT
           PERFORM 2104-VERIFICA-ATIVO
               THRU 2104-VERIFICA-ATIVO-EXIT
           PERFORM 2105-VERIFICA-BACKORD
               THRU 2105-VERIFICA-BACKORD-EXIT
           PERFORM 2106-VERIFICA-BISNAP
               THRU 2106-VERIFICA-BISNAP-EXIT
           PERFORM 2107-VERIFICA-CADDUPR
               THRU 2107-VERIFICA-CADDUPR-EXIT
           PERFORM 2108-VERIFICA-CAIXA
               THRU 2108-VERIFICA-CAIXA-EXIT
           PERFORM 2109-VERIFICA-CAMPANHA
               THRU 2109-VERIFICA-CAMPANHA-EXIT
           PERFORM 2110-VERIFICA-CANAL
               THRU 2110-VERIFICA-CANAL-EXIT
           PERFORM 2111-VERIFICA-CEPBASE
               THRU 2111-VERIFICA-CEPBASE-EXIT
           PERFORM 2112-VERIFICA-CHEQUE
               THRU 2112-VERIFICA-CHEQUE-EXIT
           PERFORM 2113-VERIFICA-CLIENTE
               THRU 2113-VERIFICA-CLIENTE-EXIT
           PERFORM 2114-VERIFICA-COBRANCA
               THRU 2114-VERIFICA-COBRANCA-EXIT
           PERFORM 2115-VERIFICA-CODBARRA
               THRU 2115-VERIFICA-CODBARRA-EXIT
           PERFORM 2116-VERIFICA-COLCFG
               THRU 2116-VERIFICA-COLCFG-EXIT
           PERFORM 2117-VERIFICA-COMISSAO
               THRU 2117-VERIFICA-COMISSAO-EXIT
           PERFORM 2118-VERIFICA-COMODATO
               THRU 2118-VERIFICA-COMODATO-EXIT
           PERFORM 2119-VERIFICA-CONCBCO
               THRU 2119-VERIFICA-CONCBCO-EXIT
           PERFORM 2120-VERIFICA-CONDPAG
               THRU 2120-VERIFICA-CONDPAG-EXIT
           PERFORM 2121-VERIFICA-CONTAPAG
               THRU 2121-VERIFICA-CONTAPAG-EXIT
           PERFORM 2122-VERIFICA-CONTATO
               THRU 2122-VERIFICA-CONTATO-EXIT
           PERFORM 2123-VERIFICA-CONTCICL
               THRU 2123-VERIFICA-CONTCICL-EXIT
           PERFORM 2124-VERIFICA-DESPVEND
               THRU 2124-VERIFICA-DESPVEND-EXIT
           PERFORM 2125-VERIFICA-DEVFORN
               THRU 2125-VERIFICA-DEVFORN-EXIT
           PERFORM 2126-VERIFICA-DEVITEM
               THRU 2126-VERIFICA-DEVITEM-EXIT
           PERFORM 2127-VERIFICA-DEVOL
               THRU 2127-VERIFICA-DEVOL-EXIT
           PERFORM 2128-VERIFICA-DOCCLI
               THRU 2128-VERIFICA-DOCCLI-EXIT
           PERFORM 2129-VERIFICA-DVFITEM
               THRU 2129-VERIFICA-DVFITEM-EXIT
           PERFORM 2130-VERIFICA-EQUIPE
               THRU 2130-VERIFICA-EQUIPE-EXIT
           PERFORM 2131-VERIFICA-ESTCOM
               THRU 2131-VERIFICA-ESTCOM-EXIT
           PERFORM 2132-VERIFICA-ESTOQUE
               THRU 2132-VERIFICA-ESTOQUE-EXIT
           PERFORM 2133-VERIFICA-EXPCTL
               THRU 2133-VERIFICA-EXPCTL-EXIT
           PERFORM 2134-VERIFICA-FECHMES
               THRU 2134-VERIFICA-FECHMES-EXIT
           PERFORM 2135-VERIFICA-FERIADO
               THRU 2135-VERIFICA-FERIADO-EXIT
           PERFORM 2136-VERIFICA-FILIAL
               THRU 2136-VERIFICA-FILIAL-EXIT
           PERFORM 2137-VERIFICA-FORNECED
               THRU 2137-VERIFICA-FORNECED-EXIT
           PERFORM 2138-VERIFICA-GRUPO
               THRU 2138-VERIFICA-GRUPO-EXIT
           PERFORM 2139-VERIFICA-IMPCTL
               THRU 2139-VERIFICA-IMPCTL-EXIT
           PERFORM 2140-VERIFICA-INVCONT
               THRU 2140-VERIFICA-INVCONT-EXIT
           PERFORM 2142-VERIFICA-ITEM-PED
               THRU 2142-VERIFICA-ITEM-PED-EXIT
           PERFORM 2143-VERIFICA-ITMCOMP
               THRU 2143-VERIFICA-ITMCOMP-EXIT
           PERFORM 2144-VERIFICA-KARDEX
               THRU 2144-VERIFICA-KARDEX-EXIT
           PERFORM 2145-VERIFICA-KARDEXA
               THRU 2145-VERIFICA-KARDEXA-EXIT
           PERFORM 2146-VERIFICA-KIT
               THRU 2146-VERIFICA-KIT-EXIT
           PERFORM 2147-VERIFICA-LOTE
               THRU 2147-VERIFICA-LOTE-EXIT
           PERFORM 2148-VERIFICA-META
               THRU 2148-VERIFICA-META-EXIT
           PERFORM 2149-VERIFICA-MOTPERDA
               THRU 2149-VERIFICA-MOTPERDA-EXIT
           PERFORM 2150-VERIFICA-MOVCMD
               THRU 2150-VERIFICA-MOVCMD-EXIT
           PERFORM 2153-VERIFICA-NOSSONUM
               THRU 2153-VERIFICA-NOSSONUM-EXIT
           PERFORM 2154-VERIFICA-NOTAFIS
               THRU 2154-VERIFICA-NOTAFIS-EXIT
           PERFORM 2155-VERIFICA-NOTAITEM
               THRU 2155-VERIFICA-NOTAITEM-EXIT
           PERFORM 2156-VERIFICA-NOTIFIC
               THRU 2156-VERIFICA-NOTIFIC-EXIT
           PERFORM 2157-VERIFICA-ORCAMENTO
               THRU 2157-VERIFICA-ORCAMENTO-EXIT
           PERFORM 2158-VERIFICA-ORCITEM
               THRU 2158-VERIFICA-ORCITEM-EXIT
           PERFORM 2159-VERIFICA-PARAM
               THRU 2159-VERIFICA-PARAM-EXIT
           PERFORM 2160-VERIFICA-PEDCOMP
               THRU 2160-VERIFICA-PEDCOMP-EXIT
           PERFORM 2162-VERIFICA-PEDIDO
               THRU 2162-VERIFICA-PEDIDO-EXIT
           PERFORM 2163-VERIFICA-PEDPROG
               THRU 2163-VERIFICA-PEDPROG-EXIT
           PERFORM 2164-VERIFICA-PEDPROGI
               THRU 2164-VERIFICA-PEDPROGI-EXIT
           PERFORM 2165-VERIFICA-PERDAEST
               THRU 2165-VERIFICA-PERDAEST-EXIT
           PERFORM 2166-VERIFICA-PERMISS
               THRU 2166-VERIFICA-PERMISS-EXIT
           PERFORM 2167-VERIFICA-PREITEM
               THRU 2167-VERIFICA-PREITEM-EXIT
           PERFORM 2168-VERIFICA-PRENOTA
               THRU 2168-VERIFICA-PRENOTA-EXIT
           PERFORM 2169-VERIFICA-PRODFORN
               THRU 2169-VERIFICA-PRODFORN-EXIT
           PERFORM 2170-VERIFICA-PRODUTO
               THRU 2170-VERIFICA-PRODUTO-EXIT
           PERFORM 2171-VERIFICA-QUARENT
               THRU 2171-VERIFICA-QUARENT-EXIT
           PERFORM 2172-VERIFICA-REBATE
               THRU 2172-VERIFICA-REBATE-EXIT
           PERFORM 2173-VERIFICA-RECEBIMENTO
               THRU 2173-VERIFICA-RECEBIMENTO-EXIT
           PERFORM 2175-VERIFICA-REDE
               THRU 2175-VERIFICA-REDE-EXIT
           PERFORM 2176-VERIFICA-REGRACOM
               THRU 2176-VERIFICA-REGRACOM-EXIT
           PERFORM 2177-VERIFICA-REGRAFIS
               THRU 2177-VERIFICA-REGRAFIS-EXIT
           PERFORM 2178-VERIFICA-RESUMOV
               THRU 2178-VERIFICA-RESUMOV-EXIT
           PERFORM 2179-VERIFICA-ROMFRETE
               THRU 2179-VERIFICA-ROMFRETE-EXIT
           PERFORM 2180-VERIFICA-ROTA
               THRU 2180-VERIFICA-ROTA-EXIT
           PERFORM 2181-VERIFICA-SAC
               THRU 2181-VERIFICA-SAC-EXIT
           PERFORM 2182-VERIFICA-SUBPROD
               THRU 2182-VERIFICA-SUBPROD-EXIT
           PERFORM 2183-VERIFICA-TABPRECO
               THRU 2183-VERIFICA-TABPRECO-EXIT
           PERFORM 2184-VERIFICA-TERRIT
               THRU 2184-VERIFICA-TERRIT-EXIT
           PERFORM 2185-VERIFICA-TRANSP
               THRU 2185-VERIFICA-TRANSP-EXIT
           PERFORM 2186-VERIFICA-TRFPED
               THRU 2186-VERIFICA-TRFPED-EXIT
           PERFORM 2187-VERIFICA-USUARIO
               THRU 2187-VERIFICA-USUARIO-EXIT
           PERFORM 2188-VERIFICA-VASILHA
               THRU 2188-VERIFICA-VASILHA-EXIT
           PERFORM 2189-VERIFICA-VEICULO
               THRU 2189-VERIFICA-VEICULO-EXIT
           PERFORM 2190-VERIFICA-VENDEDOR
               THRU 2190-VERIFICA-VENDEDOR-EXIT
           PERFORM 2191-VERIFICA-VISITA
               THRU 2191-VERIFICA-VISITA-EXIT
           IF WS-ANO-HIST NOT = ZEROS
               PERFORM 2141-VERIFICA-ITEHIST
                   THRU 2141-VERIFICA-ITEHIST-EXIT
               PERFORM 2151-VERIFICA-NFHIST
                   THRU 2151-VERIFICA-NFHIST-EXIT
               PERFORM 2152-VERIFICA-NFIHIST
                   THRU 2152-VERIFICA-NFIHIST-EXIT
               PERFORM 2161-VERIFICA-PEDHIST
                   THRU 2161-VERIFICA-PEDHIST-EXIT
               PERFORM 2174-VERIFICA-RECHIST
                   THRU 2174-VERIFICA-RECHIST-EXIT
           END-IF.
       2000-VERIFICA-TODOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2010-INICIA-ARQUIVO - ZERA A SITUACAO E AS CONTAGENS DO
      * ARQUIVO QUE VAI SER VERIFICADO.
      *-----------------------------------------------------------------
       2010-INICIA-ARQUIVO.
           MOVE "O"    TO WS-SITUACAO-ARQ
           MOVE "N"    TO WS-ABERTO
           MOVE SPACES TO WS-FS-ABERTURA WS-FS-ERRO WS-ETAPA-ERRO
           MOVE ZEROS  TO WS-TAB-CONTAGEM.
       2010-INICIA-ARQUIVO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2020-AVALIA-ABERTURA - 00 SEGUE; 35 = ARQUIVO QUE NAO EXISTE
      * (NUNCA FOI CRIADO); 39 = ARQUIVO COM CHAVES OU TAMANHO DE
      * REGISTRO DIFERENTES DOS DO .SEL/.FD (AINDA NAO CONVERTIDO
      * PELO CONVCHAV); QUALQUER OUTRO STATUS =
      * DANIFICADO. SEM ABERTURA O ARQUIVO JA SAI NO LOG DAQUI.
      *-----------------------------------------------------------------
       2020-AVALIA-ABERTURA.
           MOVE WS-FS-ARQ TO WS-FS-ABERTURA
           EVALUATE WS-FS-ARQ
               WHEN "00"
                   MOVE "S" TO WS-ABERTO
               WHEN "35"
                   MOVE "A" TO WS-SITUACAO-ARQ
               WHEN "39"
                   MOVE "D"          TO WS-SITUACAO-ARQ
                   MOVE WS-FS-ARQ    TO WS-FS-ERRO
                   MOVE "LAYOUT ANTERIOR - RODAR O CONVCHAV"
                                     TO WS-ETAPA-ERRO
               WHEN OTHER
                   MOVE "D"          TO WS-SITUACAO-ARQ
                   MOVE WS-FS-ARQ    TO WS-FS-ERRO
                   MOVE "NA ABERTURA" TO WS-ETAPA-ERRO
           END-EVALUATE

           IF NOT ARQUIVO-ABERTO
               PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT
           END-IF.
       2020-AVALIA-ABERTURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2025-INICIA-CHAVE - PREPARA A LEITURA PELA CHAVE
      * WS-IDX-CHAVE (O START VEM EM SEGUIDA, NO PARAGRAFO DO ARQUIVO).
      *-----------------------------------------------------------------
       2025-INICIA-CHAVE.
           MOVE "N"   TO WS-FIM-LEITURA
           MOVE ZEROS TO WS-QTD-LIDOS.
       2025-INICIA-CHAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2030-AVALIA-START - 00 SEGUE; 23 = ARQUIVO VAZIO NESSA CHAVE;
      * OUTRO STATUS = INDICE DANIFICADO.
      *-----------------------------------------------------------------
       2030-AVALIA-START.
           EVALUATE WS-FS-ARQ
               WHEN "00"
                   MOVE "N" TO WS-FIM-LEITURA
               WHEN "23"
                   MOVE "S" TO WS-FIM-LEITURA
               WHEN OTHER
                   MOVE "S" TO WS-FIM-LEITURA
                   IF ARQ-OK
                       MOVE "D"       TO WS-SITUACAO-ARQ
                       MOVE WS-FS-ARQ TO WS-FS-ERRO
                       MOVE SPACES    TO WS-ETAPA-ERRO
                       STRING "NO START DA CHAVE " WS-IDX-CHAVE
                              DELIMITED BY SIZE INTO WS-ETAPA-ERRO
                   END-IF
           END-EVALUATE.
       2030-AVALIA-START-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2040-AVALIA-LEITURA - 00/02 CONTA O REGISTRO; 10 = FIM DA
      * CHAVE; OUTRO STATUS = DANIFICADO (FICA O PRIMEIRO ERRO) E A
      * LEITURA DESSA CHAVE PARA.
      *-----------------------------------------------------------------
       2040-AVALIA-LEITURA.
           MOVE "N" TO WS-LEITURA-OK
           EVALUATE WS-FS-ARQ
               WHEN "00"
               WHEN "02"
                   ADD 1 TO WS-QTD-LIDOS
                   MOVE "S" TO WS-LEITURA-OK
               WHEN "10"
                   MOVE "S" TO WS-FIM-LEITURA
               WHEN OTHER
                   MOVE "S" TO WS-FIM-LEITURA
                   IF ARQ-OK
                       MOVE "D"       TO WS-SITUACAO-ARQ
                       MOVE WS-FS-ARQ TO WS-FS-ERRO
                       MOVE SPACES    TO WS-ETAPA-ERRO
                       STRING "NA LEITURA DA CHAVE " WS-IDX-CHAVE
                              DELIMITED BY SIZE INTO WS-ETAPA-ERRO
                   END-IF
           END-EVALUATE.
       2040-AVALIA-LEITURA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2045-GRAVA-DUMP - NA RECONSTRUCAO, CADA REGISTRO LIDO (POR
      * QUALQUER CHAVE) VAI PARA A COPIA DE TRABALHO.
      *-----------------------------------------------------------------
       2045-GRAVA-DUMP.
           WRITE REG-DUMP
           IF FS-DMP = ZEROS
               ADD 1 TO WS-QTD-DUMP
           END-IF.
       2045-GRAVA-DUMP-EXIT.
           EXIT.

       2050-FIM-CHAVE.
           MOVE WS-QTD-LIDOS TO WS-QTD-CHAVE (WS-IDX-CHAVE).
       2050-FIM-CHAVE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2090-FECHA-ARQUIVO - COMPARA AS CONTAGENS DAS CHAVES, GRAVA A
      * LINHA DO ARQUIVO NO LOG E ACUMULA OS TOTAIS.
      *-----------------------------------------------------------------
       2090-FECHA-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS

           IF ARQUIVO-ABERTO AND ARQ-OK
               PERFORM 2095-COMPARA-CHAVE THRU 2095-COMPARA-CHAVE-EXIT
                   VARYING WS-IDX-CHAVE FROM 2 BY 1
                   UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
           END-IF

           MOVE SPACES         TO WS-LINHA-DET
           MOVE WS-NOME-ARQ    TO LD-ARQUIVO
           MOVE WS-FS-ABERTURA TO LD-FS-ABERTURA
           IF ARQUIVO-ABERTO
               MOVE WS-QTD-CHAVE (1) TO WS-EDITA-QTD
               MOVE WS-EDITA-QTD     TO LD-QTD-PRIM
               PERFORM 2096-EDITA-ALTERNATIVA
                   THRU 2096-EDITA-ALTERNATIVA-EXIT
                   VARYING WS-IDX-CHAVE FROM 2 BY 1
                   UNTIL WS-IDX-CHAVE > WS-QTD-CHAVES
           END-IF

           EVALUATE TRUE
               WHEN ARQ-OK
                   ADD 1 TO WS-QTD-ARQ-OK
                   MOVE "OK"         TO LD-SITUACAO
               WHEN ARQ-AUSENTE
                   ADD 1 TO WS-QTD-ARQ-AUSENTE
                   MOVE "AUSENTE"    TO LD-SITUACAO
                   MOVE "ARQUIVO NAO EXISTE (AINDA NAO FOI CRIADO)"
                       TO LD-OBS
               WHEN ARQ-DANIFICADO
                   ADD 1 TO WS-QTD-ARQ-DANIF
                   MOVE "DANIFICADO" TO LD-SITUACAO
                   IF WS-FS-ERRO = SPACES
                       MOVE "CONTAGENS DIFERENTES ENTRE AS CHAVES"
                           TO LD-OBS
                   ELSE
                       STRING "FS " WS-FS-ERRO " "
                              FUNCTION TRIM(WS-ETAPA-ERRO)
                              DELIMITED BY SIZE INTO LD-OBS
                   END-IF
                   DISPLAY "ARQUIVO DANIFICADO: " WS-NOME-ARQ " - "
                           FUNCTION TRIM(LD-OBS)
           END-EVALUATE

           MOVE WS-LINHA-DET TO REG-REL
           WRITE REG-REL.
       2090-FECHA-ARQUIVO-EXIT.
           EXIT.

       2095-COMPARA-CHAVE.
           IF WS-QTD-CHAVE (WS-IDX-CHAVE) NOT = WS-QTD-CHAVE (1)
               MOVE "D" TO WS-SITUACAO-ARQ
           END-IF.
       2095-COMPARA-CHAVE-EXIT.
           EXIT.

       2096-EDITA-ALTERNATIVA.
           MOVE WS-QTD-CHAVE (WS-IDX-CHAVE) TO WS-EDITA-QTD
           MOVE WS-EDITA-QTD TO LD-QTD-ALT (WS-IDX-CHAVE - 1).
       2096-EDITA-ALTERNATIVA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2101 A 2191 - UM PARAGRAFO POR ARQUIVO: ABRE, LE DE PONTA A
      * PONTA PELA CHAVE PRIMARIA E POR CADA ALTERNATIVA, FECHA E
      * GRAVA A LINHA DO LOG.
      *-----------------------------------------------------------------
       2101-VERIFICA-ACERTMOT.
           MOVE "ACERTMOT"       TO WS-NOME-ARQ
           MOVE "ACERTMOT.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ACERTMOT
           MOVE FS-ACM TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2101-VERIFICA-ACERTMOT-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ACM
           START ACERTMOT KEY IS NOT LESS THAN XAV-ACM
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ACM TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2201-LE-ACERTMOT THRU 2201-LE-ACERTMOT-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ACERTMOT
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2101-VERIFICA-ACERTMOT-EXIT.
           EXIT.

       2102-VERIFICA-ACORDO.
           MOVE "ACORDO"         TO WS-NOME-ARQ
           MOVE "ACORDO.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ACORDO
           MOVE FS-ACO TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2102-VERIFICA-ACORDO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ACO
           START ACORDO KEY IS NOT LESS THAN XAV-ACO
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ACO TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2202-LE-ACORDO THRU 2202-LE-ACORDO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ACORDO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2102-VERIFICA-ACORDO-EXIT.
           EXIT.

       2103-VERIFICA-ANALCRED.
           MOVE "ANALCRED"       TO WS-NOME-ARQ
           MOVE "ANALCRED.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ANALCRED
           MOVE FS-ACR TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2103-VERIFICA-ANALCRED-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ACR
           START ANALCRED KEY IS NOT LESS THAN XAV-ACR
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ACR TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2203-LE-ANALCRED THRU 2203-LE-ANALCRED-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ANALCRED
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2103-VERIFICA-ANALCRED-EXIT.
           EXIT.

       2104-VERIFICA-ATIVO.
           MOVE "ATIVO"          TO WS-NOME-ARQ
           MOVE "ATIVO.DAT"      TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ATIVO
           MOVE FS-ATV TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2104-VERIFICA-ATIVO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ATV
           START ATIVO KEY IS NOT LESS THAN XAV-ATV
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ATV TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2204-LE-ATIVO THRU 2204-LE-ATIVO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ATV
           START ATIVO KEY IS NOT LESS THAN NUM-SERIE-ATV
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ATV TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2204-LE-ATIVO THRU 2204-LE-ATIVO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ATIVO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2104-VERIFICA-ATIVO-EXIT.
           EXIT.

       2105-VERIFICA-BACKORD.
           MOVE "BACKORD"        TO WS-NOME-ARQ
           MOVE "BACKORD.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT BACKORD
           MOVE FS-BACK TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2105-VERIFICA-BACKORD-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-BACK
           START BACKORD KEY IS NOT LESS THAN XAV-BACK
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-BACK TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2205-LE-BACKORD THRU 2205-LE-BACKORD-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE BACKORD
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2105-VERIFICA-BACKORD-EXIT.
           EXIT.

       2106-VERIFICA-BISNAP.
           MOVE "BISNAP"         TO WS-NOME-ARQ
           MOVE "BISNAP.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT BISNAP
           MOVE FS-SNAP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2106-VERIFICA-BISNAP-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-SNAP
           START BISNAP KEY IS NOT LESS THAN XAV-SNAP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-SNAP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2206-LE-BISNAP THRU 2206-LE-BISNAP-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE BISNAP
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2106-VERIFICA-BISNAP-EXIT.
           EXIT.

       2107-VERIFICA-CADDUPR.
           MOVE "CADDUPR"        TO WS-NOME-ARQ
           MOVE "CADDUPR.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CADDUPR
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2107-VERIFICA-CADDUPR-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DUPR
           START CADDUPR KEY IS NOT LESS THAN DOC-DUPR
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2207-LE-CADDUPR THRU 2207-LE-CADDUPR-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CADDUPR
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2107-VERIFICA-CADDUPR-EXIT.
           EXIT.

       2108-VERIFICA-CAIXA.
           MOVE "CAIXA"          TO WS-NOME-ARQ
           MOVE "CAIXA.DAT"      TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CAIXA
           MOVE FS-CX TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2108-VERIFICA-CAIXA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CX
           START CAIXA KEY IS NOT LESS THAN XAV-CX
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CX TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2208-LE-CAIXA THRU 2208-LE-CAIXA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CAIXA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2108-VERIFICA-CAIXA-EXIT.
           EXIT.

       2109-VERIFICA-CAMPANHA.
           MOVE "CAMPANHA"       TO WS-NOME-ARQ
           MOVE "CAMPANHA.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CAMPANHA
           MOVE FS-CAMP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2109-VERIFICA-CAMPANHA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CAMP
           START CAMPANHA KEY IS NOT LESS THAN XAV-CAMP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CAMP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2209-LE-CAMPANHA THRU 2209-LE-CAMPANHA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CAMPANHA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2109-VERIFICA-CAMPANHA-EXIT.
           EXIT.

       2110-VERIFICA-CANAL.
           MOVE "CANAL"          TO WS-NOME-ARQ
           MOVE "CANAL.DAT"      TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CANAL
           MOVE FS-CANAL TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2110-VERIFICA-CANAL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CANAL
           START CANAL KEY IS NOT LESS THAN XAV-CANAL
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CANAL TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2210-LE-CANAL THRU 2210-LE-CANAL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CANAL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2110-VERIFICA-CANAL-EXIT.
           EXIT.

       2111-VERIFICA-CEPBASE.
           MOVE "CEPBASE"        TO WS-NOME-ARQ
           MOVE "CEPBASE.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CEPBASE
           MOVE FS-CEP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2111-VERIFICA-CEPBASE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CEP
           START CEPBASE KEY IS NOT LESS THAN XAV-CEP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CEP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2211-LE-CEPBASE THRU 2211-LE-CEPBASE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CEPBASE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2111-VERIFICA-CEPBASE-EXIT.
           EXIT.

       2112-VERIFICA-CHEQUE.
           MOVE "CHEQUE"         TO WS-NOME-ARQ
           MOVE "CHEQUE.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CHEQUE
           MOVE FS-CHQ TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2112-VERIFICA-CHEQUE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CHQ
           START CHEQUE KEY IS NOT LESS THAN XAV-CHQ
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CHQ TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2212-LE-CHEQUE THRU 2212-LE-CHEQUE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CHEQUE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2112-VERIFICA-CHEQUE-EXIT.
           EXIT.

       2113-VERIFICA-CLIENTE.
           MOVE "CLIENTE"        TO WS-NOME-ARQ
           MOVE "CLIENTE.DAT"    TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CLIENTE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2113-VERIFICA-CLIENTE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CLI
           START CLIENTE KEY IS NOT LESS THAN XAV-CLI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2213-LE-CLIENTE THRU 2213-LE-CLIENTE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CLI
           START CLIENTE KEY IS NOT LESS THAN CNPJ-CLI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2213-LE-CLIENTE THRU 2213-LE-CLIENTE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CLIENTE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2113-VERIFICA-CLIENTE-EXIT.
           EXIT.

       2114-VERIFICA-COBRANCA.
           MOVE "COBRANCA"       TO WS-NOME-ARQ
           MOVE "COBRANCA.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COBRANCA
           MOVE FS-COB TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2114-VERIFICA-COBRANCA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-COB
           START COBRANCA KEY IS NOT LESS THAN XAV-COB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-COB TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2214-LE-COBRANCA THRU 2214-LE-COBRANCA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE COBRANCA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2114-VERIFICA-COBRANCA-EXIT.
           EXIT.

       2115-VERIFICA-CODBARRA.
           MOVE "CODBARRA"       TO WS-NOME-ARQ
           MOVE "CODBARRA.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CODBARRA
           MOVE FS-EAN TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2115-VERIFICA-CODBARRA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-EAN
           START CODBARRA KEY IS NOT LESS THAN XAV-EAN
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-EAN TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2215-LE-CODBARRA THRU 2215-LE-CODBARRA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CODBARRA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2115-VERIFICA-CODBARRA-EXIT.
           EXIT.

       2116-VERIFICA-COLCFG.
           MOVE "COLCFG"         TO WS-NOME-ARQ
           MOVE "COLCFG.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COLCFG
           MOVE FS-COLCFG TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2116-VERIFICA-COLCFG-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-COLCFG
           START COLCFG KEY IS NOT LESS THAN CHAVE-COLCFG
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-COLCFG TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2216-LE-COLCFG THRU 2216-LE-COLCFG-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE COLCFG
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2116-VERIFICA-COLCFG-EXIT.
           EXIT.

       2117-VERIFICA-COMISSAO.
           MOVE "COMISSAO"       TO WS-NOME-ARQ
           MOVE "COMISSAO.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COMISSAO
           MOVE FS-COM TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2117-VERIFICA-COMISSAO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-COM
           START COMISSAO KEY IS NOT LESS THAN XAV-COM
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-COM TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2217-LE-COMISSAO THRU 2217-LE-COMISSAO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE COMISSAO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2117-VERIFICA-COMISSAO-EXIT.
           EXIT.

       2118-VERIFICA-COMODATO.
           MOVE "COMODATO"       TO WS-NOME-ARQ
           MOVE "COMODATO.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT COMODATO
           MOVE FS-CMD TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2118-VERIFICA-COMODATO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CMD
           START COMODATO KEY IS NOT LESS THAN XAV-CMD
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CMD TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2218-LE-COMODATO THRU 2218-LE-COMODATO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE COMODATO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2118-VERIFICA-COMODATO-EXIT.
           EXIT.

       2119-VERIFICA-CONCBCO.
           MOVE "CONCBCO"        TO WS-NOME-ARQ
           MOVE "CONCBCO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONCBCO
           MOVE FS-CBC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2119-VERIFICA-CONCBCO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CBC
           START CONCBCO KEY IS NOT LESS THAN XAV-CBC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CBC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2219-LE-CONCBCO THRU 2219-LE-CONCBCO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CONCBCO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2119-VERIFICA-CONCBCO-EXIT.
           EXIT.

       2120-VERIFICA-CONDPAG.
           MOVE "CONDPAG"        TO WS-NOME-ARQ
           MOVE "CONDPAG.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONDPAG
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2120-VERIFICA-CONDPAG-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CONDPAG
           START CONDPAG KEY IS NOT LESS THAN XAV-CONDPAG
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2220-LE-CONDPAG THRU 2220-LE-CONDPAG-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CONDPAG
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2120-VERIFICA-CONDPAG-EXIT.
           EXIT.

       2121-VERIFICA-CONTAPAG.
           MOVE "CONTAPAG"       TO WS-NOME-ARQ
           MOVE "CONTAPAG.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONTAPAG
           MOVE FS-CPAG TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2121-VERIFICA-CONTAPAG-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CPAG TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2221-LE-CONTAPAG THRU 2221-LE-CONTAPAG-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CONTAPAG
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2121-VERIFICA-CONTAPAG-EXIT.
           EXIT.

       2122-VERIFICA-CONTATO.
           MOVE "CONTATO"        TO WS-NOME-ARQ
           MOVE "CONTATO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONTATO
           MOVE FS-CTT TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2122-VERIFICA-CONTATO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CTT
           START CONTATO KEY IS NOT LESS THAN XAV-CTT
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CTT TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2222-LE-CONTATO THRU 2222-LE-CONTATO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CONTATO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2122-VERIFICA-CONTATO-EXIT.
           EXIT.

       2123-VERIFICA-CONTCICL.
           MOVE "CONTCICL"       TO WS-NOME-ARQ
           MOVE "CONTCICL.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT CONTCICL
           MOVE FS-CIC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2123-VERIFICA-CONTCICL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-CIC
           START CONTCICL KEY IS NOT LESS THAN XAV-CIC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-CIC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2223-LE-CONTCICL THRU 2223-LE-CONTCICL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE CONTCICL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2123-VERIFICA-CONTCICL-EXIT.
           EXIT.

       2124-VERIFICA-DESPVEND.
           MOVE "DESPVEND"       TO WS-NOME-ARQ
           MOVE "DESPVEND.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DESPVEND
           MOVE FS-DSP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2124-VERIFICA-DESPVEND-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DSP
           START DESPVEND KEY IS NOT LESS THAN XAV-DSP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DSP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2224-LE-DESPVEND THRU 2224-LE-DESPVEND-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DESPVEND
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2124-VERIFICA-DESPVEND-EXIT.
           EXIT.

       2125-VERIFICA-DEVFORN.
           MOVE "DEVFORN"        TO WS-NOME-ARQ
           MOVE "DEVFORN.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DEVFORN
           MOVE FS-DVF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2125-VERIFICA-DEVFORN-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DVF
           START DEVFORN KEY IS NOT LESS THAN XAV-DVF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DVF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2225-LE-DEVFORN THRU 2225-LE-DEVFORN-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DEVFORN
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2125-VERIFICA-DEVFORN-EXIT.
           EXIT.

       2126-VERIFICA-DEVITEM.
           MOVE "DEVITEM"        TO WS-NOME-ARQ
           MOVE "DEVITEM.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DEVITEM
           MOVE FS-DVI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2126-VERIFICA-DEVITEM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DVI
           START DEVITEM KEY IS NOT LESS THAN XAV-DVI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DVI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2226-LE-DEVITEM THRU 2226-LE-DEVITEM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DEVITEM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2126-VERIFICA-DEVITEM-EXIT.
           EXIT.

       2127-VERIFICA-DEVOL.
           MOVE "DEVOL"          TO WS-NOME-ARQ
           MOVE "DEVOL.DAT"      TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DEVOL
           MOVE FS-DEV TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2127-VERIFICA-DEVOL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DEV
           START DEVOL KEY IS NOT LESS THAN XAV-DEV
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DEV TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2227-LE-DEVOL THRU 2227-LE-DEVOL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DEVOL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2127-VERIFICA-DEVOL-EXIT.
           EXIT.

       2128-VERIFICA-DOCCLI.
           MOVE "DOCCLI"         TO WS-NOME-ARQ
           MOVE "DOCCLI.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DOCCLI
           MOVE FS-DCL TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2128-VERIFICA-DOCCLI-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DCL
           START DOCCLI KEY IS NOT LESS THAN XAV-DCL
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DCL TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2228-LE-DOCCLI THRU 2228-LE-DOCCLI-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DOCCLI
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2128-VERIFICA-DOCCLI-EXIT.
           EXIT.

       2129-VERIFICA-DVFITEM.
           MOVE "DVFITEM"        TO WS-NOME-ARQ
           MOVE "DVFITEM.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT DVFITEM
           MOVE FS-DFI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2129-VERIFICA-DVFITEM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-DFI
           START DVFITEM KEY IS NOT LESS THAN XAV-DFI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-DFI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2229-LE-DVFITEM THRU 2229-LE-DVFITEM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE DVFITEM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2129-VERIFICA-DVFITEM-EXIT.
           EXIT.

       2130-VERIFICA-EQUIPE.
           MOVE "EQUIPE"         TO WS-NOME-ARQ
           MOVE "EQUIPE.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT EQUIPE
           MOVE FS-EQP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2130-VERIFICA-EQUIPE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-EQP
           START EQUIPE KEY IS NOT LESS THAN XAV-EQP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-EQP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2230-LE-EQUIPE THRU 2230-LE-EQUIPE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE EQUIPE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2130-VERIFICA-EQUIPE-EXIT.
           EXIT.

       2131-VERIFICA-ESTCOM.
           MOVE "ESTCOM"         TO WS-NOME-ARQ
           MOVE "ESTCOM.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ESTCOM
           MOVE FS-ECOM TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2131-VERIFICA-ESTCOM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ECOM
           START ESTCOM KEY IS NOT LESS THAN XAV-ECOM
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ECOM TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2231-LE-ESTCOM THRU 2231-LE-ESTCOM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ESTCOM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2131-VERIFICA-ESTCOM-EXIT.
           EXIT.

       2132-VERIFICA-ESTOQUE.
           MOVE "ESTOQUE"        TO WS-NOME-ARQ
           MOVE "ESTOQUE.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ESTOQUE
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2132-VERIFICA-ESTOQUE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ESTOQUE
           START ESTOQUE KEY IS NOT LESS THAN XAV-ESTOQUE
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2232-LE-ESTOQUE THRU 2232-LE-ESTOQUE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ESTOQUE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2132-VERIFICA-ESTOQUE-EXIT.
           EXIT.

       2133-VERIFICA-EXPCTL.
           MOVE "EXPCTL"         TO WS-NOME-ARQ
           MOVE "EXPCTL.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT EXPCTL
           MOVE FS-EXPC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2133-VERIFICA-EXPCTL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-EXPC
           START EXPCTL KEY IS NOT LESS THAN XAV-EXPC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-EXPC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2233-LE-EXPCTL THRU 2233-LE-EXPCTL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE EXPCTL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2133-VERIFICA-EXPCTL-EXIT.
           EXIT.

       2134-VERIFICA-FECHMES.
           MOVE "FECHMES"        TO WS-NOME-ARQ
           MOVE "FECHMES.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FECHMES
           MOVE FS-FMES TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2134-VERIFICA-FECHMES-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-FMES
           START FECHMES KEY IS NOT LESS THAN XAV-FMES
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-FMES TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2234-LE-FECHMES THRU 2234-LE-FECHMES-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE FECHMES
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2134-VERIFICA-FECHMES-EXIT.
           EXIT.

       2135-VERIFICA-FERIADO.
           MOVE "FERIADO"        TO WS-NOME-ARQ
           MOVE "FERIADO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FERIADO
           MOVE FS-FER TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2135-VERIFICA-FERIADO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-FER
           START FERIADO KEY IS NOT LESS THAN XAV-FER
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-FER TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2235-LE-FERIADO THRU 2235-LE-FERIADO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE FERIADO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2135-VERIFICA-FERIADO-EXIT.
           EXIT.

       2136-VERIFICA-FILIAL.
           MOVE "FILIAL"         TO WS-NOME-ARQ
           MOVE "FILIAL.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FILIAL
           MOVE FS-FIL TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2136-VERIFICA-FILIAL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-FIL
           START FILIAL KEY IS NOT LESS THAN XAV-FIL
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-FIL TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2236-LE-FILIAL THRU 2236-LE-FILIAL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE FILIAL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2136-VERIFICA-FILIAL-EXIT.
           EXIT.

       2137-VERIFICA-FORNECED.
           MOVE "FORNECED"       TO WS-NOME-ARQ
           MOVE "FORNECED.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT FORNECED
           MOVE FS-FORN TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2137-VERIFICA-FORNECED-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-FORN
           START FORNECED KEY IS NOT LESS THAN XAV-FORN
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-FORN TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2237-LE-FORNECED THRU 2237-LE-FORNECED-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE FORNECED
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2137-VERIFICA-FORNECED-EXIT.
           EXIT.

       2138-VERIFICA-GRUPO.
           MOVE "GRUPO"          TO WS-NOME-ARQ
           MOVE "GRUPO.DAT"      TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT GRUPO
           MOVE FS-GRU TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2138-VERIFICA-GRUPO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-GRU
           START GRUPO KEY IS NOT LESS THAN XAV-GRU
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-GRU TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2238-LE-GRUPO THRU 2238-LE-GRUPO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE GRUPO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2138-VERIFICA-GRUPO-EXIT.
           EXIT.

       2139-VERIFICA-IMPCTL.
           MOVE "IMPCTL"         TO WS-NOME-ARQ
           MOVE "IMPCTL.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT IMPCTL
           MOVE FS-IMPC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2139-VERIFICA-IMPCTL-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-IMPC
           START IMPCTL KEY IS NOT LESS THAN XAV-IMPC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-IMPC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2239-LE-IMPCTL THRU 2239-LE-IMPCTL-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE IMPCTL
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2139-VERIFICA-IMPCTL-EXIT.
           EXIT.

       2140-VERIFICA-INVCONT.
           MOVE "INVCONT"        TO WS-NOME-ARQ
           MOVE "INVCONT.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT INVCONT
           MOVE FS-INV TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2140-VERIFICA-INVCONT-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-INV
           START INVCONT KEY IS NOT LESS THAN XAV-INV
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-INV TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2240-LE-INVCONT THRU 2240-LE-INVCONT-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE INVCONT
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2140-VERIFICA-INVCONT-EXIT.
           EXIT.

       2141-VERIFICA-ITEHIST.
           MOVE "ITEHIST"        TO WS-NOME-ARQ
           MOVE WS-NOME-ITEHIST  TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ITEHIST
           MOVE FS-IH TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2141-VERIFICA-ITEHIST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-IH
           START ITEHIST KEY IS NOT LESS THAN XAV-IH
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-IH TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2241-LE-ITEHIST THRU 2241-LE-ITEHIST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ITEHIST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2141-VERIFICA-ITEHIST-EXIT.
           EXIT.

       2142-VERIFICA-ITEM-PED.
           MOVE "ITEM-PED"       TO WS-NOME-ARQ
           MOVE "ITEM-PED.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ITEM-PED
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2142-VERIFICA-ITEM-PED-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ITEM-PED
           START ITEM-PED KEY IS NOT LESS THAN XAV-ITEM-PED
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2242-LE-ITEM-PED THRU 2242-LE-ITEM-PED-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ITEM-PED
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2142-VERIFICA-ITEM-PED-EXIT.
           EXIT.

       2143-VERIFICA-ITMCOMP.
           MOVE "ITMCOMP"        TO WS-NOME-ARQ
           MOVE "ITMCOMP.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ITMCOMP
           MOVE FS-IPC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2143-VERIFICA-ITMCOMP-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-IPC
           START ITMCOMP KEY IS NOT LESS THAN XAV-IPC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-IPC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2243-LE-ITMCOMP THRU 2243-LE-ITMCOMP-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ITMCOMP
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2143-VERIFICA-ITMCOMP-EXIT.
           EXIT.

       2144-VERIFICA-KARDEX.
           MOVE "KARDEX"         TO WS-NOME-ARQ
           MOVE "KARDEX.DAT"     TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT KARDEX
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2144-VERIFICA-KARDEX-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-KDX
           START KARDEX KEY IS NOT LESS THAN XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2244-LE-KARDEX THRU 2244-LE-KARDEX-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-KDX
           START KARDEX KEY IS NOT LESS THAN FIL-DT-KDX
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2244-LE-KARDEX THRU 2244-LE-KARDEX-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE KARDEX
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2144-VERIFICA-KARDEX-EXIT.
           EXIT.

       2145-VERIFICA-KARDEXA.
           MOVE "KARDEXA"        TO WS-NOME-ARQ
           MOVE "KARDEXA.DAT"    TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT KARDEXA
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2145-VERIFICA-KARDEXA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-KDA
           START KARDEXA KEY IS NOT LESS THAN XAV-KDA
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2245-LE-KARDEXA THRU 2245-LE-KARDEXA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-KDA
           START KARDEXA KEY IS NOT LESS THAN FIL-DT-KDA
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2245-LE-KARDEXA THRU 2245-LE-KARDEXA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE KARDEXA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2145-VERIFICA-KARDEXA-EXIT.
           EXIT.

       2146-VERIFICA-KIT.
           MOVE "KIT"            TO WS-NOME-ARQ
           MOVE "KIT.DAT"        TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT KIT
           MOVE FS-KIT TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2146-VERIFICA-KIT-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-KIT
           START KIT KEY IS NOT LESS THAN XAV-KIT
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-KIT TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2246-LE-KIT THRU 2246-LE-KIT-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE KIT
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2146-VERIFICA-KIT-EXIT.
           EXIT.

       2147-VERIFICA-LOTE.
           MOVE "LOTE"           TO WS-NOME-ARQ
           MOVE "LOTE.DAT"       TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT LOTE
           MOVE FS-LOTE TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2147-VERIFICA-LOTE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-LOTE
           START LOTE KEY IS NOT LESS THAN XAV-LOTE
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-LOTE TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2247-LE-LOTE THRU 2247-LE-LOTE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE LOTE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2147-VERIFICA-LOTE-EXIT.
           EXIT.

       2148-VERIFICA-META.
           MOVE "META"           TO WS-NOME-ARQ
           MOVE "META.DAT"       TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT META
           MOVE FS-META TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2148-VERIFICA-META-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-META
           START META KEY IS NOT LESS THAN XAV-META
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-META TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2248-LE-META THRU 2248-LE-META-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE META
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2148-VERIFICA-META-EXIT.
           EXIT.

       2149-VERIFICA-MOTPERDA.
           MOVE "MOTPERDA"       TO WS-NOME-ARQ
           MOVE "MOTPERDA.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT MOTPERDA
           MOVE FS-MPE TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2149-VERIFICA-MOTPERDA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-MPE
           START MOTPERDA KEY IS NOT LESS THAN XAV-MPE
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-MPE TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2249-LE-MOTPERDA THRU 2249-LE-MOTPERDA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE MOTPERDA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2149-VERIFICA-MOTPERDA-EXIT.
           EXIT.

       2150-VERIFICA-MOVCMD.
           MOVE "MOVCMD"         TO WS-NOME-ARQ
           MOVE "MOVCMD.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT MOVCMD
           MOVE FS-MVC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2150-VERIFICA-MOVCMD-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-MVC
           START MOVCMD KEY IS NOT LESS THAN XAV-MVC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-MVC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2250-LE-MOVCMD THRU 2250-LE-MOVCMD-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE MOVCMD
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2150-VERIFICA-MOVCMD-EXIT.
           EXIT.

       2151-VERIFICA-NFHIST.
           MOVE "NFHIST"         TO WS-NOME-ARQ
           MOVE WS-NOME-NFHIST   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NFHIST
           MOVE FS-NH TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2151-VERIFICA-NFHIST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NH
           START NFHIST KEY IS NOT LESS THAN XAV-NH
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NH TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2251-LE-NFHIST THRU 2251-LE-NFHIST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NFHIST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2151-VERIFICA-NFHIST-EXIT.
           EXIT.

       2152-VERIFICA-NFIHIST.
           MOVE "NFIHIST"        TO WS-NOME-ARQ
           MOVE WS-NOME-NFIHIST  TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NFIHIST
           MOVE FS-NIH TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2152-VERIFICA-NFIHIST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NIH
           START NFIHIST KEY IS NOT LESS THAN XAV-NIH
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NIH TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2252-LE-NFIHIST THRU 2252-LE-NFIHIST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NFIHIST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2152-VERIFICA-NFIHIST-EXIT.
           EXIT.

       2153-VERIFICA-NOSSONUM.
           MOVE "NOSSONUM"       TO WS-NOME-ARQ
           MOVE "NOSSONUM.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOSSONUM
           MOVE FS-NNUM TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2153-VERIFICA-NOSSONUM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NNUM
           START NOSSONUM KEY IS NOT LESS THAN XAV-NNUM
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NNUM TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2253-LE-NOSSONUM THRU 2253-LE-NOSSONUM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NOSSONUM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2153-VERIFICA-NOSSONUM-EXIT.
           EXIT.

       2154-VERIFICA-NOTAFIS.
           MOVE "NOTAFIS"        TO WS-NOME-ARQ
           MOVE "NOTAFIS.DAT"    TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOTAFIS
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2154-VERIFICA-NOTAFIS-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NF
           START NOTAFIS KEY IS NOT LESS THAN XAV-NF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2254-LE-NOTAFIS THRU 2254-LE-NOTAFIS-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NF
           START NOTAFIS KEY IS NOT LESS THAN DT-EMISSAO-NF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2254-LE-NOTAFIS THRU 2254-LE-NOTAFIS-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NOTAFIS
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2154-VERIFICA-NOTAFIS-EXIT.
           EXIT.

       2155-VERIFICA-NOTAITEM.
           MOVE "NOTAITEM"       TO WS-NOME-ARQ
           MOVE "NOTAITEM.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOTAITEM
           MOVE FS-NFI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2155-VERIFICA-NOTAITEM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NFI
           START NOTAITEM KEY IS NOT LESS THAN XAV-NFI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NFI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2255-LE-NOTAITEM THRU 2255-LE-NOTAITEM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NOTAITEM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2155-VERIFICA-NOTAITEM-EXIT.
           EXIT.

       2156-VERIFICA-NOTIFIC.
           MOVE "NOTIFIC"        TO WS-NOME-ARQ
           MOVE "NOTIFIC.DAT"    TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT NOTIFIC
           MOVE FS-NTF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2156-VERIFICA-NOTIFIC-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NTF
           START NOTIFIC KEY IS NOT LESS THAN XAV-NTF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NTF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2256-LE-NOTIFIC THRU 2256-LE-NOTIFIC-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-NTF
           START NOTIFIC KEY IS NOT LESS THAN COD-CLI-NTF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-NTF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2256-LE-NOTIFIC THRU 2256-LE-NOTIFIC-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE NOTIFIC
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2156-VERIFICA-NOTIFIC-EXIT.
           EXIT.

       2157-VERIFICA-ORCAMENTO.
           MOVE "ORCAMENTO"      TO WS-NOME-ARQ
           MOVE "ORCAMENTO.DAT"  TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ORCAMENTO
           MOVE FS-ORC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2157-VERIFICA-ORCAMENTO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ORC
           START ORCAMENTO KEY IS NOT LESS THAN XAV-ORC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ORC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2257-LE-ORCAMENTO THRU 2257-LE-ORCAMENTO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ORCAMENTO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2157-VERIFICA-ORCAMENTO-EXIT.
           EXIT.

       2158-VERIFICA-ORCITEM.
           MOVE "ORCITEM"        TO WS-NOME-ARQ
           MOVE "ORCITEM.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ORCITEM
           MOVE FS-ORI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2158-VERIFICA-ORCITEM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ORI
           START ORCITEM KEY IS NOT LESS THAN XAV-ORI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ORI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2258-LE-ORCITEM THRU 2258-LE-ORCITEM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ORCITEM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2158-VERIFICA-ORCITEM-EXIT.
           EXIT.

       2159-VERIFICA-PARAM.
           MOVE "PARAM"          TO WS-NOME-ARQ
           MOVE "PARAM.DAT"      TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PARAM
           MOVE FS-PAR TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2159-VERIFICA-PARAM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PAR
           START PARAM KEY IS NOT LESS THAN XAV-PAR
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PAR TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2259-LE-PARAM THRU 2259-LE-PARAM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PARAM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2159-VERIFICA-PARAM-EXIT.
           EXIT.

       2160-VERIFICA-PEDCOMP.
           MOVE "PEDCOMP"        TO WS-NOME-ARQ
           MOVE "PEDCOMP.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDCOMP
           MOVE FS-PC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2160-VERIFICA-PEDCOMP-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PC
           START PEDCOMP KEY IS NOT LESS THAN XAV-PC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2260-LE-PEDCOMP THRU 2260-LE-PEDCOMP-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PEDCOMP
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2160-VERIFICA-PEDCOMP-EXIT.
           EXIT.

       2161-VERIFICA-PEDHIST.
           MOVE "PEDHIST"        TO WS-NOME-ARQ
           MOVE WS-NOME-PEDHIST  TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDHIST
           MOVE FS-PH TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2161-VERIFICA-PEDHIST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PH
           START PEDHIST KEY IS NOT LESS THAN XAV-PH
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PH TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2261-LE-PEDHIST THRU 2261-LE-PEDHIST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PEDHIST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2161-VERIFICA-PEDHIST-EXIT.
           EXIT.

       2162-VERIFICA-PEDIDO.
           MOVE "PEDIDO"         TO WS-NOME-ARQ
           MOVE "PEDIDO.DAT"     TO WS-NOME-FISICO
           MOVE 3                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDIDO
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2162-VERIFICA-PEDIDO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PED
           START PEDIDO KEY IS NOT LESS THAN XAV-PED
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2262-LE-PEDIDO THRU 2262-LE-PEDIDO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PED
           START PEDIDO KEY IS NOT LESS THAN NUM-NOTA-FISCAL
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2262-LE-PEDIDO THRU 2262-LE-PEDIDO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 3 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PED
           START PEDIDO KEY IS NOT LESS THAN CLI-DT-PED
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2262-LE-PEDIDO THRU 2262-LE-PEDIDO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PEDIDO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2162-VERIFICA-PEDIDO-EXIT.
           EXIT.

       2163-VERIFICA-PEDPROG.
           MOVE "PEDPROG"        TO WS-NOME-ARQ
           MOVE "PEDPROG.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDPROG
           MOVE FS-PPG TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2163-VERIFICA-PEDPROG-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PPG
           START PEDPROG KEY IS NOT LESS THAN XAV-PPG
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PPG TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2263-LE-PEDPROG THRU 2263-LE-PEDPROG-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PEDPROG
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2163-VERIFICA-PEDPROG-EXIT.
           EXIT.

       2164-VERIFICA-PEDPROGI.
           MOVE "PEDPROGI"       TO WS-NOME-ARQ
           MOVE "PEDPROGI.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PEDPROGI
           MOVE FS-PPI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2164-VERIFICA-PEDPROGI-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PPI
           START PEDPROGI KEY IS NOT LESS THAN XAV-PPI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PPI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2264-LE-PEDPROGI THRU 2264-LE-PEDPROGI-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PEDPROGI
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2164-VERIFICA-PEDPROGI-EXIT.
           EXIT.

       2165-VERIFICA-PERDAEST.
           MOVE "PERDAEST"       TO WS-NOME-ARQ
           MOVE "PERDAEST.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PERDAEST
           MOVE FS-PES TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2165-VERIFICA-PERDAEST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PES
           START PERDAEST KEY IS NOT LESS THAN XAV-PES
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PES TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2265-LE-PERDAEST THRU 2265-LE-PERDAEST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PERDAEST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2165-VERIFICA-PERDAEST-EXIT.
           EXIT.

       2166-VERIFICA-PERMISS.
           MOVE "PERMISS"        TO WS-NOME-ARQ
           MOVE "PERMISS.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PERMISS
           MOVE FS-PERM TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2166-VERIFICA-PERMISS-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PERM
           START PERMISS KEY IS NOT LESS THAN XAV-PERM
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PERM TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2266-LE-PERMISS THRU 2266-LE-PERMISS-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PERMISS
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2166-VERIFICA-PERMISS-EXIT.
           EXIT.

       2167-VERIFICA-PREITEM.
           MOVE "PREITEM"        TO WS-NOME-ARQ
           MOVE "PREITEM.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PREITEM
           MOVE FS-PIT TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2167-VERIFICA-PREITEM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PIT
           START PREITEM KEY IS NOT LESS THAN XAV-PIT
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PIT TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2267-LE-PREITEM THRU 2267-LE-PREITEM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PREITEM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2167-VERIFICA-PREITEM-EXIT.
           EXIT.

       2168-VERIFICA-PRENOTA.
           MOVE "PRENOTA"        TO WS-NOME-ARQ
           MOVE "PRENOTA.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PRENOTA
           MOVE FS-PRE TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2168-VERIFICA-PRENOTA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PRE
           START PRENOTA KEY IS NOT LESS THAN XAV-PRE
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PRE TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2268-LE-PRENOTA THRU 2268-LE-PRENOTA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PRENOTA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2168-VERIFICA-PRENOTA-EXIT.
           EXIT.

       2169-VERIFICA-PRODFORN.
           MOVE "PRODFORN"       TO WS-NOME-ARQ
           MOVE "PRODFORN.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PRODFORN
           MOVE FS-PF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2169-VERIFICA-PRODFORN-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PF
           START PRODFORN KEY IS NOT LESS THAN XAV-PF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-PF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2269-LE-PRODFORN THRU 2269-LE-PRODFORN-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PRODFORN
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2169-VERIFICA-PRODFORN-EXIT.
           EXIT.

       2170-VERIFICA-PRODUTO.
           MOVE "PRODUTO"        TO WS-NOME-ARQ
           MOVE "PRODUTO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT PRODUTO
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2170-VERIFICA-PRODUTO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN XAV-PRODUTO
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2270-LE-PRODUTO THRU 2270-LE-PRODUTO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE PRODUTO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2170-VERIFICA-PRODUTO-EXIT.
           EXIT.

       2171-VERIFICA-QUARENT.
           MOVE "QUARENT"        TO WS-NOME-ARQ
           MOVE "QUARENT.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT QUARENT
           MOVE FS-QUA TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2171-VERIFICA-QUARENT-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-QUA
           START QUARENT KEY IS NOT LESS THAN XAV-QUA
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-QUA TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2271-LE-QUARENT THRU 2271-LE-QUARENT-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE QUARENT
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2171-VERIFICA-QUARENT-EXIT.
           EXIT.

       2172-VERIFICA-REBATE.
           MOVE "REBATE"         TO WS-NOME-ARQ
           MOVE "REBATE.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT REBATE
           MOVE FS-REB TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2172-VERIFICA-REBATE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-REB
           START REBATE KEY IS NOT LESS THAN XAV-REB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-REB TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2272-LE-REBATE THRU 2272-LE-REBATE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE REBATE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2172-VERIFICA-REBATE-EXIT.
           EXIT.

       2173-VERIFICA-RECEBIMENTO.
           MOVE "RECEBIMENTO"    TO WS-NOME-ARQ
           MOVE "RECEBIMENTO.DAT" TO WS-NOME-FISICO
           MOVE 3                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT RECEBIMENTO
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2173-VERIFICA-RECEBIMENTO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN XAV-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2273-LE-RECEBIMENTO THRU 2273-LE-RECEBIMENTO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN CLI-VENC-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2273-LE-RECEBIMENTO THRU 2273-LE-RECEBIMENTO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 3 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RECEB
           START RECEBIMENTO KEY IS NOT LESS THAN DT-VENCIMENTO-RECEB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2273-LE-RECEBIMENTO THRU 2273-LE-RECEBIMENTO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE RECEBIMENTO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2173-VERIFICA-RECEBIMENTO-EXIT.
           EXIT.

       2174-VERIFICA-RECHIST.
           MOVE "RECHIST"        TO WS-NOME-ARQ
           MOVE WS-NOME-RECHIST  TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT RECHIST
           MOVE FS-RH TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2174-VERIFICA-RECHIST-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RH
           START RECHIST KEY IS NOT LESS THAN XAV-RH
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-RH TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2274-LE-RECHIST THRU 2274-LE-RECHIST-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE RECHIST
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2174-VERIFICA-RECHIST-EXIT.
           EXIT.

       2175-VERIFICA-REDE.
           MOVE "REDE"           TO WS-NOME-ARQ
           MOVE "REDE.DAT"       TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT REDE
           MOVE FS-REDE TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2175-VERIFICA-REDE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-REDE
           START REDE KEY IS NOT LESS THAN XAV-REDE
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-REDE TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2275-LE-REDE THRU 2275-LE-REDE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE REDE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2175-VERIFICA-REDE-EXIT.
           EXIT.

       2176-VERIFICA-REGRACOM.
           MOVE "REGRACOM"       TO WS-NOME-ARQ
           MOVE "REGRACOM.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT REGRACOM
           MOVE FS-RC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2176-VERIFICA-REGRACOM-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RC
           START REGRACOM KEY IS NOT LESS THAN XAV-RC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-RC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2276-LE-REGRACOM THRU 2276-LE-REGRACOM-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE REGRACOM
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2176-VERIFICA-REGRACOM-EXIT.
           EXIT.

       2177-VERIFICA-REGRAFIS.
           MOVE "REGRAFIS"       TO WS-NOME-ARQ
           MOVE "REGRAFIS.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT REGRAFIS
           MOVE FS-RF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2177-VERIFICA-REGRAFIS-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RF
           START REGRAFIS KEY IS NOT LESS THAN XAV-RF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-RF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2277-LE-REGRAFIS THRU 2277-LE-REGRAFIS-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE REGRAFIS
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2177-VERIFICA-REGRAFIS-EXIT.
           EXIT.

       2178-VERIFICA-RESUMOV.
           MOVE "RESUMOV"        TO WS-NOME-ARQ
           MOVE "RESUMOV.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT RESUMOV
           MOVE FS-RES TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2178-VERIFICA-RESUMOV-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-RES
           START RESUMOV KEY IS NOT LESS THAN XAV-RES
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-RES TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2278-LE-RESUMOV THRU 2278-LE-RESUMOV-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE RESUMOV
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2178-VERIFICA-RESUMOV-EXIT.
           EXIT.

       2179-VERIFICA-ROMFRETE.
           MOVE "ROMFRETE"       TO WS-NOME-ARQ
           MOVE "ROMFRETE.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ROMFRETE
           MOVE FS-ROMF TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2179-VERIFICA-ROMFRETE-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ROMF
           START ROMFRETE KEY IS NOT LESS THAN XAV-ROMF
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ROMF TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2279-LE-ROMFRETE THRU 2279-LE-ROMFRETE-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ROMFRETE
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2179-VERIFICA-ROMFRETE-EXIT.
           EXIT.

       2180-VERIFICA-ROTA.
           MOVE "ROTA"           TO WS-NOME-ARQ
           MOVE "ROTA.DAT"       TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT ROTA
           MOVE FS-ROTA TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2180-VERIFICA-ROTA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-ROTA
           START ROTA KEY IS NOT LESS THAN XAV-ROTA
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-ROTA TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2280-LE-ROTA THRU 2280-LE-ROTA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE ROTA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2180-VERIFICA-ROTA-EXIT.
           EXIT.

       2181-VERIFICA-SAC.
           MOVE "SAC"            TO WS-NOME-ARQ
           MOVE "SAC.DAT"        TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT SAC
           MOVE FS-SAC TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2181-VERIFICA-SAC-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-SAC
           START SAC KEY IS NOT LESS THAN XAV-SAC
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-SAC TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2281-LE-SAC THRU 2281-LE-SAC-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE SAC
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2181-VERIFICA-SAC-EXIT.
           EXIT.

       2182-VERIFICA-SUBPROD.
           MOVE "SUBPROD"        TO WS-NOME-ARQ
           MOVE "SUBPROD.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT SUBPROD
           MOVE FS-SUB TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2182-VERIFICA-SUBPROD-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-SUB
           START SUBPROD KEY IS NOT LESS THAN XAV-SUB
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-SUB TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2282-LE-SUBPROD THRU 2282-LE-SUBPROD-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE SUBPROD
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2182-VERIFICA-SUBPROD-EXIT.
           EXIT.

       2183-VERIFICA-TABPRECO.
           MOVE "TABPRECO"       TO WS-NOME-ARQ
           MOVE "TABPRECO.DAT"   TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT TABPRECO
           MOVE FS-TABP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2183-VERIFICA-TABPRECO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-TABP
           START TABPRECO KEY IS NOT LESS THAN XAV-TABP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-TABP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2283-LE-TABPRECO THRU 2283-LE-TABPRECO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE TABPRECO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2183-VERIFICA-TABPRECO-EXIT.
           EXIT.

       2184-VERIFICA-TERRIT.
           MOVE "TERRIT"         TO WS-NOME-ARQ
           MOVE "TERRIT.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT TERRIT
           MOVE FS-TERR TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2184-VERIFICA-TERRIT-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-TERR
           START TERRIT KEY IS NOT LESS THAN XAV-TERR
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-TERR TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2284-LE-TERRIT THRU 2284-LE-TERRIT-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE TERRIT
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2184-VERIFICA-TERRIT-EXIT.
           EXIT.

       2185-VERIFICA-TRANSP.
           MOVE "TRANSP"         TO WS-NOME-ARQ
           MOVE "TRANSP.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT TRANSP
           MOVE FS-TRANSP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2185-VERIFICA-TRANSP-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-TRANSP
           START TRANSP KEY IS NOT LESS THAN XAV-TRANSP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-TRANSP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2285-LE-TRANSP THRU 2285-LE-TRANSP-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE TRANSP
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2185-VERIFICA-TRANSP-EXIT.
           EXIT.

       2186-VERIFICA-TRFPED.
           MOVE "TRFPED"         TO WS-NOME-ARQ
           MOVE "TRFPED.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT TRFPED
           MOVE FS-TRFP TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2186-VERIFICA-TRFPED-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-TRFP
           START TRFPED KEY IS NOT LESS THAN XAV-TRFP
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-TRFP TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2286-LE-TRFPED THRU 2286-LE-TRFPED-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE TRFPED
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2186-VERIFICA-TRFPED-EXIT.
           EXIT.

       2187-VERIFICA-USUARIO.
           MOVE "USUARIO"        TO WS-NOME-ARQ
           MOVE "USUARIO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT USUARIO
           MOVE FS-USU TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2187-VERIFICA-USUARIO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-USU
           START USUARIO KEY IS NOT LESS THAN XAV-USU
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-USU TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2287-LE-USUARIO THRU 2287-LE-USUARIO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE USUARIO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2187-VERIFICA-USUARIO-EXIT.
           EXIT.

       2188-VERIFICA-VASILHA.
           MOVE "VASILHA"        TO WS-NOME-ARQ
           MOVE "VASILHA.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT VASILHA
           MOVE FS-VAS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2188-VERIFICA-VASILHA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-VAS
           START VASILHA KEY IS NOT LESS THAN XAV-VAS
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-VAS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2288-LE-VASILHA THRU 2288-LE-VASILHA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE VASILHA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2188-VERIFICA-VASILHA-EXIT.
           EXIT.

       2189-VERIFICA-VEICULO.
           MOVE "VEICULO"        TO WS-NOME-ARQ
           MOVE "VEICULO.DAT"    TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT VEICULO
           MOVE FS-VEI TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2189-VERIFICA-VEICULO-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-VEI
           START VEICULO KEY IS NOT LESS THAN XAV-VEI
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-VEI TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2289-LE-VEICULO THRU 2289-LE-VEICULO-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE VEICULO
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2189-VERIFICA-VEICULO-EXIT.
           EXIT.

       2190-VERIFICA-VENDEDOR.
           MOVE "VENDEDOR"       TO WS-NOME-ARQ
           MOVE "VENDEDOR.DAT"   TO WS-NOME-FISICO
           MOVE 2                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT VENDEDOR
           MOVE FS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2190-VERIFICA-VENDEDOR-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-VEND
           START VENDEDOR KEY IS NOT LESS THAN XAV-VEND
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2290-LE-VENDEDOR THRU 2290-LE-VENDEDOR-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           MOVE 2 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-VEND
           START VENDEDOR KEY IS NOT LESS THAN CPF-VEND
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2290-LE-VENDEDOR THRU 2290-LE-VENDEDOR-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE VENDEDOR
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2190-VERIFICA-VENDEDOR-EXIT.
           EXIT.

       2191-VERIFICA-VISITA.
           MOVE "VISITA"         TO WS-NOME-ARQ
           MOVE "VISITA.DAT"     TO WS-NOME-FISICO
           MOVE 1                TO WS-QTD-CHAVES
           PERFORM 2010-INICIA-ARQUIVO THRU 2010-INICIA-ARQUIVO-EXIT
           OPEN INPUT VISITA
           MOVE FS-VIS TO WS-FS-ARQ
           PERFORM 2020-AVALIA-ABERTURA THRU 2020-AVALIA-ABERTURA-EXIT
           IF NOT ARQUIVO-ABERTO
               GO TO 2191-VERIFICA-VISITA-EXIT
           END-IF

           MOVE 1 TO WS-IDX-CHAVE
           PERFORM 2025-INICIA-CHAVE THRU 2025-INICIA-CHAVE-EXIT
           MOVE LOW-VALUES TO REG-VIS
           START VISITA KEY IS NOT LESS THAN XAV-VIS
               INVALID KEY MOVE "S" TO WS-FIM-LEITURA
           END-START
           MOVE FS-VIS TO WS-FS-ARQ
           PERFORM 2030-AVALIA-START THRU 2030-AVALIA-START-EXIT
           PERFORM 2291-LE-VISITA THRU 2291-LE-VISITA-EXIT
               UNTIL FIM-LEITURA
           PERFORM 2050-FIM-CHAVE THRU 2050-FIM-CHAVE-EXIT

           CLOSE VISITA
           PERFORM 2090-FECHA-ARQUIVO THRU 2090-FECHA-ARQUIVO-EXIT.
       2191-VERIFICA-VISITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2201 A 2291 - LEITURA SEGUINTE DE CADA ARQUIVO, NA CHAVE DO
      * ULTIMO START (NA RECONSTRUCAO O REGISTRO LIDO VAI TAMBEM
      * PARA A COPIA DE TRABALHO).
      *-----------------------------------------------------------------
       2201-LE-ACERTMOT.
           READ ACERTMOT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ACM TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ACM TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2201-LE-ACERTMOT-EXIT.
           EXIT.

       2202-LE-ACORDO.
           READ ACORDO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ACO TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ACO TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2202-LE-ACORDO-EXIT.
           EXIT.

       2203-LE-ANALCRED.
           READ ANALCRED NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ACR TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ACR TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2203-LE-ANALCRED-EXIT.
           EXIT.

       2204-LE-ATIVO.
           READ ATIVO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ATV TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ATV TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2204-LE-ATIVO-EXIT.
           EXIT.

       2205-LE-BACKORD.
           READ BACKORD NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-BACK TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-BACK TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2205-LE-BACKORD-EXIT.
           EXIT.

       2206-LE-BISNAP.
           READ BISNAP NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-SNAP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-SNAP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2206-LE-BISNAP-EXIT.
           EXIT.

       2207-LE-CADDUPR.
           READ CADDUPR NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DUPR TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2207-LE-CADDUPR-EXIT.
           EXIT.

       2208-LE-CAIXA.
           READ CAIXA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CX TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CX TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2208-LE-CAIXA-EXIT.
           EXIT.

       2209-LE-CAMPANHA.
           READ CAMPANHA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CAMP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CAMP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2209-LE-CAMPANHA-EXIT.
           EXIT.

       2210-LE-CANAL.
           READ CANAL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CANAL TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CANAL TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2210-LE-CANAL-EXIT.
           EXIT.

       2211-LE-CEPBASE.
           READ CEPBASE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CEP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CEP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2211-LE-CEPBASE-EXIT.
           EXIT.

       2212-LE-CHEQUE.
           READ CHEQUE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CHQ TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CHQ TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2212-LE-CHEQUE-EXIT.
           EXIT.

       2213-LE-CLIENTE.
           READ CLIENTE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CLI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2213-LE-CLIENTE-EXIT.
           EXIT.

       2214-LE-COBRANCA.
           READ COBRANCA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-COB TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-COB TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2214-LE-COBRANCA-EXIT.
           EXIT.

       2215-LE-CODBARRA.
           READ CODBARRA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-EAN TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-EAN TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2215-LE-CODBARRA-EXIT.
           EXIT.

       2216-LE-COLCFG.
           READ COLCFG NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-COLCFG TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-COLCFG TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2216-LE-COLCFG-EXIT.
           EXIT.

       2217-LE-COMISSAO.
           READ COMISSAO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-COM TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-COM TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2217-LE-COMISSAO-EXIT.
           EXIT.

       2218-LE-COMODATO.
           READ COMODATO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CMD TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CMD TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2218-LE-COMODATO-EXIT.
           EXIT.

       2219-LE-CONCBCO.
           READ CONCBCO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CBC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CBC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2219-LE-CONCBCO-EXIT.
           EXIT.

       2220-LE-CONDPAG.
           READ CONDPAG NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CONDPAG TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2220-LE-CONDPAG-EXIT.
           EXIT.

       2221-LE-CONTAPAG.
           READ CONTAPAG NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CPAG TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CPAG TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2221-LE-CONTAPAG-EXIT.
           EXIT.

       2222-LE-CONTATO.
           READ CONTATO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CTT TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CTT TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2222-LE-CONTATO-EXIT.
           EXIT.

       2223-LE-CONTCICL.
           READ CONTCICL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-CIC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-CIC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2223-LE-CONTCICL-EXIT.
           EXIT.

       2224-LE-DESPVEND.
           READ DESPVEND NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DSP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DSP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2224-LE-DESPVEND-EXIT.
           EXIT.

       2225-LE-DEVFORN.
           READ DEVFORN NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DVF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DVF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2225-LE-DEVFORN-EXIT.
           EXIT.

       2226-LE-DEVITEM.
           READ DEVITEM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DVI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DVI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2226-LE-DEVITEM-EXIT.
           EXIT.

       2227-LE-DEVOL.
           READ DEVOL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DEV TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DEV TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2227-LE-DEVOL-EXIT.
           EXIT.

       2228-LE-DOCCLI.
           READ DOCCLI NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DCL TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DCL TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2228-LE-DOCCLI-EXIT.
           EXIT.

       2229-LE-DVFITEM.
           READ DVFITEM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-DFI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-DFI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2229-LE-DVFITEM-EXIT.
           EXIT.

       2230-LE-EQUIPE.
           READ EQUIPE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-EQP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-EQP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2230-LE-EQUIPE-EXIT.
           EXIT.

       2231-LE-ESTCOM.
           READ ESTCOM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ECOM TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ECOM TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2231-LE-ESTCOM-EXIT.
           EXIT.

       2232-LE-ESTOQUE.
           READ ESTOQUE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ESTOQUE TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2232-LE-ESTOQUE-EXIT.
           EXIT.

       2233-LE-EXPCTL.
           READ EXPCTL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-EXPC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-EXPC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2233-LE-EXPCTL-EXIT.
           EXIT.

       2234-LE-FECHMES.
           READ FECHMES NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-FMES TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-FMES TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2234-LE-FECHMES-EXIT.
           EXIT.

       2235-LE-FERIADO.
           READ FERIADO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-FER TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-FER TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2235-LE-FERIADO-EXIT.
           EXIT.

       2236-LE-FILIAL.
           READ FILIAL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-FIL TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-FIL TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2236-LE-FILIAL-EXIT.
           EXIT.

       2237-LE-FORNECED.
           READ FORNECED NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-FORN TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-FORN TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2237-LE-FORNECED-EXIT.
           EXIT.

       2238-LE-GRUPO.
           READ GRUPO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-GRU TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-GRU TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2238-LE-GRUPO-EXIT.
           EXIT.

       2239-LE-IMPCTL.
           READ IMPCTL NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-IMPC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-IMPC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2239-LE-IMPCTL-EXIT.
           EXIT.

       2240-LE-INVCONT.
           READ INVCONT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-INV TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-INV TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2240-LE-INVCONT-EXIT.
           EXIT.

       2241-LE-ITEHIST.
           READ ITEHIST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-IH TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-IH TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2241-LE-ITEHIST-EXIT.
           EXIT.

       2242-LE-ITEM-PED.
           READ ITEM-PED NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ITEM-PED TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2242-LE-ITEM-PED-EXIT.
           EXIT.

       2243-LE-ITMCOMP.
           READ ITMCOMP NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-IPC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-IPC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2243-LE-ITMCOMP-EXIT.
           EXIT.

       2244-LE-KARDEX.
           READ KARDEX NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-KDX TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2244-LE-KARDEX-EXIT.
           EXIT.

       2245-LE-KARDEXA.
           READ KARDEXA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-KDA TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2245-LE-KARDEXA-EXIT.
           EXIT.

       2246-LE-KIT.
           READ KIT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-KIT TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-KIT TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2246-LE-KIT-EXIT.
           EXIT.

       2247-LE-LOTE.
           READ LOTE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-LOTE TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-LOTE TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2247-LE-LOTE-EXIT.
           EXIT.

       2248-LE-META.
           READ META NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-META TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-META TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2248-LE-META-EXIT.
           EXIT.

       2249-LE-MOTPERDA.
           READ MOTPERDA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-MPE TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-MPE TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2249-LE-MOTPERDA-EXIT.
           EXIT.

       2250-LE-MOVCMD.
           READ MOVCMD NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-MVC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-MVC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2250-LE-MOVCMD-EXIT.
           EXIT.

       2251-LE-NFHIST.
           READ NFHIST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NH TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NH TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2251-LE-NFHIST-EXIT.
           EXIT.

       2252-LE-NFIHIST.
           READ NFIHIST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NIH TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NIH TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2252-LE-NFIHIST-EXIT.
           EXIT.

       2253-LE-NOSSONUM.
           READ NOSSONUM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NNUM TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NNUM TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2253-LE-NOSSONUM-EXIT.
           EXIT.

       2254-LE-NOTAFIS.
           READ NOTAFIS NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2254-LE-NOTAFIS-EXIT.
           EXIT.

       2255-LE-NOTAITEM.
           READ NOTAITEM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NFI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NFI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2255-LE-NOTAITEM-EXIT.
           EXIT.

       2256-LE-NOTIFIC.
           READ NOTIFIC NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-NTF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-NTF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2256-LE-NOTIFIC-EXIT.
           EXIT.

       2257-LE-ORCAMENTO.
           READ ORCAMENTO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ORC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ORC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2257-LE-ORCAMENTO-EXIT.
           EXIT.

       2258-LE-ORCITEM.
           READ ORCITEM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ORI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ORI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2258-LE-ORCITEM-EXIT.
           EXIT.

       2259-LE-PARAM.
           READ PARAM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PAR TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PAR TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2259-LE-PARAM-EXIT.
           EXIT.

       2260-LE-PEDCOMP.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2260-LE-PEDCOMP-EXIT.
           EXIT.

       2261-LE-PEDHIST.
           READ PEDHIST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PH TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PH TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2261-LE-PEDHIST-EXIT.
           EXIT.

       2262-LE-PEDIDO.
           READ PEDIDO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PED TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2262-LE-PEDIDO-EXIT.
           EXIT.

       2263-LE-PEDPROG.
           READ PEDPROG NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PPG TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PPG TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2263-LE-PEDPROG-EXIT.
           EXIT.

       2264-LE-PEDPROGI.
           READ PEDPROGI NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PPI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PPI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2264-LE-PEDPROGI-EXIT.
           EXIT.

       2265-LE-PERDAEST.
           READ PERDAEST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PES TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PES TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2265-LE-PERDAEST-EXIT.
           EXIT.

       2266-LE-PERMISS.
           READ PERMISS NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PERM TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PERM TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2266-LE-PERMISS-EXIT.
           EXIT.

       2267-LE-PREITEM.
           READ PREITEM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PIT TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PIT TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2267-LE-PREITEM-EXIT.
           EXIT.

       2268-LE-PRENOTA.
           READ PRENOTA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PRE TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PRE TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2268-LE-PRENOTA-EXIT.
           EXIT.

       2269-LE-PRODFORN.
           READ PRODFORN NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-PF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2269-LE-PRODFORN-EXIT.
           EXIT.

       2270-LE-PRODUTO.
           READ PRODUTO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-PRODUTO TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2270-LE-PRODUTO-EXIT.
           EXIT.

       2271-LE-QUARENT.
           READ QUARENT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-QUA TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-QUA TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2271-LE-QUARENT-EXIT.
           EXIT.

       2272-LE-REBATE.
           READ REBATE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-REB TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-REB TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2272-LE-REBATE-EXIT.
           EXIT.

       2273-LE-RECEBIMENTO.
           READ RECEBIMENTO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-RECEB TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2273-LE-RECEBIMENTO-EXIT.
           EXIT.

       2274-LE-RECHIST.
           READ RECHIST NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-RH TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-RH TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2274-LE-RECHIST-EXIT.
           EXIT.

       2275-LE-REDE.
           READ REDE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-REDE TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-REDE TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2275-LE-REDE-EXIT.
           EXIT.

       2276-LE-REGRACOM.
           READ REGRACOM NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-RC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-RC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2276-LE-REGRACOM-EXIT.
           EXIT.

       2277-LE-REGRAFIS.
           READ REGRAFIS NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-RF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-RF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2277-LE-REGRAFIS-EXIT.
           EXIT.

       2278-LE-RESUMOV.
           READ RESUMOV NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-RES TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-RES TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2278-LE-RESUMOV-EXIT.
           EXIT.

       2279-LE-ROMFRETE.
           READ ROMFRETE NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ROMF TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ROMF TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2279-LE-ROMFRETE-EXIT.
           EXIT.

       2280-LE-ROTA.
           READ ROTA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-ROTA TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-ROTA TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2280-LE-ROTA-EXIT.
           EXIT.

       2281-LE-SAC.
           READ SAC NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-SAC TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-SAC TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2281-LE-SAC-EXIT.
           EXIT.

       2282-LE-SUBPROD.
           READ SUBPROD NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-SUB TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-SUB TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2282-LE-SUBPROD-EXIT.
           EXIT.

       2283-LE-TABPRECO.
           READ TABPRECO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-TABP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-TABP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2283-LE-TABPRECO-EXIT.
           EXIT.

       2284-LE-TERRIT.
           READ TERRIT NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-TERR TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-TERR TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2284-LE-TERRIT-EXIT.
           EXIT.

       2285-LE-TRANSP.
           READ TRANSP NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-TRANSP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-TRANSP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2285-LE-TRANSP-EXIT.
           EXIT.

       2286-LE-TRFPED.
           READ TRFPED NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-TRFP TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-TRFP TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2286-LE-TRFPED-EXIT.
           EXIT.

       2287-LE-USUARIO.
           READ USUARIO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-USU TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-USU TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2287-LE-USUARIO-EXIT.
           EXIT.

       2288-LE-VASILHA.
           READ VASILHA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-VAS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-VAS TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2288-LE-VASILHA-EXIT.
           EXIT.

       2289-LE-VEICULO.
           READ VEICULO NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-VEI TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-VEI TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2289-LE-VEICULO-EXIT.
           EXIT.

       2290-LE-VENDEDOR.
           READ VENDEDOR NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-VEND TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2290-LE-VENDEDOR-EXIT.
           EXIT.

       2291-LE-VISITA.
           READ VISITA NEXT RECORD
               AT END MOVE "S" TO WS-FIM-LEITURA
           END-READ
           MOVE FS-VIS TO WS-FS-ARQ
           PERFORM 2040-AVALIA-LEITURA THRU 2040-AVALIA-LEITURA-EXIT
           IF LEITURA-OK AND GRAVA-DUMP
               MOVE REG-VIS TO REG-DUMP
               PERFORM 2045-GRAVA-DUMP THRU 2045-GRAVA-DUMP-EXIT
           END-IF.
       2291-LE-VISITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-FINALIZA - TOTAIS NO LOG, FECHAMENTO E RETURN-CODE PARA
      * O RODANOITE (16 = HA ARQUIVO DANIFICADO / RECONSTRUCAO NAO
      * CONCLUIDA; A NOITE NAO DEVE SEGUIR).
      *-----------------------------------------------------------------
       3000-FINALIZA.
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "ARQUIVOS VERIFICADOS: " WS-QTD-ARQUIVOS
                  "   OK: " WS-QTD-ARQ-OK
                  "   DANIFICADOS: " WS-QTD-ARQ-DANIF
                  "   AUSENTES: " WS-QTD-ARQ-AUSENTE
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

           MOVE ZEROS TO RETURN-CODE
           EVALUATE TRUE
               WHEN EXECUCAO-ABANDONADA
                   MOVE 16 TO RETURN-CODE
               WHEN MODO-VERIFICA AND WS-QTD-ARQ-DANIF > ZEROS
                   MOVE "HA ARQUIVO DANIFICADO - RECONSTRUIR (MODO R)"
                        TO REG-REL
                   PERFORM 8100-GRAVA-MENSAGEM
                       THRU 8100-GRAVA-MENSAGEM-EXIT
                   MOVE 16 TO RETURN-CODE
               WHEN MODO-RECONSTROI AND NOT RECONSTRUCAO-OK
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           CLOSE REL-VERIF
           DISPLAY "LOG DA VERIFICACAO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       3000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-RECONSTROI - COPIA O QUE FOR LEGIVEL DO ARQUIVO ESCOLHIDO
      * (TODAS AS CHAVES) PARA VERIFARQ.TMP, GUARDA O ARQUIVO ATUAL
      * COM OUTRO NOME E GRAVA UM ARQUIVO NOVO COM A COPIA.
      *-----------------------------------------------------------------
       4000-RECONSTROI.
           MOVE SPACES TO REG-REL
           STRING "RECONSTRUCAO DE " WS-ARQ-ESCOLHIDO
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

           IF WS-ANO-HIST = ZEROS
           AND (WS-ARQ-ESCOLHIDO = "PEDHIST" OR "ITEHIST" OR
                "RECHIST" OR "NFHIST" OR "NFIHIST")
               MOVE "HISTORICO ANUAL - INFORME O ANO DO ARQUIVO."
                   TO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 4000-RECONSTROI-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-DUMP
           OPEN OUTPUT DUMP-FILE
           IF FS-DMP NOT = ZEROS
               MOVE SPACES TO REG-REL
               STRING "ERRO AO CRIAR VERIFARQ.TMP. FS: " FS-DMP
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 4000-RECONSTROI-EXIT
           END-IF
           MOVE "S" TO WS-GRAVA-DUMP
           PERFORM 4100-VERIFICA-ESCOLHIDO
               THRU 4100-VERIFICA-ESCOLHIDO-EXIT
           MOVE "N" TO WS-GRAVA-DUMP
           CLOSE DUMP-FILE

           IF NOT ARQUIVO-CONHECIDO
               MOVE "ARQUIVO INDEXADO DESCONHECIDO - NADA FEITO."
                   TO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 4000-RECONSTROI-EXIT
           END-IF
           IF NOT ARQUIVO-ABERTO OR WS-QTD-DUMP = ZEROS
               MOVE "NENHUM REGISTRO RECUPERADO - ARQUIVO MANTIDO."
                   TO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 4000-RECONSTROI-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           STRING "LEITURAS COPIADAS (TODAS AS CHAVES, COM"
                  " REPETICAO): " WS-QTD-DUMP
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

           IF NOT PARAMETROS-RECEBIDOS
               DISPLAY "CONFIRMA A RECONSTRUCAO (S/N)?"
               ACCEPT WS-CONFIRMA FROM CONSOLE
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "RECONSTRUCAO CANCELADA - ARQUIVO MANTIDO."
                       TO REG-REL
                   PERFORM 8100-GRAVA-MENSAGEM
                       THRU 8100-GRAVA-MENSAGEM-EXIT
                   GO TO 4000-RECONSTROI-EXIT
               END-IF
           END-IF

           PERFORM 4200-GUARDA-ANTIGO THRU 4200-GUARDA-ANTIGO-EXIT
           IF NOT DADOS-RENOMEADOS
               GO TO 4000-RECONSTROI-EXIT
           END-IF

           MOVE ZEROS TO WS-QTD-GRAVADOS WS-QTD-REPETIDOS
                         WS-QTD-ERROS-GRAV
           MOVE "N" TO WS-FIM-DUMP
           MOVE "N" TO WS-NOVO-CRIADO
           OPEN INPUT DUMP-FILE
           PERFORM 4300-CARREGA-ESCOLHIDO
               THRU 4300-CARREGA-ESCOLHIDO-EXIT
           CLOSE DUMP-FILE

           IF NOT NOVO-CRIADO
               MOVE SPACES TO REG-REL
               STRING "ERRO AO CRIAR O ARQUIVO NOVO. FS: " WS-FS-ARQ
                      " - ANTERIOR DEVOLVIDO AO LUGAR."
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               PERFORM 4400-DESFAZ-GUARDA THRU 4400-DESFAZ-GUARDA-EXIT
               GO TO 4000-RECONSTROI-EXIT
           END-IF

           MOVE SPACES TO REG-REL
           STRING "GRAVADOS: " WS-QTD-GRAVADOS
                  "   REPETIDOS DESCARTADOS: " WS-QTD-REPETIDOS
                  "   ERROS: " WS-QTD-ERROS-GRAV
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT

      * VERIFICA O ARQUIVO NOVO (SEM COPIA DE TRABALHO).
           PERFORM 4100-VERIFICA-ESCOLHIDO
               THRU 4100-VERIFICA-ESCOLHIDO-EXIT
           IF ARQ-OK AND WS-QTD-ERROS-GRAV = ZEROS
               MOVE "S" TO WS-RECONSTRUIU
               MOVE SPACES TO REG-REL
               STRING "RECONSTRUCAO CONCLUIDA. ANTERIOR GUARDADO EM "
                      FUNCTION TRIM(WS-NOME-GUARDADO)
                      DELIMITED BY SIZE INTO REG-REL
           ELSE
               MOVE SPACES TO REG-REL
               STRING "ARQUIVO NOVO COM PROBLEMA - VER O LOG."
                      " ANTERIOR GUARDADO EM "
                      FUNCTION TRIM(WS-NOME-GUARDADO)
                      DELIMITED BY SIZE INTO REG-REL
           END-IF
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT.
       4000-RECONSTROI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4100-VERIFICA-ESCOLHIDO - VERIFICACAO DO ARQUIVO PEDIDO NA
      * RECONSTRUCAO (COM GRAVA-DUMP LIGADO, TAMBEM FAZ A COPIA).
      *-----------------------------------------------------------------
       4100-VERIFICA-ESCOLHIDO.
           MOVE "S" TO WS-CONHECIDO
           EVALUATE WS-ARQ-ESCOLHIDO
               WHEN "ACERTMOT"
                   PERFORM 2101-VERIFICA-ACERTMOT
                       THRU 2101-VERIFICA-ACERTMOT-EXIT
               WHEN "ACORDO"
                   PERFORM 2102-VERIFICA-ACORDO
                       THRU 2102-VERIFICA-ACORDO-EXIT
               WHEN "ANALCRED"
                   PERFORM 2103-VERIFICA-ANALCRED
                       THRU 2103-VERIFICA-ANALCRED-EXIT
               WHEN "ATIVO"
                   PERFORM 2104-VERIFICA-ATIVO
                       THRU 2104-VERIFICA-ATIVO-EXIT
               WHEN "BACKORD"
                   PERFORM 2105-VERIFICA-BACKORD
                       THRU 2105-VERIFICA-BACKORD-EXIT
               WHEN "BISNAP"
                   PERFORM 2106-VERIFICA-BISNAP
                       THRU 2106-VERIFICA-BISNAP-EXIT
               WHEN "CADDUPR"
                   PERFORM 2107-VERIFICA-CADDUPR
                       THRU 2107-VERIFICA-CADDUPR-EXIT
               WHEN "CAIXA"
                   PERFORM 2108-VERIFICA-CAIXA
                       THRU 2108-VERIFICA-CAIXA-EXIT
               WHEN "CAMPANHA"
                   PERFORM 2109-VERIFICA-CAMPANHA
                       THRU 2109-VERIFICA-CAMPANHA-EXIT
               WHEN "CANAL"
                   PERFORM 2110-VERIFICA-CANAL
                       THRU 2110-VERIFICA-CANAL-EXIT
               WHEN "CEPBASE"
                   PERFORM 2111-VERIFICA-CEPBASE
                       THRU 2111-VERIFICA-CEPBASE-EXIT
               WHEN "CHEQUE"
                   PERFORM 2112-VERIFICA-CHEQUE
                       THRU 2112-VERIFICA-CHEQUE-EXIT
               WHEN "CLIENTE"
                   PERFORM 2113-VERIFICA-CLIENTE
                       THRU 2113-VERIFICA-CLIENTE-EXIT
               WHEN "COBRANCA"
                   PERFORM 2114-VERIFICA-COBRANCA
                       THRU 2114-VERIFICA-COBRANCA-EXIT
               WHEN "CODBARRA"
                   PERFORM 2115-VERIFICA-CODBARRA
                       THRU 2115-VERIFICA-CODBARRA-EXIT
               WHEN "COLCFG"
                   PERFORM 2116-VERIFICA-COLCFG
                       THRU 2116-VERIFICA-COLCFG-EXIT
               WHEN "COMISSAO"
                   PERFORM 2117-VERIFICA-COMISSAO
                       THRU 2117-VERIFICA-COMISSAO-EXIT
               WHEN "COMODATO"
                   PERFORM 2118-VERIFICA-COMODATO
                       THRU 2118-VERIFICA-COMODATO-EXIT
               WHEN "CONCBCO"
                   PERFORM 2119-VERIFICA-CONCBCO
                       THRU 2119-VERIFICA-CONCBCO-EXIT
               WHEN "CONDPAG"
                   PERFORM 2120-VERIFICA-CONDPAG
                       THRU 2120-VERIFICA-CONDPAG-EXIT
               WHEN "CONTAPAG"
                   PERFORM 2121-VERIFICA-CONTAPAG
                       THRU 2121-VERIFICA-CONTAPAG-EXIT
               WHEN "CONTATO"
                   PERFORM 2122-VERIFICA-CONTATO
                       THRU 2122-VERIFICA-CONTATO-EXIT
               WHEN "CONTCICL"
                   PERFORM 2123-VERIFICA-CONTCICL
                       THRU 2123-VERIFICA-CONTCICL-EXIT
               WHEN "DESPVEND"
                   PERFORM 2124-VERIFICA-DESPVEND
                       THRU 2124-VERIFICA-DESPVEND-EXIT
               WHEN "DEVFORN"
                   PERFORM 2125-VERIFICA-DEVFORN
                       THRU 2125-VERIFICA-DEVFORN-EXIT
               WHEN "DEVITEM"
                   PERFORM 2126-VERIFICA-DEVITEM
                       THRU 2126-VERIFICA-DEVITEM-EXIT
               WHEN "DEVOL"
                   PERFORM 2127-VERIFICA-DEVOL
                       THRU 2127-VERIFICA-DEVOL-EXIT
               WHEN "DOCCLI"
                   PERFORM 2128-VERIFICA-DOCCLI
                       THRU 2128-VERIFICA-DOCCLI-EXIT
               WHEN "DVFITEM"
                   PERFORM 2129-VERIFICA-DVFITEM
                       THRU 2129-VERIFICA-DVFITEM-EXIT
               WHEN "EQUIPE"
                   PERFORM 2130-VERIFICA-EQUIPE
                       THRU 2130-VERIFICA-EQUIPE-EXIT
               WHEN "ESTCOM"
                   PERFORM 2131-VERIFICA-ESTCOM
                       THRU 2131-VERIFICA-ESTCOM-EXIT
               WHEN "ESTOQUE"
                   PERFORM 2132-VERIFICA-ESTOQUE
                       THRU 2132-VERIFICA-ESTOQUE-EXIT
               WHEN "EXPCTL"
                   PERFORM 2133-VERIFICA-EXPCTL
                       THRU 2133-VERIFICA-EXPCTL-EXIT
               WHEN "FECHMES"
                   PERFORM 2134-VERIFICA-FECHMES
                       THRU 2134-VERIFICA-FECHMES-EXIT
               WHEN "FERIADO"
                   PERFORM 2135-VERIFICA-FERIADO
                       THRU 2135-VERIFICA-FERIADO-EXIT
               WHEN "FILIAL"
                   PERFORM 2136-VERIFICA-FILIAL
                       THRU 2136-VERIFICA-FILIAL-EXIT
               WHEN "FORNECED"
                   PERFORM 2137-VERIFICA-FORNECED
                       THRU 2137-VERIFICA-FORNECED-EXIT
               WHEN "GRUPO"
                   PERFORM 2138-VERIFICA-GRUPO
                       THRU 2138-VERIFICA-GRUPO-EXIT
               WHEN "IMPCTL"
                   PERFORM 2139-VERIFICA-IMPCTL
                       THRU 2139-VERIFICA-IMPCTL-EXIT
               WHEN "INVCONT"
                   PERFORM 2140-VERIFICA-INVCONT
                       THRU 2140-VERIFICA-INVCONT-EXIT
               WHEN "ITEHIST"
                   PERFORM 2141-VERIFICA-ITEHIST
                       THRU 2141-VERIFICA-ITEHIST-EXIT
               WHEN "ITEM-PED"
                   PERFORM 2142-VERIFICA-ITEM-PED
                       THRU 2142-VERIFICA-ITEM-PED-EXIT
               WHEN "ITMCOMP"
                   PERFORM 2143-VERIFICA-ITMCOMP
                       THRU 2143-VERIFICA-ITMCOMP-EXIT
               WHEN "KARDEX"
                   PERFORM 2144-VERIFICA-KARDEX
                       THRU 2144-VERIFICA-KARDEX-EXIT
               WHEN "KARDEXA"
                   PERFORM 2145-VERIFICA-KARDEXA
                       THRU 2145-VERIFICA-KARDEXA-EXIT
               WHEN "KIT"
                   PERFORM 2146-VERIFICA-KIT
                       THRU 2146-VERIFICA-KIT-EXIT
               WHEN "LOTE"
                   PERFORM 2147-VERIFICA-LOTE
                       THRU 2147-VERIFICA-LOTE-EXIT
               WHEN "META"
                   PERFORM 2148-VERIFICA-META
                       THRU 2148-VERIFICA-META-EXIT
               WHEN "MOTPERDA"
                   PERFORM 2149-VERIFICA-MOTPERDA
                       THRU 2149-VERIFICA-MOTPERDA-EXIT
               WHEN "MOVCMD"
                   PERFORM 2150-VERIFICA-MOVCMD
                       THRU 2150-VERIFICA-MOVCMD-EXIT
               WHEN "NFHIST"
                   PERFORM 2151-VERIFICA-NFHIST
                       THRU 2151-VERIFICA-NFHIST-EXIT
               WHEN "NFIHIST"
                   PERFORM 2152-VERIFICA-NFIHIST
                       THRU 2152-VERIFICA-NFIHIST-EXIT
               WHEN "NOSSONUM"
                   PERFORM 2153-VERIFICA-NOSSONUM
                       THRU 2153-VERIFICA-NOSSONUM-EXIT
               WHEN "NOTAFIS"
                   PERFORM 2154-VERIFICA-NOTAFIS
                       THRU 2154-VERIFICA-NOTAFIS-EXIT
               WHEN "NOTAITEM"
                   PERFORM 2155-VERIFICA-NOTAITEM
                       THRU 2155-VERIFICA-NOTAITEM-EXIT
               WHEN "NOTIFIC"
                   PERFORM 2156-VERIFICA-NOTIFIC
                       THRU 2156-VERIFICA-NOTIFIC-EXIT
               WHEN "ORCAMENTO"
                   PERFORM 2157-VERIFICA-ORCAMENTO
                       THRU 2157-VERIFICA-ORCAMENTO-EXIT
               WHEN "ORCITEM"
                   PERFORM 2158-VERIFICA-ORCITEM
                       THRU 2158-VERIFICA-ORCITEM-EXIT
               WHEN "PARAM"
                   PERFORM 2159-VERIFICA-PARAM
                       THRU 2159-VERIFICA-PARAM-EXIT
               WHEN "PEDCOMP"
                   PERFORM 2160-VERIFICA-PEDCOMP
                       THRU 2160-VERIFICA-PEDCOMP-EXIT
               WHEN "PEDHIST"
                   PERFORM 2161-VERIFICA-PEDHIST
                       THRU 2161-VERIFICA-PEDHIST-EXIT
               WHEN "PEDIDO"
                   PERFORM 2162-VERIFICA-PEDIDO
                       THRU 2162-VERIFICA-PEDIDO-EXIT
               WHEN "PEDPROG"
                   PERFORM 2163-VERIFICA-PEDPROG
                       THRU 2163-VERIFICA-PEDPROG-EXIT
               WHEN "PEDPROGI"
                   PERFORM 2164-VERIFICA-PEDPROGI
                       THRU 2164-VERIFICA-PEDPROGI-EXIT
               WHEN "PERDAEST"
                   PERFORM 2165-VERIFICA-PERDAEST
                       THRU 2165-VERIFICA-PERDAEST-EXIT
               WHEN "PERMISS"
                   PERFORM 2166-VERIFICA-PERMISS
                       THRU 2166-VERIFICA-PERMISS-EXIT
               WHEN "PREITEM"
                   PERFORM 2167-VERIFICA-PREITEM
                       THRU 2167-VERIFICA-PREITEM-EXIT
               WHEN "PRENOTA"
                   PERFORM 2168-VERIFICA-PRENOTA
                       THRU 2168-VERIFICA-PRENOTA-EXIT
               WHEN "PRODFORN"
                   PERFORM 2169-VERIFICA-PRODFORN
                       THRU 2169-VERIFICA-PRODFORN-EXIT
               WHEN "PRODUTO"
                   PERFORM 2170-VERIFICA-PRODUTO
                       THRU 2170-VERIFICA-PRODUTO-EXIT
               WHEN "QUARENT"
                   PERFORM 2171-VERIFICA-QUARENT
                       THRU 2171-VERIFICA-QUARENT-EXIT
               WHEN "REBATE"
                   PERFORM 2172-VERIFICA-REBATE
                       THRU 2172-VERIFICA-REBATE-EXIT
               WHEN "RECEBIMENTO"
                   PERFORM 2173-VERIFICA-RECEBIMENTO
                       THRU 2173-VERIFICA-RECEBIMENTO-EXIT
               WHEN "RECHIST"
                   PERFORM 2174-VERIFICA-RECHIST
                       THRU 2174-VERIFICA-RECHIST-EXIT
               WHEN "REDE"
                   PERFORM 2175-VERIFICA-REDE
                       THRU 2175-VERIFICA-REDE-EXIT
               WHEN "REGRACOM"
                   PERFORM 2176-VERIFICA-REGRACOM
                       THRU 2176-VERIFICA-REGRACOM-EXIT
               WHEN "REGRAFIS"
                   PERFORM 2177-VERIFICA-REGRAFIS
                       THRU 2177-VERIFICA-REGRAFIS-EXIT
               WHEN "RESUMOV"
                   PERFORM 2178-VERIFICA-RESUMOV
                       THRU 2178-VERIFICA-RESUMOV-EXIT
               WHEN "ROMFRETE"
                   PERFORM 2179-VERIFICA-ROMFRETE
                       THRU 2179-VERIFICA-ROMFRETE-EXIT
               WHEN "ROTA"
                   PERFORM 2180-VERIFICA-ROTA
                       THRU 2180-VERIFICA-ROTA-EXIT
               WHEN "SAC"
                   PERFORM 2181-VERIFICA-SAC
                       THRU 2181-VERIFICA-SAC-EXIT
               WHEN "SUBPROD"
                   PERFORM 2182-VERIFICA-SUBPROD
                       THRU 2182-VERIFICA-SUBPROD-EXIT
               WHEN "TABPRECO"
                   PERFORM 2183-VERIFICA-TABPRECO
                       THRU 2183-VERIFICA-TABPRECO-EXIT
               WHEN "TERRIT"
                   PERFORM 2184-VERIFICA-TERRIT
                       THRU 2184-VERIFICA-TERRIT-EXIT
               WHEN "TRANSP"
                   PERFORM 2185-VERIFICA-TRANSP
                       THRU 2185-VERIFICA-TRANSP-EXIT
               WHEN "TRFPED"
                   PERFORM 2186-VERIFICA-TRFPED
                       THRU 2186-VERIFICA-TRFPED-EXIT
               WHEN "USUARIO"
                   PERFORM 2187-VERIFICA-USUARIO
                       THRU 2187-VERIFICA-USUARIO-EXIT
               WHEN "VASILHA"
                   PERFORM 2188-VERIFICA-VASILHA
                       THRU 2188-VERIFICA-VASILHA-EXIT
               WHEN "VEICULO"
                   PERFORM 2189-VERIFICA-VEICULO
                       THRU 2189-VERIFICA-VEICULO-EXIT
               WHEN "VENDEDOR"
                   PERFORM 2190-VERIFICA-VENDEDOR
                       THRU 2190-VERIFICA-VENDEDOR-EXIT
               WHEN "VISITA"
                   PERFORM 2191-VERIFICA-VISITA
                       THRU 2191-VERIFICA-VISITA-EXIT
               WHEN OTHER
                   MOVE "N" TO WS-CONHECIDO
           END-EVALUATE.
       4100-VERIFICA-ESCOLHIDO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-GUARDA-ANTIGO - RENOMEIA O ARQUIVO ATUAL (DADOS E, SE
      * HOUVER, O INDICE SEPARADO .IDX) PARA <NOME>-AAAAMMDD-HHMMSS.
      * SE OS DADOS NAO PUDEREM SER RENOMEADOS NADA MAIS E FEITO.
      *-----------------------------------------------------------------
       4200-GUARDA-ANTIGO.
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
               MOVE SPACES TO REG-REL
               STRING "NAO FOI POSSIVEL RENOMEAR "
                      FUNCTION TRIM(WS-NOME-ORIGEM)
                      " - ARQUIVO MANTIDO, NADA FEITO."
                      DELIMITED BY SIZE INTO REG-REL
               PERFORM 8100-GRAVA-MENSAGEM
                   THRU 8100-GRAVA-MENSAGEM-EXIT
               GO TO 4200-GUARDA-ANTIGO-EXIT
           END-IF
           MOVE "S" TO WS-DAT-RENOMEADO

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
                  FUNCTION TRIM(WS-NOME-GUARDADO) ".DAT"
                  DELIMITED BY SIZE INTO REG-REL
           PERFORM 8100-GRAVA-MENSAGEM THRU 8100-GRAVA-MENSAGEM-EXIT.
       4200-GUARDA-ANTIGO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4300-CARREGA-ESCOLHIDO - CRIA O ARQUIVO NOVO COM O NOME
      * ORIGINAL E GRAVA OS REGISTROS DA COPIA DE TRABALHO.
      *-----------------------------------------------------------------
       4300-CARREGA-ESCOLHIDO.
           EVALUATE WS-ARQ-ESCOLHIDO
               WHEN "ACERTMOT"
                   PERFORM 4501-CARREGA-ACERTMOT
                       THRU 4501-CARREGA-ACERTMOT-EXIT
               WHEN "ACORDO"
                   PERFORM 4502-CARREGA-ACORDO
                       THRU 4502-CARREGA-ACORDO-EXIT
               WHEN "ANALCRED"
                   PERFORM 4503-CARREGA-ANALCRED
                       THRU 4503-CARREGA-ANALCRED-EXIT
               WHEN "ATIVO"
                   PERFORM 4504-CARREGA-ATIVO
                       THRU 4504-CARREGA-ATIVO-EXIT
               WHEN "BACKORD"
                   PERFORM 4505-CARREGA-BACKORD
                       THRU 4505-CARREGA-BACKORD-EXIT
               WHEN "BISNAP"
                   PERFORM 4506-CARREGA-BISNAP
                       THRU 4506-CARREGA-BISNAP-EXIT
               WHEN "CADDUPR"
                   PERFORM 4507-CARREGA-CADDUPR
                       THRU 4507-CARREGA-CADDUPR-EXIT
               WHEN "CAIXA"
                   PERFORM 4508-CARREGA-CAIXA
                       THRU 4508-CARREGA-CAIXA-EXIT
               WHEN "CAMPANHA"
                   PERFORM 4509-CARREGA-CAMPANHA
                       THRU 4509-CARREGA-CAMPANHA-EXIT
               WHEN "CANAL"
                   PERFORM 4510-CARREGA-CANAL
                       THRU 4510-CARREGA-CANAL-EXIT
               WHEN "CEPBASE"
                   PERFORM 4511-CARREGA-CEPBASE
                       THRU 4511-CARREGA-CEPBASE-EXIT
               WHEN "CHEQUE"
                   PERFORM 4512-CARREGA-CHEQUE
                       THRU 4512-CARREGA-CHEQUE-EXIT
               WHEN "CLIENTE"
                   PERFORM 4513-CARREGA-CLIENTE
                       THRU 4513-CARREGA-CLIENTE-EXIT
               WHEN "COBRANCA"
                   PERFORM 4514-CARREGA-COBRANCA
                       THRU 4514-CARREGA-COBRANCA-EXIT
               WHEN "CODBARRA"
                   PERFORM 4515-CARREGA-CODBARRA
                       THRU 4515-CARREGA-CODBARRA-EXIT
               WHEN "COLCFG"
                   PERFORM 4516-CARREGA-COLCFG
                       THRU 4516-CARREGA-COLCFG-EXIT
               WHEN "COMISSAO"
                   PERFORM 4517-CARREGA-COMISSAO
                       THRU 4517-CARREGA-COMISSAO-EXIT
               WHEN "COMODATO"
                   PERFORM 4518-CARREGA-COMODATO
                       THRU 4518-CARREGA-COMODATO-EXIT
               WHEN "CONCBCO"
                   PERFORM 4519-CARREGA-CONCBCO
                       THRU 4519-CARREGA-CONCBCO-EXIT
               WHEN "CONDPAG"
                   PERFORM 4520-CARREGA-CONDPAG
                       THRU 4520-CARREGA-CONDPAG-EXIT
               WHEN "CONTAPAG"
                   PERFORM 4521-CARREGA-CONTAPAG
                       THRU 4521-CARREGA-CONTAPAG-EXIT
               WHEN "CONTATO"
                   PERFORM 4522-CARREGA-CONTATO
                       THRU 4522-CARREGA-CONTATO-EXIT
               WHEN "CONTCICL"
                   PERFORM 4523-CARREGA-CONTCICL
                       THRU 4523-CARREGA-CONTCICL-EXIT
               WHEN "DESPVEND"
                   PERFORM 4524-CARREGA-DESPVEND
                       THRU 4524-CARREGA-DESPVEND-EXIT
               WHEN "DEVFORN"
                   PERFORM 4525-CARREGA-DEVFORN
                       THRU 4525-CARREGA-DEVFORN-EXIT
               WHEN "DEVITEM"
                   PERFORM 4526-CARREGA-DEVITEM
                       THRU 4526-CARREGA-DEVITEM-EXIT
               WHEN "DEVOL"
                   PERFORM 4527-CARREGA-DEVOL
                       THRU 4527-CARREGA-DEVOL-EXIT
               WHEN "DOCCLI"
                   PERFORM 4528-CARREGA-DOCCLI
                       THRU 4528-CARREGA-DOCCLI-EXIT
               WHEN "DVFITEM"
                   PERFORM 4529-CARREGA-DVFITEM
                       THRU 4529-CARREGA-DVFITEM-EXIT
               WHEN "EQUIPE"
                   PERFORM 4530-CARREGA-EQUIPE
                       THRU 4530-CARREGA-EQUIPE-EXIT
               WHEN "ESTCOM"
                   PERFORM 4531-CARREGA-ESTCOM
                       THRU 4531-CARREGA-ESTCOM-EXIT
               WHEN "ESTOQUE"
                   PERFORM 4532-CARREGA-ESTOQUE
                       THRU 4532-CARREGA-ESTOQUE-EXIT
               WHEN "EXPCTL"
                   PERFORM 4533-CARREGA-EXPCTL
                       THRU 4533-CARREGA-EXPCTL-EXIT
               WHEN "FECHMES"
                   PERFORM 4534-CARREGA-FECHMES
                       THRU 4534-CARREGA-FECHMES-EXIT
               WHEN "FERIADO"
                   PERFORM 4535-CARREGA-FERIADO
                       THRU 4535-CARREGA-FERIADO-EXIT
               WHEN "FILIAL"
                   PERFORM 4536-CARREGA-FILIAL
                       THRU 4536-CARREGA-FILIAL-EXIT
               WHEN "FORNECED"
                   PERFORM 4537-CARREGA-FORNECED
                       THRU 4537-CARREGA-FORNECED-EXIT
               WHEN "GRUPO"
                   PERFORM 4538-CARREGA-GRUPO
                       THRU 4538-CARREGA-GRUPO-EXIT
               WHEN "IMPCTL"
                   PERFORM 4539-CARREGA-IMPCTL
                       THRU 4539-CARREGA-IMPCTL-EXIT
               WHEN "INVCONT"
                   PERFORM 4540-CARREGA-INVCONT
                       THRU 4540-CARREGA-INVCONT-EXIT
               WHEN "ITEHIST"
                   PERFORM 4541-CARREGA-ITEHIST
                       THRU 4541-CARREGA-ITEHIST-EXIT
               WHEN "ITEM-PED"
                   PERFORM 4542-CARREGA-ITEM-PED
                       THRU 4542-CARREGA-ITEM-PED-EXIT
               WHEN "ITMCOMP"
                   PERFORM 4543-CARREGA-ITMCOMP
                       THRU 4543-CARREGA-ITMCOMP-EXIT
               WHEN "KARDEX"
                   PERFORM 4544-CARREGA-KARDEX
                       THRU 4544-CARREGA-KARDEX-EXIT
               WHEN "KARDEXA"
                   PERFORM 4545-CARREGA-KARDEXA
                       THRU 4545-CARREGA-KARDEXA-EXIT
               WHEN "KIT"
                   PERFORM 4546-CARREGA-KIT
                       THRU 4546-CARREGA-KIT-EXIT
               WHEN "LOTE"
                   PERFORM 4547-CARREGA-LOTE
                       THRU 4547-CARREGA-LOTE-EXIT
               WHEN "META"
                   PERFORM 4548-CARREGA-META
                       THRU 4548-CARREGA-META-EXIT
               WHEN "MOTPERDA"
                   PERFORM 4549-CARREGA-MOTPERDA
                       THRU 4549-CARREGA-MOTPERDA-EXIT
               WHEN "MOVCMD"
                   PERFORM 4550-CARREGA-MOVCMD
                       THRU 4550-CARREGA-MOVCMD-EXIT
               WHEN "NFHIST"
                   PERFORM 4551-CARREGA-NFHIST
                       THRU 4551-CARREGA-NFHIST-EXIT
               WHEN "NFIHIST"
                   PERFORM 4552-CARREGA-NFIHIST
                       THRU 4552-CARREGA-NFIHIST-EXIT
               WHEN "NOSSONUM"
                   PERFORM 4553-CARREGA-NOSSONUM
                       THRU 4553-CARREGA-NOSSONUM-EXIT
               WHEN "NOTAFIS"
                   PERFORM 4554-CARREGA-NOTAFIS
                       THRU 4554-CARREGA-NOTAFIS-EXIT
               WHEN "NOTAITEM"
                   PERFORM 4555-CARREGA-NOTAITEM
                       THRU 4555-CARREGA-NOTAITEM-EXIT
               WHEN "NOTIFIC"
                   PERFORM 4556-CARREGA-NOTIFIC
                       THRU 4556-CARREGA-NOTIFIC-EXIT
               WHEN "ORCAMENTO"
                   PERFORM 4557-CARREGA-ORCAMENTO
                       THRU 4557-CARREGA-ORCAMENTO-EXIT
               WHEN "ORCITEM"
                   PERFORM 4558-CARREGA-ORCITEM
                       THRU 4558-CARREGA-ORCITEM-EXIT
               WHEN "PARAM"
                   PERFORM 4559-CARREGA-PARAM
                       THRU 4559-CARREGA-PARAM-EXIT
               WHEN "PEDCOMP"
                   PERFORM 4560-CARREGA-PEDCOMP
                       THRU 4560-CARREGA-PEDCOMP-EXIT
               WHEN "PEDHIST"
                   PERFORM 4561-CARREGA-PEDHIST
                       THRU 4561-CARREGA-PEDHIST-EXIT
               WHEN "PEDIDO"
                   PERFORM 4562-CARREGA-PEDIDO
                       THRU 4562-CARREGA-PEDIDO-EXIT
               WHEN "PEDPROG"
                   PERFORM 4563-CARREGA-PEDPROG
                       THRU 4563-CARREGA-PEDPROG-EXIT
               WHEN "PEDPROGI"
                   PERFORM 4564-CARREGA-PEDPROGI
                       THRU 4564-CARREGA-PEDPROGI-EXIT
               WHEN "PERDAEST"
                   PERFORM 4565-CARREGA-PERDAEST
                       THRU 4565-CARREGA-PERDAEST-EXIT
               WHEN "PERMISS"
                   PERFORM 4566-CARREGA-PERMISS
                       THRU 4566-CARREGA-PERMISS-EXIT
               WHEN "PREITEM"
                   PERFORM 4567-CARREGA-PREITEM
                       THRU 4567-CARREGA-PREITEM-EXIT
               WHEN "PRENOTA"
                   PERFORM 4568-CARREGA-PRENOTA
                       THRU 4568-CARREGA-PRENOTA-EXIT
               WHEN "PRODFORN"
                   PERFORM 4569-CARREGA-PRODFORN
                       THRU 4569-CARREGA-PRODFORN-EXIT
               WHEN "PRODUTO"
                   PERFORM 4570-CARREGA-PRODUTO
                       THRU 4570-CARREGA-PRODUTO-EXIT
               WHEN "QUARENT"
                   PERFORM 4571-CARREGA-QUARENT
                       THRU 4571-CARREGA-QUARENT-EXIT
               WHEN "REBATE"
                   PERFORM 4572-CARREGA-REBATE
                       THRU 4572-CARREGA-REBATE-EXIT
               WHEN "RECEBIMENTO"
                   PERFORM 4573-CARREGA-RECEBIMENTO
                       THRU 4573-CARREGA-RECEBIMENTO-EXIT
               WHEN "RECHIST"
                   PERFORM 4574-CARREGA-RECHIST
                       THRU 4574-CARREGA-RECHIST-EXIT
               WHEN "REDE"
                   PERFORM 4575-CARREGA-REDE
                       THRU 4575-CARREGA-REDE-EXIT
               WHEN "REGRACOM"
                   PERFORM 4576-CARREGA-REGRACOM
                       THRU 4576-CARREGA-REGRACOM-EXIT
               WHEN "REGRAFIS"
                   PERFORM 4577-CARREGA-REGRAFIS
                       THRU 4577-CARREGA-REGRAFIS-EXIT
               WHEN "RESUMOV"
                   PERFORM 4578-CARREGA-RESUMOV
                       THRU 4578-CARREGA-RESUMOV-EXIT
               WHEN "ROMFRETE"
                   PERFORM 4579-CARREGA-ROMFRETE
                       THRU 4579-CARREGA-ROMFRETE-EXIT
               WHEN "ROTA"
                   PERFORM 4580-CARREGA-ROTA
                       THRU 4580-CARREGA-ROTA-EXIT
               WHEN "SAC"
                   PERFORM 4581-CARREGA-SAC
                       THRU 4581-CARREGA-SAC-EXIT
               WHEN "SUBPROD"
                   PERFORM 4582-CARREGA-SUBPROD
                       THRU 4582-CARREGA-SUBPROD-EXIT
               WHEN "TABPRECO"
                   PERFORM 4583-CARREGA-TABPRECO
                       THRU 4583-CARREGA-TABPRECO-EXIT
               WHEN "TERRIT"
                   PERFORM 4584-CARREGA-TERRIT
                       THRU 4584-CARREGA-TERRIT-EXIT
               WHEN "TRANSP"
                   PERFORM 4585-CARREGA-TRANSP
                       THRU 4585-CARREGA-TRANSP-EXIT
               WHEN "TRFPED"
                   PERFORM 4586-CARREGA-TRFPED
                       THRU 4586-CARREGA-TRFPED-EXIT
               WHEN "USUARIO"
                   PERFORM 4587-CARREGA-USUARIO
                       THRU 4587-CARREGA-USUARIO-EXIT
               WHEN "VASILHA"
                   PERFORM 4588-CARREGA-VASILHA
                       THRU 4588-CARREGA-VASILHA-EXIT
               WHEN "VEICULO"
                   PERFORM 4589-CARREGA-VEICULO
                       THRU 4589-CARREGA-VEICULO-EXIT
               WHEN "VENDEDOR"
                   PERFORM 4590-CARREGA-VENDEDOR
                       THRU 4590-CARREGA-VENDEDOR-EXIT
               WHEN "VISITA"
                   PERFORM 4591-CARREGA-VISITA
                       THRU 4591-CARREGA-VISITA-EXIT
           END-EVALUATE.
       4300-CARREGA-ESCOLHIDO-EXIT.
           EXIT.

       4350-LE-DUMP.
           READ DUMP-FILE
               AT END MOVE "S" TO WS-FIM-DUMP
           END-READ.
       4350-LE-DUMP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4360-AVALIA-GRAVACAO - 22 = REGISTRO JA GRAVADO (LIDO POR MAIS
      * DE UMA CHAVE), DESCARTADO; OUTRO STATUS DIFERENTE DE 00 E ERRO.
      *-----------------------------------------------------------------
       4360-AVALIA-GRAVACAO.
           EVALUATE WS-FS-ARQ
               WHEN "00"
               WHEN "02"
                   ADD 1 TO WS-QTD-GRAVADOS
               WHEN "22"
                   ADD 1 TO WS-QTD-REPETIDOS
               WHEN OTHER
                   ADD 1 TO WS-QTD-ERROS-GRAV
           END-EVALUATE.
       4360-AVALIA-GRAVACAO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4400-DESFAZ-GUARDA - O ARQUIVO NOVO NAO PODE SER CRIADO: O
      * ANTERIOR VOLTA AO NOME ORIGINAL.
      *-----------------------------------------------------------------
       4400-DESFAZ-GUARDA.
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
           END-IF.
       4400-DESFAZ-GUARDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4501 A 4591 - CRIACAO DO ARQUIVO NOVO; 4601 A 4691 - GRAVACAO
      * DE CADA REGISTRO DA COPIA DE TRABALHO NO ARQUIVO NOVO.
      *-----------------------------------------------------------------
       4501-CARREGA-ACERTMOT.
           OPEN OUTPUT ACERTMOT
           MOVE FS-ACM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4501-CARREGA-ACERTMOT-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4601-GRAVA-ACERTMOT THRU 4601-GRAVA-ACERTMOT-EXIT
               UNTIL FIM-DUMP
           CLOSE ACERTMOT.
       4501-CARREGA-ACERTMOT-EXIT.
           EXIT.

       4601-GRAVA-ACERTMOT.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4601-GRAVA-ACERTMOT-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ACM
           WRITE REG-ACM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ACM TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4601-GRAVA-ACERTMOT-EXIT.
           EXIT.

       4502-CARREGA-ACORDO.
           OPEN OUTPUT ACORDO
           MOVE FS-ACO TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4502-CARREGA-ACORDO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4602-GRAVA-ACORDO THRU 4602-GRAVA-ACORDO-EXIT
               UNTIL FIM-DUMP
           CLOSE ACORDO.
       4502-CARREGA-ACORDO-EXIT.
           EXIT.

       4602-GRAVA-ACORDO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4602-GRAVA-ACORDO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ACO
           WRITE REG-ACO
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ACO TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4602-GRAVA-ACORDO-EXIT.
           EXIT.

       4503-CARREGA-ANALCRED.
           OPEN OUTPUT ANALCRED
           MOVE FS-ACR TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4503-CARREGA-ANALCRED-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4603-GRAVA-ANALCRED THRU 4603-GRAVA-ANALCRED-EXIT
               UNTIL FIM-DUMP
           CLOSE ANALCRED.
       4503-CARREGA-ANALCRED-EXIT.
           EXIT.

       4603-GRAVA-ANALCRED.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4603-GRAVA-ANALCRED-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ACR
           WRITE REG-ACR
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ACR TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4603-GRAVA-ANALCRED-EXIT.
           EXIT.

       4504-CARREGA-ATIVO.
           OPEN OUTPUT ATIVO
           MOVE FS-ATV TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4504-CARREGA-ATIVO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4604-GRAVA-ATIVO THRU 4604-GRAVA-ATIVO-EXIT
               UNTIL FIM-DUMP
           CLOSE ATIVO.
       4504-CARREGA-ATIVO-EXIT.
           EXIT.

       4604-GRAVA-ATIVO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4604-GRAVA-ATIVO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ATV
           WRITE REG-ATV
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ATV TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4604-GRAVA-ATIVO-EXIT.
           EXIT.

       4505-CARREGA-BACKORD.
           OPEN OUTPUT BACKORD
           MOVE FS-BACK TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4505-CARREGA-BACKORD-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4605-GRAVA-BACKORD THRU 4605-GRAVA-BACKORD-EXIT
               UNTIL FIM-DUMP
           CLOSE BACKORD.
       4505-CARREGA-BACKORD-EXIT.
           EXIT.

       4605-GRAVA-BACKORD.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4605-GRAVA-BACKORD-EXIT
           END-IF
           MOVE REG-DUMP TO REG-BACK
           WRITE REG-BACK
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-BACK TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4605-GRAVA-BACKORD-EXIT.
           EXIT.

       4506-CARREGA-BISNAP.
           OPEN OUTPUT BISNAP
           MOVE FS-SNAP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4506-CARREGA-BISNAP-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4606-GRAVA-BISNAP THRU 4606-GRAVA-BISNAP-EXIT
               UNTIL FIM-DUMP
           CLOSE BISNAP.
       4506-CARREGA-BISNAP-EXIT.
           EXIT.

       4606-GRAVA-BISNAP.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4606-GRAVA-BISNAP-EXIT
           END-IF
           MOVE REG-DUMP TO REG-SNAP
           WRITE REG-SNAP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-SNAP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4606-GRAVA-BISNAP-EXIT.
           EXIT.

       4507-CARREGA-CADDUPR.
           OPEN OUTPUT CADDUPR
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4507-CARREGA-CADDUPR-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4607-GRAVA-CADDUPR THRU 4607-GRAVA-CADDUPR-EXIT
               UNTIL FIM-DUMP
           CLOSE CADDUPR.
       4507-CARREGA-CADDUPR-EXIT.
           EXIT.

       4607-GRAVA-CADDUPR.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4607-GRAVA-CADDUPR-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DUPR
           WRITE REG-DUPR
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4607-GRAVA-CADDUPR-EXIT.
           EXIT.

       4508-CARREGA-CAIXA.
           OPEN OUTPUT CAIXA
           MOVE FS-CX TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4508-CARREGA-CAIXA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4608-GRAVA-CAIXA THRU 4608-GRAVA-CAIXA-EXIT
               UNTIL FIM-DUMP
           CLOSE CAIXA.
       4508-CARREGA-CAIXA-EXIT.
           EXIT.

       4608-GRAVA-CAIXA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4608-GRAVA-CAIXA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CX
           WRITE REG-CX
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CX TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4608-GRAVA-CAIXA-EXIT.
           EXIT.

       4509-CARREGA-CAMPANHA.
           OPEN OUTPUT CAMPANHA
           MOVE FS-CAMP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4509-CARREGA-CAMPANHA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4609-GRAVA-CAMPANHA THRU 4609-GRAVA-CAMPANHA-EXIT
               UNTIL FIM-DUMP
           CLOSE CAMPANHA.
       4509-CARREGA-CAMPANHA-EXIT.
           EXIT.

       4609-GRAVA-CAMPANHA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4609-GRAVA-CAMPANHA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CAMP
           WRITE REG-CAMP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CAMP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4609-GRAVA-CAMPANHA-EXIT.
           EXIT.

       4510-CARREGA-CANAL.
           OPEN OUTPUT CANAL
           MOVE FS-CANAL TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4510-CARREGA-CANAL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4610-GRAVA-CANAL THRU 4610-GRAVA-CANAL-EXIT
               UNTIL FIM-DUMP
           CLOSE CANAL.
       4510-CARREGA-CANAL-EXIT.
           EXIT.

       4610-GRAVA-CANAL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4610-GRAVA-CANAL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CANAL
           WRITE REG-CANAL
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CANAL TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4610-GRAVA-CANAL-EXIT.
           EXIT.

       4511-CARREGA-CEPBASE.
           OPEN OUTPUT CEPBASE
           MOVE FS-CEP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4511-CARREGA-CEPBASE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4611-GRAVA-CEPBASE THRU 4611-GRAVA-CEPBASE-EXIT
               UNTIL FIM-DUMP
           CLOSE CEPBASE.
       4511-CARREGA-CEPBASE-EXIT.
           EXIT.

       4611-GRAVA-CEPBASE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4611-GRAVA-CEPBASE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CEP
           WRITE REG-CEP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CEP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4611-GRAVA-CEPBASE-EXIT.
           EXIT.

       4512-CARREGA-CHEQUE.
           OPEN OUTPUT CHEQUE
           MOVE FS-CHQ TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4512-CARREGA-CHEQUE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4612-GRAVA-CHEQUE THRU 4612-GRAVA-CHEQUE-EXIT
               UNTIL FIM-DUMP
           CLOSE CHEQUE.
       4512-CARREGA-CHEQUE-EXIT.
           EXIT.

       4612-GRAVA-CHEQUE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4612-GRAVA-CHEQUE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CHQ
           WRITE REG-CHQ
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CHQ TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4612-GRAVA-CHEQUE-EXIT.
           EXIT.

       4513-CARREGA-CLIENTE.
           OPEN OUTPUT CLIENTE
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4513-CARREGA-CLIENTE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4613-GRAVA-CLIENTE THRU 4613-GRAVA-CLIENTE-EXIT
               UNTIL FIM-DUMP
           CLOSE CLIENTE.
       4513-CARREGA-CLIENTE-EXIT.
           EXIT.

       4613-GRAVA-CLIENTE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4613-GRAVA-CLIENTE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CLI
           WRITE REG-CLI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4613-GRAVA-CLIENTE-EXIT.
           EXIT.

       4514-CARREGA-COBRANCA.
           OPEN OUTPUT COBRANCA
           MOVE FS-COB TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4514-CARREGA-COBRANCA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4614-GRAVA-COBRANCA THRU 4614-GRAVA-COBRANCA-EXIT
               UNTIL FIM-DUMP
           CLOSE COBRANCA.
       4514-CARREGA-COBRANCA-EXIT.
           EXIT.

       4614-GRAVA-COBRANCA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4614-GRAVA-COBRANCA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-COB
           WRITE REG-COB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-COB TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4614-GRAVA-COBRANCA-EXIT.
           EXIT.

       4515-CARREGA-CODBARRA.
           OPEN OUTPUT CODBARRA
           MOVE FS-EAN TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4515-CARREGA-CODBARRA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4615-GRAVA-CODBARRA THRU 4615-GRAVA-CODBARRA-EXIT
               UNTIL FIM-DUMP
           CLOSE CODBARRA.
       4515-CARREGA-CODBARRA-EXIT.
           EXIT.

       4615-GRAVA-CODBARRA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4615-GRAVA-CODBARRA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-EAN
           WRITE REG-EAN
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-EAN TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4615-GRAVA-CODBARRA-EXIT.
           EXIT.

       4516-CARREGA-COLCFG.
           OPEN OUTPUT COLCFG
           MOVE FS-COLCFG TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4516-CARREGA-COLCFG-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4616-GRAVA-COLCFG THRU 4616-GRAVA-COLCFG-EXIT
               UNTIL FIM-DUMP
           CLOSE COLCFG.
       4516-CARREGA-COLCFG-EXIT.
           EXIT.

       4616-GRAVA-COLCFG.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4616-GRAVA-COLCFG-EXIT
           END-IF
           MOVE REG-DUMP TO REG-COLCFG
           WRITE REG-COLCFG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-COLCFG TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4616-GRAVA-COLCFG-EXIT.
           EXIT.

       4517-CARREGA-COMISSAO.
           OPEN OUTPUT COMISSAO
           MOVE FS-COM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4517-CARREGA-COMISSAO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4617-GRAVA-COMISSAO THRU 4617-GRAVA-COMISSAO-EXIT
               UNTIL FIM-DUMP
           CLOSE COMISSAO.
       4517-CARREGA-COMISSAO-EXIT.
           EXIT.

       4617-GRAVA-COMISSAO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4617-GRAVA-COMISSAO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-COM
           WRITE REG-COM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-COM TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4617-GRAVA-COMISSAO-EXIT.
           EXIT.

       4518-CARREGA-COMODATO.
           OPEN OUTPUT COMODATO
           MOVE FS-CMD TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4518-CARREGA-COMODATO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4618-GRAVA-COMODATO THRU 4618-GRAVA-COMODATO-EXIT
               UNTIL FIM-DUMP
           CLOSE COMODATO.
       4518-CARREGA-COMODATO-EXIT.
           EXIT.

       4618-GRAVA-COMODATO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4618-GRAVA-COMODATO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CMD
           WRITE REG-CMD
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CMD TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4618-GRAVA-COMODATO-EXIT.
           EXIT.

       4519-CARREGA-CONCBCO.
           OPEN OUTPUT CONCBCO
           MOVE FS-CBC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4519-CARREGA-CONCBCO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4619-GRAVA-CONCBCO THRU 4619-GRAVA-CONCBCO-EXIT
               UNTIL FIM-DUMP
           CLOSE CONCBCO.
       4519-CARREGA-CONCBCO-EXIT.
           EXIT.

       4619-GRAVA-CONCBCO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4619-GRAVA-CONCBCO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CBC
           WRITE REG-CBC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CBC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4619-GRAVA-CONCBCO-EXIT.
           EXIT.

       4520-CARREGA-CONDPAG.
           OPEN OUTPUT CONDPAG
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4520-CARREGA-CONDPAG-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4620-GRAVA-CONDPAG THRU 4620-GRAVA-CONDPAG-EXIT
               UNTIL FIM-DUMP
           CLOSE CONDPAG.
       4520-CARREGA-CONDPAG-EXIT.
           EXIT.

       4620-GRAVA-CONDPAG.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4620-GRAVA-CONDPAG-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CONDPAG
           WRITE REG-CONDPAG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4620-GRAVA-CONDPAG-EXIT.
           EXIT.

       4521-CARREGA-CONTAPAG.
           OPEN OUTPUT CONTAPAG
           MOVE FS-CPAG TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4521-CARREGA-CONTAPAG-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4621-GRAVA-CONTAPAG THRU 4621-GRAVA-CONTAPAG-EXIT
               UNTIL FIM-DUMP
           CLOSE CONTAPAG.
       4521-CARREGA-CONTAPAG-EXIT.
           EXIT.

       4621-GRAVA-CONTAPAG.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4621-GRAVA-CONTAPAG-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CPAG
           WRITE REG-CPAG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CPAG TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4621-GRAVA-CONTAPAG-EXIT.
           EXIT.

       4522-CARREGA-CONTATO.
           OPEN OUTPUT CONTATO
           MOVE FS-CTT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4522-CARREGA-CONTATO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4622-GRAVA-CONTATO THRU 4622-GRAVA-CONTATO-EXIT
               UNTIL FIM-DUMP
           CLOSE CONTATO.
       4522-CARREGA-CONTATO-EXIT.
           EXIT.

       4622-GRAVA-CONTATO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4622-GRAVA-CONTATO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CTT
           WRITE REG-CTT
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CTT TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4622-GRAVA-CONTATO-EXIT.
           EXIT.

       4523-CARREGA-CONTCICL.
           OPEN OUTPUT CONTCICL
           MOVE FS-CIC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4523-CARREGA-CONTCICL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4623-GRAVA-CONTCICL THRU 4623-GRAVA-CONTCICL-EXIT
               UNTIL FIM-DUMP
           CLOSE CONTCICL.
       4523-CARREGA-CONTCICL-EXIT.
           EXIT.

       4623-GRAVA-CONTCICL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4623-GRAVA-CONTCICL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-CIC
           WRITE REG-CIC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-CIC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4623-GRAVA-CONTCICL-EXIT.
           EXIT.

       4524-CARREGA-DESPVEND.
           OPEN OUTPUT DESPVEND
           MOVE FS-DSP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4524-CARREGA-DESPVEND-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4624-GRAVA-DESPVEND THRU 4624-GRAVA-DESPVEND-EXIT
               UNTIL FIM-DUMP
           CLOSE DESPVEND.
       4524-CARREGA-DESPVEND-EXIT.
           EXIT.

       4624-GRAVA-DESPVEND.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4624-GRAVA-DESPVEND-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DSP
           WRITE REG-DSP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DSP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4624-GRAVA-DESPVEND-EXIT.
           EXIT.

       4525-CARREGA-DEVFORN.
           OPEN OUTPUT DEVFORN
           MOVE FS-DVF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4525-CARREGA-DEVFORN-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4625-GRAVA-DEVFORN THRU 4625-GRAVA-DEVFORN-EXIT
               UNTIL FIM-DUMP
           CLOSE DEVFORN.
       4525-CARREGA-DEVFORN-EXIT.
           EXIT.

       4625-GRAVA-DEVFORN.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4625-GRAVA-DEVFORN-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DVF
           WRITE REG-DVF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DVF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4625-GRAVA-DEVFORN-EXIT.
           EXIT.

       4526-CARREGA-DEVITEM.
           OPEN OUTPUT DEVITEM
           MOVE FS-DVI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4526-CARREGA-DEVITEM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4626-GRAVA-DEVITEM THRU 4626-GRAVA-DEVITEM-EXIT
               UNTIL FIM-DUMP
           CLOSE DEVITEM.
       4526-CARREGA-DEVITEM-EXIT.
           EXIT.

       4626-GRAVA-DEVITEM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4626-GRAVA-DEVITEM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DVI
           WRITE REG-DVI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DVI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4626-GRAVA-DEVITEM-EXIT.
           EXIT.

       4527-CARREGA-DEVOL.
           OPEN OUTPUT DEVOL
           MOVE FS-DEV TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4527-CARREGA-DEVOL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4627-GRAVA-DEVOL THRU 4627-GRAVA-DEVOL-EXIT
               UNTIL FIM-DUMP
           CLOSE DEVOL.
       4527-CARREGA-DEVOL-EXIT.
           EXIT.

       4627-GRAVA-DEVOL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4627-GRAVA-DEVOL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DEV
           WRITE REG-DEV
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DEV TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4627-GRAVA-DEVOL-EXIT.
           EXIT.

       4528-CARREGA-DOCCLI.
           OPEN OUTPUT DOCCLI
           MOVE FS-DCL TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4528-CARREGA-DOCCLI-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4628-GRAVA-DOCCLI THRU 4628-GRAVA-DOCCLI-EXIT
               UNTIL FIM-DUMP
           CLOSE DOCCLI.
       4528-CARREGA-DOCCLI-EXIT.
           EXIT.

       4628-GRAVA-DOCCLI.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4628-GRAVA-DOCCLI-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DCL
           WRITE REG-DCL
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DCL TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4628-GRAVA-DOCCLI-EXIT.
           EXIT.

       4529-CARREGA-DVFITEM.
           OPEN OUTPUT DVFITEM
           MOVE FS-DFI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4529-CARREGA-DVFITEM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4629-GRAVA-DVFITEM THRU 4629-GRAVA-DVFITEM-EXIT
               UNTIL FIM-DUMP
           CLOSE DVFITEM.
       4529-CARREGA-DVFITEM-EXIT.
           EXIT.

       4629-GRAVA-DVFITEM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4629-GRAVA-DVFITEM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-DFI
           WRITE REG-DFI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-DFI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4629-GRAVA-DVFITEM-EXIT.
           EXIT.

       4530-CARREGA-EQUIPE.
           OPEN OUTPUT EQUIPE
           MOVE FS-EQP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4530-CARREGA-EQUIPE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4630-GRAVA-EQUIPE THRU 4630-GRAVA-EQUIPE-EXIT
               UNTIL FIM-DUMP
           CLOSE EQUIPE.
       4530-CARREGA-EQUIPE-EXIT.
           EXIT.

       4630-GRAVA-EQUIPE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4630-GRAVA-EQUIPE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-EQP
           WRITE REG-EQP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-EQP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4630-GRAVA-EQUIPE-EXIT.
           EXIT.

       4531-CARREGA-ESTCOM.
           OPEN OUTPUT ESTCOM
           MOVE FS-ECOM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4531-CARREGA-ESTCOM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4631-GRAVA-ESTCOM THRU 4631-GRAVA-ESTCOM-EXIT
               UNTIL FIM-DUMP
           CLOSE ESTCOM.
       4531-CARREGA-ESTCOM-EXIT.
           EXIT.

       4631-GRAVA-ESTCOM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4631-GRAVA-ESTCOM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ECOM
           WRITE REG-ECOM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ECOM TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4631-GRAVA-ESTCOM-EXIT.
           EXIT.

       4532-CARREGA-ESTOQUE.
           OPEN OUTPUT ESTOQUE
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4532-CARREGA-ESTOQUE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4632-GRAVA-ESTOQUE THRU 4632-GRAVA-ESTOQUE-EXIT
               UNTIL FIM-DUMP
           CLOSE ESTOQUE.
       4532-CARREGA-ESTOQUE-EXIT.
           EXIT.

       4632-GRAVA-ESTOQUE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4632-GRAVA-ESTOQUE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ESTOQUE
           WRITE REG-ESTOQUE
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4632-GRAVA-ESTOQUE-EXIT.
           EXIT.

       4533-CARREGA-EXPCTL.
           OPEN OUTPUT EXPCTL
           MOVE FS-EXPC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4533-CARREGA-EXPCTL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4633-GRAVA-EXPCTL THRU 4633-GRAVA-EXPCTL-EXIT
               UNTIL FIM-DUMP
           CLOSE EXPCTL.
       4533-CARREGA-EXPCTL-EXIT.
           EXIT.

       4633-GRAVA-EXPCTL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4633-GRAVA-EXPCTL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-EXPC
           WRITE REG-EXPC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-EXPC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4633-GRAVA-EXPCTL-EXIT.
           EXIT.

       4534-CARREGA-FECHMES.
           OPEN OUTPUT FECHMES
           MOVE FS-FMES TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4534-CARREGA-FECHMES-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4634-GRAVA-FECHMES THRU 4634-GRAVA-FECHMES-EXIT
               UNTIL FIM-DUMP
           CLOSE FECHMES.
       4534-CARREGA-FECHMES-EXIT.
           EXIT.

       4634-GRAVA-FECHMES.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4634-GRAVA-FECHMES-EXIT
           END-IF
           MOVE REG-DUMP TO REG-FMES
           WRITE REG-FMES
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FMES TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4634-GRAVA-FECHMES-EXIT.
           EXIT.

       4535-CARREGA-FERIADO.
           OPEN OUTPUT FERIADO
           MOVE FS-FER TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4535-CARREGA-FERIADO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4635-GRAVA-FERIADO THRU 4635-GRAVA-FERIADO-EXIT
               UNTIL FIM-DUMP
           CLOSE FERIADO.
       4535-CARREGA-FERIADO-EXIT.
           EXIT.

       4635-GRAVA-FERIADO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4635-GRAVA-FERIADO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-FER
           WRITE REG-FER
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FER TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4635-GRAVA-FERIADO-EXIT.
           EXIT.

       4536-CARREGA-FILIAL.
           OPEN OUTPUT FILIAL
           MOVE FS-FIL TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4536-CARREGA-FILIAL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4636-GRAVA-FILIAL THRU 4636-GRAVA-FILIAL-EXIT
               UNTIL FIM-DUMP
           CLOSE FILIAL.
       4536-CARREGA-FILIAL-EXIT.
           EXIT.

       4636-GRAVA-FILIAL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4636-GRAVA-FILIAL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-FIL
           WRITE REG-FIL
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FIL TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4636-GRAVA-FILIAL-EXIT.
           EXIT.

       4537-CARREGA-FORNECED.
           OPEN OUTPUT FORNECED
           MOVE FS-FORN TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4537-CARREGA-FORNECED-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4637-GRAVA-FORNECED THRU 4637-GRAVA-FORNECED-EXIT
               UNTIL FIM-DUMP
           CLOSE FORNECED.
       4537-CARREGA-FORNECED-EXIT.
           EXIT.

       4637-GRAVA-FORNECED.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4637-GRAVA-FORNECED-EXIT
           END-IF
           MOVE REG-DUMP TO REG-FORN
           WRITE REG-FORN
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-FORN TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4637-GRAVA-FORNECED-EXIT.
           EXIT.

       4538-CARREGA-GRUPO.
           OPEN OUTPUT GRUPO
           MOVE FS-GRU TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4538-CARREGA-GRUPO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4638-GRAVA-GRUPO THRU 4638-GRAVA-GRUPO-EXIT
               UNTIL FIM-DUMP
           CLOSE GRUPO.
       4538-CARREGA-GRUPO-EXIT.
           EXIT.

       4638-GRAVA-GRUPO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4638-GRAVA-GRUPO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-GRU
           WRITE REG-GRU
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-GRU TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4638-GRAVA-GRUPO-EXIT.
           EXIT.

       4539-CARREGA-IMPCTL.
           OPEN OUTPUT IMPCTL
           MOVE FS-IMPC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4539-CARREGA-IMPCTL-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4639-GRAVA-IMPCTL THRU 4639-GRAVA-IMPCTL-EXIT
               UNTIL FIM-DUMP
           CLOSE IMPCTL.
       4539-CARREGA-IMPCTL-EXIT.
           EXIT.

       4639-GRAVA-IMPCTL.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4639-GRAVA-IMPCTL-EXIT
           END-IF
           MOVE REG-DUMP TO REG-IMPC
           WRITE REG-IMPC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-IMPC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4639-GRAVA-IMPCTL-EXIT.
           EXIT.

       4540-CARREGA-INVCONT.
           OPEN OUTPUT INVCONT
           MOVE FS-INV TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4540-CARREGA-INVCONT-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4640-GRAVA-INVCONT THRU 4640-GRAVA-INVCONT-EXIT
               UNTIL FIM-DUMP
           CLOSE INVCONT.
       4540-CARREGA-INVCONT-EXIT.
           EXIT.

       4640-GRAVA-INVCONT.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4640-GRAVA-INVCONT-EXIT
           END-IF
           MOVE REG-DUMP TO REG-INV
           WRITE REG-INV
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-INV TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4640-GRAVA-INVCONT-EXIT.
           EXIT.

       4541-CARREGA-ITEHIST.
           OPEN OUTPUT ITEHIST
           MOVE FS-IH TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4541-CARREGA-ITEHIST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4641-GRAVA-ITEHIST THRU 4641-GRAVA-ITEHIST-EXIT
               UNTIL FIM-DUMP
           CLOSE ITEHIST.
       4541-CARREGA-ITEHIST-EXIT.
           EXIT.

       4641-GRAVA-ITEHIST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4641-GRAVA-ITEHIST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-IH
           WRITE REG-IH
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-IH TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4641-GRAVA-ITEHIST-EXIT.
           EXIT.

       4542-CARREGA-ITEM-PED.
           OPEN OUTPUT ITEM-PED
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4542-CARREGA-ITEM-PED-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4642-GRAVA-ITEM-PED THRU 4642-GRAVA-ITEM-PED-EXIT
               UNTIL FIM-DUMP
           CLOSE ITEM-PED.
       4542-CARREGA-ITEM-PED-EXIT.
           EXIT.

       4642-GRAVA-ITEM-PED.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4642-GRAVA-ITEM-PED-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ITEM-PED
           WRITE REG-ITEM-PED
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4642-GRAVA-ITEM-PED-EXIT.
           EXIT.

       4543-CARREGA-ITMCOMP.
           OPEN OUTPUT ITMCOMP
           MOVE FS-IPC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4543-CARREGA-ITMCOMP-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4643-GRAVA-ITMCOMP THRU 4643-GRAVA-ITMCOMP-EXIT
               UNTIL FIM-DUMP
           CLOSE ITMCOMP.
       4543-CARREGA-ITMCOMP-EXIT.
           EXIT.

       4643-GRAVA-ITMCOMP.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4643-GRAVA-ITMCOMP-EXIT
           END-IF
           MOVE REG-DUMP TO REG-IPC
           WRITE REG-IPC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-IPC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4643-GRAVA-ITMCOMP-EXIT.
           EXIT.

       4544-CARREGA-KARDEX.
           OPEN OUTPUT KARDEX
           MOVE FS-KDX TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4544-CARREGA-KARDEX-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4644-GRAVA-KARDEX THRU 4644-GRAVA-KARDEX-EXIT
               UNTIL FIM-DUMP
           CLOSE KARDEX.
       4544-CARREGA-KARDEX-EXIT.
           EXIT.

       4644-GRAVA-KARDEX.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4644-GRAVA-KARDEX-EXIT
           END-IF
           MOVE REG-DUMP TO REG-KDX
           WRITE REG-KDX
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-KDX TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4644-GRAVA-KARDEX-EXIT.
           EXIT.

       4545-CARREGA-KARDEXA.
           OPEN OUTPUT KARDEXA
           MOVE FS-KDA TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4545-CARREGA-KARDEXA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4645-GRAVA-KARDEXA THRU 4645-GRAVA-KARDEXA-EXIT
               UNTIL FIM-DUMP
           CLOSE KARDEXA.
       4545-CARREGA-KARDEXA-EXIT.
           EXIT.

       4645-GRAVA-KARDEXA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4645-GRAVA-KARDEXA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-KDA
           WRITE REG-KDA
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-KDA TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4645-GRAVA-KARDEXA-EXIT.
           EXIT.

       4546-CARREGA-KIT.
           OPEN OUTPUT KIT
           MOVE FS-KIT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4546-CARREGA-KIT-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4646-GRAVA-KIT THRU 4646-GRAVA-KIT-EXIT
               UNTIL FIM-DUMP
           CLOSE KIT.
       4546-CARREGA-KIT-EXIT.
           EXIT.

       4646-GRAVA-KIT.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4646-GRAVA-KIT-EXIT
           END-IF
           MOVE REG-DUMP TO REG-KIT
           WRITE REG-KIT
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-KIT TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4646-GRAVA-KIT-EXIT.
           EXIT.

       4547-CARREGA-LOTE.
           OPEN OUTPUT LOTE
           MOVE FS-LOTE TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4547-CARREGA-LOTE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4647-GRAVA-LOTE THRU 4647-GRAVA-LOTE-EXIT
               UNTIL FIM-DUMP
           CLOSE LOTE.
       4547-CARREGA-LOTE-EXIT.
           EXIT.

       4647-GRAVA-LOTE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4647-GRAVA-LOTE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-LOTE
           WRITE REG-LOTE
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-LOTE TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4647-GRAVA-LOTE-EXIT.
           EXIT.

       4548-CARREGA-META.
           OPEN OUTPUT META
           MOVE FS-META TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4548-CARREGA-META-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4648-GRAVA-META THRU 4648-GRAVA-META-EXIT
               UNTIL FIM-DUMP
           CLOSE META.
       4548-CARREGA-META-EXIT.
           EXIT.

       4648-GRAVA-META.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4648-GRAVA-META-EXIT
           END-IF
           MOVE REG-DUMP TO REG-META
           WRITE REG-META
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-META TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4648-GRAVA-META-EXIT.
           EXIT.

       4549-CARREGA-MOTPERDA.
           OPEN OUTPUT MOTPERDA
           MOVE FS-MPE TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4549-CARREGA-MOTPERDA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4649-GRAVA-MOTPERDA THRU 4649-GRAVA-MOTPERDA-EXIT
               UNTIL FIM-DUMP
           CLOSE MOTPERDA.
       4549-CARREGA-MOTPERDA-EXIT.
           EXIT.

       4649-GRAVA-MOTPERDA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4649-GRAVA-MOTPERDA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-MPE
           WRITE REG-MPE
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-MPE TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4649-GRAVA-MOTPERDA-EXIT.
           EXIT.

       4550-CARREGA-MOVCMD.
           OPEN OUTPUT MOVCMD
           MOVE FS-MVC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4550-CARREGA-MOVCMD-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4650-GRAVA-MOVCMD THRU 4650-GRAVA-MOVCMD-EXIT
               UNTIL FIM-DUMP
           CLOSE MOVCMD.
       4550-CARREGA-MOVCMD-EXIT.
           EXIT.

       4650-GRAVA-MOVCMD.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4650-GRAVA-MOVCMD-EXIT
           END-IF
           MOVE REG-DUMP TO REG-MVC
           WRITE REG-MVC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-MVC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4650-GRAVA-MOVCMD-EXIT.
           EXIT.

       4551-CARREGA-NFHIST.
           OPEN OUTPUT NFHIST
           MOVE FS-NH TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4551-CARREGA-NFHIST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4651-GRAVA-NFHIST THRU 4651-GRAVA-NFHIST-EXIT
               UNTIL FIM-DUMP
           CLOSE NFHIST.
       4551-CARREGA-NFHIST-EXIT.
           EXIT.

       4651-GRAVA-NFHIST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4651-GRAVA-NFHIST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NH
           WRITE REG-NH
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NH TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4651-GRAVA-NFHIST-EXIT.
           EXIT.

       4552-CARREGA-NFIHIST.
           OPEN OUTPUT NFIHIST
           MOVE FS-NIH TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4552-CARREGA-NFIHIST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4652-GRAVA-NFIHIST THRU 4652-GRAVA-NFIHIST-EXIT
               UNTIL FIM-DUMP
           CLOSE NFIHIST.
       4552-CARREGA-NFIHIST-EXIT.
           EXIT.

       4652-GRAVA-NFIHIST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4652-GRAVA-NFIHIST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NIH
           WRITE REG-NIH
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NIH TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4652-GRAVA-NFIHIST-EXIT.
           EXIT.

       4553-CARREGA-NOSSONUM.
           OPEN OUTPUT NOSSONUM
           MOVE FS-NNUM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4553-CARREGA-NOSSONUM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4653-GRAVA-NOSSONUM THRU 4653-GRAVA-NOSSONUM-EXIT
               UNTIL FIM-DUMP
           CLOSE NOSSONUM.
       4553-CARREGA-NOSSONUM-EXIT.
           EXIT.

       4653-GRAVA-NOSSONUM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4653-GRAVA-NOSSONUM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NNUM
           WRITE REG-NNUM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NNUM TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4653-GRAVA-NOSSONUM-EXIT.
           EXIT.

       4554-CARREGA-NOTAFIS.
           OPEN OUTPUT NOTAFIS
           MOVE FS-NF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4554-CARREGA-NOTAFIS-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4654-GRAVA-NOTAFIS THRU 4654-GRAVA-NOTAFIS-EXIT
               UNTIL FIM-DUMP
           CLOSE NOTAFIS.
       4554-CARREGA-NOTAFIS-EXIT.
           EXIT.

       4654-GRAVA-NOTAFIS.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4654-GRAVA-NOTAFIS-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NF
           WRITE REG-NF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4654-GRAVA-NOTAFIS-EXIT.
           EXIT.

       4555-CARREGA-NOTAITEM.
           OPEN OUTPUT NOTAITEM
           MOVE FS-NFI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4555-CARREGA-NOTAITEM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4655-GRAVA-NOTAITEM THRU 4655-GRAVA-NOTAITEM-EXIT
               UNTIL FIM-DUMP
           CLOSE NOTAITEM.
       4555-CARREGA-NOTAITEM-EXIT.
           EXIT.

       4655-GRAVA-NOTAITEM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4655-GRAVA-NOTAITEM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NFI
           WRITE REG-NFI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NFI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4655-GRAVA-NOTAITEM-EXIT.
           EXIT.

       4556-CARREGA-NOTIFIC.
           OPEN OUTPUT NOTIFIC
           MOVE FS-NTF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4556-CARREGA-NOTIFIC-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4656-GRAVA-NOTIFIC THRU 4656-GRAVA-NOTIFIC-EXIT
               UNTIL FIM-DUMP
           CLOSE NOTIFIC.
       4556-CARREGA-NOTIFIC-EXIT.
           EXIT.

       4656-GRAVA-NOTIFIC.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4656-GRAVA-NOTIFIC-EXIT
           END-IF
           MOVE REG-DUMP TO REG-NTF
           WRITE REG-NTF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-NTF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4656-GRAVA-NOTIFIC-EXIT.
           EXIT.

       4557-CARREGA-ORCAMENTO.
           OPEN OUTPUT ORCAMENTO
           MOVE FS-ORC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4557-CARREGA-ORCAMENTO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4657-GRAVA-ORCAMENTO THRU 4657-GRAVA-ORCAMENTO-EXIT
               UNTIL FIM-DUMP
           CLOSE ORCAMENTO.
       4557-CARREGA-ORCAMENTO-EXIT.
           EXIT.

       4657-GRAVA-ORCAMENTO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4657-GRAVA-ORCAMENTO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ORC
           WRITE REG-ORC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ORC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4657-GRAVA-ORCAMENTO-EXIT.
           EXIT.

       4558-CARREGA-ORCITEM.
           OPEN OUTPUT ORCITEM
           MOVE FS-ORI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4558-CARREGA-ORCITEM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4658-GRAVA-ORCITEM THRU 4658-GRAVA-ORCITEM-EXIT
               UNTIL FIM-DUMP
           CLOSE ORCITEM.
       4558-CARREGA-ORCITEM-EXIT.
           EXIT.

       4658-GRAVA-ORCITEM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4658-GRAVA-ORCITEM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ORI
           WRITE REG-ORI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ORI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4658-GRAVA-ORCITEM-EXIT.
           EXIT.

       4559-CARREGA-PARAM.
           OPEN OUTPUT PARAM
           MOVE FS-PAR TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4559-CARREGA-PARAM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4659-GRAVA-PARAM THRU 4659-GRAVA-PARAM-EXIT
               UNTIL FIM-DUMP
           CLOSE PARAM.
       4559-CARREGA-PARAM-EXIT.
           EXIT.

       4659-GRAVA-PARAM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4659-GRAVA-PARAM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PAR
           WRITE REG-PAR
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PAR TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4659-GRAVA-PARAM-EXIT.
           EXIT.

       4560-CARREGA-PEDCOMP.
           OPEN OUTPUT PEDCOMP
           MOVE FS-PC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4560-CARREGA-PEDCOMP-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4660-GRAVA-PEDCOMP THRU 4660-GRAVA-PEDCOMP-EXIT
               UNTIL FIM-DUMP
           CLOSE PEDCOMP.
       4560-CARREGA-PEDCOMP-EXIT.
           EXIT.

       4660-GRAVA-PEDCOMP.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4660-GRAVA-PEDCOMP-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PC
           WRITE REG-PC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4660-GRAVA-PEDCOMP-EXIT.
           EXIT.

       4561-CARREGA-PEDHIST.
           OPEN OUTPUT PEDHIST
           MOVE FS-PH TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4561-CARREGA-PEDHIST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4661-GRAVA-PEDHIST THRU 4661-GRAVA-PEDHIST-EXIT
               UNTIL FIM-DUMP
           CLOSE PEDHIST.
       4561-CARREGA-PEDHIST-EXIT.
           EXIT.

       4661-GRAVA-PEDHIST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4661-GRAVA-PEDHIST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PH
           WRITE REG-PH
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PH TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4661-GRAVA-PEDHIST-EXIT.
           EXIT.

       4562-CARREGA-PEDIDO.
           OPEN OUTPUT PEDIDO
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4562-CARREGA-PEDIDO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4662-GRAVA-PEDIDO THRU 4662-GRAVA-PEDIDO-EXIT
               UNTIL FIM-DUMP
           CLOSE PEDIDO.
       4562-CARREGA-PEDIDO-EXIT.
           EXIT.

       4662-GRAVA-PEDIDO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4662-GRAVA-PEDIDO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PED
           WRITE REG-PED
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4662-GRAVA-PEDIDO-EXIT.
           EXIT.

       4563-CARREGA-PEDPROG.
           OPEN OUTPUT PEDPROG
           MOVE FS-PPG TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4563-CARREGA-PEDPROG-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4663-GRAVA-PEDPROG THRU 4663-GRAVA-PEDPROG-EXIT
               UNTIL FIM-DUMP
           CLOSE PEDPROG.
       4563-CARREGA-PEDPROG-EXIT.
           EXIT.

       4663-GRAVA-PEDPROG.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4663-GRAVA-PEDPROG-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PPG
           WRITE REG-PPG
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PPG TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4663-GRAVA-PEDPROG-EXIT.
           EXIT.

       4564-CARREGA-PEDPROGI.
           OPEN OUTPUT PEDPROGI
           MOVE FS-PPI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4564-CARREGA-PEDPROGI-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4664-GRAVA-PEDPROGI THRU 4664-GRAVA-PEDPROGI-EXIT
               UNTIL FIM-DUMP
           CLOSE PEDPROGI.
       4564-CARREGA-PEDPROGI-EXIT.
           EXIT.

       4664-GRAVA-PEDPROGI.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4664-GRAVA-PEDPROGI-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PPI
           WRITE REG-PPI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PPI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4664-GRAVA-PEDPROGI-EXIT.
           EXIT.

       4565-CARREGA-PERDAEST.
           OPEN OUTPUT PERDAEST
           MOVE FS-PES TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4565-CARREGA-PERDAEST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4665-GRAVA-PERDAEST THRU 4665-GRAVA-PERDAEST-EXIT
               UNTIL FIM-DUMP
           CLOSE PERDAEST.
       4565-CARREGA-PERDAEST-EXIT.
           EXIT.

       4665-GRAVA-PERDAEST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4665-GRAVA-PERDAEST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PES
           WRITE REG-PES
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PES TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4665-GRAVA-PERDAEST-EXIT.
           EXIT.

       4566-CARREGA-PERMISS.
           OPEN OUTPUT PERMISS
           MOVE FS-PERM TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4566-CARREGA-PERMISS-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4666-GRAVA-PERMISS THRU 4666-GRAVA-PERMISS-EXIT
               UNTIL FIM-DUMP
           CLOSE PERMISS.
       4566-CARREGA-PERMISS-EXIT.
           EXIT.

       4666-GRAVA-PERMISS.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4666-GRAVA-PERMISS-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PERM
           WRITE REG-PERM
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PERM TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4666-GRAVA-PERMISS-EXIT.
           EXIT.

       4567-CARREGA-PREITEM.
           OPEN OUTPUT PREITEM
           MOVE FS-PIT TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4567-CARREGA-PREITEM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4667-GRAVA-PREITEM THRU 4667-GRAVA-PREITEM-EXIT
               UNTIL FIM-DUMP
           CLOSE PREITEM.
       4567-CARREGA-PREITEM-EXIT.
           EXIT.

       4667-GRAVA-PREITEM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4667-GRAVA-PREITEM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PIT
           WRITE REG-PIT
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PIT TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4667-GRAVA-PREITEM-EXIT.
           EXIT.

       4568-CARREGA-PRENOTA.
           OPEN OUTPUT PRENOTA
           MOVE FS-PRE TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4568-CARREGA-PRENOTA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4668-GRAVA-PRENOTA THRU 4668-GRAVA-PRENOTA-EXIT
               UNTIL FIM-DUMP
           CLOSE PRENOTA.
       4568-CARREGA-PRENOTA-EXIT.
           EXIT.

       4668-GRAVA-PRENOTA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4668-GRAVA-PRENOTA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PRE
           WRITE REG-PRE
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PRE TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4668-GRAVA-PRENOTA-EXIT.
           EXIT.

       4569-CARREGA-PRODFORN.
           OPEN OUTPUT PRODFORN
           MOVE FS-PF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4569-CARREGA-PRODFORN-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4669-GRAVA-PRODFORN THRU 4669-GRAVA-PRODFORN-EXIT
               UNTIL FIM-DUMP
           CLOSE PRODFORN.
       4569-CARREGA-PRODFORN-EXIT.
           EXIT.

       4669-GRAVA-PRODFORN.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4669-GRAVA-PRODFORN-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PF
           WRITE REG-PF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-PF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4669-GRAVA-PRODFORN-EXIT.
           EXIT.

       4570-CARREGA-PRODUTO.
           OPEN OUTPUT PRODUTO
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4570-CARREGA-PRODUTO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4670-GRAVA-PRODUTO THRU 4670-GRAVA-PRODUTO-EXIT
               UNTIL FIM-DUMP
           CLOSE PRODUTO.
       4570-CARREGA-PRODUTO-EXIT.
           EXIT.

       4670-GRAVA-PRODUTO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4670-GRAVA-PRODUTO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-PRODUTO
           WRITE REG-PRODUTO
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4670-GRAVA-PRODUTO-EXIT.
           EXIT.

       4571-CARREGA-QUARENT.
           OPEN OUTPUT QUARENT
           MOVE FS-QUA TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4571-CARREGA-QUARENT-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4671-GRAVA-QUARENT THRU 4671-GRAVA-QUARENT-EXIT
               UNTIL FIM-DUMP
           CLOSE QUARENT.
       4571-CARREGA-QUARENT-EXIT.
           EXIT.

       4671-GRAVA-QUARENT.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4671-GRAVA-QUARENT-EXIT
           END-IF
           MOVE REG-DUMP TO REG-QUA
           WRITE REG-QUA
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-QUA TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4671-GRAVA-QUARENT-EXIT.
           EXIT.

       4572-CARREGA-REBATE.
           OPEN OUTPUT REBATE
           MOVE FS-REB TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4572-CARREGA-REBATE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4672-GRAVA-REBATE THRU 4672-GRAVA-REBATE-EXIT
               UNTIL FIM-DUMP
           CLOSE REBATE.
       4572-CARREGA-REBATE-EXIT.
           EXIT.

       4672-GRAVA-REBATE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4672-GRAVA-REBATE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-REB
           WRITE REG-REB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-REB TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4672-GRAVA-REBATE-EXIT.
           EXIT.

       4573-CARREGA-RECEBIMENTO.
           OPEN OUTPUT RECEBIMENTO
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4573-CARREGA-RECEBIMENTO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4673-GRAVA-RECEBIMENTO
               THRU 4673-GRAVA-RECEBIMENTO-EXIT
               UNTIL FIM-DUMP
           CLOSE RECEBIMENTO.
       4573-CARREGA-RECEBIMENTO-EXIT.
           EXIT.

       4673-GRAVA-RECEBIMENTO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4673-GRAVA-RECEBIMENTO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-RECEB
           WRITE REG-RECEB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4673-GRAVA-RECEBIMENTO-EXIT.
           EXIT.

       4574-CARREGA-RECHIST.
           OPEN OUTPUT RECHIST
           MOVE FS-RH TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4574-CARREGA-RECHIST-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4674-GRAVA-RECHIST THRU 4674-GRAVA-RECHIST-EXIT
               UNTIL FIM-DUMP
           CLOSE RECHIST.
       4574-CARREGA-RECHIST-EXIT.
           EXIT.

       4674-GRAVA-RECHIST.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4674-GRAVA-RECHIST-EXIT
           END-IF
           MOVE REG-DUMP TO REG-RH
           WRITE REG-RH
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-RH TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4674-GRAVA-RECHIST-EXIT.
           EXIT.

       4575-CARREGA-REDE.
           OPEN OUTPUT REDE
           MOVE FS-REDE TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4575-CARREGA-REDE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4675-GRAVA-REDE THRU 4675-GRAVA-REDE-EXIT
               UNTIL FIM-DUMP
           CLOSE REDE.
       4575-CARREGA-REDE-EXIT.
           EXIT.

       4675-GRAVA-REDE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4675-GRAVA-REDE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-REDE
           WRITE REG-REDE
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-REDE TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4675-GRAVA-REDE-EXIT.
           EXIT.

       4576-CARREGA-REGRACOM.
           OPEN OUTPUT REGRACOM
           MOVE FS-RC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4576-CARREGA-REGRACOM-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4676-GRAVA-REGRACOM THRU 4676-GRAVA-REGRACOM-EXIT
               UNTIL FIM-DUMP
           CLOSE REGRACOM.
       4576-CARREGA-REGRACOM-EXIT.
           EXIT.

       4676-GRAVA-REGRACOM.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4676-GRAVA-REGRACOM-EXIT
           END-IF
           MOVE REG-DUMP TO REG-RC
           WRITE REG-RC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-RC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4676-GRAVA-REGRACOM-EXIT.
           EXIT.

       4577-CARREGA-REGRAFIS.
           OPEN OUTPUT REGRAFIS
           MOVE FS-RF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4577-CARREGA-REGRAFIS-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4677-GRAVA-REGRAFIS THRU 4677-GRAVA-REGRAFIS-EXIT
               UNTIL FIM-DUMP
           CLOSE REGRAFIS.
       4577-CARREGA-REGRAFIS-EXIT.
           EXIT.

       4677-GRAVA-REGRAFIS.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4677-GRAVA-REGRAFIS-EXIT
           END-IF
           MOVE REG-DUMP TO REG-RF
           WRITE REG-RF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-RF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4677-GRAVA-REGRAFIS-EXIT.
           EXIT.

       4578-CARREGA-RESUMOV.
           OPEN OUTPUT RESUMOV
           MOVE FS-RES TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4578-CARREGA-RESUMOV-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4678-GRAVA-RESUMOV THRU 4678-GRAVA-RESUMOV-EXIT
               UNTIL FIM-DUMP
           CLOSE RESUMOV.
       4578-CARREGA-RESUMOV-EXIT.
           EXIT.

       4678-GRAVA-RESUMOV.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4678-GRAVA-RESUMOV-EXIT
           END-IF
           MOVE REG-DUMP TO REG-RES
           WRITE REG-RES
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-RES TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4678-GRAVA-RESUMOV-EXIT.
           EXIT.

       4579-CARREGA-ROMFRETE.
           OPEN OUTPUT ROMFRETE
           MOVE FS-ROMF TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4579-CARREGA-ROMFRETE-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4679-GRAVA-ROMFRETE THRU 4679-GRAVA-ROMFRETE-EXIT
               UNTIL FIM-DUMP
           CLOSE ROMFRETE.
       4579-CARREGA-ROMFRETE-EXIT.
           EXIT.

       4679-GRAVA-ROMFRETE.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4679-GRAVA-ROMFRETE-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ROMF
           WRITE REG-ROMF
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ROMF TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4679-GRAVA-ROMFRETE-EXIT.
           EXIT.

       4580-CARREGA-ROTA.
           OPEN OUTPUT ROTA
           MOVE FS-ROTA TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4580-CARREGA-ROTA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4680-GRAVA-ROTA THRU 4680-GRAVA-ROTA-EXIT
               UNTIL FIM-DUMP
           CLOSE ROTA.
       4580-CARREGA-ROTA-EXIT.
           EXIT.

       4680-GRAVA-ROTA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4680-GRAVA-ROTA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-ROTA
           WRITE REG-ROTA
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-ROTA TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4680-GRAVA-ROTA-EXIT.
           EXIT.

       4581-CARREGA-SAC.
           OPEN OUTPUT SAC
           MOVE FS-SAC TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4581-CARREGA-SAC-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4681-GRAVA-SAC THRU 4681-GRAVA-SAC-EXIT
               UNTIL FIM-DUMP
           CLOSE SAC.
       4581-CARREGA-SAC-EXIT.
           EXIT.

       4681-GRAVA-SAC.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4681-GRAVA-SAC-EXIT
           END-IF
           MOVE REG-DUMP TO REG-SAC
           WRITE REG-SAC
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-SAC TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4681-GRAVA-SAC-EXIT.
           EXIT.

       4582-CARREGA-SUBPROD.
           OPEN OUTPUT SUBPROD
           MOVE FS-SUB TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4582-CARREGA-SUBPROD-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4682-GRAVA-SUBPROD THRU 4682-GRAVA-SUBPROD-EXIT
               UNTIL FIM-DUMP
           CLOSE SUBPROD.
       4582-CARREGA-SUBPROD-EXIT.
           EXIT.

       4682-GRAVA-SUBPROD.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4682-GRAVA-SUBPROD-EXIT
           END-IF
           MOVE REG-DUMP TO REG-SUB
           WRITE REG-SUB
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-SUB TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4682-GRAVA-SUBPROD-EXIT.
           EXIT.

       4583-CARREGA-TABPRECO.
           OPEN OUTPUT TABPRECO
           MOVE FS-TABP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4583-CARREGA-TABPRECO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4683-GRAVA-TABPRECO THRU 4683-GRAVA-TABPRECO-EXIT
               UNTIL FIM-DUMP
           CLOSE TABPRECO.
       4583-CARREGA-TABPRECO-EXIT.
           EXIT.

       4683-GRAVA-TABPRECO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4683-GRAVA-TABPRECO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-TABP
           WRITE REG-TABP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-TABP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4683-GRAVA-TABPRECO-EXIT.
           EXIT.

       4584-CARREGA-TERRIT.
           OPEN OUTPUT TERRIT
           MOVE FS-TERR TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4584-CARREGA-TERRIT-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4684-GRAVA-TERRIT THRU 4684-GRAVA-TERRIT-EXIT
               UNTIL FIM-DUMP
           CLOSE TERRIT.
       4584-CARREGA-TERRIT-EXIT.
           EXIT.

       4684-GRAVA-TERRIT.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4684-GRAVA-TERRIT-EXIT
           END-IF
           MOVE REG-DUMP TO REG-TERR
           WRITE REG-TERR
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-TERR TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4684-GRAVA-TERRIT-EXIT.
           EXIT.

       4585-CARREGA-TRANSP.
           OPEN OUTPUT TRANSP
           MOVE FS-TRANSP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4585-CARREGA-TRANSP-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4685-GRAVA-TRANSP THRU 4685-GRAVA-TRANSP-EXIT
               UNTIL FIM-DUMP
           CLOSE TRANSP.
       4585-CARREGA-TRANSP-EXIT.
           EXIT.

       4685-GRAVA-TRANSP.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4685-GRAVA-TRANSP-EXIT
           END-IF
           MOVE REG-DUMP TO REG-TRANSP
           WRITE REG-TRANSP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-TRANSP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4685-GRAVA-TRANSP-EXIT.
           EXIT.

       4586-CARREGA-TRFPED.
           OPEN OUTPUT TRFPED
           MOVE FS-TRFP TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4586-CARREGA-TRFPED-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4686-GRAVA-TRFPED THRU 4686-GRAVA-TRFPED-EXIT
               UNTIL FIM-DUMP
           CLOSE TRFPED.
       4586-CARREGA-TRFPED-EXIT.
           EXIT.

       4686-GRAVA-TRFPED.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4686-GRAVA-TRFPED-EXIT
           END-IF
           MOVE REG-DUMP TO REG-TRFP
           WRITE REG-TRFP
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-TRFP TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4686-GRAVA-TRFPED-EXIT.
           EXIT.

       4587-CARREGA-USUARIO.
           OPEN OUTPUT USUARIO
           MOVE FS-USU TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4587-CARREGA-USUARIO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4687-GRAVA-USUARIO THRU 4687-GRAVA-USUARIO-EXIT
               UNTIL FIM-DUMP
           CLOSE USUARIO.
       4587-CARREGA-USUARIO-EXIT.
           EXIT.

       4687-GRAVA-USUARIO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4687-GRAVA-USUARIO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-USU
           WRITE REG-USU
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-USU TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4687-GRAVA-USUARIO-EXIT.
           EXIT.

       4588-CARREGA-VASILHA.
           OPEN OUTPUT VASILHA
           MOVE FS-VAS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4588-CARREGA-VASILHA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4688-GRAVA-VASILHA THRU 4688-GRAVA-VASILHA-EXIT
               UNTIL FIM-DUMP
           CLOSE VASILHA.
       4588-CARREGA-VASILHA-EXIT.
           EXIT.

       4688-GRAVA-VASILHA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4688-GRAVA-VASILHA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-VAS
           WRITE REG-VAS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-VAS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4688-GRAVA-VASILHA-EXIT.
           EXIT.

       4589-CARREGA-VEICULO.
           OPEN OUTPUT VEICULO
           MOVE FS-VEI TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4589-CARREGA-VEICULO-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4689-GRAVA-VEICULO THRU 4689-GRAVA-VEICULO-EXIT
               UNTIL FIM-DUMP
           CLOSE VEICULO.
       4589-CARREGA-VEICULO-EXIT.
           EXIT.

       4689-GRAVA-VEICULO.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4689-GRAVA-VEICULO-EXIT
           END-IF
           MOVE REG-DUMP TO REG-VEI
           WRITE REG-VEI
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-VEI TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4689-GRAVA-VEICULO-EXIT.
           EXIT.

       4590-CARREGA-VENDEDOR.
           OPEN OUTPUT VENDEDOR
           MOVE FS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4590-CARREGA-VENDEDOR-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4690-GRAVA-VENDEDOR THRU 4690-GRAVA-VENDEDOR-EXIT
               UNTIL FIM-DUMP
           CLOSE VENDEDOR.
       4590-CARREGA-VENDEDOR-EXIT.
           EXIT.

       4690-GRAVA-VENDEDOR.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4690-GRAVA-VENDEDOR-EXIT
           END-IF
           MOVE REG-DUMP TO REG-VEND
           WRITE REG-VEND
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4690-GRAVA-VENDEDOR-EXIT.
           EXIT.

       4591-CARREGA-VISITA.
           OPEN OUTPUT VISITA
           MOVE FS-VIS TO WS-FS-ARQ
           IF WS-FS-ARQ NOT = ZEROS
               GO TO 4591-CARREGA-VISITA-EXIT
           END-IF
           MOVE "S" TO WS-NOVO-CRIADO
           PERFORM 4691-GRAVA-VISITA THRU 4691-GRAVA-VISITA-EXIT
               UNTIL FIM-DUMP
           CLOSE VISITA.
       4591-CARREGA-VISITA-EXIT.
           EXIT.

       4691-GRAVA-VISITA.
           PERFORM 4350-LE-DUMP THRU 4350-LE-DUMP-EXIT
           IF FIM-DUMP
               GO TO 4691-GRAVA-VISITA-EXIT
           END-IF
           MOVE REG-DUMP TO REG-VIS
           WRITE REG-VIS
               INVALID KEY CONTINUE
           END-WRITE
           MOVE FS-VIS TO WS-FS-ARQ
           PERFORM 4360-AVALIA-GRAVACAO THRU 4360-AVALIA-GRAVACAO-EXIT.
       4691-GRAVA-VISITA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8000-MONTA-NOME-SPOOL - NOME DATADO DA SAIDA DESTE RELATORIO E
      * REGISTRO NO SPOOLREG.TXT (VISOR SPOOLVW).
      *-----------------------------------------------------------------
       8000-MONTA-NOME-SPOOL.
           ACCEPT WS-DATA-SPOOL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SPOOL FROM TIME

           MOVE SPACES TO WS-NOME-SPOOL-REL
           STRING "SPOOL-VERIFARQ-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "VERIFARQ;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 8100-GRAVA-MENSAGEM - LINHA JA MONTADA EM REG-REL VAI PARA O
      * LOG E PARA O CONSOLE.
      *-----------------------------------------------------------------
       8100-GRAVA-MENSAGEM.
           DISPLAY FUNCTION TRIM(REG-REL)
           WRITE REG-REL.
       8100-GRAVA-MENSAGEM-EXIT.
           EXIT.
