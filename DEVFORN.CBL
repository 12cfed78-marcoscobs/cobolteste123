      *-----------------------------------------------------------------
      * DEVFORN - DEVOLUCAO DE MERCADORIA A FORNECEDOR COM DEBITO
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEVFORN.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - DEVOLUCAO AO FORNECEDOR DE
      *                   MERCADORIA COM DEFEITO OU ERRADA, NO LUGAR DO
      *                   AJUSTE DE INVENTARIO: O ALMOXARIFADO INFORMA
      *                   FORNECEDOR, DOCUMENTO DA ENTRADA ORIGINAL E
      *                   O PEDIDO DE COMPRA (OPCIONAL) E DIGITA
      *                   PRODUTO/QUANTIDADE/LOTE DEVOLVIDOS (LIMITADO
      *                   AO RECEBIDO NA ENTRADA MENOS O JA DEVOLVIDO
      *                   E AO SALDO DA FILIAL). A QUANTIDADE SAI DE
      *                   ESTOQUE E LOTE (KARDEX TIPO DVF) E O VALOR
      *                   ABATE AS PARCELAS EM ABERTO DA NOTA EM
      *                   CONTAPAG, DA MAIS ANTIGA PARA A MAIS NOVA;
      *                   O QUE SOBRAR (NOTA JA PAGA) VIRA NOTA DE
      *                   DEBITO DO FORNECEDOR (PARCELA 99, VALOR
      *                   NEGATIVO). DOCUMENTO DE DEVOLUCAO PARA
      *                   ACOMPANHAR A MERCADORIA EM SPOOL DATADO
      *                   REGISTRADO NO SPOOLREG.TXT.
      * 15/10/2026 DEV   DEVOLUCAO DO REJEITADO NA QUARENTENA DE
      *                   QUALIDADE (LIBQUAR): A QUANTIDADE DA LINHA
      *                   SAI PRIMEIRO DO SALDO REJEITADO EM QUARENT
      *                   DA FILIAL/PRODUTO/LOTE (QUE NAO ESTA NO
      *                   ESTOQUE - O KARDEX JA TEM O QRJ) E SO O
      *                   RESTANTE SAI DE ESTOQUE/LOTE COM O DVF. O
      *                   RECEBIDO NO DOCUMENTO CONTA TAMBEM AS
      *                   ENTRADAS EM QUARENTENA (QEN).
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
           COPY "FORNECED.SEL".
           COPY "PEDCOMP.SEL".
           COPY "ITMCOMP.SEL".
           COPY "CONTAPAG.SEL".
           COPY "DEVFORN.SEL".
           COPY "DVFITEM.SEL".
           COPY "QUARENT.SEL".

           SELECT DEVFORN-REL ASSIGN TO WS-NOME-SPOOL-REL
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
           COPY "FORNECED.FD".
           COPY "PEDCOMP.FD".
           COPY "ITMCOMP.FD".
           COPY "CONTAPAG.FD".
           COPY "DEVFORN.FD".
           COPY "DVFITEM.FD".
           COPY "QUARENT.FD".

       FD  DEVFORN-REL
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
       77  FS-FORN                     PIC XX       VALUE SPACES.
       77  FS-PC                       PIC XX       VALUE SPACES.
       77  FS-IPC                      PIC XX       VALUE SPACES.
       77  FS-CPAG                     PIC XX       VALUE SPACES.
       77  FS-DVF                      PIC XX       VALUE SPACES.
       77  FS-DFI                      PIC XX       VALUE SPACES.
       77  FS-REL                      PIC XX       VALUE SPACES.
       77  WS-FILIAL-DVF               PIC 9(02)    VALUE 1.
       77  WS-COD-FORN-DVF             PIC 9(05)    VALUE ZEROS.
       77  WS-RAZAO-FORN-DVF           PIC X(60)    VALUE SPACES.
       77  WS-DOC-FORN-DVF             PIC X(20)    VALUE SPACES.
       77  WS-NUM-PCOMP-DVF            PIC 9(07)    VALUE ZEROS.
       77  WS-NUM-DEVFORN              PIC 9(05)    VALUE ZEROS.
       77  WS-SEQ-DFI                  PIC 9(03)    VALUE ZEROS.
       77  WS-COD-PRODUTO-DIG          PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-TEXT                 PIC X(15)    VALUE SPACES.
       77  WS-QTD-DEVOLVIDA            PIC 9(07)V999 VALUE ZEROS.
       77  WS-NUM-LOTE-DIG             PIC X(10)    VALUE SPACES.
       77  WS-CUSTO-TEXT               PIC X(15)    VALUE SPACES.
       77  WS-CUSTO-PADRAO             PIC S9(07)V99 VALUE ZEROS.
       77  WS-CUSTO-DEVOL              PIC S9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ITEM-DVF           PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-DEVFORN            PIC S9(11)V99 VALUE ZEROS.
       77  WS-SEQ-KDX                  PIC 9(07)    VALUE ZEROS.
       77  WS-HORA-KDX                 PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-LINHAS-ENT           PIC 9(05)    VALUE ZEROS.
       77  WS-QTD-RECEBIDA             PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-JA-DEV               PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-RESTANTE             PIC S9(07)V999 VALUE ZEROS.
       77  WS-SALDO-FILIAL             PIC 9(07)V999 VALUE ZEROS.

      * REJEITADO NA QUARENTENA (QUARENT) AGUARDANDO DEVOLUCAO: ENTRA
      * NO TETO DA LINHA E E CONSUMIDO ANTES DO ESTOQUE DISPONIVEL.
       77  FS-QUA                      PIC XX       VALUE SPACES.
       77  WS-SALDO-ESTOQUE-FIL        PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-REJ-PROD             PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-DO-REJEITO           PIC 9(07)V999 VALUE ZEROS.
       77  WS-QTD-DO-ESTOQUE           PIC 9(07)V999 VALUE ZEROS.
       77  WS-DEVFORN-SCAN             PIC 9(05)    VALUE ZEROS.
       77  WS-CONFIRMA                 PIC X(01)    VALUE SPACE.
       77  WS-VALOR-EDIT               PIC Z(09)9,99.

      * DESTINO DO VALOR DEVOLVIDO EM CONTAPAG: WS-DEBITO E O QUE
      * AINDA FALTA ABATER; AS PARCELAS ABATIDAS FICAM NA TABELA PARA
      * SAIR NO DOCUMENTO (AS QUE PASSAREM DE 20 SO SOMAM).
       77  WS-DEBITO                   PIC S9(11)V99 VALUE ZEROS.
       77  WS-RESIDUAL-CPAG            PIC S9(09)V99 VALUE ZEROS.
       77  WS-ABATIMENTO               PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-ABATIDO            PIC S9(11)V99 VALUE ZEROS.
       77  WS-VALOR-DEBITO-ND          PIC S9(11)V99 VALUE ZEROS.
       77  WS-NUM-TITULO-ND            PIC 9(07)    VALUE ZEROS.
       77  WS-QTD-ABAT                 PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-ABAT                 PIC 9(03)    VALUE ZEROS.
       01  WS-TAB-ABATIDAS.
           05  WS-ABATIDA              OCCURS 20 TIMES.
               10  TA-NUM-TITULO       PIC 9(07).
               10  TA-NUM-PARCELA      PIC 9(02).
               10  TA-VALOR            PIC S9(09)V99.
               10  TA-SIT              PIC X(01).

       01  WS-SWITCHES.
           05  WS-ENTRADA-OK           PIC X(01)    VALUE "N".
               88  ENTRADA-OK                       VALUE "S".
           05  WS-COM-LIMITE           PIC X(01)    VALUE "S".
               88  COM-LIMITE                       VALUE "S".
           05  WS-COM-PEDIDO-COMPRA    PIC X(01)    VALUE "N".
               88  COM-PEDIDO-COMPRA                VALUE "S".
           05  WS-FIM-DIGITACAO        PIC X(01)    VALUE "N".
               88  FIM-DIGITACAO                    VALUE "S".
           05  WS-FIM-KDX              PIC X(01)    VALUE "N".
               88  FIM-KDX                          VALUE "S".
           05  WS-FIM-DVF-SCAN         PIC X(01)    VALUE "N".
               88  FIM-DVF-SCAN                     VALUE "S".
           05  WS-FIM-DFI-SCAN         PIC X(01)    VALUE "N".
               88  FIM-DFI-SCAN                     VALUE "S".
           05  WS-FIM-IPC              PIC X(01)    VALUE "N".
               88  FIM-IPC                          VALUE "S".
           05  WS-FIM-CPAG             PIC X(01)    VALUE "N".
               88  FIM-CPAG                         VALUE "S".
           05  WS-FIM-ARQ              PIC X(01)    VALUE "N".
               88  FIM-ARQ                          VALUE "S".
           05  WS-COM-QUARENT          PIC X(01)    VALUE "N".
               88  COM-QUARENT                      VALUE "S".
           05  WS-FIM-QUA              PIC X(01)    VALUE "N".
               88  FIM-QUA                          VALUE "S".

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  WS-MES-HOJE             PIC 9(02).
           05  WS-DIA-HOJE             PIC 9(02).
       77  WS-HOJE-NUM                 PIC 9(08)    VALUE ZEROS.

       01  WS-LINHA-ENTRADA-TELA.
           05  FILLER                  PIC X(09) VALUE "PRODUTO ".
           05  LT-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LT-DESCR                PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  LOTE ".
           05  LT-LOTE                 PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  QTD ".
           05  LT-QTD                  PIC Z(06)9,999.

       01  WS-LINHA-DOCUMENTO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LR-COD-PRODUTO          PIC Z(04)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-DESCR                PIC X(35).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-LOTE                 PIC X(10).
           05  FILLER                  PIC X(06) VALUE "  QTD ".
           05  LR-QTD                  PIC Z(06)9,999.
           05  FILLER                  PIC X(08) VALUE "  UNIT ".
           05  LR-CUSTO                PIC Z(06)9,99.
           05  FILLER                  PIC X(08) VALUE "  VALOR ".
           05  LR-VALOR                PIC Z(07)9,99.

       01  WS-LINHA-ABATIDA.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "ABATIDO DO TITULO ".
           05  LA-NUM-TITULO           PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "/".
           05  LA-NUM-PARCELA          PIC 99.
           05  FILLER                  PIC X(08) VALUE "  VALOR ".
           05  LA-VALOR                PIC Z(07)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LA-SITUACAO             PIC X(20).

       COPY USULOG.CPY.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           IF ENTRADA-OK
               PERFORM 2000-DIGITA-ITENS
                   THRU 2000-DIGITA-ITENS-EXIT
               IF WS-SEQ-DFI > ZEROS
                   PERFORM 4000-ABATE-DEBITO
                       THRU 4000-ABATE-DEBITO-EXIT
                   PERFORM 3000-GRAVA-CABECALHO
                       THRU 3000-GRAVA-CABECALHO-EXIT
                   PERFORM 5000-DOCUMENTO
                       THRU 5000-DOCUMENTO-EXIT
               ELSE
                   DISPLAY "NENHUM ITEM DEVOLVIDO - NADA GRAVADO."
               END-IF
           END-IF
           PERFORM 9000-FINALIZA        THRU 9000-FINALIZA-EXIT
           STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - PERGUNTA FILIAL, FORNECEDOR, DOCUMENTO DA
      * ENTRADA ORIGINAL E PEDIDO DE COMPRA, ABRE OS ARQUIVOS E
      * MOSTRA O QUE FOI RECEBIDO NAQUELA ENTRADA.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ANO-HOJE  TO WS-HOJE-NUM (1:4)
           MOVE WS-MES-HOJE  TO WS-HOJE-NUM (5:2)
           MOVE WS-DIA-HOJE  TO WS-HOJE-NUM (7:2)

      * USUARIO COM FILIAL FIXA DEVOLVE SO O ESTOQUE DA FILIAL DELE,
      * MESMA AMARRA DA ENTRADA.
           IF LOGIN-USUARIO-ATUAL NOT = SPACES
           AND NOT USUARIO-SEM-FILIAL-FIXA
               MOVE FILIAL-USUARIO-ATUAL TO WS-FILIAL-DVF
               DISPLAY "FILIAL DA DEVOLUCAO (FIXA DO USUARIO): "
                       WS-FILIAL-DVF
           ELSE
               DISPLAY "FILIAL DA DEVOLUCAO (ENTER P/ 01):"
               ACCEPT WS-FILIAL-DVF FROM CONSOLE
               IF WS-FILIAL-DVF = ZEROS
                   MOVE 1 TO WS-FILIAL-DVF
               END-IF
           END-IF
           PERFORM 1100-VALIDA-FILIAL THRU 1100-VALIDA-FILIAL-EXIT

           PERFORM 1200-VALIDA-FORNECEDOR
               THRU 1200-VALIDA-FORNECEDOR-EXIT
           IF WS-COD-FORN-DVF = ZEROS
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           DISPLAY "DOCUMENTO DA ENTRADA ORIGINAL (NOTA DO"
                   " FORNECEDOR):"
           ACCEPT WS-DOC-FORN-DVF FROM CONSOLE
           IF WS-DOC-FORN-DVF = SPACES
               DISPLAY "DOCUMENTO NAO INFORMADO - NADA FEITO."
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           PERFORM 1300-VALIDA-PEDIDO-COMPRA
               THRU 1300-VALIDA-PEDIDO-COMPRA-EXIT

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
           OPEN I-O DEVFORN
           IF FS-DVF = "35" OR FS-DVF = "05"
               OPEN OUTPUT DEVFORN
               CLOSE DEVFORN
               OPEN I-O DEVFORN
           END-IF
           OPEN I-O DVFITEM
           IF FS-DFI = "35" OR FS-DFI = "05"
               OPEN OUTPUT DVFITEM
               CLOSE DVFITEM
               OPEN I-O DVFITEM
           END-IF
           OPEN I-O QUARENT
           IF FS-QUA = ZEROS
               MOVE "S" TO WS-COM-QUARENT
           END-IF
           MOVE "S" TO WS-ENTRADA-OK

           PERFORM 1400-PROXIMO-NUMERO THRU 1400-PROXIMO-NUMERO-EXIT
           PERFORM 1500-MOSTRA-ENTRADA THRU 1500-MOSTRA-ENTRADA-EXIT.
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

           MOVE WS-FILIAL-DVF TO XAV-FIL
           READ FILIAL WITH IGNORE LOCK
           IF FS-FIL NOT = ZEROS OR FILIAL-INATIVA
               DISPLAY "FILIAL " WS-FILIAL-DVF
                       " NAO CADASTRADA OU INATIVA - USANDO 01"
               MOVE 1 TO WS-FILIAL-DVF
           END-IF

           CLOSE FILIAL.
       1100-VALIDA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1200-VALIDA-FORNECEDOR - O FORNECEDOR DA ENTRADA PRECISA
      * ESTAR CADASTRADO (INATIVO TAMBEM RECEBE DEVOLUCAO - PODE TER
      * SIDO DESATIVADO JUSTAMENTE PELA MERCADORIA RUIM). CODIGO ZERO
      * OU INEXISTENTE ENCERRA SEM FAZER NADA.
      *-----------------------------------------------------------------
       1200-VALIDA-FORNECEDOR.
           DISPLAY "CODIGO DO FORNECEDOR (CADFORN):"
           ACCEPT WS-COD-FORN-DVF FROM CONSOLE
           IF WS-COD-FORN-DVF = ZEROS
               DISPLAY "FORNECEDOR NAO INFORMADO - NADA FEITO."
               GO TO 1200-VALIDA-FORNECEDOR-EXIT
           END-IF

           OPEN INPUT FORNECED
           IF FS-FORN NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE FORNECED. FS: " FS-FORN
               MOVE ZEROS TO WS-COD-FORN-DVF
               GO TO 1200-VALIDA-FORNECEDOR-EXIT
           END-IF

           MOVE WS-COD-FORN-DVF TO XAV-FORN
           READ FORNECED WITH IGNORE LOCK
           IF FS-FORN NOT = ZEROS
               DISPLAY "FORNECEDOR " WS-COD-FORN-DVF
                       " NAO CADASTRADO - NADA FEITO."
               MOVE ZEROS TO WS-COD-FORN-DVF
               CLOSE FORNECED
               GO TO 1200-VALIDA-FORNECEDOR-EXIT
           END-IF

           MOVE RAZAO-FORN TO WS-RAZAO-FORN-DVF
           DISPLAY "FORNECEDOR: " FUNCTION TRIM(WS-RAZAO-FORN-DVF)

           CLOSE FORNECED.
       1200-VALIDA-FORNECEDOR-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1300-VALIDA-PEDIDO-COMPRA - PEDIDO DE COMPRA DA ENTRADA
      * ORIGINAL (ZERO = ENTRADA AVULSA). SERVE DE REFERENCIA NO
      * DOCUMENTO E DE CUSTO PADRAO DAS LINHAS (CUSTO-UNIT-IPC);
      * PRECISA EXISTIR E SER DO FORNECEDOR INFORMADO, EM QUALQUER
      * SITUACAO.
      *-----------------------------------------------------------------
       1300-VALIDA-PEDIDO-COMPRA.
           DISPLAY "PEDIDO DE COMPRA DA ENTRADA (0 P/ NENHUM):"
           ACCEPT WS-NUM-PCOMP-DVF FROM CONSOLE
           IF WS-NUM-PCOMP-DVF = ZEROS
               GO TO 1300-VALIDA-PEDIDO-COMPRA-EXIT
           END-IF

           OPEN INPUT PEDCOMP
           IF FS-PC NOT = ZEROS
               DISPLAY "ARQUIVO DE PEDIDOS DE COMPRA INDISPONIVEL -"
                       " DEVOLUCAO SEGUE SEM PEDIDO."
               MOVE ZEROS TO WS-NUM-PCOMP-DVF
               GO TO 1300-VALIDA-PEDIDO-COMPRA-EXIT
           END-IF

           MOVE WS-NUM-PCOMP-DVF TO XAV-PC
           READ PEDCOMP WITH IGNORE LOCK
           IF FS-PC NOT = ZEROS
               DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO - DEVOLUCAO"
                       " SEGUE SEM PEDIDO."
               MOVE ZEROS TO WS-NUM-PCOMP-DVF
               CLOSE PEDCOMP
               GO TO 1300-VALIDA-PEDIDO-COMPRA-EXIT
           END-IF

           IF COD-FORN-PC NOT = WS-COD-FORN-DVF
               DISPLAY "PEDIDO DE COMPRA E DE OUTRO FORNECEDOR ("
                       COD-FORN-PC ") - DEVOLUCAO SEGUE SEM PEDIDO."
               MOVE ZEROS TO WS-NUM-PCOMP-DVF
               CLOSE PEDCOMP
               GO TO 1300-VALIDA-PEDIDO-COMPRA-EXIT
           END-IF
           CLOSE PEDCOMP

           OPEN INPUT ITMCOMP
           IF FS-IPC = ZEROS
               MOVE "S" TO WS-COM-PEDIDO-COMPRA
           END-IF.
       1300-VALIDA-PEDIDO-COMPRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1400-PROXIMO-NUMERO - PROXIMO NUMERO DE DEVOLUCAO A FORNECEDOR
      * LIVRE (START <= / READ PREVIOUS, TECNICA DE ADICIONAR EM
      * CADCLI).
      *-----------------------------------------------------------------
       1400-PROXIMO-NUMERO.
           MOVE 99999 TO XAV-DVF
           START DEVFORN KEY IS <= XAV-DVF
           IF FS-DVF EQUAL ZEROS
               READ DEVFORN PREVIOUS WITH IGNORE LOCK
               MOVE NUM-DEVFORN TO WS-NUM-DEVFORN
           ELSE
               MOVE ZEROS TO WS-NUM-DEVFORN
           END-IF
           ADD 1 TO WS-NUM-DEVFORN.
       1400-PROXIMO-NUMERO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 1500-MOSTRA-ENTRADA - LISTA NO CONSOLE AS LINHAS RECEBIDAS NA
      * ENTRADA ORIGINAL (KARDEX TIPO ENT DO DOCUMENTO, FORNECEDOR E
      * FILIAL). ENTRADA QUE NAO ESTA MAIS NO KARDEX (LEVADA AO
      * ARQUIVO MORTO PELO KARDARCH) SO SEGUE COM A CONFIRMACAO DO
      * OPERADOR, E AI O LIMITE E SO O SALDO DA FILIAL.
      *-----------------------------------------------------------------
       1500-MOSTRA-ENTRADA.
           DISPLAY "LINHAS RECEBIDAS NO DOCUMENTO "
                   FUNCTION TRIM(WS-DOC-FORN-DVF) ":"

           MOVE ZEROS TO WS-QTD-LINHAS-ENT
           MOVE "N"   TO WS-FIM-KDX
           MOVE ZEROS TO XAV-KDX
           START KARDEX KEY IS NOT LESS THAN XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-KDX
           END-START

           PERFORM 1510-LISTA-KDX THRU 1510-LISTA-KDX-EXIT
               UNTIL FIM-KDX

           IF WS-QTD-LINHAS-ENT > ZEROS
               GO TO 1500-MOSTRA-ENTRADA-EXIT
           END-IF

           DISPLAY "ENTRADA NAO ENCONTRADA NO KARDEX PARA ESTE"
                   " FORNECEDOR/FILIAL."
           DISPLAY "DEVOLVE MESMO ASSIM, LIMITADO AO SALDO DA FILIAL"
                   " (S/N)?"
           ACCEPT WS-CONFIRMA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA = "S"
               MOVE "N" TO WS-COM-LIMITE
           ELSE
               MOVE "S" TO WS-FIM-DIGITACAO
           END-IF.
       1500-MOSTRA-ENTRADA-EXIT.
           EXIT.

       1510-LISTA-KDX.
           READ KARDEX NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-KDX
                   GO TO 1510-LISTA-KDX-EXIT
           END-READ

           IF (TIPO-DOC-KDX   NOT = "ENT" AND NOT = "QEN")
           OR NUM-DOC-KDX     NOT = WS-DOC-FORN-DVF (1:10)
           OR COD-FORN-KDX    NOT = WS-COD-FORN-DVF
           OR COD-FILIAL-KDX  NOT = WS-FILIAL-DVF
               GO TO 1510-LISTA-KDX-EXIT
           END-IF

           ADD 1 TO WS-QTD-LINHAS-ENT
           MOVE COD-PRODUTO-KDX TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE SPACES TO DESCR-PRODUTO
           END-READ
           MOVE SPACES          TO WS-LINHA-ENTRADA-TELA
           MOVE COD-PRODUTO-KDX TO LT-COD-PRODUTO
           MOVE DESCR-PRODUTO   TO LT-DESCR
           MOVE LOTE-KDX        TO LT-LOTE
           IF TIPO-DOC-KDX = "QEN"
               MOVE QTD-QUARENT-KDX TO LT-QTD
               DISPLAY WS-LINHA-ENTRADA-TELA " (QUARENTENA)"
           ELSE
               MOVE QTD-ENTRADA-KDX TO LT-QTD
               DISPLAY WS-LINHA-ENTRADA-TELA
           END-IF.
       1510-LISTA-KDX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-DIGITA-ITENS - LACO DE DIGITACAO PRODUTO/QUANTIDADE/LOTE
      * DEVOLVIDOS (PRODUTO ZERO ENCERRA). CADA LINHA ACEITA GRAVA O
      * ITEM DA DEVOLUCAO, BAIXA O ESTOQUE E SOMA O VALOR A DEBITAR.
      *-----------------------------------------------------------------
       2000-DIGITA-ITENS.
           PERFORM 2100-TRATA-LINHA THRU 2100-TRATA-LINHA-EXIT
               UNTIL FIM-DIGITACAO.
       2000-DIGITA-ITENS-EXIT.
           EXIT.

       2100-TRATA-LINHA.
           DISPLAY "CODIGO DO PRODUTO DEVOLVIDO (0 P/ ENCERRAR):"
           ACCEPT WS-COD-PRODUTO-DIG FROM CONSOLE

           IF WS-COD-PRODUTO-DIG = ZEROS
               MOVE "S" TO WS-FIM-DIGITACAO
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           MOVE WS-COD-PRODUTO-DIG TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "PRODUTO " WS-COD-PRODUTO-DIG
                       " NAO CADASTRADO - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

      *    O TETO E O SALDO FISICO DA FILIAL E, COM A ENTRADA NO
      *    KARDEX, O RECEBIDO NELA MENOS O QUE JA VOLTOU AO
      *    FORNECEDOR CONTRA O MESMO DOCUMENTO - SENAO A MESMA NOTA
      *    SERIA DEBITADA DUAS VEZES.
           MOVE WS-FILIAL-DVF      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               MOVE ZEROS TO QTD-ESTOQUE
           END-IF
           MOVE QTD-ESTOQUE TO WS-SALDO-ESTOQUE-FIL
           MOVE ZEROS       TO FS
           PERFORM 2120-SOMA-REJEITADO THRU 2120-SOMA-REJEITADO-EXIT
           COMPUTE WS-SALDO-FILIAL =
               WS-SALDO-ESTOQUE-FIL + WS-QTD-REJ-PROD

           IF COM-LIMITE
               PERFORM 2150-QTD-RECEBIDA
                   THRU 2150-QTD-RECEBIDA-EXIT
               PERFORM 2160-QTD-JA-DEVOLVIDA
                   THRU 2160-QTD-JA-DEVOLVIDA-EXIT
               COMPUTE WS-QTD-RESTANTE =
                   WS-QTD-RECEBIDA - WS-QTD-JA-DEV
           ELSE
               MOVE WS-SALDO-FILIAL TO WS-QTD-RESTANTE
           END-IF
           IF WS-QTD-RESTANTE > WS-SALDO-FILIAL
               MOVE WS-SALDO-FILIAL TO WS-QTD-RESTANTE
           END-IF

           IF WS-QTD-RESTANTE NOT > ZEROS
               DISPLAY "NADA A DEVOLVER DESTE PRODUTO (NAO RECEBIDO"
                       " NO DOCUMENTO, JA DEVOLVIDO OU SEM SALDO NA"
                       " FILIAL) - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "QUANTIDADE DEVOLVIDA (MAXIMO: " WS-QTD-RESTANTE
                   "):"
           ACCEPT WS-QTD-TEXT FROM CONSOLE
           MOVE FUNCTION NUMVAL(WS-QTD-TEXT) TO WS-QTD-DEVOLVIDA

           IF WS-QTD-DEVOLVIDA NOT > ZEROS
           OR WS-QTD-DEVOLVIDA > WS-QTD-RESTANTE
               DISPLAY "QUANTIDADE INVALIDA (DEVE SER ENTRE 0 E O"
                       " MAXIMO A DEVOLVER) - LINHA IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           DISPLAY "LOTE DEVOLVIDO (ENTER P/ SEM CONTROLE DE LOTE):"
           ACCEPT WS-NUM-LOTE-DIG FROM CONSOLE

           PERFORM 2130-SEPARA-ORIGEM THRU 2130-SEPARA-ORIGEM-EXIT
           IF WS-QTD-DO-ESTOQUE > WS-SALDO-ESTOQUE-FIL
               DISPLAY "SALDO DA FILIAL INSUFICIENTE PARA A PARTE QUE"
                       " NAO ESTA NO REJEITADO DESTE LOTE - LINHA"
                       " IGNORADA."
               GO TO 2100-TRATA-LINHA-EXIT
           END-IF

           IF WS-NUM-LOTE-DIG NOT = SPACES
           AND WS-QTD-DO-ESTOQUE > ZEROS
               MOVE WS-FILIAL-DVF      TO COD-FILIAL-LOTE
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
               MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
               READ LOTE WITH IGNORE LOCK
               IF FS-LOTE NOT = ZEROS
               OR QTD-LOTE < WS-QTD-DO-ESTOQUE
                   DISPLAY "LOTE " WS-NUM-LOTE-DIG
                           " NAO ENCONTRADO OU SEM SALDO SUFICIENTE"
                           " NA FILIAL - LINHA IGNORADA."
                   GO TO 2100-TRATA-LINHA-EXIT
               END-IF
           END-IF

           PERFORM 2180-CUSTO-PADRAO THRU 2180-CUSTO-PADRAO-EXIT
           DISPLAY "CUSTO UNITARIO DA DEVOLUCAO (ENTER P/ "
                   WS-CUSTO-PADRAO "):"
           ACCEPT WS-CUSTO-TEXT FROM CONSOLE
           IF WS-CUSTO-TEXT = SPACES
               MOVE WS-CUSTO-PADRAO TO WS-CUSTO-DEVOL
           ELSE
               MOVE FUNCTION NUMVAL(WS-CUSTO-TEXT) TO WS-CUSTO-DEVOL
           END-IF
           IF WS-CUSTO-DEVOL < ZEROS
               MOVE ZEROS TO WS-CUSTO-DEVOL
           END-IF

           COMPUTE WS-VALOR-ITEM-DVF ROUNDED =
               WS-QTD-DEVOLVIDA * WS-CUSTO-DEVOL
           ADD WS-VALOR-ITEM-DVF TO WS-VALOR-DEVFORN

           ADD 1 TO WS-SEQ-DFI
           INITIALIZE REG-DFI
           MOVE WS-NUM-DEVFORN     TO NUM-DEVFORN-DFI
           MOVE WS-SEQ-DFI         TO SEQ-DFI
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-DFI
           MOVE WS-NUM-LOTE-DIG    TO LOTE-DFI
           MOVE WS-QTD-DEVOLVIDA   TO QTD-DFI
           MOVE WS-CUSTO-DEVOL     TO CUSTO-UNIT-DFI
           MOVE WS-VALOR-ITEM-DVF  TO VALOR-DFI
           WRITE REG-DFI

           PERFORM 2200-BAIXA-ESTOQUE THRU 2200-BAIXA-ESTOQUE-EXIT.
       2100-TRATA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2120-SOMA-REJEITADO - SOMA EM WS-QTD-REJ-PROD O REJEITADO NA
      * QUARENTENA AGUARDANDO DEVOLUCAO DO PRODUTO NA FILIAL, EM
      * TODOS OS LOTES.
      *-----------------------------------------------------------------
       2120-SOMA-REJEITADO.
           MOVE ZEROS TO WS-QTD-REJ-PROD
           IF NOT COM-QUARENT
               GO TO 2120-SOMA-REJEITADO-EXIT
           END-IF

           MOVE "N"                TO WS-FIM-QUA
           MOVE LOW-VALUES         TO XAV-QUA
           MOVE WS-FILIAL-DVF      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
           START QUARENT KEY IS NOT LESS THAN XAV-QUA
               INVALID KEY MOVE "S" TO WS-FIM-QUA
           END-START

           PERFORM 2125-LE-QUARENT THRU 2125-LE-QUARENT-EXIT
               UNTIL FIM-QUA.
       2120-SOMA-REJEITADO-EXIT.
           EXIT.

       2125-LE-QUARENT.
           READ QUARENT NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-QUA
                   GO TO 2125-LE-QUARENT-EXIT
           END-READ

           IF COD-FILIAL-QUA  NOT = WS-FILIAL-DVF
           OR COD-PRODUTO-QUA NOT = WS-COD-PRODUTO-DIG
               MOVE "S" TO WS-FIM-QUA
               GO TO 2125-LE-QUARENT-EXIT
           END-IF

           ADD QTD-REJEITADA-QUA TO WS-QTD-REJ-PROD.
       2125-LE-QUARENT-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2130-SEPARA-ORIGEM - QUANTO DA LINHA SAI DO REJEITADO NA
      * QUARENTENA (MESMA FILIAL/PRODUTO/LOTE) E QUANTO SAI DO
      * ESTOQUE DISPONIVEL.
      *-----------------------------------------------------------------
       2130-SEPARA-ORIGEM.
           MOVE ZEROS            TO WS-QTD-DO-REJEITO
           MOVE WS-QTD-DEVOLVIDA TO WS-QTD-DO-ESTOQUE
           IF WS-QTD-REJ-PROD = ZEROS
               GO TO 2130-SEPARA-ORIGEM-EXIT
           END-IF

           MOVE WS-FILIAL-DVF      TO COD-FILIAL-QUA
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
           MOVE WS-NUM-LOTE-DIG    TO LOTE-QUA
           READ QUARENT WITH IGNORE LOCK
           IF FS-QUA NOT = ZEROS
               GO TO 2130-SEPARA-ORIGEM-EXIT
           END-IF

           IF QTD-REJEITADA-QUA < WS-QTD-DEVOLVIDA
               MOVE QTD-REJEITADA-QUA TO WS-QTD-DO-REJEITO
           ELSE
               MOVE WS-QTD-DEVOLVIDA  TO WS-QTD-DO-REJEITO
           END-IF
           COMPUTE WS-QTD-DO-ESTOQUE =
               WS-QTD-DEVOLVIDA - WS-QTD-DO-REJEITO
           IF WS-QTD-DO-REJEITO > ZEROS
               DISPLAY "SAI DO REJEITADO NA QUARENTENA: "
                       WS-QTD-DO-REJEITO
           END-IF.
       2130-SEPARA-ORIGEM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2150-QTD-RECEBIDA - SOMA EM WS-QTD-RECEBIDA AS ENTRADAS (ENT)
      * DO PRODUTO NO KARDEX COM O DOCUMENTO, FORNECEDOR E FILIAL DA
      * DEVOLUCAO.
      *-----------------------------------------------------------------
       2150-QTD-RECEBIDA.
           MOVE ZEROS TO WS-QTD-RECEBIDA
           MOVE "N"   TO WS-FIM-KDX

           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-KDX
           MOVE ZEROS              TO SEQ-KDX
           START KARDEX KEY IS NOT LESS THAN XAV-KDX
               INVALID KEY MOVE "S" TO WS-FIM-KDX
           END-START

           PERFORM 2155-SOMA-KDX THRU 2155-SOMA-KDX-EXIT
               UNTIL FIM-KDX.
       2150-QTD-RECEBIDA-EXIT.
           EXIT.

       2155-SOMA-KDX.
           READ KARDEX NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-KDX
                   GO TO 2155-SOMA-KDX-EXIT
           END-READ

           IF COD-PRODUTO-KDX NOT = WS-COD-PRODUTO-DIG
               MOVE "S" TO WS-FIM-KDX
               GO TO 2155-SOMA-KDX-EXIT
           END-IF

           IF NUM-DOC-KDX     = WS-DOC-FORN-DVF (1:10)
           AND COD-FORN-KDX   = WS-COD-FORN-DVF
           AND COD-FILIAL-KDX = WS-FILIAL-DVF
               IF TIPO-DOC-KDX = "ENT"
                   ADD QTD-ENTRADA-KDX TO WS-QTD-RECEBIDA
               END-IF
               IF TIPO-DOC-KDX = "QEN"
                   ADD QTD-QUARENT-KDX TO WS-QTD-RECEBIDA
               END-IF
           END-IF.
       2155-SOMA-KDX-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2160-QTD-JA-DEVOLVIDA - SOMA EM WS-QTD-JA-DEV O QUE JA VOLTOU
      * DO PRODUTO CONTRA O MESMO DOCUMENTO: DEVOLUCOES ANTERIORES DO
      * MESMO FORNECEDOR/DOCUMENTO/FILIAL (VARRE DEVFORN) E AS LINHAS
      * JA GRAVADAS NESTA SESSAO (O DOCUMENTO ATUAL AINDA NAO TEM
      * CABECALHO, MAS AS LINHAS JA ESTAO EM DVFITEM).
      *-----------------------------------------------------------------
       2160-QTD-JA-DEVOLVIDA.
           MOVE ZEROS TO WS-QTD-JA-DEV
           MOVE "N"   TO WS-FIM-DVF-SCAN

           MOVE ZEROS TO XAV-DVF
           START DEVFORN KEY IS NOT LESS THAN XAV-DVF
               INVALID KEY MOVE "S" TO WS-FIM-DVF-SCAN
           END-START

           PERFORM 2165-LE-DEVFORN THRU 2165-LE-DEVFORN-EXIT
               UNTIL FIM-DVF-SCAN

           MOVE WS-NUM-DEVFORN TO WS-DEVFORN-SCAN
           PERFORM 2170-SOMA-LINHAS-DVF
               THRU 2170-SOMA-LINHAS-DVF-EXIT.
       2160-QTD-JA-DEVOLVIDA-EXIT.
           EXIT.

       2165-LE-DEVFORN.
           READ DEVFORN NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-DVF-SCAN
                   GO TO 2165-LE-DEVFORN-EXIT
           END-READ

           IF COD-FORN-DVF   = WS-COD-FORN-DVF
           AND DOC-FORN-DVF   = WS-DOC-FORN-DVF
           AND COD-FILIAL-DVF = WS-FILIAL-DVF
               MOVE NUM-DEVFORN TO WS-DEVFORN-SCAN
               PERFORM 2170-SOMA-LINHAS-DVF
                   THRU 2170-SOMA-LINHAS-DVF-EXIT
           END-IF.
       2165-LE-DEVFORN-EXIT.
           EXIT.

       2170-SOMA-LINHAS-DVF.
           MOVE "N"             TO WS-FIM-DFI-SCAN
           MOVE WS-DEVFORN-SCAN TO NUM-DEVFORN-DFI
           MOVE ZEROS           TO SEQ-DFI
           START DVFITEM KEY IS NOT LESS THAN XAV-DFI
               INVALID KEY MOVE "S" TO WS-FIM-DFI-SCAN
           END-START

           PERFORM 2175-SOMA-DFI THRU 2175-SOMA-DFI-EXIT
               UNTIL FIM-DFI-SCAN.
       2170-SOMA-LINHAS-DVF-EXIT.
           EXIT.

       2175-SOMA-DFI.
           READ DVFITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-DFI-SCAN
                   GO TO 2175-SOMA-DFI-EXIT
           END-READ

           IF NUM-DEVFORN-DFI NOT = WS-DEVFORN-SCAN
               MOVE "S" TO WS-FIM-DFI-SCAN
               GO TO 2175-SOMA-DFI-EXIT
           END-IF

           IF COD-PRODUTO-DFI = WS-COD-PRODUTO-DIG
               ADD QTD-DFI TO WS-QTD-JA-DEV
           END-IF.
       2175-SOMA-DFI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2180-CUSTO-PADRAO - CUSTO SUGERIDO PARA A LINHA: O CUSTO DA
      * LINHA DO PEDIDO DE COMPRA COM O MESMO PRODUTO, QUANDO HA
      * PEDIDO E ELE TEM CUSTO; SENAO O CUSTO MEDIO DO PRODUTO.
      *-----------------------------------------------------------------
       2180-CUSTO-PADRAO.
           MOVE CUSTO-MEDIO-PRODUTO TO WS-CUSTO-PADRAO
           IF NOT COM-PEDIDO-COMPRA
               GO TO 2180-CUSTO-PADRAO-EXIT
           END-IF

           MOVE "N"              TO WS-FIM-IPC
           MOVE WS-NUM-PCOMP-DVF TO NUM-PCOMP-IPC
           MOVE ZEROS            TO SEQ-IPC
           START ITMCOMP KEY IS >= XAV-IPC
               INVALID KEY MOVE "S" TO WS-FIM-IPC
           END-START

           PERFORM 2185-LE-IPC THRU 2185-LE-IPC-EXIT
               UNTIL FIM-IPC.
       2180-CUSTO-PADRAO-EXIT.
           EXIT.

       2185-LE-IPC.
           READ ITMCOMP NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-IPC
                   GO TO 2185-LE-IPC-EXIT
           END-READ

           IF NUM-PCOMP-IPC NOT = WS-NUM-PCOMP-DVF
               MOVE "S" TO WS-FIM-IPC
               GO TO 2185-LE-IPC-EXIT
           END-IF

           IF COD-PRODUTO-IPC = WS-COD-PRODUTO-DIG
           AND CUSTO-UNIT-IPC > ZEROS
               MOVE CUSTO-UNIT-IPC TO WS-CUSTO-PADRAO
               MOVE "S"            TO WS-FIM-IPC
           END-IF.
       2185-LE-IPC-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2200-BAIXA-ESTOQUE - SUBTRAI A QUANTIDADE DEVOLVIDA DO SALDO
      * DA FILIAL E DO LOTE INFORMADO E REGISTRA O MOVIMENTO NO
      * KARDEX TIPO DVF COM O SALDO RESULTANTE. A PARTE QUE SAI DO
      * REJEITADO NA QUARENTENA SO BAIXA QUARENT (JA ESTA FORA DO
      * ESTOQUE E O KARDEX JA TEM O QRJ).
      *-----------------------------------------------------------------
       2200-BAIXA-ESTOQUE.
           IF WS-QTD-DO-REJEITO > ZEROS
               MOVE WS-FILIAL-DVF      TO COD-FILIAL-QUA
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-QUA
               MOVE WS-NUM-LOTE-DIG    TO LOTE-QUA
               READ QUARENT WITH LOCK
               IF FS-QUA = ZEROS
                   SUBTRACT WS-QTD-DO-REJEITO FROM QTD-REJEITADA-QUA
                   IF QTD-REJEITADA-QUA = ZEROS
                       MOVE ZEROS TO DT-REJEICAO-QUA
                   END-IF
                   REWRITE REG-QUA
               END-IF
           END-IF

           IF WS-QTD-DO-ESTOQUE = ZEROS
               GO TO 2200-BAIXA-ESTOQUE-EXIT
           END-IF

           MOVE WS-FILIAL-DVF      TO COD-FILIAL-EST
           MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO OF REG-ESTOQUE
           READ ESTOQUE WITH LOCK
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA LEITURA DO ESTOQUE DO PRODUTO "
                       WS-COD-PRODUTO-DIG " FS: " FS
               GO TO 2200-BAIXA-ESTOQUE-EXIT
           END-IF
           SUBTRACT WS-QTD-DO-ESTOQUE FROM QTD-ESTOQUE
           REWRITE REG-ESTOQUE
           MOVE ZEROS TO FS

           IF WS-NUM-LOTE-DIG NOT = SPACES
               MOVE WS-FILIAL-DVF      TO COD-FILIAL-LOTE
               MOVE WS-COD-PRODUTO-DIG TO COD-PRODUTO-LOTE
               MOVE WS-NUM-LOTE-DIG    TO NUM-LOTE
               READ LOTE WITH LOCK
               IF FS-LOTE = ZEROS
                   SUBTRACT WS-QTD-DO-ESTOQUE FROM QTD-LOTE
                   REWRITE REG-LOTE
               END-IF
           END-IF

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
           MOVE "DVF"              TO TIPO-DOC-KDX
           MOVE WS-NUM-DEVFORN     TO NUM-DOC-KDX
           MOVE WS-COD-FORN-DVF    TO COD-FORN-KDX
           MOVE WS-NUM-LOTE-DIG    TO LOTE-KDX
           MOVE WS-FILIAL-DVF      TO COD-FILIAL-KDX
           MOVE ZEROS              TO QTD-ENTRADA-KDX
           MOVE WS-QTD-DO-ESTOQUE  TO QTD-SAIDA-KDX
           MOVE QTD-ESTOQUE        TO SALDO-KDX
           WRITE REG-KDX.
       2200-BAIXA-ESTOQUE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-GRAVA-CABECALHO - GRAVA O DOCUMENTO DA DEVOLUCAO COM O
      * DESTINO DO VALOR (ABATIDO DA NOTA / NOTA DE DEBITO).
      *-----------------------------------------------------------------
       3000-GRAVA-CABECALHO.
           INITIALIZE REG-DVF
           MOVE WS-NUM-DEVFORN     TO NUM-DEVFORN
           MOVE WS-COD-FORN-DVF    TO COD-FORN-DVF
           MOVE WS-DOC-FORN-DVF    TO DOC-FORN-DVF
           MOVE WS-NUM-PCOMP-DVF   TO NUM-PCOMP-DVF
           MOVE WS-FILIAL-DVF      TO COD-FILIAL-DVF
           MOVE WS-HOJE-NUM        TO DT-DEVFORN
           MOVE WS-SEQ-DFI         TO QTD-ITENS-DVF
           MOVE WS-VALOR-DEVFORN   TO VALOR-DEVFORN
           MOVE WS-VALOR-ABATIDO   TO VALOR-ABATIDO-DVF
           MOVE WS-VALOR-DEBITO-ND TO VALOR-DEBITO-DVF
           MOVE WS-NUM-TITULO-ND   TO NUM-TITULO-ND-DVF
           WRITE REG-DVF.
       3000-GRAVA-CABECALHO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-ABATE-DEBITO - ABATE O VALOR DA DEVOLUCAO DAS PARCELAS EM
      * ABERTO DA NOTA DEVOLVIDA (MESMO FORNECEDOR E DOCUMENTO EM
      * CONTAPAG), DA MAIS ANTIGA PARA A MAIS NOVA. PARCELA JA
      * REMETIDA AO BANCO (REMPAG) NAO E MEXIDA - O BANCO PODE
      * PAGAR O VALOR CHEIO. O QUE SOBRAR (NOTA JA PAGA OU SEM
      * TITULO) VIRA NOTA DE DEBITO DO FORNECEDOR.
      *-----------------------------------------------------------------
       4000-ABATE-DEBITO.
           MOVE WS-VALOR-DEVFORN TO WS-DEBITO
           IF WS-DEBITO NOT > ZEROS
               GO TO 4000-ABATE-DEBITO-EXIT
           END-IF

           OPEN I-O CONTAPAG
           IF FS-CPAG = "35" OR FS-CPAG = "05"
               OPEN OUTPUT CONTAPAG
               CLOSE CONTAPAG
               OPEN I-O CONTAPAG
           END-IF
           IF FS-CPAG NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CONTAPAG. FS: " FS-CPAG
                       " - DEBITO NAO LANCADO."
               GO TO 4000-ABATE-DEBITO-EXIT
           END-IF

           MOVE "N"   TO WS-FIM-CPAG
           MOVE ZEROS TO XAV-CPAG
           START CONTAPAG KEY IS NOT LESS THAN XAV-CPAG
               INVALID KEY MOVE "S" TO WS-FIM-CPAG
           END-START

           PERFORM 4100-ABATE-PARCELA THRU 4100-ABATE-PARCELA-EXIT
               UNTIL FIM-CPAG OR WS-DEBITO NOT > ZEROS

           IF WS-DEBITO > ZEROS
               PERFORM 4200-NOTA-DE-DEBITO
                   THRU 4200-NOTA-DE-DEBITO-EXIT
           END-IF

           CLOSE CONTAPAG.
       4000-ABATE-DEBITO-EXIT.
           EXIT.

       4100-ABATE-PARCELA.
           READ CONTAPAG NEXT RECORD WITH LOCK
               AT END
                   MOVE "S" TO WS-FIM-CPAG
                   GO TO 4100-ABATE-PARCELA-EXIT
           END-READ

           IF COD-FORN-CPAG    NOT = WS-COD-FORN-DVF
           OR DOC-FORN-CPAG    NOT = WS-DOC-FORN-DVF
           OR NUM-PARCELA-CPAG = 99
           OR NOT CPAG-ABERTO
           OR REMPAG-ENVIADA
               GO TO 4100-ABATE-PARCELA-EXIT
           END-IF

           COMPUTE WS-RESIDUAL-CPAG = VALOR-CPAG - VALOR-PAGO-CPAG
           IF WS-RESIDUAL-CPAG NOT > ZEROS
               GO TO 4100-ABATE-PARCELA-EXIT
           END-IF

           IF WS-RESIDUAL-CPAG > WS-DEBITO
               MOVE WS-DEBITO        TO WS-ABATIMENTO
           ELSE
               MOVE WS-RESIDUAL-CPAG TO WS-ABATIMENTO
           END-IF

           SUBTRACT WS-ABATIMENTO FROM VALOR-CPAG
           SUBTRACT WS-ABATIMENTO FROM WS-DEBITO
           ADD      WS-ABATIMENTO TO   WS-VALOR-ABATIDO

      *    PARCELA ZERADA PELO ABATIMENTO: COM PAGAMENTO PARCIAL JA
      *    FEITO FICA QUITADA, SEM NENHUM VIRA CANCELADA.
           IF VALOR-CPAG NOT > VALOR-PAGO-CPAG
               IF VALOR-PAGO-CPAG > ZEROS
                   SET CPAG-PAGO      TO TRUE
               ELSE
                   SET CPAG-CANCELADO TO TRUE
               END-IF
           END-IF

           REWRITE REG-CPAG

           IF WS-QTD-ABAT < 20
               ADD 1 TO WS-QTD-ABAT
               MOVE NUM-TITULO-CPAG  TO TA-NUM-TITULO  (WS-QTD-ABAT)
               MOVE NUM-PARCELA-CPAG TO TA-NUM-PARCELA (WS-QTD-ABAT)
               MOVE WS-ABATIMENTO    TO TA-VALOR       (WS-QTD-ABAT)
               MOVE SIT-CPAG         TO TA-SIT         (WS-QTD-ABAT)
           END-IF.
       4100-ABATE-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4200-NOTA-DE-DEBITO - GRAVA O SALDO NAO ABATIDO COMO NOTA DE
      * DEBITO DO FORNECEDOR: TITULO NOVO (PROXIMO LIVRE, MESMA
      * TECNICA DA ENTRADA), PARCELA 99, VALOR NEGATIVO, EM ABERTO,
      * COM O DOCUMENTO DA NOTA DEVOLVIDA.
      *-----------------------------------------------------------------
       4200-NOTA-DE-DEBITO.
           MOVE 999999999 TO XAV-CPAG
           START CONTAPAG KEY IS <= XAV-CPAG
           IF FS-CPAG EQUAL ZEROS
               READ CONTAPAG PREVIOUS WITH IGNORE LOCK
               MOVE NUM-TITULO-CPAG TO WS-NUM-TITULO-ND
           ELSE
               MOVE ZEROS TO WS-NUM-TITULO-ND
           END-IF
           ADD 1 TO WS-NUM-TITULO-ND

           INITIALIZE REG-CPAG
           MOVE WS-NUM-TITULO-ND   TO NUM-TITULO-CPAG
           MOVE 99                 TO NUM-PARCELA-CPAG
           MOVE WS-COD-FORN-DVF    TO COD-FORN-CPAG
           MOVE WS-NUM-PCOMP-DVF   TO NUM-PCOMP-CPAG
           MOVE WS-DOC-FORN-DVF    TO DOC-FORN-CPAG
           MOVE WS-HOJE-NUM        TO DT-ENTRADA-CPAG
           MOVE WS-HOJE-NUM        TO DT-VENCIMENTO-CPAG
           COMPUTE VALOR-CPAG = WS-DEBITO * -1
           SET CPAG-ABERTO         TO TRUE
           SET REMPAG-NENHUMA      TO TRUE

           WRITE REG-CPAG
               INVALID KEY REWRITE REG-CPAG
           END-WRITE

           MOVE WS-DEBITO TO WS-VALOR-DEBITO-ND
           MOVE ZEROS     TO WS-DEBITO.
       4200-NOTA-DE-DEBITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 5000-DOCUMENTO - IMPRIME O DOCUMENTO DE DEVOLUCAO QUE
      * ACOMPANHA A MERCADORIA, A PARTIR DO QUE FOI GRAVADO EM
      * DVFITEM, COM O DESTINO DO VALOR EM CONTAPAG.
      *-----------------------------------------------------------------
       5000-DOCUMENTO.
           PERFORM 8000-MONTA-NOME-SPOOL
           THRU 8000-MONTA-NOME-SPOOL-EXIT
           OPEN OUTPUT DEVFORN-REL

           MOVE SPACES TO REG-REL
           STRING "DEVOLUCAO DE MERCADORIA A FORNECEDOR NR "
                  WS-NUM-DEVFORN
                  "  FILIAL " WS-FILIAL-DVF
                  "  DATA " WS-HOJE-NUM
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "=" TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "FORNECEDOR: " WS-COD-FORN-DVF " "
                  WS-RAZAO-FORN-DVF
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "NOTA DE ENTRADA ORIGINAL: " WS-DOC-FORN-DVF
                  "  PEDIDO DE COMPRA: " WS-NUM-PCOMP-DVF
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           MOVE ALL "-" TO REG-REL
           WRITE REG-REL

           MOVE "N" TO WS-FIM-ARQ
           MOVE WS-NUM-DEVFORN TO NUM-DEVFORN-DFI
           MOVE ZEROS          TO SEQ-DFI
           START DVFITEM KEY IS NOT LESS THAN XAV-DFI
               INVALID KEY MOVE "S" TO WS-FIM-ARQ
           END-START

           PERFORM 5100-IMPRIME-ITEM THRU 5100-IMPRIME-ITEM-EXIT
               UNTIL FIM-ARQ

           MOVE ALL "-" TO REG-REL
           WRITE REG-REL
           MOVE VALOR-DEVFORN TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "VALOR TOTAL DEVOLVIDO .......: " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           PERFORM 5200-IMPRIME-ABATIDA THRU 5200-IMPRIME-ABATIDA-EXIT
               VARYING WS-IDX-ABAT FROM 1 BY 1
               UNTIL WS-IDX-ABAT > WS-QTD-ABAT

           MOVE VALOR-ABATIDO-DVF TO WS-VALOR-EDIT
           MOVE SPACES TO REG-REL
           STRING "ABATIDO DA NOTA EM ABERTO ...: " WS-VALOR-EDIT
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL
           IF VALOR-DEBITO-DVF > ZEROS
               MOVE VALOR-DEBITO-DVF TO WS-VALOR-EDIT
               MOVE SPACES TO REG-REL
               STRING "NOTA DE DEBITO ..............: "
                      WS-VALOR-EDIT
                      "  TITULO " NUM-TITULO-ND-DVF "/99"
                      DELIMITED BY SIZE INTO REG-REL
               WRITE REG-REL
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE "EXPEDIDO POR: ______________________________"
               TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING "RECEBIDO POR (FORNECEDOR/TRANSPORTADOR): "
                  "______________________________"
                  "  DATA: ___/___/_____"
                  DELIMITED BY SIZE INTO REG-REL
           WRITE REG-REL

           CLOSE DEVFORN-REL

           DISPLAY "DEVOLUCAO A FORNECEDOR " WS-NUM-DEVFORN
                   " GRAVADA - DOCUMENTO EM "
                   FUNCTION TRIM(WS-NOME-SPOOL-REL).
       5000-DOCUMENTO-EXIT.
           EXIT.

       5100-IMPRIME-ITEM.
           READ DVFITEM NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-ARQ
                   GO TO 5100-IMPRIME-ITEM-EXIT
           END-READ

           IF NUM-DEVFORN-DFI NOT = WS-NUM-DEVFORN
               MOVE "S" TO WS-FIM-ARQ
               GO TO 5100-IMPRIME-ITEM-EXIT
           END-IF

           MOVE COD-PRODUTO-DFI TO XAV-PRODUTO
           READ PRODUTO WITH IGNORE LOCK
               INVALID KEY
                   MOVE SPACES TO DESCR-PRODUTO
           END-READ
           MOVE SPACES          TO WS-LINHA-DOCUMENTO
           MOVE COD-PRODUTO-DFI TO LR-COD-PRODUTO
           MOVE DESCR-PRODUTO   TO LR-DESCR
           MOVE LOTE-DFI        TO LR-LOTE
           MOVE QTD-DFI         TO LR-QTD
           MOVE CUSTO-UNIT-DFI  TO LR-CUSTO
           MOVE VALOR-DFI       TO LR-VALOR
           MOVE WS-LINHA-DOCUMENTO TO REG-REL
           WRITE REG-REL.
       5100-IMPRIME-ITEM-EXIT.
           EXIT.

       5200-IMPRIME-ABATIDA.
           MOVE SPACES TO WS-LINHA-ABATIDA
           MOVE TA-NUM-TITULO  (WS-IDX-ABAT) TO LA-NUM-TITULO
           MOVE TA-NUM-PARCELA (WS-IDX-ABAT) TO LA-NUM-PARCELA
           MOVE TA-VALOR       (WS-IDX-ABAT) TO LA-VALOR
           EVALUATE TA-SIT (WS-IDX-ABAT)
               WHEN "C"
                   MOVE "(PARCELA CANCELADA)" TO LA-SITUACAO
               WHEN "P"
                   MOVE "(PARCELA QUITADA)"   TO LA-SITUACAO
               WHEN OTHER
                   MOVE "(SALDO EM ABERTO)"   TO LA-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-ABATIDA TO REG-REL
           WRITE REG-REL.
       5200-IMPRIME-ABATIDA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 9000-FINALIZA - FECHA OS ARQUIVOS
      *-----------------------------------------------------------------
       9000-FINALIZA.
           IF COM-PEDIDO-COMPRA
               CLOSE ITMCOMP
           END-IF
           IF ENTRADA-OK
               CLOSE PRODUTO
               CLOSE ESTOQUE
               CLOSE KARDEX
               CLOSE LOTE
               CLOSE DEVFORN
               CLOSE DVFITEM
               IF COM-QUARENT
                   CLOSE QUARENT
               END-IF
           END-IF.
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
           STRING "SPOOL-DEVFORN-" WS-DATA-SPOOL "-"
                  WS-HORA-SPOOL (1:6) ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-SPOOL-REL

           OPEN EXTEND SPOOL-REG
           IF FS-SPR = "05" OR FS-SPR = "35"
               OPEN OUTPUT SPOOL-REG
           END-IF
           MOVE SPACES TO REG-SPOOLREG
           STRING "DEVFORN;" FUNCTION TRIM(WS-NOME-SPOOL-REL) ";"
                  WS-DATA-SPOOL ";" WS-HORA-SPOOL (1:6)
                  DELIMITED BY SIZE INTO REG-SPOOLREG
           WRITE REG-SPOOLREG
           CLOSE SPOOL-REG.
       8000-MONTA-NOME-SPOOL-EXIT.
           EXIT.
