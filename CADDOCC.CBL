      *-----------------------------------------------------------------
      * CADDOCC - INSCRICAO ESTADUAL E DOCUMENTOS REGULATORIOS DO
      *           CLIENTE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CADDOCC.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - DADOS FISCAIS DO CLIENTE
      *                   (INDICADOR DE CONTRIBUINTE DO ICMS E
      *                   INSCRICAO ESTADUAL, COM O DIGITO CONFERIDO
      *                   PELA REGRA DA UF NO VALIE) E MANUTENCAO DOS
      *                   DOCUMENTOS REGULATORIOS DO CLIENTE
      *                   (DOCCLI.DAT): TIPO, NUMERO, ORGAO, EMISSAO,
      *                   VALIDADE E SE E OBRIGATORIO PARA FATURAR.
      *                   CHAMADO PELO CADCLI COM O CLIENTE
      *                   SELECIONADO; COM ZEROS PERGUNTA O CLIENTE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DOCCLI.SEL".
           COPY "CLIENTE.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "DOCCLI.FD".
           COPY "CLIENTE.FD".

       WORKING-STORAGE SECTION.

       77  FS                          PIC XX       VALUE SPACES.
       77  FS-DCL                      PIC XX       VALUE SPACES.
       77  WS-OPCAO                    PIC X(01)    VALUE SPACE.
       77  WS-TEXTO                    PIC X(60)    VALUE SPACES.
       77  WS-COD-CLI                  PIC 9(07)    VALUE ZEROS.
       77  WS-TIPO-INFORMADO           PIC X(04)    VALUE SPACES.
       77  WS-DATA-INFORMADA           PIC 9(08)    VALUE ZEROS.
       77  WS-QTD-LISTADOS             PIC 9(03)    VALUE ZEROS.
       77  WS-HOJE                     PIC 9(08)    VALUE ZEROS.
       77  WS-IND                      PIC 9(02)    VALUE ZEROS.

      * AREA DE CHAMADA DO VALIE (UF, INSCRICAO E RETORNO).
       77  WS-UF-VIE                   PIC X(02)    VALUE SPACES.
       77  WS-IE-VIE                   PIC X(20)    VALUE SPACES.
       77  WS-RETORNO-VIE              PIC X(01)    VALUE SPACE.
           88  IE-VALIDA                            VALUE "S".
       77  WS-CONTRIB-NOVO             PIC X(01)    VALUE SPACE.
           88  CONTRIB-NOVO-VALIDO                  VALUE "1" "2" "9".

       01  WS-SWITCHES.
           05  WS-FIM-MENU             PIC X(01)    VALUE "N".
               88  FIM-MENU                         VALUE "S".
           05  WS-FIM-LISTA            PIC X(01)    VALUE "N".
               88  FIM-LISTA                        VALUE "S".
           05  WS-INCLUSAO             PIC X(01)    VALUE "N".
               88  INCLUSAO                         VALUE "S".

      * TIPOS DE DOCUMENTO MAIS COMUNS, COM A DESCRICAO SUGERIDA; OUTRO
      * CODIGO QUALQUER E ACEITO COM A DESCRICAO DIGITADA.
       01  TAB-TIPOS-DADOS.
           05  FILLER PIC X(34)
               VALUE "ALVFALVARA DE FUNCIONAMENTO       ".
           05  FILLER PIC X(34)
               VALUE "LSANLICENCA SANITARIA             ".
           05  FILLER PIC X(34)
               VALUE "AFE AUTORIZACAO ANVISA (AFE)      ".
           05  FILLER PIC X(34)
               VALUE "BEBILICENCA BEBIDA ALCOOLICA      ".
           05  FILLER PIC X(34)
               VALUE "AVCBVISTORIA DO CORPO DE BOMBEIROS".
       01  TAB-TIPOS REDEFINES TAB-TIPOS-DADOS.
           05  TIPO-TAB                OCCURS 5.
               10  COD-TIPO-TAB        PIC X(04).
               10  DESCR-TIPO-TAB      PIC X(30).

       01  WS-DATA-EDIT.
           05  WS-DIA-EDIT             PIC 9(02).
           05  FILLER                  PIC X(01)    VALUE "/".
           05  WS-MES-EDIT             PIC 9(02).
           05  FILLER                  PIC X(01)    VALUE "/".
           05  WS-ANO-EDIT             PIC 9(04).

       01  WS-LINHA-LISTA.
           05  LL-TIPO                 PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-DESCR                PIC X(24).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-NUMERO               PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-VALIDADE             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-OBRIG                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-SIT                  PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-AVISO                PIC X(07).

       COPY USULOG.CPY.

       LINKAGE SECTION.
      * CLIENTE SELECIONADO NA TELA DO CADCLI (ZEROS = PERGUNTAR).
       01  LK-COD-CLI-DCL              PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-COD-CLI-DCL.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZA      THRU 1000-INICIALIZA-EXIT
           PERFORM 2000-MENU            THRU 2000-MENU-EXIT
               UNTIL FIM-MENU
           PERFORM 3000-FINALIZA        THRU 3000-FINALIZA-EXIT
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-INICIALIZA - ABRE (OU CRIA) O ARQUIVO DE DOCUMENTOS, ABRE
      * O CADASTRO DE CLIENTES PARA OS DADOS FISCAIS E FIXA O CLIENTE
      * EM MANUTENCAO.
      *-----------------------------------------------------------------
       1000-INICIALIZA.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN I-O DOCCLI
           IF FS-DCL = "35" OR FS-DCL = "05"
               OPEN OUTPUT DOCCLI
               CLOSE DOCCLI
               OPEN I-O DOCCLI
           END-IF

           IF FS-DCL NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE DOCCLI. FS: " FS-DCL
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           OPEN I-O CLIENTE
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA ABERTURA DE CLIENTE. FS: " FS
               CLOSE DOCCLI
               MOVE "S" TO WS-FIM-MENU
               GO TO 1000-INICIALIZA-EXIT
           END-IF

           MOVE LK-COD-CLI-DCL TO WS-COD-CLI
           PERFORM 2050-FIXA-CLIENTE THRU 2050-FIXA-CLIENTE-EXIT.
       1000-INICIALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-MENU - OPCOES: F DADOS FISCAIS, I INCLUI/RENOVA
      * DOCUMENTO, E EXCLUI, X INATIVA/REATIVA, L LISTA, C OUTRO
      * CLIENTE, S SAI.
      *-----------------------------------------------------------------
       2000-MENU.
           DISPLAY "DOCUMENTOS DO CLIENTE " WS-COD-CLI " - "
                   FUNCTION TRIM(RAZAO-CLI)
           DISPLAY "OPCAO (F=DADOS FISCAIS I=INCLUI/RENOVA E=EXCLUI"
                   " X=INATIVA/REATIVA L=LISTA C=OUTRO CLIENTE"
                   " S=SAIR):"
           ACCEPT WS-OPCAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN "F"
                   PERFORM 2700-DADOS-FISCAIS
                       THRU 2700-DADOS-FISCAIS-EXIT
               WHEN "I"
                   PERFORM 2100-INCLUI-RENOVA
                       THRU 2100-INCLUI-RENOVA-EXIT
               WHEN "E"
                   PERFORM 2300-EXCLUI  THRU 2300-EXCLUI-EXIT
               WHEN "X"
                   PERFORM 2400-INATIVA THRU 2400-INATIVA-EXIT
               WHEN "L"
                   PERFORM 2500-LISTA   THRU 2500-LISTA-EXIT
               WHEN "C"
                   MOVE ZEROS TO WS-COD-CLI
                   PERFORM 2050-FIXA-CLIENTE
                       THRU 2050-FIXA-CLIENTE-EXIT
               WHEN "S"
                   MOVE "S" TO WS-FIM-MENU
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       2000-MENU-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2050-FIXA-CLIENTE - O CLIENTE PRECISA EXISTIR NO CADASTRO.
      *-----------------------------------------------------------------
       2050-FIXA-CLIENTE.
           IF WS-COD-CLI = ZEROS
               DISPLAY "CODIGO DO CLIENTE:"
               ACCEPT WS-COD-CLI FROM CONSOLE
           END-IF

           MOVE WS-COD-CLI TO XAV-CLI
           READ CLIENTE WITH IGNORE LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE " WS-COD-CLI " NAO CADASTRADO."
               MOVE "S" TO WS-FIM-MENU
               GO TO 2050-FIXA-CLIENTE-EXIT
           END-IF

           PERFORM 2750-MOSTRA-FISCAIS THRU 2750-MOSTRA-FISCAIS-EXIT
           PERFORM 2500-LISTA THRU 2500-LISTA-EXIT.
       2050-FIXA-CLIENTE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-INCLUI-RENOVA - UM DOCUMENTO POR TIPO: TIPO JA EXISTENTE
      * E RENOVADO (REGRAVA NUMERO, DATAS E OBRIGATORIEDADE). ENTER
      * MANTEM O CAMPO.
      *-----------------------------------------------------------------
       2100-INCLUI-RENOVA.
           DISPLAY "TIPO DO DOCUMENTO (ALVF=ALVARA LSAN=LIC. SANITARIA"
                   " AFE=ANVISA BEBI=BEBIDA ALCOOLICA AVCB=BOMBEIROS"
                   " OU OUTRO CODIGO):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:4))
               TO WS-TIPO-INFORMADO
           IF WS-TIPO-INFORMADO = SPACES
               DISPLAY "TIPO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-RENOVA-EXIT
           END-IF

           MOVE WS-COD-CLI        TO COD-CLI-DCL
           MOVE WS-TIPO-INFORMADO TO TIPO-DCL
           READ DOCCLI
           IF FS-DCL = ZEROS
               MOVE "N" TO WS-INCLUSAO
               DISPLAY "DOCUMENTO JA CADASTRADO - RENOVACAO."
           ELSE
               MOVE "S" TO WS-INCLUSAO
               INITIALIZE REG-DCL
               MOVE WS-COD-CLI        TO COD-CLI-DCL
               MOVE WS-TIPO-INFORMADO TO TIPO-DCL
               MOVE "N"               TO OBRIG-DCL
               SET DCL-ATIVO          TO TRUE
               PERFORM 2150-DESCRICAO-PADRAO
                   THRU 2150-DESCRICAO-PADRAO-EXIT
                   VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
           END-IF

           DISPLAY "DESCRICAO (ENTER P/ MANTER "
                   FUNCTION TRIM(DESCR-DCL) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO DESCR-DCL
           END-IF
           IF DESCR-DCL = SPACES
               DISPLAY "DESCRICAO NAO INFORMADA - NADA FEITO."
               GO TO 2100-INCLUI-RENOVA-EXIT
           END-IF

           DISPLAY "NUMERO DO DOCUMENTO (ENTER P/ MANTER "
                   FUNCTION TRIM(NUM-DCL) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO NUM-DCL
           END-IF
           IF NUM-DCL = SPACES
               DISPLAY "NUMERO NAO INFORMADO - NADA FEITO."
               GO TO 2100-INCLUI-RENOVA-EXIT
           END-IF

           DISPLAY "ORGAO EMISSOR (ENTER P/ MANTER "
                   FUNCTION TRIM(ORGAO-DCL) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO ORGAO-DCL
           END-IF

           DISPLAY "DATA DE EMISSAO AAAAMMDD (ENTER P/ MANTER "
                   DT-EMISSAO-DCL "):"
           MOVE ZEROS TO WS-DATA-INFORMADA
           ACCEPT WS-DATA-INFORMADA FROM CONSOLE
           IF WS-DATA-INFORMADA NOT = ZEROS
               MOVE WS-DATA-INFORMADA TO DT-EMISSAO-DCL
           END-IF

           DISPLAY "DATA DE VALIDADE AAAAMMDD - 99999999 = SEM"
                   " VENCIMENTO (ENTER P/ MANTER " DT-VALIDADE-DCL "):"
           MOVE ZEROS TO WS-DATA-INFORMADA
           ACCEPT WS-DATA-INFORMADA FROM CONSOLE
           EVALUATE WS-DATA-INFORMADA
               WHEN ZEROS
                   CONTINUE
               WHEN 99999999
                   MOVE ZEROS TO DT-VALIDADE-DCL
               WHEN OTHER
                   MOVE WS-DATA-INFORMADA TO DT-VALIDADE-DCL
           END-EVALUATE
           IF DT-VALIDADE-DCL NOT = ZEROS
           AND DT-EMISSAO-DCL NOT = ZEROS
           AND DT-VALIDADE-DCL < DT-EMISSAO-DCL
               DISPLAY "VALIDADE ANTERIOR A EMISSAO - NADA FEITO."
               GO TO 2100-INCLUI-RENOVA-EXIT
           END-IF

           DISPLAY "OBRIGATORIO PARA FATURAR S/N (ENTER P/ MANTER "
                   OBRIG-DCL "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:1)) TO OBRIG-DCL
           END-IF
           IF NOT DCL-OBRIGATORIO
               MOVE "N" TO OBRIG-DCL
           END-IF

           MOVE WS-HOJE             TO DT-ALTER-DCL
           MOVE LOGIN-USUARIO-ATUAL TO LOGIN-ALTER-DCL

           IF INCLUSAO
               WRITE REG-DCL
           ELSE
               REWRITE REG-DCL
           END-IF
           IF FS-DCL NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO. FS: " FS-DCL
               GO TO 2100-INCLUI-RENOVA-EXIT
           END-IF

           DISPLAY "DOCUMENTO " TIPO-DCL " GRAVADO."
           IF DCL-OBRIGATORIO
           AND DT-VALIDADE-DCL NOT = ZEROS
           AND DT-VALIDADE-DCL < WS-HOJE
               DISPLAY "ATENCAO: DOCUMENTO OBRIGATORIO JA VENCIDO - O"
                       " CLIENTE NAO FATURA ATE A RENOVACAO."
           END-IF.
       2100-INCLUI-RENOVA-EXIT.
           EXIT.

       2150-DESCRICAO-PADRAO.
           IF COD-TIPO-TAB (WS-IND) = TIPO-DCL
               MOVE DESCR-TIPO-TAB (WS-IND) TO DESCR-DCL
           END-IF.
       2150-DESCRICAO-PADRAO-EXIT.
           EXIT.

       2300-EXCLUI.
           DISPLAY "TIPO DO DOCUMENTO A EXCLUIR:"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE WS-COD-CLI TO COD-CLI-DCL
           MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:4)) TO TIPO-DCL
           READ DOCCLI
           IF FS-DCL NOT = ZEROS
               DISPLAY "DOCUMENTO NAO ENCONTRADO - NADA FEITO."
               GO TO 2300-EXCLUI-EXIT
           END-IF

           DISPLAY "EXCLUI " FUNCTION TRIM(DESCR-DCL) " "
                   FUNCTION TRIM(NUM-DCL) " (S/N)?"
           ACCEPT WS-OPCAO FROM CONSOLE
           IF FUNCTION UPPER-CASE(WS-OPCAO) NOT = "S"
               GO TO 2300-EXCLUI-EXIT
           END-IF

           DELETE DOCCLI
           IF FS-DCL = ZEROS
               DISPLAY "DOCUMENTO EXCLUIDO."
           ELSE
               DISPLAY "ERRO NA EXCLUSAO. FS: " FS-DCL
           END-IF.
       2300-EXCLUI-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2400-INATIVA - DOCUMENTO INATIVO (ATIVIDADE ENCERRADA, POR
      * EXEMPLO) NAO E MAIS COBRADO NO FATURAMENTO NEM NO RELDOCV.
      *-----------------------------------------------------------------
       2400-INATIVA.
           DISPLAY "TIPO DO DOCUMENTO:"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           MOVE WS-COD-CLI TO COD-CLI-DCL
           MOVE FUNCTION UPPER-CASE(WS-TEXTO (1:4)) TO TIPO-DCL
           READ DOCCLI
           IF FS-DCL NOT = ZEROS
               DISPLAY "DOCUMENTO NAO ENCONTRADO - NADA FEITO."
               GO TO 2400-INATIVA-EXIT
           END-IF

           IF DCL-ATIVO
               SET DCL-INATIVO TO TRUE
               DISPLAY "DOCUMENTO " TIPO-DCL " INATIVADO."
           ELSE
               SET DCL-ATIVO TO TRUE
               DISPLAY "DOCUMENTO " TIPO-DCL " REATIVADO."
           END-IF
           MOVE WS-HOJE             TO DT-ALTER-DCL
           MOVE LOGIN-USUARIO-ATUAL TO LOGIN-ALTER-DCL
           REWRITE REG-DCL.
       2400-INATIVA-EXIT.
           EXIT.

       2500-LISTA.
           MOVE ZEROS TO WS-QTD-LISTADOS
           PERFORM 2600-POSICIONA-CLIENTE
               THRU 2600-POSICIONA-CLIENTE-EXIT

           DISPLAY "TIPO DESCRICAO                NUMERO            "
                   " VALIDADE   O S"
           PERFORM 2550-LISTA-UM THRU 2550-LISTA-UM-EXIT
               UNTIL FIM-LISTA

           DISPLAY WS-QTD-LISTADOS " DOCUMENTO(S)."
                   "  (O=OBRIGATORIO S=A ATIVO/I INATIVO)".
       2500-LISTA-EXIT.
           EXIT.

       2550-LISTA-UM.
           PERFORM 2650-LE-PROXIMO THRU 2650-LE-PROXIMO-EXIT
           IF FIM-LISTA
               GO TO 2550-LISTA-UM-EXIT
           END-IF

           ADD 1 TO WS-QTD-LISTADOS
           MOVE TIPO-DCL  TO LL-TIPO
           MOVE DESCR-DCL TO LL-DESCR
           MOVE NUM-DCL   TO LL-NUMERO
           IF DT-VALIDADE-DCL = ZEROS
               MOVE "SEM VENC."      TO LL-VALIDADE
           ELSE
               MOVE DT-VALIDADE-DCL (7:2) TO WS-DIA-EDIT
               MOVE DT-VALIDADE-DCL (5:2) TO WS-MES-EDIT
               MOVE DT-VALIDADE-DCL (1:4) TO WS-ANO-EDIT
               MOVE WS-DATA-EDIT          TO LL-VALIDADE
           END-IF
           MOVE OBRIG-DCL TO LL-OBRIG
           MOVE SIT-DCL   TO LL-SIT
           MOVE SPACES    TO LL-AVISO
           IF DCL-ATIVO
           AND DT-VALIDADE-DCL NOT = ZEROS
           AND DT-VALIDADE-DCL < WS-HOJE
               MOVE "VENCIDO" TO LL-AVISO
           END-IF
           DISPLAY WS-LINHA-LISTA.
       2550-LISTA-UM-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2600-POSICIONA-CLIENTE / 2650-LE-PROXIMO - PERCURSO DOS
      * DOCUMENTOS DO CLIENTE EM MANUTENCAO (FIM-LISTA AO SAIR DELE).
      *-----------------------------------------------------------------
       2600-POSICIONA-CLIENTE.
           MOVE "N"        TO WS-FIM-LISTA
           MOVE WS-COD-CLI TO COD-CLI-DCL
           MOVE LOW-VALUES TO TIPO-DCL
           START DOCCLI KEY IS NOT LESS THAN XAV-DCL
               INVALID KEY MOVE "S" TO WS-FIM-LISTA
           END-START.
       2600-POSICIONA-CLIENTE-EXIT.
           EXIT.

       2650-LE-PROXIMO.
           READ DOCCLI NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA
                   GO TO 2650-LE-PROXIMO-EXIT
           END-READ
           IF COD-CLI-DCL NOT = WS-COD-CLI
               MOVE "S" TO WS-FIM-LISTA
           END-IF.
       2650-LE-PROXIMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2700-DADOS-FISCAIS - INDICADOR DE CONTRIBUINTE DO ICMS (1
      * CONTRIBUINTE, 2 CONTRIBUINTE ISENTO, 9 NAO CONTRIBUINTE) E
      * INSCRICAO ESTADUAL. CONTRIBUINTE PRECISA DE INSCRICAO VALIDA
      * PARA A UF DO CADASTRO; ISENTO GRAVA "ISENTO"; NAO CONTRIBUINTE
      * PODE TER A INSCRICAO EM BRANCO. ENTER MANTEM O CAMPO.
      *-----------------------------------------------------------------
       2700-DADOS-FISCAIS.
           MOVE WS-COD-CLI TO XAV-CLI
           READ CLIENTE WITH LOCK
           IF FS NOT = ZEROS
               DISPLAY "CLIENTE EM USO OU NAO ENCONTRADO. FS: " FS
               GO TO 2700-DADOS-FISCAIS-EXIT
           END-IF

           DISPLAY "CONTRIBUINTE DO ICMS 1=CONTRIBUINTE 2=ISENTO"
                   " 9=NAO CONTRIBUINTE (ENTER P/ MANTER "
                   CONTRIB-ICMS-CLI "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE CONTRIB-ICMS-CLI TO WS-CONTRIB-NOVO
           ELSE
               MOVE WS-TEXTO (1:1)   TO WS-CONTRIB-NOVO
           END-IF
           IF NOT CONTRIB-NOVO-VALIDO
               DISPLAY "INDICADOR INVALIDO - NADA FEITO."
               GO TO 2700-DESFAZ
           END-IF

           IF WS-CONTRIB-NOVO = "2"
               MOVE "ISENTO" TO WS-IE-VIE
               GO TO 2700-GRAVA
           END-IF

           DISPLAY "INSCRICAO ESTADUAL (ENTER P/ MANTER "
                   FUNCTION TRIM(IE-CLI) "):"
           MOVE SPACES TO WS-TEXTO
           ACCEPT WS-TEXTO FROM CONSOLE
           IF WS-TEXTO = SPACES
               MOVE IE-CLI   TO WS-IE-VIE
           ELSE
               MOVE WS-TEXTO TO WS-IE-VIE
           END-IF
           IF WS-IE-VIE = "ISENTO"
               MOVE SPACES TO WS-IE-VIE
           END-IF

           IF WS-IE-VIE = SPACES
               IF WS-CONTRIB-NOVO = "1"
                   DISPLAY "CONTRIBUINTE SEM INSCRICAO ESTADUAL -"
                           " NADA FEITO."
                   GO TO 2700-DESFAZ
               END-IF
               GO TO 2700-GRAVA
           END-IF

           IF UF-CLI = SPACES
               DISPLAY "CLIENTE SEM UF NO CADASTRO - INFORME O"
                       " ENDERECO ANTES DA INSCRICAO."
               GO TO 2700-DESFAZ
           END-IF

           MOVE UF-CLI TO WS-UF-VIE
           CALL "VALIE" USING WS-UF-VIE WS-IE-VIE WS-RETORNO-VIE
           CANCEL "VALIE"
           IF NOT IE-VALIDA
               EVALUATE WS-RETORNO-VIE
                   WHEN "D"
                       DISPLAY "INSCRICAO ESTADUAL COM DIGITO"
                               " VERIFICADOR INVALIDO PARA " UF-CLI
                               " - NADA FEITO."
                   WHEN "T"
                       DISPLAY "INSCRICAO ESTADUAL COM TAMANHO OU"
                               " CARACTER INVALIDO PARA " UF-CLI
                               " - NADA FEITO."
                   WHEN OTHER
                       DISPLAY "UF " UF-CLI " DESCONHECIDA - NADA"
                               " FEITO."
               END-EVALUATE
               GO TO 2700-DESFAZ
           END-IF.

       2700-GRAVA.
           MOVE WS-CONTRIB-NOVO TO CONTRIB-ICMS-CLI
           MOVE WS-IE-VIE       TO IE-CLI
           REWRITE REG-CLI
           IF FS NOT = ZEROS
               DISPLAY "ERRO NA GRAVACAO DO CLIENTE. FS: " FS
           ELSE
               DISPLAY "DADOS FISCAIS GRAVADOS."
           END-IF
           PERFORM 2750-MOSTRA-FISCAIS THRU 2750-MOSTRA-FISCAIS-EXIT
           GO TO 2700-DADOS-FISCAIS-EXIT.

       2700-DESFAZ.
           UNLOCK CLIENTE.
       2700-DADOS-FISCAIS-EXIT.
           EXIT.

       2750-MOSTRA-FISCAIS.
           EVALUATE TRUE
               WHEN CLI-CONTRIBUINTE
                   DISPLAY "UF " UF-CLI " - CONTRIBUINTE DO ICMS - IE "
                           FUNCTION TRIM(IE-CLI)
               WHEN CLI-CONTRIB-ISENTO
                   DISPLAY "UF " UF-CLI " - CONTRIBUINTE ISENTO DE IE"
               WHEN CLI-NAO-CONTRIBUINTE
                   DISPLAY "UF " UF-CLI " - NAO CONTRIBUINTE - IE "
                           FUNCTION TRIM(IE-CLI)
               WHEN OTHER
                   DISPLAY "UF " UF-CLI " - DADOS FISCAIS NAO"
                           " INFORMADOS (OPCAO F)"
           END-EVALUATE.
       2750-MOSTRA-FISCAIS-EXIT.
           EXIT.

       3000-FINALIZA.
           CLOSE DOCCLI CLIENTE.
       3000-FINALIZA-EXIT.
           EXIT.
