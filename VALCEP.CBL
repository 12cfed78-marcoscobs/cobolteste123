      *-----------------------------------------------------------------
      * VALCEP - CONSULTA O CEP NA BASE DOS CORREIOS E CONFERE A UF
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VALCEP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE O CEP, A UF E A
      *                   CIDADE INFORMADAS, DEVOLVE O ENDERECO DA
      *                   BASE DE CEP (CEPBASE, CARGA DO IMPCEP) E O
      *                   RESULTADO DA CONFERENCIA. CEP FORA DA BASE
      *                   AINDA E CONFERIDO PELA FAIXA DE CEP DA UF
      *                   (TAB-FAIXA-CEP). CHAMADO PELO CADCLI (TELA E
      *                   IMPORTACAO), CADFORN E RELCEPD.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CEPBASE.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "CEPBASE.FD".

       WORKING-STORAGE SECTION.

       77  FS-CEP                      PIC XX       VALUE SPACES.
       77  WS-IND                      PIC 9(02)    VALUE ZEROS.
       77  WS-IND-FAIXA                PIC 9(02)    VALUE ZEROS.
       77  WS-CEP-5                    PIC 9(05)    VALUE ZEROS.
       77  WS-UF-FAIXA                 PIC X(02)    VALUE SPACES.
       77  WS-CIDADE-INFORMADA         PIC X(30)    VALUE SPACES.
       77  WS-CIDADE-BASE              PIC X(30)    VALUE SPACES.

      *-----------------------------------------------------------------
      * FAIXAS DE CEP POR UF (CINCO PRIMEIROS DIGITOS, INICIO E FIM).
      * AM, DF E GO TEM DUAS FAIXAS CADA.
      *-----------------------------------------------------------------
       01  TAB-FAIXA-CEP-DADOS.
           05  FILLER PIC X(12) VALUE "SP0100019999".
           05  FILLER PIC X(12) VALUE "RJ2000028999".
           05  FILLER PIC X(12) VALUE "ES2900029999".
           05  FILLER PIC X(12) VALUE "MG3000039999".
           05  FILLER PIC X(12) VALUE "BA4000048999".
           05  FILLER PIC X(12) VALUE "SE4900049999".
           05  FILLER PIC X(12) VALUE "PE5000056999".
           05  FILLER PIC X(12) VALUE "AL5700057999".
           05  FILLER PIC X(12) VALUE "PB5800058999".
           05  FILLER PIC X(12) VALUE "RN5900059999".
           05  FILLER PIC X(12) VALUE "CE6000063999".
           05  FILLER PIC X(12) VALUE "PI6400064999".
           05  FILLER PIC X(12) VALUE "MA6500065999".
           05  FILLER PIC X(12) VALUE "PA6600068899".
           05  FILLER PIC X(12) VALUE "AP6890068999".
           05  FILLER PIC X(12) VALUE "AM6900069299".
           05  FILLER PIC X(12) VALUE "RR6930069399".
           05  FILLER PIC X(12) VALUE "AM6940069899".
           05  FILLER PIC X(12) VALUE "AC6990069999".
           05  FILLER PIC X(12) VALUE "DF7000072799".
           05  FILLER PIC X(12) VALUE "GO7280072999".
           05  FILLER PIC X(12) VALUE "DF7300073699".
           05  FILLER PIC X(12) VALUE "GO7370076799".
           05  FILLER PIC X(12) VALUE "RO7680076999".
           05  FILLER PIC X(12) VALUE "TO7700077999".
           05  FILLER PIC X(12) VALUE "MT7800078899".
           05  FILLER PIC X(12) VALUE "MS7900079999".
           05  FILLER PIC X(12) VALUE "PR8000087999".
           05  FILLER PIC X(12) VALUE "SC8800089999".
           05  FILLER PIC X(12) VALUE "RS9000099999".
       01  TAB-FAIXA-CEP REDEFINES TAB-FAIXA-CEP-DADOS.
           05  FAIXA-CEP               OCCURS 30.
               10  UF-FAIXA            PIC X(02).
               10  INICIO-FAIXA        PIC 9(05).
               10  FIM-FAIXA           PIC 9(05).

       LINKAGE SECTION.
      * ENTRADA: CEP, UF E CIDADE COMO ESTAO NO CADASTRO (UF OU CIDADE
      * EM BRANCO NAO SAO CONFERIDAS).
      * SAIDA: ENDERECO DA BASE (LOGRADOURO E BAIRRO EM BRANCO NO CEP
      * GERAL DA CIDADE) E O RETORNO:
      *   S = CEP NA BASE, UF E CIDADE CONFEREM
      *   C = CEP NA BASE E UF CONFERE, CIDADE ESCRITA DE OUTRO JEITO
      *   U = CEP NA BASE DE OUTRA UF
      *   N = CEP FORA DA BASE, MAS DENTRO DA FAIXA DA UF
      *   F = CEP FORA DA FAIXA DA UF (OU DE QUALQUER UF)
      *   Z = CEP ZERADO
       01  LK-CEP-VCP                  PIC 9(08).
       01  LK-UF-VCP                   PIC X(02).
       01  LK-CIDADE-VCP               PIC X(30).
       01  LK-LOGRADOURO-BASE-VCP      PIC X(60).
       01  LK-BAIRRO-BASE-VCP          PIC X(30).
       01  LK-CIDADE-BASE-VCP          PIC X(30).
       01  LK-UF-BASE-VCP              PIC X(02).
       01  LK-RETORNO-VCP              PIC X(01).
           88  CEP-CONFERE                          VALUE "S" "C".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CEP-VCP LK-UF-VCP LK-CIDADE-VCP
                                LK-LOGRADOURO-BASE-VCP
                                LK-BAIRRO-BASE-VCP
                                LK-CIDADE-BASE-VCP LK-UF-BASE-VCP
                                LK-RETORNO-VCP.

       0000-MAINLINE.
           MOVE SPACES TO LK-LOGRADOURO-BASE-VCP LK-BAIRRO-BASE-VCP
                          LK-CIDADE-BASE-VCP LK-UF-BASE-VCP

           IF LK-CEP-VCP NOT NUMERIC OR LK-CEP-VCP = ZEROS
               MOVE "Z" TO LK-RETORNO-VCP
               GO TO 0000-FIM
           END-IF

           PERFORM 1000-LE-BASE THRU 1000-LE-BASE-EXIT
           IF FS-CEP = ZEROS
               PERFORM 2000-CONFERE-BASE THRU 2000-CONFERE-BASE-EXIT
           ELSE
               PERFORM 3000-CONFERE-FAIXA THRU 3000-CONFERE-FAIXA-EXIT
           END-IF.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-LE-BASE - PROCURA O CEP NA BASE; BASE AINDA NAO
      * CARREGADA FICA COMO CEP NAO ENCONTRADO.
      *-----------------------------------------------------------------
       1000-LE-BASE.
           OPEN INPUT CEPBASE
           IF FS-CEP NOT = ZEROS
               CLOSE CEPBASE
               MOVE "23" TO FS-CEP
               GO TO 1000-LE-BASE-EXIT
           END-IF

           MOVE LK-CEP-VCP TO XAV-CEP
           READ CEPBASE WITH IGNORE LOCK
           IF FS-CEP = ZEROS
               MOVE LOGRADOURO-CEP TO LK-LOGRADOURO-BASE-VCP
               MOVE BAIRRO-CEP     TO LK-BAIRRO-BASE-VCP
               MOVE CIDADE-CEP     TO LK-CIDADE-BASE-VCP
               MOVE UF-CEP         TO LK-UF-BASE-VCP
           END-IF

           CLOSE CEPBASE.
       1000-LE-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-CONFERE-BASE - CEP ACHADO: A UF PRECISA SER A DA BASE; A
      * CIDADE E COMPARADA SEM ACENTO E SEM DIFERENCA DE CAIXA.
      *-----------------------------------------------------------------
       2000-CONFERE-BASE.
           MOVE "S" TO LK-RETORNO-VCP

           IF LK-UF-VCP NOT = SPACES
           AND FUNCTION UPPER-CASE(LK-UF-VCP) NOT = LK-UF-BASE-VCP
               MOVE "U" TO LK-RETORNO-VCP
               GO TO 2000-CONFERE-BASE-EXIT
           END-IF

           IF LK-CIDADE-VCP = SPACES
               GO TO 2000-CONFERE-BASE-EXIT
           END-IF

           MOVE LK-CIDADE-VCP      TO WS-CIDADE-INFORMADA
           MOVE LK-CIDADE-BASE-VCP TO WS-CIDADE-BASE
           PERFORM 2100-NORMALIZA-CIDADES
               THRU 2100-NORMALIZA-CIDADES-EXIT
           IF WS-CIDADE-INFORMADA NOT = WS-CIDADE-BASE
               MOVE "C" TO LK-RETORNO-VCP
           END-IF.
       2000-CONFERE-BASE-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2100-NORMALIZA-CIDADES - CAIXA ALTA, SEM ACENTO (LATIN-1) E
      * ALINHADAS A ESQUERDA, PARA "Sao Paulo" CASAR COM "SAO PAULO".
      *-----------------------------------------------------------------
       2100-NORMALIZA-CIDADES.
           INSPECT WS-CIDADE-INFORMADA CONVERTING
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDC"
               TO "AAAAACEEEEIIIIOOOOOUUUU"
           INSPECT WS-CIDADE-INFORMADA CONVERTING
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF2F3F4F5F6F9FAFBFC"
               TO "AAAAACEEEEIIIIOOOOOUUUU"
           INSPECT WS-CIDADE-BASE CONVERTING
               X"C0C1C2C3C4C7C8C9CACBCCCDCECFD2D3D4D5D6D9DADBDC"
               TO "AAAAACEEEEIIIIOOOOOUUUU"
           INSPECT WS-CIDADE-BASE CONVERTING
               X"E0E1E2E3E4E7E8E9EAEBECEDEEEFF2F3F4F5F6F9FAFBFC"
               TO "AAAAACEEEEIIIIOOOOOUUUU"

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CIDADE-INFORMADA))
               TO WS-CIDADE-INFORMADA
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CIDADE-BASE))
               TO WS-CIDADE-BASE.
       2100-NORMALIZA-CIDADES-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CONFERE-FAIXA - CEP FORA DA BASE: CONFERE SO SE OS CINCO
      * PRIMEIROS DIGITOS CAEM NUMA FAIXA DA UF INFORMADA.
      *-----------------------------------------------------------------
       3000-CONFERE-FAIXA.
           MOVE LK-CEP-VCP (1:5) TO WS-CEP-5
           MOVE ZEROS TO WS-IND-FAIXA
           PERFORM 3100-PROCURA-FAIXA THRU 3100-PROCURA-FAIXA-EXIT
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 30 OR WS-IND-FAIXA NOT = ZEROS

           IF WS-IND-FAIXA = ZEROS
               MOVE "F" TO LK-RETORNO-VCP
               GO TO 3000-CONFERE-FAIXA-EXIT
           END-IF

           MOVE UF-FAIXA (WS-IND-FAIXA) TO WS-UF-FAIXA
           IF LK-UF-VCP NOT = SPACES
           AND FUNCTION UPPER-CASE(LK-UF-VCP) NOT = WS-UF-FAIXA
               MOVE "F" TO LK-RETORNO-VCP
           ELSE
               MOVE "N" TO LK-RETORNO-VCP
           END-IF.
       3000-CONFERE-FAIXA-EXIT.
           EXIT.

       3100-PROCURA-FAIXA.
           IF WS-CEP-5 NOT < INICIO-FAIXA (WS-IND)
           AND WS-CEP-5 NOT > FIM-FAIXA (WS-IND)
               MOVE WS-IND TO WS-IND-FAIXA
           END-IF.
       3100-PROCURA-FAIXA-EXIT.
           EXIT.
