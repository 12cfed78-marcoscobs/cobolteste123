      *-----------------------------------------------------------------
      * VALIE - CONFERE A INSCRICAO ESTADUAL PELA REGRA DA UF
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VALIE.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE A UF E A INSCRICAO
      *                   ESTADUAL DIGITADA (COM OU SEM PONTUACAO),
      *                   DEVOLVE SO OS DIGITOS E O RESULTADO DA
      *                   CONFERENCIA DO TAMANHO E DO(S) DIGITO(S)
      *                   VERIFICADOR(ES) PELA REGRA DA SEFAZ DA UF
      *                   (TABELA TAB-REGRA-IE). CHAMADO PELO CADDOCC
      *                   E PELA IMPORTACAO DE CLIENTES DO CADCLI.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  WS-IND                      PIC 9(02)    VALUE ZEROS.
       77  WS-IND-UF                   PIC 9(02)    VALUE ZEROS.
       77  WS-TAM-IE                   PIC 9(02)    VALUE ZEROS.
       77  WS-POS-DV                   PIC 9(02)    VALUE ZEROS.
       77  WS-SOMA                     PIC 9(05)    VALUE ZEROS.
       77  WS-RESTO                    PIC 9(05)    VALUE ZEROS.
       77  WS-QUOCIENTE                PIC 9(05)    VALUE ZEROS.
       77  WS-DV-CALC                  PIC 9(02)    VALUE ZEROS.
       77  WS-CARACTER                 PIC X(01)    VALUE SPACE.

      * DIGITOS DA INSCRICAO, SEM PONTUACAO, ALINHADOS A ESQUERDA.
       01  WS-IE-DIGITOS.
           05  WS-DIGITO-IE            PIC 9(01) OCCURS 14.

      * PESOS DO DIGITO EM CALCULO (PESOS1 OU PESOS2 DA UF).
       01  WS-PESOS                    PIC X(26)    VALUE SPACES.
       01  WS-TAB-PESOS REDEFINES WS-PESOS.
           05  WS-PESO                 PIC 9(02) OCCURS 13.

      *-----------------------------------------------------------------
      * REGRA DA INSCRICAO ESTADUAL POR UF:
      *   UF, TAMANHO MINIMO E MAXIMO, TIPO DO CALCULO, POSICAO DO
      *   PRIMEIRO E DO SEGUNDO DIGITO (00 = NAO TEM) E OS PESOS DE
      *   CADA UM, DA ESQUERDA PARA A DIREITA, DOIS DIGITOS POR PESO.
      *   TIPO 1 - 11 MENOS O RESTO POR 11 (RESTO 0 OU 1 = DIGITO 0)
      *   TIPO 2 - (SOMA X 10) RESTO POR 11, 10 = DIGITO 0 (AL, RN)
      *   TIPO 3 - 11 MENOS O RESTO, ACIMA DE 9 TIRA 10 (RO)
      *   TIPO 4 - RESTO DA SOMA POR 9 (RR)
      *   TIPO 5 - ALGARISMO DA DIREITA DO RESTO POR 11 (SP)
      *   TIPO 0 - SO O TAMANHO (AP, BA E MG TEM REGRA PROPRIA POR
      *            FAIXA DE NUMERO, CONFERIDA PELA SEFAZ NA NF-E)
      *-----------------------------------------------------------------
       01  TAB-REGRA-IE-DADOS.
           05  FILLER PIC X(11) VALUE "AC131311213".
           05  FILLER PIC X(52) VALUE
           "0403020908070605040302000005040302090807060504030200".
           05  FILLER PIC X(11) VALUE "AL090920900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "AM090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "AP090900000".
           05  FILLER PIC X(52) VALUE
           "0000000000000000000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "BA080900000".
           05  FILLER PIC X(52) VALUE
           "0000000000000000000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "CE090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "DF131311213".
           05  FILLER PIC X(52) VALUE
           "0403020908070605040302000005040302090807060504030200".
           05  FILLER PIC X(11) VALUE "ES090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "GO090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "MA090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "MG131300000".
           05  FILLER PIC X(52) VALUE
           "0000000000000000000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "MS090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "MT111111100".
           05  FILLER PIC X(52) VALUE
           "0302090807060504030200000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "PA090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "PB090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "PE090910809".
           05  FILLER PIC X(52) VALUE
           "0807060504030200000000000009080706050403020000000000".
           05  FILLER PIC X(11) VALUE "PI090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "PR101010910".
           05  FILLER PIC X(52) VALUE
           "0302070605040302000000000004030207060504030200000000".
           05  FILLER PIC X(11) VALUE "RJ080810800".
           05  FILLER PIC X(52) VALUE
           "0207060504030200000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "RN090920900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "RO141431400".
           05  FILLER PIC X(52) VALUE
           "0605040302090807060504030200000000000000000000000000".
           05  FILLER PIC X(11) VALUE "RR090940900".
           05  FILLER PIC X(52) VALUE
           "0102030405060708000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "RS101011000".
           05  FILLER PIC X(52) VALUE
           "0209080706050403020000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "SC090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "SE090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
           05  FILLER PIC X(11) VALUE "SP121250912".
           05  FILLER PIC X(52) VALUE
           "0103040506070810000000000003021009080706050403020000".
           05  FILLER PIC X(11) VALUE "TO090910900".
           05  FILLER PIC X(52) VALUE
           "0908070605040302000000000000000000000000000000000000".
       01  TAB-REGRA-IE REDEFINES TAB-REGRA-IE-DADOS.
           05  REGRA-IE                OCCURS 27.
               10  UF-REGRA            PIC X(02).
               10  TAM-MIN-REGRA       PIC 9(02).
               10  TAM-MAX-REGRA       PIC 9(02).
               10  TIPO-REGRA          PIC 9(01).
               10  POS-DV1-REGRA       PIC 9(02).
               10  POS-DV2-REGRA       PIC 9(02).
               10  PESOS1-REGRA        PIC X(26).
               10  PESOS2-REGRA        PIC X(26).

       LINKAGE SECTION.
      * UF DO CLIENTE; INSCRICAO COMO DIGITADA (VOLTA SO OS DIGITOS);
      * RETORNO: S = VALIDA, D = DIGITO NAO CONFERE, T = TAMANHO OU
      * CARACTER INVALIDO, U = UF DESCONHECIDA.
       01  LK-UF-VIE                   PIC X(02).
       01  LK-IE-VIE                   PIC X(20).
       01  LK-RETORNO-VIE              PIC X(01).
           88  IE-VALIDA                            VALUE "S".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-UF-VIE LK-IE-VIE LK-RETORNO-VIE.

       0000-MAINLINE.
           MOVE "S" TO LK-RETORNO-VIE

           PERFORM 1000-LOCALIZA-UF THRU 1000-LOCALIZA-UF-EXIT
           IF LK-RETORNO-VIE NOT = "S"
               GO TO 0000-FIM
           END-IF

           PERFORM 2000-SEPARA-DIGITOS THRU 2000-SEPARA-DIGITOS-EXIT
           IF LK-RETORNO-VIE NOT = "S"
               GO TO 0000-FIM
           END-IF

           IF POS-DV1-REGRA (WS-IND-UF) NOT = ZEROS
               MOVE POS-DV1-REGRA (WS-IND-UF) TO WS-POS-DV
               MOVE PESOS1-REGRA (WS-IND-UF)  TO WS-PESOS
               PERFORM 3000-CONFERE-DIGITO
                   THRU 3000-CONFERE-DIGITO-EXIT
           END-IF

           IF LK-RETORNO-VIE = "S"
           AND POS-DV2-REGRA (WS-IND-UF) NOT = ZEROS
               MOVE POS-DV2-REGRA (WS-IND-UF) TO WS-POS-DV
               MOVE PESOS2-REGRA (WS-IND-UF)  TO WS-PESOS
               PERFORM 3000-CONFERE-DIGITO
                   THRU 3000-CONFERE-DIGITO-EXIT
           END-IF.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-LOCALIZA-UF - POSICAO DA UF NA TABELA DE REGRAS.
      *-----------------------------------------------------------------
       1000-LOCALIZA-UF.
           MOVE ZEROS TO WS-IND-UF
           PERFORM 1100-COMPARA-UF THRU 1100-COMPARA-UF-EXIT
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 27 OR WS-IND-UF NOT = ZEROS
           IF WS-IND-UF = ZEROS
               MOVE "U" TO LK-RETORNO-VIE
           END-IF.
       1000-LOCALIZA-UF-EXIT.
           EXIT.

       1100-COMPARA-UF.
           IF UF-REGRA (WS-IND) = LK-UF-VIE
               MOVE WS-IND TO WS-IND-UF
           END-IF.
       1100-COMPARA-UF-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-SEPARA-DIGITOS - TIRA PONTO, BARRA, HIFEN E BRANCOS;
      * QUALQUER OUTRO CARACTER INVALIDA A INSCRICAO. DEVOLVE OS
      * DIGITOS ALINHADOS A ESQUERDA EM LK-IE-VIE.
      *-----------------------------------------------------------------
       2000-SEPARA-DIGITOS.
           MOVE ZEROS TO WS-IE-DIGITOS
           MOVE ZEROS TO WS-TAM-IE
           PERFORM 2100-TRATA-CARACTER THRU 2100-TRATA-CARACTER-EXIT
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 20 OR LK-RETORNO-VIE NOT = "S"
           IF LK-RETORNO-VIE NOT = "S"
               GO TO 2000-SEPARA-DIGITOS-EXIT
           END-IF

           IF WS-TAM-IE < TAM-MIN-REGRA (WS-IND-UF)
           OR WS-TAM-IE > TAM-MAX-REGRA (WS-IND-UF)
               MOVE "T" TO LK-RETORNO-VIE
               GO TO 2000-SEPARA-DIGITOS-EXIT
           END-IF

           MOVE SPACES TO LK-IE-VIE
           MOVE WS-IE-DIGITOS (1:WS-TAM-IE) TO LK-IE-VIE.
       2000-SEPARA-DIGITOS-EXIT.
           EXIT.

       2100-TRATA-CARACTER.
           MOVE LK-IE-VIE (WS-IND:1) TO WS-CARACTER
           EVALUATE TRUE
               WHEN WS-CARACTER IS NUMERIC
                   IF WS-TAM-IE = 14
                       MOVE "T" TO LK-RETORNO-VIE
                   ELSE
                       ADD 1 TO WS-TAM-IE
                       MOVE WS-CARACTER TO WS-DIGITO-IE (WS-TAM-IE)
                   END-IF
               WHEN WS-CARACTER = "." OR "/" OR "-" OR SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "T" TO LK-RETORNO-VIE
           END-EVALUATE.
       2100-TRATA-CARACTER-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-CONFERE-DIGITO - SOMA DOS DIGITOS ANTERIORES A WS-POS-DV
      * PELOS PESOS, DIGITO PELO TIPO DA UF E COMPARACAO COM O
      * DIGITADO.
      *-----------------------------------------------------------------
       3000-CONFERE-DIGITO.
           MOVE ZEROS TO WS-SOMA
           PERFORM 3100-SOMA-DIGITO THRU 3100-SOMA-DIGITO-EXIT
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND NOT < WS-POS-DV

           EVALUATE TIPO-REGRA (WS-IND-UF)
               WHEN 1
                   DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO < 2
                       MOVE ZEROS TO WS-DV-CALC
                   ELSE
                       COMPUTE WS-DV-CALC = 11 - WS-RESTO
                   END-IF
               WHEN 2
                   COMPUTE WS-SOMA = WS-SOMA * 10
                   DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 10
                       MOVE ZEROS TO WS-DV-CALC
                   ELSE
                       MOVE WS-RESTO TO WS-DV-CALC
                   END-IF
               WHEN 3
                   DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   COMPUTE WS-DV-CALC = 11 - WS-RESTO
                   IF WS-DV-CALC > 9
                       SUBTRACT 10 FROM WS-DV-CALC
                   END-IF
               WHEN 4
                   DIVIDE WS-SOMA BY 9 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   MOVE WS-RESTO TO WS-DV-CALC
               WHEN 5
                   DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 10
                       MOVE ZEROS TO WS-DV-CALC
                   ELSE
                       MOVE WS-RESTO TO WS-DV-CALC
                   END-IF
               WHEN OTHER
                   GO TO 3000-CONFERE-DIGITO-EXIT
           END-EVALUATE

           IF WS-DV-CALC NOT = WS-DIGITO-IE (WS-POS-DV)
               MOVE "D" TO LK-RETORNO-VIE
           END-IF.
       3000-CONFERE-DIGITO-EXIT.
           EXIT.

       3100-SOMA-DIGITO.
           COMPUTE WS-SOMA = WS-SOMA
               + WS-DIGITO-IE (WS-IND) * WS-PESO (WS-IND).
       3100-SOMA-DIGITO-EXIT.
           EXIT.
