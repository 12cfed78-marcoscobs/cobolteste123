      *-----------------------------------------------------------------
      * ACHACFOP - CFOP E NATUREZA DA OPERACAO DE UMA LINHA FISCAL
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACHACFOP.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - RECEBE O TIPO DE OPERACAO
      *                   (V VENDA, B BONIFICACAO, D DEVOLUCAO, T
      *                   TRANSFERENCIA), A FILIAL QUE OPERA, A UF DO
      *                   OUTRO LADO E O GRUPO DO PRODUTO, E DEVOLVE O
      *                   CFOP E A NATUREZA DA OPERACAO. AMBITO
      *                   ESTADUAL QUANDO A UF DA FILIAL (OU A DO
      *                   PARAMETRO UF-EMPRESA) E A UF DO OUTRO LADO
      *                   SAO IGUAIS OU UMA DELAS E DESCONHECIDA
      *                   (VENDA PRESENCIAL, CLIENTE SEM UF). REGRA DO
      *                   GRUPO, SENAO A GENERICA (GRUPO 000), SENAO O
      *                   CFOP PADRAO DO TIPO. REGRAS, UF DAS FILIAIS E
      *                   PARAMETRO SAO CARREGADOS NA PRIMEIRA CHAMADA;
      *                   O CHAMADOR DA CANCEL "ACHACFOP" NO FIM.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REGRAFIS.SEL".
           COPY "FILIAL.SEL".
           COPY "PARAM.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "REGRAFIS.FD".
           COPY "FILIAL.FD".
           COPY "PARAM.FD".

       WORKING-STORAGE SECTION.

       77  FS-RF                       PIC XX       VALUE SPACES.
       77  FS-FIL                      PIC XX       VALUE SPACES.
       77  FS-PAR                      PIC XX       VALUE SPACES.
       77  WS-IDX-RF                   PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-ACHADO               PIC 9(03)    VALUE ZEROS.
       77  WS-IDX-GENERICA             PIC 9(03)    VALUE ZEROS.
       77  WS-UF-EMPRESA               PIC X(02)    VALUE SPACES.
       77  WS-UF-ORIGEM                PIC X(02)    VALUE SPACES.
       77  WS-UF-DESTINO               PIC X(02)    VALUE SPACES.
       77  WS-AMBITO                   PIC X(01)    VALUE "E".
           88  OPERACAO-ESTADUAL                    VALUE "E".

       01  WS-SWITCHES.
           05  WS-TAB-CARREGADA        PIC X(01)    VALUE "N".
               88  TAB-CARREGADA                    VALUE "S".
           05  WS-FIM-LEITURA          PIC X(01)    VALUE "N".
               88  FIM-LEITURA                      VALUE "S".

      * REGRAS FISCAIS EM MEMORIA.
       01  WS-TAB-RF.
           05  WS-QTD-RF               PIC 9(03)    VALUE ZEROS.
           05  TB-RF                   OCCURS 500 TIMES.
               10  TB-TIPO-RF          PIC X(01).
               10  TB-AMBITO-RF        PIC X(01).
               10  TB-GRUPO-RF         PIC 9(03).
               10  TB-CFOP-RF          PIC 9(04).
               10  TB-NATUREZA-RF      PIC X(40).

      * UF DE CADA FILIAL, PELO CODIGO (01 A 99).
       01  WS-TAB-UF-FIL.
           05  TB-UF-FIL               PIC X(02)    OCCURS 99 TIMES.

       LINKAGE SECTION.
       01  LK-TIPO-OPER-CF             PIC X(01).
       01  LK-FILIAL-CF                PIC 9(02).
       01  LK-UF-DEST-CF               PIC X(02).
       01  LK-GRUPO-CF                 PIC 9(03).
       01  LK-CFOP-CF                  PIC 9(04).
       01  LK-NATUREZA-CF              PIC X(40).

       PROCEDURE DIVISION USING LK-TIPO-OPER-CF LK-FILIAL-CF
                                LK-UF-DEST-CF LK-GRUPO-CF
                                LK-CFOP-CF LK-NATUREZA-CF.

       0000-MAINLINE.
           MOVE ZEROS  TO LK-CFOP-CF
           MOVE SPACES TO LK-NATUREZA-CF

           IF NOT TAB-CARREGADA
               PERFORM 1000-CARREGA-TABELAS
                   THRU 1000-CARREGA-TABELAS-EXIT
           END-IF

           PERFORM 2000-DEFINE-AMBITO THRU 2000-DEFINE-AMBITO-EXIT

           MOVE ZEROS TO WS-IDX-ACHADO WS-IDX-GENERICA
           PERFORM 3000-PROCURA-REGRA THRU 3000-PROCURA-REGRA-EXIT
               VARYING WS-IDX-RF FROM 1 BY 1
               UNTIL WS-IDX-RF > WS-QTD-RF
                  OR WS-IDX-ACHADO NOT = ZEROS
           IF WS-IDX-ACHADO = ZEROS
               MOVE WS-IDX-GENERICA TO WS-IDX-ACHADO
           END-IF

           IF WS-IDX-ACHADO NOT = ZEROS
               MOVE TB-CFOP-RF (WS-IDX-ACHADO)     TO LK-CFOP-CF
               MOVE TB-NATUREZA-RF (WS-IDX-ACHADO) TO LK-NATUREZA-CF
           ELSE
               PERFORM 4000-CFOP-PADRAO THRU 4000-CFOP-PADRAO-EXIT
           END-IF.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-CARREGA-TABELAS - REGRAS, UF DAS FILIAIS E O PARAMETRO
      * UF-EMPRESA. ARQUIVO AUSENTE = TABELA VAZIA (CFOP PADRAO,
      * AMBITO PELO QUE SE SOUBER).
      *-----------------------------------------------------------------
       1000-CARREGA-TABELAS.
           MOVE "S"   TO WS-TAB-CARREGADA
           MOVE ZEROS TO WS-QTD-RF
           MOVE SPACES TO WS-TAB-UF-FIL

           OPEN INPUT REGRAFIS
           IF FS-RF = ZEROS
               MOVE "N" TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO XAV-RF
               START REGRAFIS KEY IS NOT LESS THAN XAV-RF
                   INVALID KEY MOVE "S" TO WS-FIM-LEITURA
               END-START
               PERFORM 1100-CARREGA-REGRA THRU 1100-CARREGA-REGRA-EXIT
                   UNTIL FIM-LEITURA
           END-IF
           CLOSE REGRAFIS

           OPEN INPUT FILIAL
           IF FS-FIL = ZEROS
               MOVE "N" TO WS-FIM-LEITURA
               MOVE LOW-VALUES TO XAV-FIL
               START FILIAL KEY IS NOT LESS THAN XAV-FIL
                   INVALID KEY MOVE "S" TO WS-FIM-LEITURA
               END-START
               PERFORM 1200-CARREGA-FILIAL
                   THRU 1200-CARREGA-FILIAL-EXIT
                   UNTIL FIM-LEITURA
           END-IF
           CLOSE FILIAL

           OPEN INPUT PARAM
           IF FS-PAR = ZEROS
               MOVE "UF-EMPRESA" TO XAV-PAR
               READ PARAM WITH IGNORE LOCK
               IF FS-PAR = ZEROS
                   MOVE FUNCTION UPPER-CASE(VALOR-PARAM (1:2))
                       TO WS-UF-EMPRESA
               END-IF
           END-IF
           CLOSE PARAM.
       1000-CARREGA-TABELAS-EXIT.
           EXIT.

       1100-CARREGA-REGRA.
           READ REGRAFIS NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO 1100-CARREGA-REGRA-EXIT
           END-READ
           IF WS-QTD-RF NOT < 500
               MOVE "S" TO WS-FIM-LEITURA
               GO TO 1100-CARREGA-REGRA-EXIT
           END-IF

           ADD 1 TO WS-QTD-RF
           MOVE TIPO-OPER-RF TO TB-TIPO-RF (WS-QTD-RF)
           MOVE AMBITO-RF    TO TB-AMBITO-RF (WS-QTD-RF)
           MOVE COD-GRUPO-RF TO TB-GRUPO-RF (WS-QTD-RF)
           MOVE CFOP-RF      TO TB-CFOP-RF (WS-QTD-RF)
           MOVE NATUREZA-RF  TO TB-NATUREZA-RF (WS-QTD-RF).
       1100-CARREGA-REGRA-EXIT.
           EXIT.

       1200-CARREGA-FILIAL.
           READ FILIAL NEXT RECORD WITH IGNORE LOCK
               AT END
                   MOVE "S" TO WS-FIM-LEITURA
                   GO TO 1200-CARREGA-FILIAL-EXIT
           END-READ
           IF COD-FILIAL > ZEROS
               MOVE FUNCTION UPPER-CASE(UF-FILIAL)
                   TO TB-UF-FIL (COD-FILIAL)
           END-IF.
       1200-CARREGA-FILIAL-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-DEFINE-AMBITO - UF DA FILIAL (FILIAL ZERO = MATRIZ 01;
      * SEM UF = UF-EMPRESA) CONTRA A UF DO OUTRO LADO DA OPERACAO.
      *-----------------------------------------------------------------
       2000-DEFINE-AMBITO.
           MOVE "E" TO WS-AMBITO
           MOVE WS-UF-EMPRESA TO WS-UF-ORIGEM
           IF LK-FILIAL-CF NUMERIC
               IF LK-FILIAL-CF = ZEROS
                   IF TB-UF-FIL (1) NOT = SPACES
                       MOVE TB-UF-FIL (1) TO WS-UF-ORIGEM
                   END-IF
               ELSE
                   IF TB-UF-FIL (LK-FILIAL-CF) NOT = SPACES
                       MOVE TB-UF-FIL (LK-FILIAL-CF) TO WS-UF-ORIGEM
                   END-IF
               END-IF
           END-IF

           MOVE FUNCTION UPPER-CASE(LK-UF-DEST-CF) TO WS-UF-DESTINO
           IF WS-UF-ORIGEM NOT = SPACES
           AND WS-UF-DESTINO NOT = SPACES
           AND WS-UF-ORIGEM NOT = WS-UF-DESTINO
               MOVE "I" TO WS-AMBITO
           END-IF.
       2000-DEFINE-AMBITO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCURA-REGRA - REGRA DO GRUPO DA LINHA; A GENERICA DO
      * TIPO/AMBITO (GRUPO 000) FICA GUARDADA PARA A FALTA DELA.
      *-----------------------------------------------------------------
       3000-PROCURA-REGRA.
           IF TB-TIPO-RF (WS-IDX-RF) NOT = LK-TIPO-OPER-CF
           OR TB-AMBITO-RF (WS-IDX-RF) NOT = WS-AMBITO
               GO TO 3000-PROCURA-REGRA-EXIT
           END-IF

           IF TB-GRUPO-RF (WS-IDX-RF) = LK-GRUPO-CF
           AND LK-GRUPO-CF NOT = ZEROS
               MOVE WS-IDX-RF TO WS-IDX-ACHADO
               GO TO 3000-PROCURA-REGRA-EXIT
           END-IF
           IF TB-GRUPO-RF (WS-IDX-RF) = ZEROS
               MOVE WS-IDX-RF TO WS-IDX-GENERICA
           END-IF.
       3000-PROCURA-REGRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-CFOP-PADRAO - SEM REGRA CADASTRADA: SAIDAS 5XXX ESTADUAL
      * E 6XXX INTERESTADUAL, ENTRADA DE DEVOLUCAO 1202 / 2202.
      *-----------------------------------------------------------------
       4000-CFOP-PADRAO.
           EVALUATE LK-TIPO-OPER-CF
               WHEN "B"
                   MOVE 5910 TO LK-CFOP-CF
                   MOVE "REMESSA EM BONIFICACAO" TO LK-NATUREZA-CF
               WHEN "D"
                   MOVE 1202 TO LK-CFOP-CF
                   MOVE "DEVOLUCAO DE VENDA" TO LK-NATUREZA-CF
               WHEN "T"
                   MOVE 5152 TO LK-CFOP-CF
                   MOVE "TRANSFERENCIA DE MERCADORIA"
                       TO LK-NATUREZA-CF
               WHEN OTHER
                   MOVE 5102 TO LK-CFOP-CF
                   MOVE "VENDA DE MERCADORIA" TO LK-NATUREZA-CF
           END-EVALUATE

           IF NOT OPERACAO-ESTADUAL
               ADD 1000 TO LK-CFOP-CF
           END-IF.
       4000-CFOP-PADRAO-EXIT.
           EXIT.
