      *-----------------------------------------------------------------
      * REGSAIDA - REGISTRO DOS ARQUIVOS ENVIADOS PARA FORA (EXPCTL)
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REGSAIDA.
       AUTHOR.        EQUIPE DE DESENVOLVIMENTO.
       INSTALLATION.  DEPARTAMENTO DE INFORMATICA.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.

      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * 15/10/2026 DEV   PROGRAMA CRIADO - CHAMADO PELAS EXPORTACOES
      *                   (EXPNOTA, REMESSA, EXPCONT, EXPVEND, RELROTA)
      *                   E PELO REENVIO DO CONSAIDA. OPERACOES:
      *                   V - VERIFICA SE O PERIODO SE SOBREPOE A UM
      *                       ENVIO ANTERIOR DO MESMO TIPO/REFERENCIA
      *                       (DEVOLVE O NUMERO DO ULTIMO, ZEROS =
      *                       NENHUM; REENVIOS NAO CONTAM);
      *                   N - RESERVA O PROXIMO NUMERO NO EXPCTL
      *                       (SITUACAO P, EM GERACAO) E DEVOLVE O
      *                       NOME DATADO E SEQUENCIADO DO ARQUIVO;
      *                   R - REGISTRA O ARQUIVO PRONTO: QUANTIDADE DE
      *                       REGISTROS, TOTAL DE CONTROLE DE VALOR,
      *                       OPERADOR, SITUACAO G (GERADO).
      *                   RETORNO "00" = OK, SENAO O FILE STATUS.
      * 15/10/2026 DEV   CHAMADO TAMBEM PELA REMESSA DE PAGAMENTOS
      *                   (REMPAG, TIPO PAG) E PELA REMESSA DE PROTESTO
      *                   (PROTESTO, TIPO PROT).
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
       OBJECT-COMPUTER.   IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EXPCTL.SEL".

       DATA DIVISION.
       FILE SECTION.
           COPY "EXPCTL.FD".

       WORKING-STORAGE SECTION.

       77  FS-EXPC                     PIC XX       VALUE SPACES.
       77  WS-ULT-NUM                  PIC 9(07)    VALUE ZEROS.
       77  WS-TENTATIVAS               PIC 9(03)    VALUE ZEROS.
       77  WS-DATA-HOJE                PIC 9(08)    VALUE ZEROS.
       77  WS-HORA-AGORA               PIC 9(08)    VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-FIM-EXPC             PIC X(01)    VALUE "N".
               88  FIM-EXPC                         VALUE "S".

       COPY USULOG.CPY.

       LINKAGE SECTION.
      * ENTRADA: OPERACAO (V/N/R), TIPO, REFERENCIA, PERIODO, PREFIXO
      * E EXTENSAO DO NOME, NUMERO ORIGINAL (REENVIO; ZEROS = GERACAO
      * NORMAL), E NA OPERACAO R O NUMERO RESERVADO, A QUANTIDADE E O
      * TOTAL DE CONTROLE.
      * SAIDA: NUMERO E NOME RESERVADOS (N), ENVIO ANTERIOR SOBREPOSTO
      * (V) E O RETORNO.
       01  LK-OPERACAO-RSA             PIC X(01).
       01  LK-TIPO-RSA                 PIC X(04).
       01  LK-REF-RSA                  PIC X(10).
       01  LK-DT-INI-RSA               PIC 9(08).
       01  LK-DT-FIM-RSA               PIC 9(08).
       01  LK-PREFIXO-RSA              PIC X(20).
       01  LK-EXTENSAO-RSA             PIC X(04).
       01  LK-NUM-ORIG-RSA             PIC 9(07).
       01  LK-NUM-RSA                  PIC 9(07).
       01  LK-NOME-RSA                 PIC X(60).
       01  LK-QTD-RSA                  PIC 9(07).
       01  LK-HASH-RSA                 PIC S9(13)V99.
       01  LK-SOBREPOE-RSA             PIC 9(07).
       01  LK-RETORNO-RSA              PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERACAO-RSA LK-TIPO-RSA
                                LK-REF-RSA LK-DT-INI-RSA
                                LK-DT-FIM-RSA LK-PREFIXO-RSA
                                LK-EXTENSAO-RSA LK-NUM-ORIG-RSA
                                LK-NUM-RSA LK-NOME-RSA LK-QTD-RSA
                                LK-HASH-RSA LK-SOBREPOE-RSA
                                LK-RETORNO-RSA.

       0000-MAINLINE.
           MOVE "00" TO LK-RETORNO-RSA
           ACCEPT WS-DATA-HOJE  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           OPEN I-O EXPCTL
           IF FS-EXPC = "35" OR FS-EXPC = "05"
               OPEN OUTPUT EXPCTL
               CLOSE EXPCTL
               OPEN I-O EXPCTL
           END-IF
           IF FS-EXPC NOT = ZEROS
               MOVE FS-EXPC TO LK-RETORNO-RSA
               GO TO 0000-FIM
           END-IF

           EVALUATE LK-OPERACAO-RSA
               WHEN "V"
                   PERFORM 1000-VERIFICA THRU 1000-VERIFICA-EXIT
               WHEN "N"
                   PERFORM 2000-RESERVA  THRU 2000-RESERVA-EXIT
               WHEN "R"
                   PERFORM 3000-REGISTRA THRU 3000-REGISTRA-EXIT
               WHEN OTHER
                   MOVE "99" TO LK-RETORNO-RSA
           END-EVALUATE

           CLOSE EXPCTL.

       0000-FIM.
           GOBACK.

      *-----------------------------------------------------------------
      * 1000-VERIFICA - ENVIOS ANTERIORES DO MESMO TIPO/REFERENCIA
      * CUJO PERIODO SE SOBREPOE AO PEDIDO. REENVIOS E GERACOES QUE
      * NAO TERMINARAM (SITUACAO P) NAO CONTAM.
      *-----------------------------------------------------------------
       1000-VERIFICA.
           MOVE ZEROS TO LK-SOBREPOE-RSA
           IF LK-NUM-ORIG-RSA NOT = ZEROS
               GO TO 1000-VERIFICA-EXIT
           END-IF

           MOVE "N" TO WS-FIM-EXPC
           MOVE LOW-VALUES TO XAV-EXPC
           START EXPCTL KEY IS NOT LESS THAN XAV-EXPC
               INVALID KEY MOVE "S" TO WS-FIM-EXPC
           END-START

           PERFORM 1100-CONFERE-ENVIO THRU 1100-CONFERE-ENVIO-EXIT
               UNTIL FIM-EXPC.
       1000-VERIFICA-EXIT.
           EXIT.

       1100-CONFERE-ENVIO.
           READ EXPCTL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-EXPC
                   GO TO 1100-CONFERE-ENVIO-EXIT
           END-READ

           IF TIPO-EXPC = LK-TIPO-RSA
           AND REF-EXPC = LK-REF-RSA
           AND NUM-ORIG-EXPC = ZEROS
           AND NOT EXPC-EM-GERACAO
           AND DT-INI-EXPC NOT > LK-DT-FIM-RSA
           AND DT-FIM-EXPC NOT < LK-DT-INI-RSA
               MOVE NUM-EXPC TO LK-SOBREPOE-RSA
           END-IF.
       1100-CONFERE-ENVIO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2000-RESERVA - PROXIMO NUMERO (MAIOR NUMERO DO REGISTRO MAIS
      * UM), GRAVADO JA COMO "EM GERACAO" PARA DUAS EXPORTACOES
      * SIMULTANEAS NAO PEGAREM O MESMO; CHAVE JA TOMADA AVANCA PARA
      * A SEGUINTE.
      *-----------------------------------------------------------------
       2000-RESERVA.
           MOVE ZEROS TO WS-ULT-NUM WS-TENTATIVAS
           MOVE "N" TO WS-FIM-EXPC
           MOVE LOW-VALUES TO XAV-EXPC
           START EXPCTL KEY IS NOT LESS THAN XAV-EXPC
               INVALID KEY MOVE "S" TO WS-FIM-EXPC
           END-START
           PERFORM 2100-ACHA-ULTIMO THRU 2100-ACHA-ULTIMO-EXIT
               UNTIL FIM-EXPC.

       2000-GRAVA-RESERVA.
           ADD 1 TO WS-ULT-NUM WS-TENTATIVAS

           INITIALIZE REG-EXPC
           MOVE WS-ULT-NUM      TO NUM-EXPC
           MOVE LK-TIPO-RSA     TO TIPO-EXPC
           MOVE LK-REF-RSA      TO REF-EXPC
           MOVE LK-DT-INI-RSA   TO DT-INI-EXPC
           MOVE LK-DT-FIM-RSA   TO DT-FIM-EXPC
           MOVE LK-NUM-ORIG-RSA TO NUM-ORIG-EXPC
           MOVE WS-DATA-HOJE    TO DT-GER-EXPC
           MOVE WS-HORA-AGORA (1:6) TO HR-GER-EXPC
           PERFORM 4000-OPERADOR THRU 4000-OPERADOR-EXIT
           MOVE "P"             TO SIT-EXPC

           MOVE SPACES TO NOME-EXPC
           STRING FUNCTION TRIM(LK-PREFIXO-RSA) "-" WS-DATA-HOJE "-"
                  WS-ULT-NUM FUNCTION TRIM(LK-EXTENSAO-RSA)
                  DELIMITED BY SIZE INTO NOME-EXPC

           WRITE REG-EXPC
           IF (FS-EXPC = "22" OR FS-EXPC = "23")
           AND WS-TENTATIVAS < 100
               GO TO 2000-GRAVA-RESERVA
           END-IF
           IF FS-EXPC NOT = ZEROS
               MOVE FS-EXPC TO LK-RETORNO-RSA
               GO TO 2000-RESERVA-EXIT
           END-IF

           MOVE NUM-EXPC  TO LK-NUM-RSA
           MOVE NOME-EXPC TO LK-NOME-RSA.
       2000-RESERVA-EXIT.
           EXIT.

       2100-ACHA-ULTIMO.
           READ EXPCTL NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-EXPC
                   GO TO 2100-ACHA-ULTIMO-EXIT
           END-READ
           MOVE NUM-EXPC TO WS-ULT-NUM.
       2100-ACHA-ULTIMO-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 3000-REGISTRA - ARQUIVO PRONTO: QUANTIDADE, TOTAL DE
      * CONTROLE E SITUACAO G NO NUMERO RESERVADO.
      *-----------------------------------------------------------------
       3000-REGISTRA.
           MOVE LK-NUM-RSA TO NUM-EXPC
           READ EXPCTL WITH LOCK
           IF FS-EXPC NOT = ZEROS
               MOVE FS-EXPC TO LK-RETORNO-RSA
               GO TO 3000-REGISTRA-EXIT
           END-IF

           MOVE LK-QTD-RSA      TO QTD-REG-EXPC
           MOVE LK-HASH-RSA     TO HASH-VALOR-EXPC
           MOVE WS-DATA-HOJE    TO DT-GER-EXPC
           MOVE WS-HORA-AGORA (1:6) TO HR-GER-EXPC
           PERFORM 4000-OPERADOR THRU 4000-OPERADOR-EXIT
           MOVE "G"             TO SIT-EXPC
           REWRITE REG-EXPC
           IF FS-EXPC NOT = ZEROS
               MOVE FS-EXPC TO LK-RETORNO-RSA
           END-IF.
       3000-REGISTRA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 4000-OPERADOR - USUARIO LOGADO; EXECUCAO DIRETA SEM LOGON
      * FICA REGISTRADA COMO LOTE.
      *-----------------------------------------------------------------
       4000-OPERADOR.
           IF LOGIN-USUARIO-ATUAL = SPACES
               MOVE "LOTE" TO OPERADOR-EXPC
           ELSE
               MOVE LOGIN-USUARIO-ATUAL TO OPERADOR-EXPC
           END-IF.
       4000-OPERADOR-EXIT.
           EXIT.
