      *                   REFERENCIADO POR ENTRADA (COD-FORN-KDX NOS
      *                   MOVIMENTOS ENT) E PELA IMPORTACAO DE
      *                   CATALOGO (IMPCATAL).
      * 15/10/2026 DEV   DADOS BANCARIOS DO FORNECEDOR (BANCO,
      *                   AGENCIA, CONTA E DIGITO) PARA O PAGAMENTO
      *                   POR TRANSFERENCIA NA REMESSA DE PAGAMENTOS
      *                   (REMPAG).
      * 15/10/2026 DEV   CEP PEDIDO ANTES DO ENDERECO: ACHADO NA BASE
      *                   DE CEP (VALCEP) PREENCHE LOGRADOURO, BAIRRO,
      *                   CIDADE E UF; NA GRAVACAO, CEP QUE NAO CONFERE
      *                   COM A UF NAO E ACEITO E A CIDADE FICA COM A
      *                   GRAFIA DA BASE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-MSG-CNPJ                 PIC X(76)    VALUE SPACES.
       77  WS-QTD-LISTADOS             PIC 9(04)    VALUE ZEROS.
       77  WS-TEXTO-60                 PIC X(60)    VALUE SPACES.
      * CONSULTA A BASE DE CEP (VALCEP).
       77  WS-LOGRADOURO-BASE          PIC X(60)    VALUE SPACES.
       77  WS-BAIRRO-BASE              PIC X(30)    VALUE SPACES.
       77  WS-CIDADE-BASE              PIC X(30)    VALUE SPACES.
       77  WS-UF-BASE                  PIC X(02)    VALUE SPACES.
       77  WS-RETORNO-CEP              PIC X(01)    VALUE SPACES.
       77  WS-UF-BRANCO                PIC X(02)    VALUE SPACES.
       77  WS-CIDADE-BRANCO            PIC X(30)    VALUE SPACES.
       77  WS-MSG-CEP                  PIC X(76)    VALUE SPACES.
       77  OBJ-CNPJ                    OBJECT REFERENCE.

       01  WS-SWITCHES.

           PERFORM 2170-ACEITA-CAMPOS THRU 2170-ACEITA-CAMPOS-EXIT

           PERFORM 2175-CONFERE-CEP THRU 2175-CONFERE-CEP-EXIT
           IF WS-MSG-CEP NOT = SPACES
               DISPLAY FUNCTION TRIM(WS-MSG-CEP)
               DISPLAY "FORNECEDOR NAO GRAVADO."
               GO TO 2100-INCLUI-ALTERA-EXIT
           END-IF

           WRITE REG-FORN
               INVALID KEY REWRITE REG-FORN
           END-WRITE
               MOVE WS-TEXTO-60 TO RAZAO-FORN
           END-IF

           DISPLAY "CEP (SOMENTE NUMEROS, ENTER P/ MANTER "
                   CEP-FORN "):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO-60 (1:9)) TO CEP-FORN
               PERFORM 2172-ENDERECO-DO-CEP
                   THRU 2172-ENDERECO-DO-CEP-EXIT
           END-IF

           DISPLAY "LOGRADOURO (ENTER P/ MANTER):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE WS-TEXTO-60 (1:2) TO UF-FORN
           END-IF

      * DADOS BANCARIOS (REMESSA DE PAGAMENTOS POR TRANSFERENCIA).
           DISPLAY "BANCO P/ PAGAMENTO (3 DIGITOS, ENTER P/ MANTER "
                   BANCO-FORN "):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO-60 (1:3)) TO BANCO-FORN
           END-IF

           DISPLAY "AGENCIA (ENTER P/ MANTER " AGENCIA-FORN "):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO-60 (1:5)) TO AGENCIA-FORN
           END-IF

           DISPLAY "CONTA SEM O DIGITO (ENTER P/ MANTER "
                   CONTA-FORN "):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXTO-60 (1:12)) TO CONTA-FORN
           END-IF

           DISPLAY "DIGITO DA CONTA (ENTER P/ MANTER "
                   DV-CONTA-FORN "):"
           PERFORM 2180-ACEITA-TEXTO-60 THRU 2180-ACEITA-TEXTO-60-EXIT
           IF WS-TEXTO-60 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TEXTO-60 (1:1))
                   TO DV-CONTA-FORN
           END-IF.
       2170-ACEITA-CAMPOS-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2172-ENDERECO-DO-CEP - CEP ACHADO NA BASE PREENCHE O ENDERECO
      * (LOGRADOURO E BAIRRO SO QUANDO A BASE TRAZ - CEP GERAL DE
      * CIDADE VEM SEM ELES); OS PROMPTS SEGUINTES AINDA PERMITEM
      * CORRIGIR.
      *-----------------------------------------------------------------
       2172-ENDERECO-DO-CEP.
           CALL "VALCEP" USING CEP-FORN WS-UF-BRANCO WS-CIDADE-BRANCO
                               WS-LOGRADOURO-BASE WS-BAIRRO-BASE
                               WS-CIDADE-BASE WS-UF-BASE
                               WS-RETORNO-CEP
           CANCEL "VALCEP"

           IF WS-RETORNO-CEP NOT = "S"
               DISPLAY "CEP NAO ENCONTRADO NA BASE - INFORME O"
                       " ENDERECO."
               GO TO 2172-ENDERECO-DO-CEP-EXIT
           END-IF

           IF WS-LOGRADOURO-BASE NOT = SPACES
               MOVE WS-LOGRADOURO-BASE TO LOGRADOURO-FORN
           END-IF
           IF WS-BAIRRO-BASE NOT = SPACES
               MOVE WS-BAIRRO-BASE     TO BAIRRO-FORN
           END-IF
           MOVE WS-CIDADE-BASE TO CIDADE-FORN
           MOVE WS-UF-BASE     TO UF-FORN
           DISPLAY "ENDERECO PELO CEP: " FUNCTION TRIM(LOGRADOURO-FORN)
                   " - " FUNCTION TRIM(BAIRRO-FORN) " - "
                   FUNCTION TRIM(CIDADE-FORN) "/" UF-FORN.
       2172-ENDERECO-DO-CEP-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 2175-CONFERE-CEP - CEP DE OUTRA UF (PELA BASE OU PELA FAIXA DE
      * CEP DA UF) NAO E GRAVADO; CIDADE ESCRITA DE OUTRO JEITO FICA
      * COM A GRAFIA DA BASE. CEP ZERADO OU FORA DA BASE PASSA.
      *-----------------------------------------------------------------
       2175-CONFERE-CEP.
           MOVE SPACES TO WS-MSG-CEP
           IF CEP-FORN = ZEROS
               GO TO 2175-CONFERE-CEP-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(UF-FORN) TO UF-FORN
           CALL "VALCEP" USING CEP-FORN UF-FORN CIDADE-FORN
                               WS-LOGRADOURO-BASE WS-BAIRRO-BASE
                               WS-CIDADE-BASE WS-UF-BASE
                               WS-RETORNO-CEP
           CANCEL "VALCEP"

           EVALUATE WS-RETORNO-CEP
               WHEN "U"
                   STRING "CEP " CEP-FORN " PERTENCE A "
                          FUNCTION TRIM(WS-CIDADE-BASE) "/" WS-UF-BASE
                          ", NAO A UF " UF-FORN "."
                          DELIMITED BY SIZE INTO WS-MSG-CEP
               WHEN "F"
                   STRING "CEP " CEP-FORN " FORA DA FAIXA DE CEP DA UF "
                          UF-FORN "."
                          DELIMITED BY SIZE INTO WS-MSG-CEP
               WHEN "C"
                   DISPLAY "CIDADE AJUSTADA PELA BASE DE CEP: "
                           FUNCTION TRIM(WS-CIDADE-BASE)
                   MOVE WS-CIDADE-BASE TO CIDADE-FORN
           END-EVALUATE.
       2175-CONFERE-CEP-EXIT.
           EXIT.

       2180-ACEITA-TEXTO-60.
           MOVE SPACES TO WS-TEXTO-60
           ACCEPT WS-TEXTO-60 FROM CONSOLE.
