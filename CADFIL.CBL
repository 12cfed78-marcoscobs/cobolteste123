
          MOVE COD-FILIAL   TO COD-FILIAL-D
          MOVE NOME-FILIAL  TO NOME-FILIAL-D
          MOVE UF-FILIAL    TO UF-FILIAL-D

          CLOSE FILIAL.
      *-----------------------------------------------------------------
          END-IF

          ADD 1            TO COD-FILIAL-D
          INITIALIZE NOME-FILIAL-D UF-FILIAL-D
          CLOSE FILIAL.
      *-----------------------------------------------------------------
      * GRAVAR -- nome obrigatorio; gravar um codigo existente regrava
      * o cadastro (inclusive reativando uma filial inativa). A UF da
      * filial e opcional (em branco vale o parametro UF-EMPRESA) e
      * decide o CFOP estadual ou interestadual das notas da filial.
       GRAVAR.
          INITIALIZE ERRO-LER-D CAMPO-ERRO

             EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION UPPER-CASE(UF-FILIAL-D) TO UF-FILIAL-D
          IF UF-FILIAL-D NOT = SPACES
             AND (UF-FILIAL-D (1:1) NOT ALPHABETIC
                  OR UF-FILIAL-D (2:1) NOT ALPHABETIC
                  OR UF-FILIAL-D (1:1) = SPACE
                  OR UF-FILIAL-D (2:1) = SPACE)
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! UF da filial invalida."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          INITIALIZE REG-FIL

          MOVE COD-FILIAL-D   TO COD-FILIAL
          MOVE NOME-FILIAL-D  TO NOME-FILIAL
          MOVE UF-FILIAL-D    TO UF-FILIAL
          SET FILIAL-ATIVA    TO TRUE

          OPEN I-O FILIAL
