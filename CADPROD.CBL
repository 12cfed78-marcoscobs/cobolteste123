          COPY ESTOQUE.SEL.
          COPY GRUPO.SEL.
          COPY SUBPROD.SEL.
          COPY CODBARRA.SEL.

       DATA DIVISION.
       FILE SECTION.
          COPY ESTOQUE.FD.
          COPY GRUPO.FD.
          COPY SUBPROD.FD.
          COPY CODBARRA.FD.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 FS                         PIC XX VALUE SPACES.
       77 FS-GRU                     PIC XX VALUE SPACES.
       77 FS-SUB                     PIC XX VALUE SPACES.
       77 FS-EAN                     PIC XX VALUE SPACES.

      * Endereco fisico (corredor/prateleira) do produto no deposito:
      * o dado mora no registro de ESTOQUE da filial (FILIAL-LOC-D na
                PERFORM GRAVAR-SUBSTITUTO
             WHEN "EXCLUIR-SUBST"
                PERFORM EXCLUIR-SUBSTITUTO
             WHEN "GRAVAR-EAN"
                PERFORM GRAVAR-CODBARRA
             WHEN "EXCLUIR-EAN"
                PERFORM EXCLUIR-CODBARRA
             WHEN "PROXIMA-PAGINA"
                PERFORM PROXIMA-PAGINA-PRO
             WHEN "PAGINA-ANTERIOR"
          END-DELETE
          CLOSE SUBPROD.
      *-----------------------------------------------------------------
      * GRAVAR-CODBARRA -- amarra ao produto em edicao um codigo de
      * barras EAN/GTIN (EAN-COD-D) com a embalagem (EAN-TIPO-D: U =
      * unidade, C = caixa). O codigo e a chave de CODBARRA, entao um
      * codigo ja amarrado a outro produto e recusado; no mesmo
      * produto so troca a embalagem. Codigo de caixa exige o fator
      * QTD-POR-CAIXA-PRODUTO, que a leitura usa para contar unidades.
      * Menos de 8 posicoes nao e EAN e confundiria com o codigo do
      * produto digitado nas telas de leitura.
       GRAVAR-CODBARRA.
          INITIALIZE ERRO-LER-D CAMPO-ERRO

          IF COD-PRODUTO-D = ZEROS OR EAN-COD-D = SPACES
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Informe produto e codigo de barras."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          IF EAN-COD-D(8:1) = SPACE
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Codigo de barras deve ter de 8 a 14"
                    " posicoes."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          MOVE FUNCTION UPPER-CASE(EAN-TIPO-D) TO EAN-TIPO-D
          IF EAN-TIPO-D = SPACE
             MOVE "U" TO EAN-TIPO-D
          END-IF
          IF EAN-TIPO-D NOT = "U" AND EAN-TIPO-D NOT = "C"
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Embalagem deve ser U (unidade) ou C"
                    " (caixa)."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          OPEN INPUT PRODUTO
          MOVE COD-PRODUTO-D TO XAV-PRODUTO
          READ PRODUTO WITH IGNORE LOCK
          IF FS NOT = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Grave o produto " COD-PRODUTO-D
                    " antes dos codigos de barras."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE PRODUTO
             EXIT PARAGRAPH
          END-IF
          CLOSE PRODUTO

          IF EAN-TIPO-D = "C" AND QTD-POR-CAIXA-PRODUTO = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Produto sem quantidade por caixa -"
                    " informe o fator antes do codigo de caixa."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             EXIT PARAGRAPH
          END-IF

          OPEN I-O CODBARRA
          IF FS-EAN = "35" OR FS-EAN = "05"
             OPEN OUTPUT CODBARRA
             CLOSE CODBARRA
             OPEN I-O CODBARRA
          END-IF

          MOVE EAN-COD-D TO XAV-EAN
          READ CODBARRA
          IF FS-EAN = ZEROS
             IF COD-PRODUTO-EAN NOT = COD-PRODUTO-D
                MOVE "NAO" TO ERRO-LER-D
                STRING "Atencao! Codigo de barras ja cadastrado"
                       " para o produto " COD-PRODUTO-EAN "."
                       DELIMITED BY SIZE INTO CAMPO-ERRO
                CLOSE CODBARRA
                EXIT PARAGRAPH
             END-IF
             MOVE EAN-TIPO-D TO TIPO-EMB-EAN
             REWRITE REG-EAN
          ELSE
             INITIALIZE REG-EAN
             MOVE EAN-COD-D     TO COD-BARRA-EAN
             MOVE COD-PRODUTO-D TO COD-PRODUTO-EAN
             MOVE EAN-TIPO-D    TO TIPO-EMB-EAN
             WRITE REG-EAN
          END-IF
          CLOSE CODBARRA

          STRING "Codigo de barras " FUNCTION TRIM(EAN-COD-D)
                 " (" EAN-TIPO-D ") gravado para o produto "
                 COD-PRODUTO-D "."
                 DELIMITED BY SIZE INTO CAMPO-ERRO.
      *-----------------------------------------------------------------
      * EXCLUIR-CODBARRA -- remove o codigo de barras informado, so
      * se ele for do produto em edicao.
       EXCLUIR-CODBARRA.
          INITIALIZE ERRO-LER-D CAMPO-ERRO

          OPEN I-O CODBARRA
          IF FS-EAN NOT = ZEROS
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Arquivo de codigos de barras"
                    " indisponivel. FS: " FS-EAN
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE CODBARRA
             EXIT PARAGRAPH
          END-IF

          MOVE EAN-COD-D TO XAV-EAN
          READ CODBARRA
          IF FS-EAN NOT = ZEROS
          OR COD-PRODUTO-EAN NOT = COD-PRODUTO-D
             MOVE "NAO" TO ERRO-LER-D
             STRING "Atencao! Codigo de barras nao cadastrado para"
                    " este produto."
                    DELIMITED BY SIZE INTO CAMPO-ERRO
             CLOSE CODBARRA
             EXIT PARAGRAPH
          END-IF

          DELETE CODBARRA
          STRING "Codigo de barras " FUNCTION TRIM(EAN-COD-D)
                 " removido do produto " COD-PRODUTO-D "."
                 DELIMITED BY SIZE INTO CAMPO-ERRO
          CLOSE CODBARRA.
      *-----------------------------------------------------------------
      * ADICIONAR -- proximo codigo de produto livre, mesma tecnica de
      * ADICIONAR em CADCLI (START <= no maior valor possivel e READ
      * PREVIOUS, sem varrer o arquivo inteiro).
