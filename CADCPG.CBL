          05 WS-PILHA-COD-CPG OCCURS 100 TIMES PIC 9(03).

       77 FS                         PIC XX VALUE SPACES.

      * Desconto de pontualidade da condicao -- nao tem campo de tela
      * (mantido pelo CADDPON); viaja junto com EDITAR/GRAVAR para a
      * regravacao da condicao nao zerar a regra.
       77 DIAS-DESC-PONTUAL-D        PIC 9(03) VALUE ZEROS.
       77 PERC-DESC-PONTUAL-D        PIC 9(02)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       78 DIALOG-SYSTEM            VALUE "DSGRUN".

          MOVE DESCR-CONDPAG        TO DESCR-CONDPAG-D
          MOVE QTD-PARCELAS-CONDPAG TO QTD-PARCELAS-D
          MOVE DIAS-PARCELA-CONDPAG TO DIAS-PARCELA-D
          MOVE DIAS-DESC-PONTUAL-CONDPAG TO DIAS-DESC-PONTUAL-D
          MOVE PERC-DESC-PONTUAL-CONDPAG TO PERC-DESC-PONTUAL-D

          CLOSE CONDPAG.
      *-----------------------------------------------------------------

          ADD 1            TO COD-CONDPAG-D
          INITIALIZE DESCR-CONDPAG-D QTD-PARCELAS-D DIAS-PARCELA-D
                     DIAS-DESC-PONTUAL-D PERC-DESC-PONTUAL-D
          CLOSE CONDPAG.
      *-----------------------------------------------------------------
       PREENCHE-CHAVE.
          MOVE DESCR-CONDPAG-D  TO DESCR-CONDPAG
          MOVE QTD-PARCELAS-D   TO QTD-PARCELAS-CONDPAG
          MOVE DIAS-PARCELA-D   TO DIAS-PARCELA-CONDPAG
          MOVE DIAS-DESC-PONTUAL-D TO DIAS-DESC-PONTUAL-CONDPAG
          MOVE PERC-DESC-PONTUAL-D TO PERC-DESC-PONTUAL-CONDPAG
          SET CONDPAG-ATIVO     TO TRUE

          OPEN I-O CONDPAG
