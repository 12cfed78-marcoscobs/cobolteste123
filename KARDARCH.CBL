      *                   (SPOOLREG.TXT). O RELKARD LE O ARQUIVO
      *                   MORTO QUANDO O PERIODO PEDIDO E MAIS ANTIGO
      *                   QUE O VIVO.
      * 15/10/2026 DEV   ARQUIVO MORTO LEVA TAMBEM O CUSTO UNITARIO
      *                   DA ENTRADA (CUSTO-UNIT-KDX).
      * 15/10/2026 DEV   ARQUIVO MORTO LEVA O MOVIMENTO DE QUARENTENA
      *                   (QTD-QUARENT-KDX); GUARDA DO REGISTRO
      *                   AMPLIADA PARA O NOVO TAMANHO DO KARDEX.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WS-MAX-FILIAIS              PIC 9(02)    VALUE 20.
      * GUARDA DO REGISTRO CORRENTE DURANTE A GRAVACAO DOS SAL DA
      * QUEBRA DE PRODUTO (A GRAVACAO USA A MESMA AREA DE REGISTRO).
       01  WS-REG-KDX-GUARDA           PIC X(150)   VALUE SPACES.

      * SALDO DE ABERTURA POR FILIAL DO PRODUTO CORRENTE (ULTIMO
      * SALDO ARQUIVADO DE CADA FILIAL) E A SEQUENCIA DO ULTIMO
           MOVE SALDO-KDX       TO SALDO-KDA
           MOVE COD-FORN-KDX    TO COD-FORN-KDA
           MOVE LOTE-KDX        TO LOTE-KDA
           MOVE CUSTO-UNIT-KDX  TO CUSTO-UNIT-KDA
           MOVE QTD-QUARENT-KDX TO QTD-QUARENT-KDA

      * CHAVE JA EXISTENTE NO MORTO E SINAL DE NUMERACAO CORROMPIDA:
      * NAO SE SOBRESCREVE HISTORICO - O MOVIMENTO FICA NO VIVO E A
