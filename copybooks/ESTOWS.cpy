      ******************************************************************
      * Copybook: ESTOWS
      * Purpose : WORKING-STORAGE for the shared reversal lookup
      *           (ESTOPD.cpy): the original entry being reversed and
      *           the answer to "was it already reversed?". COPY this
      *           in the WORKING-STORAGE SECTION of any program that
      *           requests or applies a reversal (CAIXA01 asks,
      *           APROVA01 posts).
      *           The consuming program must also provide:
      *             - FD HISTIDX-FILE with COPY HISTIREC, opened I-O
      *               by ABRE-HISTIDX (HIDXPD.cpy)
      ******************************************************************
       01 WS-CONTROLE-ESTORNO.
      *    o lancamento original, na imagem do historico indexado
           02 WRK-LANC-ORIGINAL PIC X(81) VALUE SPACES.
           02 WRK-EST-CONTA PIC 9(08) VALUE ZEROS.
           02 WRK-EST-DATA PIC 9(08) VALUE ZEROS.
           02 WRK-EST-SEQ PIC 9(04) VALUE ZEROS.
           02 WS-JA-ESTORNADO PIC X VALUE "N".
              88 LANCAMENTO-JA-ESTORNADO VALUE "S".
           02 WS-FIM-EST PIC X VALUE "N".
              88 FIM-ESTORNOS VALUE "S".
