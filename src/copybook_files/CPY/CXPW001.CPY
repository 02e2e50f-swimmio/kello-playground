      *    FORNEC/SEQ - titulo de CPD020 qdo o lancamento e a baixa
      *    de um titulo (zeros p/ lancamento avulso)
           05  USUARIO-CX01        PIC X(08).
           05  NR-RECIBO-CX01      PIC 9(06).
      *    NR-RECIBO - recibo (CRD004) emitido p/ a entrada recebida
      *    de cliente (zeros = lancamento sem recibo)
           05  FILLER              PIC X(04).
