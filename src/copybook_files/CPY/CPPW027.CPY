               10  SEQ-ADT-CP27    PIC 9(05).
           05  TIPO-CP27           PIC 9(01).
      *    TIPO - 0-ADIANTAMENTO  1-APLICACAO EM TITULO
      *           2-CREDITO DE DEVOLUCAO (brinde devolvido ao
      *             fornecedor - COP060; abatido pela CPB089)
           05  DATA-CP27           PIC 9(08).
           05  VALOR-CP27          PIC 9(08)V99.
           05  SALDO-CP27          PIC 9(08)V99.
      *    SALDO - so nos tipos 0 e 2: quanto do adiantamento/
      *    credito ainda nao foi aplicado em titulos
           05  SEQ-TITULO-CP27     PIC 9(05).
      *    Aplicacao: SEQ-CP20 do titulo abatido
           05  SEQ-ADT-ORIG-CP27   PIC 9(05).
      *    Aplicacao: SEQ-ADT-CP27 do adiantamento/credito consumido
           05  USUARIO-CP27        PIC X(08).
           05  DESCRICAO-CP27      PIC X(30).
           05  FILLER              PIC X(10).
