      * CRONOGRAMA DOS EMPRESTIMOS
       FD  CPD038.
       01  REG-CPD038.
           05  NR-EMPREST-CP38         PIC 9(05).
           05  NR-PARC-CP38            PIC 9(03).
           05  FORNEC-CP38             PIC 9(06).
           05  SEQ-CP38                PIC 9(05).
      *    FORNEC/SEQ - chave do titulo da parcela em CPD020
           05  DATA-VENCTO-CP38        PIC 9(08).
           05  VALOR-PARCELA-CP38      PIC 9(08)V99.
           05  VALOR-JUROS-CP38        PIC 9(08)V99.
           05  VALOR-AMORT-CP38        PIC 9(08)V99.
      *    VALOR-PARCELA = VALOR-JUROS + VALOR-AMORT
           05  SALDO-DEVEDOR-CP38      PIC 9(08)V99.
      *    SALDO-DEVEDOR - principal em aberto depois da parcela
           05  FILLER                  PIC X(10).
