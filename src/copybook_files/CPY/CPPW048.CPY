      * REPOSICOES DO FUNDO FIXO DO CAIXA
       FD  CPD048.
       01  REG-CPD048.
           05  CHAVE-CP48.
               10  FORNEC-CP48         PIC 9(06).
               10  SEQ-CP48            PIC 9(05).
      *    FORNEC/SEQ - titulo de reposicao gerado em CPD020
           05  DATA-INI-CP48           PIC 9(08).
           05  DATA-FIM-CP48           PIC 9(08).
      *    Periodo de gastos coberto: do primeiro dia com movimento
      *    depois da reposicao anterior ate o dia do fechamento que
      *    gerou o titulo
           05  SALDO-FINAL-CP48        PIC S9(08)V99.
           05  VALOR-FUNDO-CP48        PIC 9(08)V99.
           05  VALOR-REPOS-CP48        PIC 9(08)V99.
      *    Saldo do caixa no fechamento, fundo fixo vigente e valor
      *    reposto (fundo menos saldo)
           05  QT-GRUPOS-CP48          PIC 9(02).
           05  GRUPOS-CP48 OCCURS 30.
               10  GRUPO-CP48          PIC 9(02).
               10  VALOR-GRUPO-CP48    PIC 9(08)V99.
      *    Total gasto (saidas de CXD001) por grupo de tipo de
      *    lancamento (GRUPO-CX31) no periodo - o suporte da
      *    reposicao; acima de 30 grupos o excedente soma na ultima
      *    ocorrencia
           05  SITUACAO-CP48           PIC 9(01).
      *    SITUACAO - 0-AGUARDANDO PAGTO  1-CREDITADA NO CAIXA
      *               2-TITULO EXCLUIDO/CANCELADO
           05  DATA-CREDITO-CP48       PIC 9(08).
           05  SEQ-LCTO-CX-CP48        PIC 9(04).
      *    Dia e lancamento de entrada (CXD001) do credito no caixa
           05  FILLER                  PIC X(10).
