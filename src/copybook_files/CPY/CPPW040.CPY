      * LANCAMENTOS DAS FATURAS DO CARTAO CORPORATIVO
       FD  CPD040.
       01  REG-CPD040.
           05  NR-FATURA-CP40          PIC 9(05).
           05  LINHA-CP40              PIC 9(04).
           05  DATA-COMPRA-CP40        PIC 9(08).
           05  ESTABELECIMENTO-CP40    PIC X(30).
           05  VALOR-CP40              PIC S9(08)V99.
      *    VALOR - negativo = estorno/credito na fatura
           05  CODREDUZ-APUR-CP40      PIC 9(05).
      *    CODREDUZ-APUR - conta reduzida de CXD020; zeros = ainda
      *    nao classificada
           05  NR-CONTRATO-CP40        PIC 9(04).
      *    NR-CONTRATO - contrato de formatura (COD040) qdo o gasto
      *    for de um contrato; zeros nos demais
           05  PATH-COMPROV-CP40       PIC X(60).
      *    PATH-COMPROV - caminho do comprovante digitalizado;
      *    brancos = sem comprovante
           05  USUARIO-CLASS-CP40      PIC X(08).
           05  DATA-CLASS-CP40         PIC 9(08).
           05  FILLER                  PIC X(20).
