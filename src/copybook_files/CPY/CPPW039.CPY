      * FATURAS DO CARTAO DE CREDITO CORPORATIVO
       FD  CPD039.
       01  REG-CPD039.
           05  NR-FATURA-CP39          PIC 9(05).
           05  CARTAO-CP39             PIC X(04).
      *    CARTAO - 4 ultimos digitos do cartao
           05  PORTADOR-CP39           PIC X(30).
      *    PORTADOR - diretor titular do cartao
           05  FORNEC-CP39             PIC 9(06).
      *    FORNEC - administradora do cartao em CGD001 (fornecedor
      *    do titulo da fatura)
           05  DATA-FECHAMENTO-CP39    PIC 9(08).
           05  DATA-VENCTO-CP39        PIC 9(08).
           05  VALOR-TOTAL-CP39        PIC S9(08)V99.
      *    VALOR-TOTAL - total da fatura informado pela administradora
           05  QT-LINHAS-CP39          PIC 9(04).
           05  SITUACAO-CP39           PIC 9(01).
      *    SITUACAO - 0-IMPORTADA (em classificacao)
      *               1-TITULO GERADO (CPB094)
           05  FORNEC-TIT-CP39         PIC 9(06).
           05  SEQ-TIT-CP39            PIC 9(05).
      *    FORNEC-TIT/SEQ-TIT - chave do titulo da fatura em CPD020
           05  DATA-IMPORTACAO-CP39    PIC 9(08).
           05  USUARIO-CP39            PIC X(08).
           05  FILLER                  PIC X(20).
