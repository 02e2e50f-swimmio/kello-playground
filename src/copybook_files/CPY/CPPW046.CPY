      * BENS DO IMOBILIZADO
       FD  CPD046.
       01  REG-CPD046.
           05  NR-BEM-CP46             PIC 9(06).
           05  FORNEC-CP46             PIC 9(06).
           05  SEQ-TIT-CP46            PIC 9(05).
      *    FORNEC/SEQ-TIT - titulo de CPD020 que originou o bem
           05  DESCRICAO-CP46          PIC X(30).
           05  CODREDUZ-APUR-CP46      PIC 9(05).
      *    CODREDUZ-APUR - conta de investimento (CXD020 permanente)
           05  DATA-AQUISICAO-CP46     PIC 9(08).
           05  VALOR-AQUISICAO-CP46    PIC 9(08)V99.
           05  VIDA-UTIL-CP46          PIC 9(03).
      *    VIDA-UTIL - em meses; zeros = a completar no CPP046 (o bem
      *    nao deprecia enquanto nao for informada)
           05  LOCAL-CP46              PIC X(20).
           05  DEPREC-ACUM-CP46        PIC 9(08)V99.
           05  ULT-COMPET-CP46         PIC 9(06).
      *    ULT-COMPET - ultima competencia AAAAMM depreciada
           05  MESES-DEPREC-CP46       PIC 9(03).
      *    MESES-DEPREC - quotas ja lancadas; na ultima (= VIDA-UTIL)
      *    a quota e o residuo, p/ fechar o valor sem sobra de centavos
           05  SITUACAO-CP46           PIC 9(01).
      *    SITUACAO - 0-EM USO  1-BAIXADO POR VENDA
      *               2-BAIXADO POR PERDA/SINISTRO
           05  DATA-BAIXA-CP46         PIC 9(08).
           05  VALOR-VENDA-CP46        PIC 9(08)V99.
           05  MOTIVO-BAIXA-CP46       PIC X(30).
           05  FILLER                  PIC X(17).
