      * BORDEROS DE DESCONTO DE CHEQUES
       FD  CHD015.
       01  REG-CHD015.
           05  NR-DESCONTO-CH15        PIC 9(06).
           05  DATA-CH15               PIC 9(08).
           05  CONTA-CH15              PIC 9(06).
      *    CONTA - conta da empresa (CODIGO-FORN-CB01 de CBD001) que
      *    descontou e recebeu o credito liquido; e tambem o
      *    fornecedor da divida qdo um cheque descontado volta
           05  BOM-PARA-INI-CH15       PIC 9(08).
           05  BOM-PARA-FIM-CH15       PIC 9(08).
           05  TAXA-CH15               PIC 9(03)V99.
      *    TAXA - % ao mes cobrado pelo banco (pro-rata dia ate o
      *    bom-para de cada cheque)
           05  TARIFA-CH15             PIC 9(06)V99.
           05  QT-CHEQUES-CH15         PIC 9(04).
           05  VALOR-BRUTO-CH15        PIC 9(10)V99.
           05  VALOR-JUROS-CH15        PIC 9(08)V99.
           05  VALOR-LIQUIDO-CH15      PIC 9(10)V99.
      *    LIQUIDO = BRUTO - JUROS - TARIFA, creditado em CBD002
           05  USUARIO-CH15            PIC X(08).
           05  FILLER                  PIC X(20).
