               10  SEQ-CP26        PIC 9(05).
               10  TIPO-IMP-CP26   PIC 9(01).
      *        TIPO-IMP - 1-IRRF  2-ISS  3-INSS
      *                   4-PIS/COFINS/CSLL (CSRF agregado)
           05  DATA-MOVTO-CP26     PIC 9(08).
           05  PERC-CP26           PIC 9(02)V99.
           05  VALOR-BASE-CP26     PIC 9(08)V99.
