      * MOVIMENTOS DOS BENS DO IMOBILIZADO
       FD  CPD047.
       01  REG-CPD047.
           05  CHAVE-CP47.
               10  NR-BEM-CP47         PIC 9(06).
               10  COMPETENCIA-CP47    PIC 9(06).
               10  TIPO-CP47           PIC X(01).
      *    TIPO - D-DEPRECIACAO DO MES (vai p/ a integracao contabil
      *           CPB056)  B-BAIXA (valor residual na venda/perda)
           05  DATA-CP47               PIC 9(08).
           05  VALOR-CP47              PIC 9(08)V99.
           05  CODREDUZ-APUR-CP47      PIC 9(05).
           05  USUARIO-CP47            PIC X(08).
           05  FILLER                  PIC X(10).
