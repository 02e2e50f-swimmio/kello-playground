      * COMPETENCIAS DA FOLHA JA IMPORTADAS
       FD  CPD045.
       01  REG-CPD045.
           05  COMPETENCIA-CP45        PIC 9(06).
           05  DATA-IMPORT-CP45        PIC 9(08).
           05  QT-LINHAS-CP45          PIC 9(05).
           05  QT-TITULOS-CP45         PIC 9(05).
           05  VALOR-TOTAL-CP45        PIC 9(10)V99.
           05  USUARIO-CP45            PIC X(08).
           05  FILLER                  PIC X(10).
