      * INDICES DE REAJUSTE MENSAIS
       FD  CPD036.
       01  REG-CPD036.
           05  INDICE-CP36             PIC 9(01).
      *    INDICE - 1-IGP-M  2-IPCA
           05  ANOMES-CP36             PIC 9(06).
           05  PERC-CP36               PIC S9(03)V9(04).
      *    PERC - variacao do mes em % (pode ser negativa)
           05  USUARIO-CP36            PIC X(08).
           05  DATA-CP36               PIC 9(08).
           05  FILLER                  PIC X(10).
