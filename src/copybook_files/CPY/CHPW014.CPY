      * ALINEAS DE DEVOLUCAO DE CHEQUES
       FD  CHD014.
       01  REG-CHD014.
           05  ALINEA-CH14             PIC 9(02).
           05  DESCRICAO-CH14          PIC X(40).
           05  REAPRESENTA-CH14        PIC 9(01).
      *    REAPRESENTA - 0-FINAL (vai p/ regua/negativacao)
      *                  1-PODE SER REAPRESENTADO
           05  MAX-APRESENT-CH14       PIC 9(01).
      *    Numero maximo de apresentacoes do cheque p/ a alinea; ao
      *    atingir, a devolucao passa a ser tratada como final
           05  FILLER                  PIC X(10).
