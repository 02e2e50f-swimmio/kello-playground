      * CATEGORIAS DE DESPESA DE VIAGEM (POLITICA DE REEMBOLSO)
       FD  CPD043.
       01  REG-CPD043.
           05  CATEGORIA-CP43          PIC 9(02).
           05  DESCRICAO-CP43          PIC X(20).
           05  CODREDUZ-APUR-CP43      PIC 9(05).
      *    CODREDUZ-APUR - conta de apuracao (CXD020) da categoria
           05  LIMITE-DIA-CP43         PIC 9(06)V99.
      *    LIMITE-DIA - limite diario da politica p/ a categoria;
      *    zeros = sem limite
           05  FILLER                  PIC X(10).
