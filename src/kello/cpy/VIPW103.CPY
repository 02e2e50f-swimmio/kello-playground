      *    VALOR-REVISAO-CA20)
           05  SITUACAO-V103             PIC 9.
      *    SITUACAO - 0-ATIVO  1-INATIVO (VIP101 recusa revisao)
           05  CAPAC-DIA-V103            PIC 9(3).
      *    Quantas fitas o revisor recebe em aberto na distribuicao
      *    do CPB086 (zeros = capacidade padrao do DISCP86)
           05  CONCORDANCIA-V103         PIC 9(3).
           05  AMOSTRAS-V103             PIC 9(3).
      *    Calibracao da ultima revisao cega apurada (CPB109): % de
      *    notas que bateram com a segunda revisao e em quantas
      *    amostras - base p/ rever VALOR-REVISAO-V103
           05  FILLER                    PIC X(01).
