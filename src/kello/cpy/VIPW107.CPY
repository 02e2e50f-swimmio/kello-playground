      * AMOSTRA DE REVISAO CEGA (SEGUNDA REVISAO) DE FITAS
       FD  VID107.
       01  REG-VID107.
           05  NR-FITAS-V107.
               10  CONTRATO-V107         PIC 9(04).
               10  NR-FITA-V107          PIC 9(5).
           05  COMPETENCIA-V107          PIC 9(6).
      *    AAAAMM da revisao original sorteada
           05  REVISOR-ORIG-V107         PIC 9(6).
           05  REVISOR-CEGO-V107         PIC 9(6).
      *    Segundo revisor (VID103 ativo, nunca o da revisao original)
           05  DATA-SORTEIO-V107         PIC 9(8).
           05  DATA-LIMITE-V107          PIC 9(8).
           05  SITUACAO-V107             PIC 9.
      *    SITUACAO - 0-AGUARDANDO REVISAO CEGA (VIP101 esconde a
      *               nota original)  1-REVISADA
           05  AVALIACAO-CEGA-V107       PIC 9.
           05  DATA-REVISAO-CEGA-V107    PIC 9(8).
           05  DEF-CEGO-V107             PIC 9(2) OCCURS 4.
      *    Defeitos achados na revisao cega por CATEGORIA-V102
      *    (1-AUDIO 2-IMAGEM 3-TRILHA 4-CORTE)
           05  USUARIO-V107              PIC X(08).
           05  FILLER                    PIC X(10).
