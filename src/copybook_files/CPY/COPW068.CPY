      * FORNECEDORES CONVIDADOS DA COTACAO E SUAS PROPOSTAS
       FD  COD068.
       01  REG-COD068.
           05  NR-COTACAO-CO68     PIC 9(05).
           05  FORNEC-CO68         PIC 9(06).
      *    Fornecedor convidado (CGD001)
           05  DATA-CONVITE-CO68   PIC 9(08).
           05  CUSTO-UNIT-CO68     PIC 9(8)V99 COMP-3.
      *    Preco unitario cotado (zeros = ainda sem proposta - nao
      *    conta como cotacao)
           05  PRAZO-DIAS-CO68     PIC 9(03).
      *    Prazo de entrega proposto, em dias
           05  DATA-RESPOSTA-CO68  PIC 9(08).
           05  OBS-CO68            PIC X(30).
           05  FILLER              PIC X(10).
