      * COTACAO DE PRECOS DE BRINDES (CABECALHO)
       FD  COD067.
       01  REG-COD067.
           05  NR-COTACAO-CO67     PIC 9(05).
           05  CODBRINDE-CO67      PIC 9(05).
      *    Brinde a comprar (COD050)
           05  QTDE-CO67           PIC 9(06).
           05  DATA-COTACAO-CO67   PIC 9(08).
           05  SITUACAO-CO67       PIC 9(01).
      *    SITUACAO - 0-EM COTACAO  1-VENCEDOR ESCOLHIDO
      *               2-PEDIDO GERADO (COP065)  3-CANCELADA
           05  FORNEC-VENC-CO67    PIC 9(06).
      *    Fornecedor vencedor (um dos convidados de COD068)
           05  MOTIVO-VENC-CO67    PIC X(40).
      *    Motivo da escolha - obrigatorio (menor preco, prazo,
      *    qualidade...)
           05  NR-PEDIDO-CO67      PIC 9(05).
      *    Pedido de compra (COD065) gerado a partir da cotacao
           05  USUARIO-CO67        PIC X(08).
           05  FILLER              PIC X(20).
