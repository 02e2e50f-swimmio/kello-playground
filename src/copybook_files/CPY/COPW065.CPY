      *    Previsao de entrega combinada
           05  SITUACAO-CO65       PIC 9(01).
      *    SITUACAO - 0-ABERTO  1-ENCERRADO (tudo recebido)
      *               2-RASCUNHO (sugestao de compra do CPB087,
      *               aguardando confirmacao do comprador no COP065 -
      *               nao aceita entrada nem conta como encomendado)
           05  USUARIO-CO65        PIC X(08).
           05  NR-COTACAO-CO65     PIC 9(05).
      *    Cotacao de precos (COD067) que originou o pedido (zeros =
      *    pedido sem cotacao)
           05  FILLER              PIC X(09).
