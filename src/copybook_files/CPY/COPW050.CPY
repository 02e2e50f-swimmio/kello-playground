      *    DISPLAY (e nao COMP-3) de proposito: registro gravado
      *    antes do campo existir tem espacos aqui - quem le trata
      *    NOT NUMERIC como zeros
           05  PRAZO-ENTREGA-CO50  PIC 9(03).
      *    Lead time de compra em dias (pedido ate a chegada) - a
      *    sugestao de compra do CPB087 antecipa o pedido por ele.
      *    Espacos em registro antigo = zeros (mesmo tratamento do
      *    CUSTO-MEDIO)
           05  FILLER              PIC X(02).
