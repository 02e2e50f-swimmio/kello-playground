      *    TIPO - 1-ENTRADA (compra)  2-SAIDA (entrega)
      *           3-AJUSTE DE ENTRADA (inventario, CPB075)
      *           4-AJUSTE DE SAIDA   (inventario, CPB075)
      *           5-DEVOLUCAO AO FORNECEDOR (defeito - amarrada ao
      *             NR-PEDIDO da compra)
      *           6-SAIDA POR TRANSFERENCIA P/ OUTRA EMPRESA
      *           7-ENTRADA POR TRANSFERENCIA DE OUTRA EMPRESA
      *             (6/7 gravados pelo ICB003, amarrados pelo numero
      *             da transferencia em NR-PEDIDO - ICD002)
           05  DATA-CO60           PIC 9(08).
           05  QTDE-CO60           PIC 9(06).
           05  CUSTO-UNIT-CO60     PIC 9(8)V99 COMP-3.
      *    (zeros na entrada)
           05  USUARIO-CO60        PIC X(08).
           05  NR-PEDIDO-CO60      PIC 9(05).
      *    Pedido de compra (COD065) atendido pela entrada ou
      *    origem da devolucao (zeros na saida e nas entradas
      *    avulsas); na transferencia (6/7), o NR-TRANSF-IC02
           05  MOTIVO-CO60         PIC X(20).
      *    Motivo do ajuste de inventario; na transferencia, a
      *    outra empresa (brancos nos demais)
           05  NR-PROTOCOLO-CO60   PIC 9(06).
      *    Protocolo de entrega (COD070) emitido p/ a saida (zeros
      *    nos demais movimentos)
