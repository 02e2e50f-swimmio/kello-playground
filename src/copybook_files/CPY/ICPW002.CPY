      * TRANSFERENCIAS DE BRINDES ENTRE EMPRESAS
       FD  ICD002.
       01  REG-ICD002.
           05  NR-TRANSF-IC02      PIC 9(05).
      *    NR-TRANSF - numero da transferencia; vai tambem em
      *    NR-PEDIDO-CO60 da saida (tipo 6) e da entrada (tipo 7)
           05  EMPRESA-ORIGEM-IC02 PIC X(03).
           05  EMPRESA-DESTINO-IC02 PIC X(03).
           05  BRINDE-ORIGEM-IC02  PIC 9(05).
           05  BRINDE-DESTINO-IC02 PIC 9(05).
      *    BRINDE-ORIGEM/DESTINO - codigo do brinde no COD050 de
      *    cada empresa (o mesmo, salvo quando informado outro)
           05  QTDE-IC02           PIC 9(06).
           05  CUSTO-UNIT-IC02     PIC 9(8)V99.
      *    CUSTO-UNIT - custo medio do brinde na origem no envio;
      *    a entrada no destino entra por ele
           05  VALOR-IC02          PIC 9(10)V99.
           05  DATA-ENVIO-IC02     PIC 9(08).
           05  SEQ-SAIDA-IC02      PIC 9(05).
           05  USUARIO-ENVIO-IC02  PIC X(08).
           05  SITUACAO-IC02       PIC 9(01).
      *    SITUACAO - 1-ENVIADA (em transito)  2-RECEBIDA
           05  DATA-RECEB-IC02     PIC 9(08).
           05  SEQ-ENTRADA-IC02    PIC 9(05).
      *    SEQ-SAIDA/ENTRADA - SEQ-CO60 do movimento no COD060 da
      *    origem/destino
           05  USUARIO-RECEB-IC02  PIC X(08).
           05  FILLER              PIC X(20).
