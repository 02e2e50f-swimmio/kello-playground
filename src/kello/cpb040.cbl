               10  SEQ-BAIXA-H23   PIC 9(03).
           05  DATA-PGTO-H23       PIC 9(08).
           05  VALOR-PAGO-H23      PIC 9(08)V99.
           05  FILLER              PIC X(30).
       FD  HIS025.
       01  REG-HIS025.
           05  CHAVE-H25.
           05  USUARIO-H25         PIC X(20).
           05  OBS-H25             PIC X(60).
           05  FILLER              PIC X(08).
           05  SELO-H25.
               10  POSICAO-H25     PIC 9(09).
               10  HASH-H25        PIC X(18).

       FD  ARQ-PEDIDOS.
       01  LINHA-PEDIDO             PIC X(20).
