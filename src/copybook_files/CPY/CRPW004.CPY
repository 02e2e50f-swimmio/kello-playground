      * RECIBOS EMITIDOS
       FD  CRD004.
       01  REG-CRD004.
           05  NR-RECIBO-CR04          PIC 9(06).
           05  DATA-EMISSAO-CR04       PIC 9(08).
           05  ORIGEM-CR04             PIC 9(01).
      *    ORIGEM - mesma codificacao de ORIGEM-CR02 (1-CHEQUE
      *             (CHD010)  4-CAIXA (CXD001))
           05  REF-ORIGEM-CR04         PIC X(13).
      *    Chave do documento de origem: CHAVE-CH10 (data 8 +
      *    sequencia 5) ou CXD001 (data 8 + sequencia 4)
           05  CLIENTE-CR04            PIC 9(08).
           05  CONTRATO-CR04           PIC 9(04).
           05  VALOR-CR04              PIC 9(08)V99.
           05  REFERENTE-CR04          PIC X(60).
      *    REFERENTE - texto "referente a" impresso no recibo
           05  SITUACAO-CR04           PIC 9(01).
      *    SITUACAO - 0-EMITIDO  1-CANCELADO
           05  QT-VIAS-CR04            PIC 9(02).
      *    QT-VIAS - vias impressas (a partir da 2a sai marcada
      *    "2a VIA")
           05  USUARIO-CR04            PIC X(08).
           05  DATA-CANCEL-CR04        PIC 9(08).
           05  USUARIO-CANCEL-CR04     PIC X(08).
           05  MOTIVO-CANCEL-CR04      PIC X(40).
      *    Recibo so e cancelado com motivo informado
           05  FILLER                  PIC X(20).
