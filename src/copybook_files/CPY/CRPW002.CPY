      * BAIXAS DAS PARCELAS A RECEBER
       FD  CRD002.
       01  REG-CRD002.
           05  CHAVE-CR02.
               10  NR-CONTRATO-CR02    PIC 9(04).
               10  SEQ-FORMANDO-CR02   PIC 9(04).
               10  NR-PARCELA-CR02     PIC 9(02).
               10  SEQ-BAIXA-CR02      PIC 9(03).
           05  DATA-BAIXA-CR02         PIC 9(08).
           05  VALOR-CR02              PIC 9(08)V99.
           05  ORIGEM-CR02             PIC 9(01).
      *    ORIGEM - 1-CHEQUE (CHD010)  2-DEVOLVIDO RECUPERADO
      *             (CHD013)  3-BOLETO  4-CAIXA (CXD001)
           05  REF-ORIGEM-CR02         PIC X(13).
      *    Chave do documento de origem (data 8 + sequencia 5)
           05  ESTORNADO-CR02          PIC 9(01).
      *    ESTORNADO - 0-NAO  1-SIM (a parcela voltou a ficar em
      *    aberto pelo valor da baixa)
           05  USUARIO-CR02            PIC X(08).
           05  NR-RPS-CR02             PIC 9(08).
           05  NR-NFSE-CR02            PIC 9(08).
      *    RPS (CRD005) que faturou a baixa e a NFS-e em que a
      *    prefeitura o converteu (zeros = ainda nao faturada)
           05  FILLER                  PIC X(04).
