      * MOVIMENTO DAS APLICACOES FINANCEIRAS
       FD  CBD005.
       01  REG-CBD005.
           05  NR-APLIC-CB05           PIC 9(05).
           05  DATA-CB05               PIC 9(08).
           05  SEQ-CB05                PIC 9(04).
           05  TIPO-MOV-CB05           PIC X(01).
      *    TIPO-MOV - A-APLICACAO  R-RESGATE  J-RENDIMENTO
           05  ANOMES-REF-CB05         PIC 9(06).
      *    ANOMES-REF - mes de competencia do rendimento (J)
           05  VALOR-BRUTO-CB05        PIC 9(08)V99.
           05  VALOR-IR-CB05           PIC 9(08)V99.
           05  VALOR-IOF-CB05          PIC 9(08)V99.
      *    VALOR-IR/IOF - retidos pelo banco no resgate
           05  VALOR-LIQ-CB05          PIC 9(08)V99.
      *    VALOR-LIQ - o que entrou/saiu da conta corrente (CBD002)
           05  SALDO-APOS-CB05         PIC 9(10)V99.
           05  ORIGEM-REND-CB05        PIC X(01).
      *    ORIGEM-REND - T-PELA TAXA  E-PELO EXTRATO DO BANCO
           05  HISTORICO-CB05          PIC X(30).
           05  USUARIO-CB05            PIC X(08).
           05  FILLER                  PIC X(10).
