      * APLICACOES FINANCEIRAS
       FD  CBD004.
       01  REG-CBD004.
           05  NR-APLIC-CB04           PIC 9(05).
           05  CONTA-CB04              PIC 9(06).
      *    CONTA - conta bancaria em CBD001 (CODIGO-FORN-CB01)
           05  DESCRICAO-CB04          PIC X(30).
           05  TIPO-CB04               PIC 9(01).
      *    TIPO - 1-CDB/RDB  2-FUNDO DE INVESTIMENTO  3-OUTROS
           05  LIQUIDEZ-CB04           PIC 9(01).
      *    LIQUIDEZ - 1-DIARIA (resgate a qualquer dia)
      *               2-NO VENCIMENTO (DATA-VENCTO-CB04)
           05  DATA-APLIC-CB04         PIC 9(08).
      *    DATA-APLIC - data da 1a. aplicacao
           05  DATA-VENCTO-CB04        PIC 9(08).
           05  TAXA-MES-CB04           PIC 9(02)V9(04).
      *    TAXA-MES - rendimento % ao mes p/ o calculo automatico;
      *    zeros = rendimento so pelo valor do extrato do banco
           05  VALOR-APLICADO-CB04     PIC 9(10)V99.
      *    VALOR-APLICADO - total aplicado (soma das aplicacoes)
           05  SALDO-CB04              PIC 9(10)V99.
      *    SALDO - saldo bruto atual = aplicado + rendimentos -
      *    resgates brutos
           05  REND-ACUM-CB04          PIC 9(10)V99.
           05  IR-ACUM-CB04            PIC 9(08)V99.
           05  IOF-ACUM-CB04           PIC 9(08)V99.
      *    REND/IR/IOF-ACUM - rendimento creditado e impostos retidos
      *    nos resgates desde a 1a. aplicacao
           05  ANOMES-ULT-REND-CB04    PIC 9(06).
      *    ANOMES-ULT-REND - ultimo mes (AAAAMM) com rendimento
      *    lancado
           05  SITUACAO-CB04           PIC 9(01).
      *    SITUACAO - 0-ATIVA  1-ENCERRADA (saldo zerado no resgate)
           05  USUARIO-CB04            PIC X(08).
           05  FILLER                  PIC X(20).
