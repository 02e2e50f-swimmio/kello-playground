      * LINHAS DOS RELATORIOS DE DESPESAS
       FD  CPD042.
       01  REG-CPD042.
           05  NR-RELAT-CP42           PIC 9(05).
           05  LINHA-CP42              PIC 9(03).
           05  DATA-DESPESA-CP42       PIC 9(08).
           05  CATEGORIA-CP42          PIC 9(02).
      *    CATEGORIA - categoria de despesa (CPD043)
           05  CODREDUZ-APUR-CP42      PIC 9(05).
      *    CODREDUZ-APUR - conta de apuracao (CXD020) da categoria
      *    no momento da digitacao
           05  NR-CONTRATO-CP42        PIC 9(04).
           05  VALOR-CP42              PIC 9(06)V99.
           05  HISTORICO-CP42          PIC X(30).
           05  PATH-COMPROV-CP42       PIC X(60).
      *    Caminho do comprovante digitalizado, como PATH-DOCTO-CP20
           05  ACIMA-LIMITE-CP42       PIC 9(01).
      *    ACIMA-LIMITE - 1 = a soma da categoria no dia passou do
      *    limite diario da politica
           05  FILLER                  PIC X(10).
