      * RELATORIOS DE DESPESAS DE VIAGEM (REEMBOLSO A FUNCIONARIO)
       FD  CPD041.
       01  REG-CPD041.
           05  NR-RELAT-CP41           PIC 9(05).
           05  FORNEC-CP41             PIC 9(06).
      *    FORNEC - codigo do funcionario em CGD001 (favorecido do
      *    titulo de reembolso)
           05  DESCRICAO-CP41          PIC X(30).
      *    DESCRICAO - viagem (cidade/evento)
           05  NR-CONTRATO-CP41        PIC 9(04).
      *    NR-CONTRATO - contrato da viagem (COD040), sugerido nas
      *    linhas; zeros qdo nao se aplica
           05  DATA-INICIO-CP41        PIC 9(08).
           05  DATA-FIM-CP41           PIC 9(08).
           05  SEQ-ADT-CP41            PIC 9(05).
      *    SEQ-ADT - adiantamento da viagem em CPD027 (TIPO 0 do
      *    mesmo FORNEC); zeros = sem adiantamento
           05  VALOR-DESPESAS-CP41     PIC 9(08)V99.
      *    VALOR-DESPESAS - soma das linhas (CPD042), mantida pelo
      *    CPP041
           05  VALOR-ADIANT-CP41       PIC 9(08)V99.
      *    VALOR-ADIANT - parte do adiantamento abatida (CPB095)
           05  VALOR-LIQUIDO-CP41      PIC 9(08)V99.
      *    VALOR-LIQUIDO - reembolso = despesas - adiantamento
           05  ACIMA-LIMITE-CP41       PIC 9(01).
      *    ACIMA-LIMITE - 1 = alguma categoria passou do limite
      *    diario da politica (CPD043) em algum dia da viagem
           05  SITUACAO-CP41           PIC 9(01).
      *    SITUACAO - 0-EM DIGITACAO/AGUARDANDO APROVACAO
      *               1-APROVADO  2-REEMBOLSO GERADO (CPB095)
      *               3-RECUSADO (volta p/ 0 ao ser corrigido)
           05  USU-INCL-CP41           PIC X(06).
           05  USU-APROV-CP41          PIC X(06).
           05  DATA-APROV-CP41         PIC 9(08).
           05  FORNEC-TIT-CP41         PIC 9(06).
           05  SEQ-TIT-CP41            PIC 9(05).
      *    FORNEC-TIT/SEQ-TIT - titulo de reembolso em CPD020
      *    (zeros se o adiantamento cobriu tudo)
           05  FILLER                  PIC X(20).
