      * SALDO POR FORNECEDOR
       FD  CPD052.
       01  REG-CPD052.
           05  FORNEC-CP52             PIC 9(06).
           05  QT-ABERTOS-CP52         PIC 9(05).
      *    QT-ABERTOS - titulos a pagar + suspensos
           05  SALDO-ABERTO-CP52       PIC 9(10)V99.
      *    SALDO-ABERTO - titulos a pagar (SITUACAO-CP20 = 0), valor
      *    total menos as baixas parciais de CPD023 (mesmo saldo do
      *    CALCULA-SALDO-BAIXAS de CPP020A)
           05  SALDO-VENCIDO-CP52      PIC 9(10)V99.
      *    SALDO-VENCIDO - parte do SALDO-ABERTO com vencimento antes
      *    de DATA-CALCULO-CP52
           05  SALDO-SUSPENSO-CP52     PIC 9(10)V99.
      *    SALDO-SUSPENSO - titulos suspensos (SITUACAO-CP20 = 1),
      *    valor total menos as baixas parciais
           05  ANO-PAGO-CP52           PIC 9(04).
           05  PAGO-ANO-CP52           PIC 9(10)V99.
      *    PAGO-ANO - pago no ANO-PAGO (mesmo criterio da CPB033:
      *    baixas parciais datadas no ano; sem baixa parcial, o
      *    titulo quitado no ano pelo liquido)
           05  SALDO-ADIANT-CP52       PIC 9(10)V99.
      *    SALDO-ADIANT - adiantamentos e creditos de devolucao nao
      *    aplicados (CPD027 tipos 0 e 2, SALDO-CP27)
           05  DATA-CALCULO-CP52       PIC 9(08).
           05  HORA-CALCULO-CP52       PIC 9(06).
           05  PROX-VENCTO-CP52        PIC 9(08).
      *    PROX-VENCTO - menor vencimento a pagar ainda nao vencido
      *    na DATA-CALCULO (zeros = nenhum). Passada essa data (ou o
      *    ano do PAGO-ANO), a consulta pela CPSALDO refaz o resumo.
           05  PROGRAMA-CP52           PIC X(08).
      *    PROGRAMA - ultimo programa que gravou o fornecedor
           05  RODADA-CONF-CP52        PIC 9(14).
      *    RODADA-CONF - data/hora da ultima conferencia da CPB104
           05  FILLER                  PIC X(20).
