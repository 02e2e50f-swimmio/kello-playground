      * EVENTOS DA FOLHA DE PAGAMENTO (IMPORTACAO DO RESUMO)
       FD  CPD044.
       01  REG-CPD044.
           05  EVENTO-CP44             PIC 9(02).
           05  DESCRICAO-CP44          PIC X(20).
           05  FORNEC-CP44             PIC 9(06).
      *    FORNEC - credor do evento em CGD001 (Caixa p/ FGTS,
      *    Receita p/ INSS/IRRF...); zeros = o fornecedor vem em cada
      *    linha do resumo (salario liquido do funcionario, pensao do
      *    beneficiario) e cada linha vira um titulo
           05  PORTADOR-CP44           PIC 9(04).
      *    PORTADOR - portador (CAD018) dos titulos do evento
           05  CODREDUZ-APUR-CP44      PIC 9(05).
      *    CODREDUZ-APUR - conta de apuracao (CXD020) do evento
           05  DIA-VENCTO-CP44         PIC 9(02).
           05  MES-VENCTO-CP44         PIC 9(01).
      *    Vencimento: dia DIA-VENCTO do mes da competencia (MES = 0)
      *    ou do mes seguinte (MES = 1), limitado ao ultimo dia do mes
      *    e empurrado p/ o proximo dia util
           05  FILLER                  PIC X(10).
