           05  GRAU-CX20           PIC 9(01).
           05  DESCRICAO-CX20      PIC X(30).
           05  TIPO-CONTA-CX20     PIC 9(01).
      *    TIPO-CONTA - 0-NORMAL  1-PERMANENTE  2-RECEITA
      *    (RECEITA - conta dos recebimentos classificados em CXD021,
      *    nao aceita no contas a pagar; NORMAL e a despesa do
      *    demonstrativo de resultado CXB004)
           05  FILLER              PIC X(10).
