      * CONTAGEM DO NUMERARIO E QUEBRA DE CAIXA
       FD  CXD033.
       01  REG-CXD033.
           05  DATA-CAIXA-CX33     PIC 9(08).
           05  SEQ-CAIXA-CX33      PIC 9(03).
      *    Dia e sessao de caixa (CXD002) contados no fechamento
           05  SALDO-CALC-CX33     PIC S9(08)V99.
      *    Saldo final calculado (abertura + entradas - saidas)
           05  TOTAL-NOTAS-CX33    PIC 9(08)V99.
           05  TOTAL-MOEDAS-CX33   PIC 9(08)V99.
           05  TOTAL-CHEQUES-CX33  PIC 9(08)V99.
           05  VALOR-CONTADO-CX33  PIC 9(08)V99.
           05  DIFERENCA-CX33      PIC S9(08)V99.
      *    DIFERENCA - contado menos calculado: positiva = sobra,
      *    negativa = falta; zeros = caixa batido
           05  MOTIVO-CX33         PIC X(40).
           05  OPERADOR-CX33       PIC X(08).
      *    Responsavel pelo caixa na contagem
           05  SUPERVISOR-CX33     PIC X(06).
      *    Codigo do Supervisor (GED002) que aprovou a quebra acima
      *    de LIMITE-QUEBRA-CA20; brancos = nao exigido
           05  SEQ-LCTO-CX33       PIC 9(04).
      *    Lancamento da quebra em CXD001 (zeros = sem quebra)
           05  QT-DENOM-CX33       PIC 9(02).
           05  DENOM-CX33 OCCURS 25.
               10  TIPO-DENOM-CX33 PIC X(01).
      *        TIPO - N-NOTA  M-MOEDA  C-CHEQUE EM MAOS
               10  FACE-DENOM-CX33 PIC 9(08)V99.
               10  QTDE-DENOM-CX33 PIC 9(06).
           05  FILLER              PIC X(10).
