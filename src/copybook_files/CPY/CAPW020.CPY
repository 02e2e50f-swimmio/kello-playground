      *    Fechamento diario do movimento: nenhuma entrada aceita
      *    DATA-MOVTO ate esta data; so recua (reabre) quem tem
      *    Supervisor em GED002, com carimbo em LOG001 (CAP020)
           05  PROX-NOSSO-NUM-CA20     PIC 9(10).
      *    Proximo nosso numero dos boletos de cobranca dos
      *    formandos (CRB002)
           05  PROX-BORDERO-CA20       PIC 9(06).
      *    Proximo numero de bordero de deposito de cheques (CHB011)
      *    - o numero que o banco devolve no credito do extrato
           05  FORNEC-DEVOL-CA20       PIC 9(06).
           05  CONTA-DEVOL-CA20        PIC 9(05).
      *    Fornecedor (CGD001) e conta de apuracao dos titulos de
      *    devolucao ao formando desistente (CODESIST); fornecedor
      *    zerado = devolucao nao gera titulo (so e informada)
           05  LIMITE-COTACAO-CA20     PIC 9(08)V99.
      *    Pedido de compra de brindes (COP065) acima deste valor so
      *    e gravado/confirmado com cotacao (COD067) de pelo menos
      *    tres fornecedores com preco; zeros = sem exigencia
           05  VALOR-FUNDO-FIXO-CA20   PIC 9(08)V99.
           05  PISO-FUNDO-FIXO-CA20    PIC 9(08)V99.
      *    Fundo fixo do caixa (CXD001/CXD002): saldo final do dia
      *    abaixo do piso faz o fechamento (CXB002) gerar o titulo de
      *    reposicao ate o valor do fundo; zeros = sem fundo fixo
           05  FORNEC-FUNDO-CA20       PIC 9(06).
           05  CONTA-FUNDO-CA20        PIC 9(05).
           05  PORTADOR-FUNDO-CA20     PIC 9(04).
      *    Credor (CGD001 - o responsavel pelo caixa), conta de
      *    apuracao (CXD020) e portador (CAD018) do titulo de
      *    reposicao do fundo fixo
           05  TIPO-LCTO-FUNDO-CA20    PIC 9(02).
      *    Tipo de lancamento (CXD031) da entrada no caixa qdo o
      *    titulo de reposicao e pago
           05  LIMITE-QUEBRA-CA20      PIC 9(06)V99.
      *    Quebra de caixa (contagem do numerario x saldo calculado
      *    no fechamento CXB002) acima deste valor so trava o dia com
      *    aprovacao de Supervisor; zeros = toda quebra exige
           05  TIPO-LCTO-QUEBRA-CA20   PIC 9(02).
      *    Tipo de lancamento (CXD031) da quebra lancada no caixa
      *    (sobra = entrada, falta = saida)
           05  FILLER                  PIC X(02).
      *    O registro cresceu com PROX-BORDERO, FORNEC/CONTA-DEVOL,
      *    LIMITE-COTACAO e os campos do fundo fixo e da quebra -
      *    arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
