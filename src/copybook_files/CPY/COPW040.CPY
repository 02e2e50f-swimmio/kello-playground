           05  QTDE-FORM-CO40      PIC 9(04).
      *    Formandos ativos do contrato, recontados pelo cadastro de
      *    formandos (COP045) a cada inclusao/desistencia
           05  VALOR-FORM-CO40     PIC 9(08)V99.
      *    Preco do contrato por formando (total das parcelas)
           05  QTDE-PARC-CO40      PIC 9(02).
           05  DATA-1A-PARC-CO40   PIC 9(08).
      *    Plano de pagamento do formando - gerado em CRD001 pelo
      *    CRB001 (parcelas mensais a partir da 1a. parcela)
           05  FORMA-COBR-CO40     PIC 9(01).
      *    FORMA-COBR - 0-CHEQUE/CAIXA  1-BOLETO BANCARIO (as
      *    parcelas entram na remessa de cobranca do CRB002)
           05  ORC-BRINDES-CO40    PIC 9(08)V99.
           05  ORC-TITULOS-CO40    PIC 9(08)V99.
           05  ORC-REVISOES-CO40   PIC 9(08)V99.
      *    Orcamento do contrato por categoria de custo (as mesmas
      *    tres colunas do CPB073), informado na assinatura (COP040);
      *    zeros = categoria sem orcamento (nao gera aviso)
           05  PERC-MULTA-DESIST-CO40 PIC 9(03)V99.
      *    Multa contratual da desistencia do formando, em % do
      *    VALOR-FORM-CO40: retida do que ja foi pago (o resto volta
      *    ao formando) ou cobrada numa parcela nova (CODESIST)
           05  VENDEDOR-CO40       PIC 9(04).
      *    Vendedor (COD041) que vendeu o contrato - comissao sobre o
      *    recebido apurada pelo CPB083 (zeros = venda da casa)
           05  DATA-ENTREGA-CO40   PIC 9(08).
      *    Data prometida p/ entrega das fitas ao contrato (AAAAMMDD)
      *    - prioriza a revisao na distribuicao do CPB086 (zeros =
      *    sem data, vai para o fim da fila)
           05  DATA-ENCERRA-CO40   PIC 9(08).
      *    Data em que o contrato passou a ENCERRADO (COP040; zeros
      *    nos encerrados antes do campo) - conta o prazo de guarda
      *    dos dados pessoais dos formandos e clientes (GEB003)
           05  PREST-CLIENTE-CO40  PIC 9(01).
      *    PREST-CLIENTE - layout da prestacao de contas a comissao
      *    (CPB110): 0-COMPLETA (titulos e brindes com valor, saldo
      *    do fundo)  1-CLIENTE (pacote fechado: sem custo interno
      *    nem margem - brindes e eventos so em quantidade, saldo
      *    contra o valor contratado); espaco em registro antigo =
      *    0
      *    O registro cresceu com VALOR-FORM/QTDE-PARC/DATA-1A-PARC,
      *    depois com os ORC-xxx, com DATA-ENTREGA, com
      *    DATA-ENCERRA e com PREST-CLIENTE -
      *    arquivo fisico antigo precisa de reorganizacao (copia p/
      *    nome velho + regravacao no layout novo, como a CPB062 faz
      *    p/ o CPD020) antes de abrir com este copybook.
