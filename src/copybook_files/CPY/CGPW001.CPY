      *    CGC-CG01 - CNPJ (14 dig.) ou CPF (11 dig., just. direita)
           05  SITUACAO-CG01       PIC 9(01).
      *    SITUACAO - 0-ATIVO  1-BLOQUEADO (nao aceita titulo novo)
           05  DATA-CADASTRO-CG01  PIC 9(08).
      *    DATA-CADASTRO - AAAAMMDD da inclusao pelo CGP001; zeros/
      *    brancos nos fornecedores anteriores ao campo (a data sai
      *    da imagem "I" de LOG003, qdo existir)
           05  EMAIL-CG01          PIC X(60).
      *    EMAIL - endereco p/ avisos de pagamento e circularizacao
      *    (fila GED005); brancos = so papel
           05  FILLER              PIC X(22).
      *    O registro cresceu com EMAIL-CG01 - arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
