      *    contrato vinculado)
           05  SITUACAO-CL01       PIC 9(01).
      *    SITUACAO - 0-ATIVO  1-BLOQUEADO
           05  EMAIL-CL01          PIC X(60).
      *    EMAIL - endereco p/ as cartas da regua de cobranca (fila
      *    GED005); brancos = so papel
           05  FILLER              PIC X(15).
      *    O registro cresceu com EMAIL-CL01 - arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
