           05  FUNCAO-CI01         PIC 9(02).
           05  DESCR-FUNCAO-CI01   PIC X(30).
           05  USUARIO-DEST-CI01   PIC X(08).
           05  EMAIL-CI01          PIC X(60).
      *    EMAIL - caixa postal da funcao p/ receber as CIEs tambem
      *    por e-mail (GEB001); brancos = so a caixa de entrada CIP010
           05  FILLER              PIC X(10).
      *    O registro cresceu com EMAIL-CI01 - arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
