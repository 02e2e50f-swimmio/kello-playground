           05  USUARIO-CP25        PIC X(20).
           05  OBS-CP25            PIC X(60).
           05  FILLER              PIC X(08).
           05  SELO-CP25.
               10  POSICAO-CP25    PIC 9(09).
               10  HASH-CP25       PIC X(18).
      *    SELO - posicao do registro na cadeia de hash do arquivo e
      *    o hash do conteudo encadeado ao registro anterior (rotina
      *    GESELO), carimbados na gravacao: logo depois do WRITE quem
      *    grava chama a GECADEIA (COPY CPCADEIA) e regrava o registro
      *    com o selo devolvido. Espacos = cofre fora do ar na
      *    gravacao - sai na conferencia noturna do CPB111.
      *    O hash cobre o registro sem o titulo (FORNEC/SEQ) - a
      *    unificacao de fornecedores (CPB037) rechaveia o registro
      *    mantendo o selo, sem abrir buraco na cadeia.
      *    A chave nao e cronologica - a cadeia segue a ordem da
      *    gravacao. O registro cresceu com o SELO - arquivo fisico
      *    antigo precisa de reorganizacao antes de abrir com este
      *    copybook.
