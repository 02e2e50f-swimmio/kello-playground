      *        OPERACAO - I-INCLUSAO  A-ALTERACAO  E-EXCLUSAO
           05  LOG1-PROGRAMA       PIC X(10).
           05  LOG1-REGISTRO       PIC X(300).
           05  LOG1-SELO.
               10  LOG1-POSICAO    PIC 9(09).
               10  LOG1-HASH       PIC X(18).
      *    SELO - posicao do registro na cadeia de hash do arquivo e
      *    o hash do conteudo encadeado ao registro anterior (rotina
      *    GESELO), carimbados na gravacao: logo depois do WRITE quem
      *    grava chama a GECADEIA (COPY CPCADEIA) e regrava o registro
      *    com o selo devolvido. Espacos = cofre fora do ar na
      *    gravacao - sai na conferencia noturna do CPB111.
      *    O registro cresceu com o SELO - arquivo fisico antigo
      *    precisa de reorganizacao (copia p/ nome velho + regravacao
      *    no layout novo, como a CPB062 faz p/ o CPD020) antes de
      *    abrir com este copybook.
