      *    OPERACAO - I-WRITE  A-REWRITE  E-DELETE
           05  LOG4-ANTES          PIC X(300).
           05  LOG4-DEPOIS         PIC X(300).
           05  LOG4-SELO.
               10  LOG4-POSICAO    PIC 9(09).
               10  LOG4-HASH       PIC X(18).
      *    SELO - posicao do registro na cadeia de hash do arquivo e
      *    o hash do conteudo encadeado ao registro anterior (rotina
      *    GESELO), carimbados na gravacao: logo depois do WRITE quem
      *    grava chama a GECADEIA (COPY CPCADEIA) e regrava o registro
      *    com o selo devolvido. Espacos = cofre fora do ar na
      *    gravacao - sai na conferencia noturna do CPB111.
      *    Cada jornal diario e uma cadeia propria. O registro
      *    cresceu com o SELO - jornal gravado antes do campo precisa
      *    de reorganizacao antes de abrir com este copybook.
