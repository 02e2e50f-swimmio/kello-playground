      *    Area de parametros da rotina GESELO (hash encadeado dos
      *    arquivos de auditoria - selo na gravacao pela GECADEIA,
      *    conferencia do CPB111, ancora do arquivamento do CPB046).
       01  PARAMETROS-GESELO.
           05 GESELO-HASH-ANT       PIC X(18).
      *       Hash do registro anterior da cadeia (zeros/espacos =
      *       primeiro registro)
           05 GESELO-TAMANHO        PIC 9(04).
      *       Bytes uteis de GESELO-DADOS
           05 GESELO-DADOS          PIC X(700).
      *       Conteudo a selar: posicao na cadeia + imagem do
      *       registro sem o proprio selo
           05 GESELO-HASH           PIC X(18).
      *       Devolvido: hash do conteudo encadeado ao anterior
