           05  NOME-CO45           PIC X(30).
           05  SITUACAO-CO45       PIC 9(01).
      *    SITUACAO - 0-ATIVO  1-DESISTENTE
           05  CLIENTE-CO45        PIC 9(08).
      *    Responsavel financeiro do formando (CLD001) - o CLIENTE
      *    dos cheques que pagam as parcelas (CRD001)
           05  DATA-DESIST-CO45    PIC 9(08).
      *    Data em que a desistencia foi processada (parcelas
      *    canceladas, devolucao/multa calculadas - CODESIST); zeros
      *    = nunca processada. Fica gravada mesmo se o formando for
      *    reativado, p/ uma nova desistencia nao repetir o acerto
           05  FORNEC-DEVOL-CO45   PIC 9(06).
           05  SEQ-DEVOL-CO45      PIC 9(05).
      *    Chave do titulo de devolucao gerado em CPD020 (zeros =
      *    sem devolucao)
           05  FILLER              PIC X(07).
      *    O registro cresceu com DATA-DESIST/FORNEC-DEVOL/SEQ-DEVOL -
      *    arquivo fisico antigo precisa de reorganizacao (copia p/
      *    nome velho + regravacao no layout novo, como a CPB062 faz
      *    p/ o CPD020) antes de abrir com este copybook.
