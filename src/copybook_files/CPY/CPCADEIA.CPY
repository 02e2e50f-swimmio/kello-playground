      *    Area de parametros da rotina GECADEIA (selo da cadeia de
      *    hash carimbado na gravacao do registro de auditoria - LOG001
      *    a LOG004, LOGACESS e CPD025).
       01  PARAMETROS-GECADEIA.
           05 GECADEIA-PATH         PIC X(40).
      *       Path do arquivo gravado (PATH-LOG003, ARQUIVO-LOGACESS,
      *       jornal do dia ...) - a pasta da empresa e o nome do
      *       arquivo saem dele
           05 GECADEIA-TAMANHO      PIC 9(04).
      *       Bytes uteis de GECADEIA-DADOS
           05 GECADEIA-DADOS        PIC X(691).
      *       Imagem do registro recem-gravado sem o proprio selo
           05 GECADEIA-POSICAO      PIC 9(09).
      *       Devolvido: posicao do registro na cadeia do arquivo
           05 GECADEIA-HASH         PIC X(18).
      *       Devolvido: hash do registro encadeado ao anterior
           05 GECADEIA-RETORNO      PIC 9(01).
      *       RETORNO - 0-SELADO  9-COFRE INDISPONIVEL (o registro
      *                 fica sem selo e sai no relatorio do CPB111)
