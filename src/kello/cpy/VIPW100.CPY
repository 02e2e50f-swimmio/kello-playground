      *               2-EM RETRABALHO (reprovada, aguardando
      *               conserto/re-revisao - VIP106)
           05  USUARIO-V100              PIC X(08).
           05  REVISOR-ATRIB-V100        PIC 9(6).
      *    Revisor (VID103) a quem a fita foi distribuida pelo CPB086
      *    - so ele pode lancar a revisao na VIP101 (zeros = fita
      *    ainda nao distribuida, qualquer revisor ativo)
           05  DATA-ATRIB-V100           PIC 9(8).
           05  DATA-LIMITE-V100          PIC 9(8).
      *    Data da distribuicao e prazo p/ concluir a revisao
      *    (AAAAMMDD) - vencido aparece no relatorio do CPB086
           05  LOCAL-V100.
               10  PRATELEIRA-V100       PIC X(04).
               10  CAIXA-V100            PIC X(04).
      *    Onde o master fica guardado (brancos = sem local) - dado
      *    pelo CPB108; as retiradas ficam em VID106
           05  FILLER                    PIC X(02).
      *    O registro cresceu com REVISOR-ATRIB/DATA-ATRIB/DATA-LIMITE
      *    - arquivo fisico antigo precisa de reorganizacao (copia p/
      *    nome velho + regravacao no layout novo, como a CPB062 faz
      *    p/ o CPD020) antes de abrir com este copybook.
