      *    Emprestimos e financiamentos bancarios - um registro por
      *    contrato com o banco (conta CBD001), principal, taxa,
      *    prazo, carencia e sistema de amortizacao.
           SELECT CPD037 ASSIGN TO PATH-CPD037
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CPD037
                  RECORD KEY IS NR-EMPREST-CP37.
