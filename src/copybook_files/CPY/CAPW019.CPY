           05  EXIGE-CND-TIPO      PIC 9(01).
      *    1 = fornecedores deste tipo so entram no bordero com as
      *    certidoes INSS/FGTS vigentes (CGD005/CPB026)
           05  PERC-CSRF-TIPO      PIC 9(02)V99.
      *    Percentual agregado PIS/COFINS/CSLL retido na fonte (CSRF,
      *    tipicamente 4,65) - so p/ fornecedor pessoa juridica
           05  NAT-REND-TIPO       PIC 9(05).
      *    Natureza do rendimento da EFD-Reinf (tabela 01) informada
      *    nos eventos R-4010/R-4020 dos pagamentos do tipo
           05  SERV-REINF-TIPO     PIC 9(02).
      *    Tipo de servico da EFD-Reinf (tabela 06, 1000000NN - so os
      *    dois ultimos digitos) informado no R-2010 qdo ha INSS
