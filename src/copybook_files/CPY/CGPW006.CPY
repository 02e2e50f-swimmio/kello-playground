      * BASE DE CEP DOS CORREIOS
       FD  CGD006.
       01  REG-CGD006.
           05  CEP-CG06            PIC 9(08).
           05  LOGRADOURO-CG06     PIC X(40).
      *    LOGRADOURO - brancos no CEP geral de localidade (cidade
      *    de CEP unico)
           05  BAIRRO-CG06         PIC X(20).
           05  CIDADE-CG06         PIC X(20).
           05  UF-CG06             PIC X(02).
      *    Texto gravado em maiusculas e sem acento, no tamanho dos
      *    campos de CGD001/CLD001, p/ comparar direto com o
      *    cadastro.
           05  FILLER              PIC X(10).
