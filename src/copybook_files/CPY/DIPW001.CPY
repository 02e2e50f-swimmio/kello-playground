      *    TIPO - N-NUMERICO  X-ALFANUMERICO
           05  DEC-DI01            PIC 9(02).
      *    Casas decimais implicitas (so tipo N)
           05  SENSIVEL-DI01       PIC X(01).
      *    SENSIVEL - dado pessoal/bancario que o extrator DIB002
      *    passa pela rotina GEMASCAR: D-CPF/CNPJ  C-AGENCIA/CONTA
      *    P-CHAVE PIX  branco-comum
           05  FILLER              PIC X(09).
