      * CHAVE DE ACESSO DA NF-E DO TITULO
       FD  CPD050.
       01  REG-CPD050.
           05  CHAVE-NFE-CP50          PIC X(44).
      *    Chave de 44 digitos: UF(2) AAMM(4) CNPJ emitente(14)
      *    modelo(2) serie(3) numero(9) tp.emissao(1) codigo(8) DV(1)
           05  TITULO-CP50.
               10  FORNEC-CP50         PIC 9(06).
               10  SEQ-CP50            PIC 9(05).
      *    FORNEC/SEQ - titulo em CPD020 que carrega a nota
           05  USUARIO-CP50            PIC X(08).
           05  DATA-CP50               PIC 9(08).
           05  SIT-SEFAZ-CP50          PIC 9(01).
      *    SIT-SEFAZ - 0-NAO CONFERIDA  1-AUTORIZADA  2-DENEGADA
      *                3-CANCELADA (ultima leitura da CPB100)
           05  DATA-SEFAZ-CP50         PIC 9(08).
           05  FILLER                  PIC X(20).
