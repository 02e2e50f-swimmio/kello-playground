      * NOTIFICACOES DA REGUA DE COBRANCA
       FD  CRD003.
       01  REG-CRD003.
           05  CHAVE-CR03.
               10  ORIGEM-CR03         PIC 9(01).
      *    ORIGEM - 1-CHEQUE DEVOLVIDO (CHD013)  2-PARCELA (CRD001)
               10  REF-ORIGEM-CR03     PIC X(13).
      *    Chave do item: CHAVE-CH13 (data 8 + sequencia 5) ou
      *    CHAVE-CR01 (contrato 4 + formando 4 + parcela 2)
               10  ETAPA-CR03          PIC 9(01).
           05  CLIENTE-CR03            PIC 9(08).
           05  DATA-EMISSAO-CR03       PIC 9(08).
           05  DIAS-ATRASO-CR03        PIC 9(05).
           05  VALOR-CR03              PIC 9(08)V99.
           05  TITULO-CR03             PIC X(40).
      *    Endereco usado na carta (copia do CLD001 na emissao)
           05  NOME-CR03               PIC X(30).
           05  ENDERECO-CR03           PIC X(40).
           05  CIDADE-CR03             PIC X(20).
           05  UF-CR03                 PIC X(02).
           05  CEP-CR03                PIC 9(08).
           05  USUARIO-CR03            PIC X(08).
           05  FILLER                  PIC X(20).
