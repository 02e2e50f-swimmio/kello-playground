      * RPS / NFS-E DOS RECEBIMENTOS DE CONTRATO
       FD  CRD005.
       01  REG-CRD005.
           05  NR-RPS-CR05             PIC 9(08).
      *    Numeracao continua - RPS cancelado continua em CRD005 e o
      *    numero nunca e reaproveitado
           05  SERIE-RPS-CR05          PIC X(05).
           05  DATA-EMISSAO-CR05       PIC 9(08).
           05  COMPETENCIA-CR05        PIC 9(06).
      *    COMPETENCIA - mes dos recebimentos (AAAAMM)
           05  CHAVE-BAIXA-CR05.
               10  CONTRATO-CR05       PIC 9(04).
               10  FORMANDO-CR05       PIC 9(04).
               10  PARCELA-CR05        PIC 9(02).
               10  SEQ-BAIXA-CR05      PIC 9(03).
      *    Chave da baixa (CRD002) que o RPS fatura
           05  CLIENTE-CR05            PIC 9(08).
      *    Tomador do servico (CLD001)
           05  VALOR-CR05              PIC 9(08)V99.
           05  SITUACAO-CR05           PIC 9(01).
      *    SITUACAO - 0-ENVIADO (AGUARDA RETORNO)  1-NFS-E EMITIDA
      *               2-CANCELADO/REJEITADO PELA PREFEITURA
           05  NR-NFSE-CR05            PIC 9(08).
           05  DATA-NFSE-CR05          PIC 9(08).
           05  COD-VERIF-CR05          PIC X(10).
      *    Numero, data e codigo de verificacao da NFS-e convertida
      *    (retorno da prefeitura, CRB008)
           05  DATA-CANCEL-CR05        PIC 9(08).
           05  MOTIVO-CANCEL-CR05      PIC X(40).
           05  USUARIO-CR05            PIC X(08).
           05  FILLER                  PIC X(20).
