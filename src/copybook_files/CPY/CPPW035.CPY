      * CONTRATOS DE FORNECEDOR
       FD  CPD035.
       01  REG-CPD035.
           05  FORNEC-CP35             PIC 9(06).
           05  NR-DOCTO-CP35           PIC X(10).
      *    FORNEC/NR-DOCTO - conta permanente de CPD020
      *    (TIPO-CONTA-CP20 = 1) ligada ao contrato
           05  DESCRICAO-CP35          PIC X(30).
           05  DATA-INICIO-CP35        PIC 9(08).
           05  DATA-FIM-CP35           PIC 9(08).
      *    DATA-INICIO/DATA-FIM - vigencia; o aniversario de
      *    reajuste e contado a partir de DATA-INICIO
           05  VALOR-MENSAL-CP35       PIC 9(08)V99.
      *    VALOR-MENSAL - valor vigente da parcela (atualizado a
      *    cada reajuste pelo CPB090)
           05  VALOR-TETO-CP35         PIC 9(10)V99.
      *    VALOR-TETO - valor global do contrato (zeros = sem teto)
           05  INDICE-CP35             PIC 9(01).
      *    INDICE - 0-SEM REAJUSTE  1-IGP-M  2-IPCA (CPD036)
           05  DATA-ULT-REAJ-CP35      PIC 9(08).
           05  PERC-ULT-REAJ-CP35      PIC S9(03)V9(04).
           05  DATA-AVISO-CP35         PIC 9(08).
      *    DATA-AVISO - data da CIE de vencimento do contrato
      *    (zeros = aviso ainda nao enviado)
           05  SITUACAO-CP35           PIC 9(01).
      *    SITUACAO - 0-ATIVO  1-ENCERRADO
           05  USUARIO-CP35            PIC X(08).
           05  FILLER                  PIC X(20).
