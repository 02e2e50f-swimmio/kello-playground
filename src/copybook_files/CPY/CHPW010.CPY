           05  NR-CHEQUE-CH10          PIC 9(06).
           05  SITUACAO-CH10           PIC 9(01).
      *    SITUACAO - 0-EM CARTEIRA  1-DEPOSITADO  2-DEVOLVIDO
      *               3-REPASSADO  4-DESCONTADO NO BANCO (CHB017)
           05  CONTRATO-CH10           PIC 9(04).
           05  ITEM-CH10               PIC 9(04).
      *    CONTRATO/ITEM - contrato de formatura (COD040) que o
      *    cheque paga, como CHD013 ja identifica nos devolvidos
      *    (zeros = recebimento avulso); ITEM e a sequencia do
      *    formando (SEQ-FORMANDO-CO45) cuja parcela o cheque paga
           05  NR-BORDERO-CH10         PIC 9(06).
           05  DATA-DEPOSITO-CH10      PIC 9(08).
      *    Bordero de deposito (CHB011) em que o cheque foi ao banco
           05  DATA-COMPENS-CH10       PIC 9(08).
      *    Data do credito confirmado no extrato (CHB015); zeros =
      *    compensacao ainda nao confirmada
           05  QT-APRESENT-CH10        PIC 9(01).
      *    Quantas vezes o cheque ja foi ao banco (CHB011 soma 1 a
      *    cada bordero) - limite da reapresentacao (CHD014)
           05  NR-DESCONTO-CH10        PIC 9(06).
           05  CUSTO-DESC-CH10         PIC 9(06)V99.
      *    Bordero de desconto (CHD015) que antecipou o cheque no
      *    banco e os juros do desconto que couberam a ele; o cheque
      *    descontado (SITUACAO 4) e responsabilidade contingente da
      *    empresa ate o bom-para
           05  REPASSE-FORN-CH10       PIC 9(06).
           05  REPASSE-SEQ-CH10        PIC 9(05).
      *    Titulo do contas a pagar (CPD020) que o cheque repassado
      *    (SITUACAO 3, CHB018) pagou - o fornecedor endossado e
      *    quem cobra de volta se o cheque voltar
           05  NR-RECIBO-CH10          PIC 9(06).
      *    Recibo (CRD004) emitido p/ o cheque recebido
           05  CMC7-CH10               PIC X(30).
           05  COMPENS-CH10            PIC 9(03).
           05  AGENCIA-CH10            PIC 9(04).
           05  CONTA-EMIT-CH10         PIC 9(10).
      *    CMC7 - linha magnetica do cheque (30 digitos, DVs
      *    conferidos no CHP010); COMPENS/AGENCIA/CONTA-EMIT vem dela
      *    e identificam a conta emitente (zeros nos cheques
      *    digitados antes do CMC7)
           05  FILLER                  PIC X(04).
      *    O registro cresceu com BANCO/NR-CHEQUE/SITUACAO/CONTRATO/
      *    ITEM, depois com NR-BORDERO/DATA-DEPOSITO/DATA-COMPENS,
      *    com NR-DESCONTO/CUSTO-DESC, com REPASSE-FORN/-SEQ, com
      *    NR-RECIBO e com CMC7/COMPENS/AGENCIA/CONTA-EMIT (e a chave
      *    ALT1) -
      *    arquivo fisico antigo precisa de reorganizacao
      *    (copia p/ nome velho + regravacao no layout novo, como a
      *    CPB062 faz p/ o CPD020) antes de abrir com este copybook.
