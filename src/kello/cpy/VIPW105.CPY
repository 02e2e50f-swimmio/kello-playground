      * PROTOCOLOS DE ENTREGA DE FITAS AO FORMANDO
       FD  VID105.
       01  REG-VID105.
           05  NR-PROTOCOLO-V105         PIC 9(06).
           05  SEQ-ITEM-V105             PIC 9(03).
      *    SEQ-ITEM - 000 = cabecalho; 001+ = fitas entregues
           05  CONTRATO-V105             PIC 9(04).
           05  FORMANDO-V105             PIC 9(04).
      *    SEQ-FORMANDO-CO45 do formando que recebe
           05  NR-FITA-V105              PIC 9(05).
      *    So nos itens (zeros no cabecalho)
           05  DATA-EMISSAO-V105         PIC 9(08).
           05  SITUACAO-V105             PIC 9(01).
      *    SITUACAO (so no cabecalho) - 0-EMITIDO  1-CONFIRMADO
           05  RECEBEDOR-V105            PIC X(30).
           05  DATA-CONFIRMA-V105        PIC 9(08).
      *    Quem assinou e quando recebeu (preenchidos na confirmacao
      *    pelo CPB085)
           05  USUARIO-V105              PIC X(08).
           05  FILLER                    PIC X(10).
