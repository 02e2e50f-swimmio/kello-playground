      *    Fila de e-mails de saida - avisos de pagamento, cartas de
      *    circularizacao e de cobranca e CIEs deixam a mensagem aqui
      *    (rotina GEEMAIL) e o GEB001 entrega; o GEB002 consulta por
      *    destinatario.
           SELECT GED005 ASSIGN TO PATH-GED005
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-GED005
                  RECORD KEY IS NUMERO-GE05
                  ALTERNATE RECORD KEY IS ALT1-GE05 = DESTINO-GE05
                            NUMERO-GE05
                  ALTERNATE RECORD KEY IS ALT2-GE05 = SITUACAO-GE05
                            NUMERO-GE05.
