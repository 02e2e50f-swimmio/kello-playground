      * FILA DE E-MAILS DE SAIDA
       FD  GED005.
       01  REG-GED005.
           05  NUMERO-GE05         PIC 9(09).
      *    Numero da mensagem (sequencial da empresa)
           05  DATA-INCL-GE05      PIC 9(08).
           05  HORA-INCL-GE05      PIC 9(08).
           05  PROGRAMA-GE05       PIC X(10).
           05  USUARIO-GE05        PIC X(08).
           05  TIPO-MSG-GE05       PIC 9(02).
      *    TIPO-MSG - 01-AVISO DE PAGAMENTO (CPB050)
      *               02-CIRCULARIZACAO (CPB081)
      *               03-CIE (CIED010)
      *               04-CARTA DE COBRANCA (CRB005)
      *               05-AVISO DE NEGATIVACAO (ultima etapa do CRB005)
           05  REFERENCIA-GE05     PIC X(20).
      *    Documento de origem, como o programa quiser identificar
      *    (numero do aviso, data de corte, chave da CIE ou do item)
           05  DESTINO-GE05.
               10  TIPO-DEST-GE05  PIC X(01).
      *        TIPO-DEST - F-FORNECEDOR (CGD001)  C-CLIENTE (CLD001)
      *                    I-FUNCAO DESTINATARIA DE CIE (CIED001)
               10  COD-DEST-GE05   PIC 9(08).
           05  PROVA-GE05          PIC 9(01).
      *    PROVA - 1-COMPROVACAO DE ENVIO EXIGIDA (circularizacao e
      *            aviso de negativacao)
           05  SITUACAO-GE05       PIC 9(01).
      *    SITUACAO - 0-PENDENTE  1-REMETIDA AO SERVIDOR (aguardando
      *               retorno)  2-ENVIADA  3-DEVOLVIDA (bounce)
      *               4-FALHA  5-SEM E-MAIL NO CADASTRO
           05  TENTATIVAS-GE05     PIC 9(02).
           05  DATA-ENVIO-GE05     PIC 9(08).
           05  HORA-ENVIO-GE05     PIC 9(08).
      *    Data/hora de entrega informada pelo servidor de correio
           05  ID-ENVIO-GE05       PIC X(40).
      *    Identificacao da mensagem no servidor de correio (prova)
           05  DATA-RETORNO-GE05   PIC 9(08).
           05  MOTIVO-GE05         PIC X(60).
      *    Motivo da devolucao/falha devolvido pelo servidor
           05  EMAIL-DEST-GE05     PIC X(60).
           05  NOME-DEST-GE05      PIC X(30).
      *    Ate aqui cabe na imagem de LOG003 (300 posicoes)
           05  ASSUNTO-GE05        PIC X(60).
           05  ANEXO-GE05          PIC X(60).
      *    Copia do relatorio anexado, guardada na pasta EML da
      *    empresa com o numero da mensagem - e o que foi enviado
           05  FILLER              PIC X(20).
