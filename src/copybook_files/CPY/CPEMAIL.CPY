      *    Area de parametros da rotina GEEMAIL (deixa uma mensagem
      *    na fila de e-mails de saida GED005). O chamador grava o
      *    anexo (o pedaco do relatorio do destinatario) num arquivo
      *    de trabalho e informa o caminho; a rotina guarda a copia
      *    na pasta EML da empresa.
       01  PARAMETROS-GEEMAIL.
           05 GEEMAIL-FUNCAO        PIC 9(01).
      *       FUNCAO - 1-ABRE A FILA  2-ENFILEIRA  9-FECHA A FILA
           05 GEEMAIL-USUARIO       PIC X(08).
           05 GEEMAIL-PROGRAMA      PIC X(10).
           05 GEEMAIL-TIPO-MSG      PIC 9(02).
      *       Ver TIPO-MSG-GE05
           05 GEEMAIL-REFERENCIA    PIC X(20).
           05 GEEMAIL-TIPO-DEST     PIC X(01).
           05 GEEMAIL-COD-DEST      PIC 9(08).
           05 GEEMAIL-NOME-DEST     PIC X(30).
           05 GEEMAIL-EMAIL-DEST    PIC X(60).
      *       Brancos = destinatario sem e-mail: a mensagem entra como
      *       SEM E-MAIL e o GEB001 tenta de novo quando o cadastro
      *       for completado
           05 GEEMAIL-ASSUNTO       PIC X(60).
           05 GEEMAIL-ANEXO         PIC X(60).
      *       Caminho do arquivo de trabalho com o anexo
           05 GEEMAIL-PROVA         PIC 9(01).
           05 GEEMAIL-NUMERO        PIC 9(09).
      *       Numero da mensagem enfileirada (devolvido)
           05 GEEMAIL-RETORNO       PIC 9(01).
      *       RETORNO - 0-ENFILEIRADA  1-ENFILEIRADA SEM E-MAIL
      *                 2-ANEXO NAO COPIADO (mensagem nao gravada)
      *                 9-ERRO DE ARQUIVO
