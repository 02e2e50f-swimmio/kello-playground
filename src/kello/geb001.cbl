       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEB001.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Entrega da fila de e-mails de saida (GED005) - os
      * avisos de pagamento (CPB050), cartas de circularizacao
      * (CPB081) e de cobranca (CRB005) entram na fila pela rotina
      * GEEMAIL; este batch, rodado quantas vezes o dia pedir:
      *   1. poe na fila as CIEs pendentes (CIED010, SITUACAO 0)
      *      gravadas desde a ultima rodada, p/ a caixa postal da
      *      funcao destinataria (EMAIL-CI01 de CIED001). A ultima
      *      CIE vista fica no arquivo CIEGE01 (DATA+SEQ); sem ele,
      *      comeca pelas CIEs do dia;
      *   2. aplica o retorno do servidor de correio, arquivo RETGE01,
      *      uma linha por mensagem:
      *        NUMERO(9);E|D|F;AAAAMMDDHHMMSSCC;ID-MENSAGEM;MOTIVO
      *      E-entregue (2-ENVIADA, com data/hora e identificacao no
      *      servidor, que e a prova do envio), D-devolvida (3) e
      *      F-falha (4). So muda mensagem remetida (a devolucao vale
      *      tambem p/ mensagem ja entregue), entao reprocessar o
      *      mesmo arquivo nao estraga nada;
      *   3. tenta de novo as mensagens SEM E-MAIL (5) - se o cadastro
      *      do destinatario (CGD001/CLD001/CIED001) ja tem e-mail,
      *      volta p/ pendente;
      *   4. gera a remessa REMGE01 p/ o servidor de correio com as
      *      pendentes e as falhas com menos de 3 tentativas:
      *        NUMERO;E-MAIL;ASSUNTO;ANEXO;NOME
      *      e marca as mensagens REMETIDAS (1).
      * Toda mudanca de situacao grava imagem em LOG003.
      * Saida: relatorio RELGE01 - retornos aplicados, remessa e as
      * mensagens que precisam de acao (sem e-mail ou falha
      * definitiva). Anexo das CIEs: TMPGE01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CIPX001.
           COPY CIPX010.
           COPY CLPX001.
           COPY GERX005.
           COPY LOGX003.

           SELECT ARQ-MARCA ASSIGN TO PATH-MARCA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MARCA.

           SELECT ARQ-ANEXO ASSIGN TO PATH-ANEXO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-ANEXO.

           SELECT ARQ-RETORNO ASSIGN TO PATH-RETORNO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RETORNO.

           SELECT ARQ-REMESSA ASSIGN TO PATH-REMESSA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-REMESSA.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CIPW001.
       COPY CIPW010.
       COPY CLPW001.
       COPY GERW005.
       COPY LOGW003.

       FD  ARQ-MARCA.
       01  REG-MARCA                PIC X(11).

       FD  ARQ-ANEXO.
       01  REG-ANEXO                PIC X(80).

       FD  ARQ-RETORNO.
       01  REG-RETORNO              PIC X(150).

       FD  ARQ-REMESSA.
       01  REG-REMESSA              PIC X(250).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CIED001            PIC XX       VALUE SPACES.
           05  ST-CIED010            PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-GED005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MARCA              PIC XX       VALUE SPACES.
           05  ST-ANEXO              PIC XX       VALUE SPACES.
           05  ST-RETORNO            PIC XX       VALUE SPACES.
           05  ST-REMESSA            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-MARCA            PIC X(30)    VALUE SPACES.
           05  PATH-ANEXO            PIC X(30)    VALUE SPACES.
           05  PATH-RETORNO          PIC X(30)    VALUE SPACES.
           05  PATH-REMESSA          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).

      *    Ultima CIE posta na fila (CIEGE01)
           05  MARCA-W.
               10  MARCA-DATA-W      PIC 9(8).
               10  MARCA-SEQ-W       PIC 9(3).
           05  MARCA-X-W REDEFINES MARCA-W PIC X(11).
           05  FIM-CIE-W             PIC X        VALUE "N".

      *    Linha de retorno (RETGE01)
           05  RET-NUMERO-X-W        PIC X(9)     VALUE SPACES.
           05  RET-NUMERO-W REDEFINES RET-NUMERO-X-W PIC 9(9).
           05  RET-SIT-W             PIC X        VALUE SPACES.
           05  RET-DATAHORA-W.
               10  RET-DATA-W        PIC X(8).
               10  RET-HORA-W        PIC X(8).
           05  RET-ID-W              PIC X(40)    VALUE SPACES.
           05  RET-MOTIVO-W          PIC X(60)    VALUE SPACES.
           05  RET-ACAO-W            PIC X(10)    VALUE SPACES.

           05  SIT-PROCURA-W         PIC 9        VALUE ZEROS.
           05  NUMERO-PROX-W         PIC 9(9)     VALUE ZEROS.
           05  FIM-FILA-W            PIC X        VALUE "N".
           05  EMAIL-ACHADO-W        PIC X(60)    VALUE SPACES.
           05  TEXTO-REL-W           PIC X(60)    VALUE SPACES.

           05  QT-CIES-W             PIC 9(5)     VALUE ZEROS.
           05  QT-RETORNOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-RET-REJ-W          PIC 9(5)     VALUE ZEROS.
           05  QT-REATIVADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-REMETIDAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-ACAO-W             PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  NUMERO-E              PIC ZZZZZZZZ9.
           05  COD-E                 PIC ZZZZZZZ9.

           COPY "CPEMAIL".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CIES-W QT-RETORNOS-W QT-RET-REJ-W
                         QT-REATIVADAS-W QT-REMETIDAS-W QT-ACAO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CIED001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CIED001
           MOVE "CIED010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CIED010
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "GED005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CIEGE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MARCA
           MOVE "TMPGE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ANEXO
           MOVE "RETGE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETORNO
           MOVE "REMGE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-REMESSA
           MOVE "RELGE01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CGD001 CLD001 CIED001
      *    Os cadastros sao opcionais: sem o arquivo o destinatario
      *    fica sem e-mail.
           IF ST-CGD001 <> "00" AND ST-CGD001 <> "35"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CLD001 <> "00" AND ST-CLD001 <> "35"
              DISPLAY "ERRO ABERTURA CLD001: " ST-CLD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CIED001 <> "00" AND ST-CIED001 <> "35"
              DISPLAY "ERRO ABERTURA CIED001: " ST-CIED001
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FILA DE E-MAILS DE SAIDA - ENTREGA DE " TO
                REG-RELAT(01: 38)
           MOVE DATA-HOJE-W       TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(39: 10)
           WRITE REG-RELAT

      *    As CIEs entram pela GEEMAIL, que abre a fila sozinha - so
      *    depois o batch abre o GED005 p/ atualizar.
           IF ERRO-W = 0
              PERFORM ENFILEIRA-CIES
           END-IF.

           IF ERRO-W = 0
              OPEN I-O GED005
              IF ST-GED005 = "35"
                 CLOSE GED005      OPEN OUTPUT GED005
                 CLOSE GED005      OPEN I-O GED005
              END-IF
              OPEN I-O LOG003
              IF ST-GED005 <> "00" OR ST-LOG003 <> "00"
                 DISPLAY "ERRO ABERTURA GED005/LOG003: " ST-GED005 " "
                         ST-LOG003
                 MOVE 1 TO ERRO-W
              END-IF
           END-IF.

           IF ERRO-W = 0
              PERFORM APLICA-RETORNO
              PERFORM REATIVA-SEM-EMAIL
              PERFORM GERA-REMESSA
              PERFORM LISTA-PENDENCIAS
              CLOSE GED005 LOG003
           END-IF.

           CLOSE CGD001 CLD001 CIED001 ARQ-RELAT.

           DISPLAY "CIES POSTAS NA FILA..............: " QT-CIES-W.
           DISPLAY "RETORNOS APLICADOS...............: " QT-RETORNOS-W.
           DISPLAY "RETORNOS REJEITADOS..............: " QT-RET-REJ-W.
           DISPLAY "SEM E-MAIL REATIVADAS............: "
                   QT-REATIVADAS-W.
           DISPLAY "MENSAGENS REMETIDAS..............: "
                   QT-REMETIDAS-W.
           DISPLAY "MENSAGENS AGUARDANDO ACAO........: " QT-ACAO-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

      *----------------------------------------------------------------
      *    1. CIEs pendentes desde a ultima rodada
      *----------------------------------------------------------------
       ENFILEIRA-CIES SECTION.
           OPEN INPUT CIED010
           IF ST-CIED010 NOT = "00"
              GO ENFILEIRA-CIES-FIM.
           MOVE DATA-HOJE-W TO MARCA-DATA-W
           MOVE ZEROS       TO MARCA-SEQ-W
           OPEN INPUT ARQ-MARCA
           IF ST-MARCA = "00"
              READ ARQ-MARCA AT END
                   CONTINUE
              NOT AT END
                   IF REG-MARCA NUMERIC
                      MOVE REG-MARCA TO MARCA-X-W
                   END-IF
              END-READ
              CLOSE ARQ-MARCA
              MOVE MARCA-DATA-W TO DATA-CI10
              MOVE MARCA-SEQ-W  TO SEQ-CI10
              START CIED010 KEY IS > CHAVE-CI10 INVALID KEY
                    MOVE "10" TO ST-CIED010
              END-START
           ELSE
              MOVE MARCA-DATA-W TO DATA-CI10
              MOVE MARCA-SEQ-W  TO SEQ-CI10
              START CIED010 KEY IS NOT < CHAVE-CI10 INVALID KEY
                    MOVE "10" TO ST-CIED010
              END-START
           END-IF.

           MOVE 1          TO GEEMAIL-FUNCAO
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           IF GEEMAIL-RETORNO = 9
              MOVE 1 TO ERRO-W
              CLOSE CIED010
              CANCEL "GEEMAIL"
              GO ENFILEIRA-CIES-FIM.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CIES POSTAS NA FILA" TO REG-RELAT(01: 19)
           WRITE REG-RELAT
           MOVE "N" TO FIM-CIE-W
           PERFORM UNTIL FIM-CIE-W = "S" OR ST-CIED010 NOT = "00"
              READ CIED010 NEXT RECORD AT END
                   MOVE "S" TO FIM-CIE-W
              NOT AT END
                   MOVE DATA-CI10 TO MARCA-DATA-W
                   MOVE SEQ-CI10  TO MARCA-SEQ-W
                   IF SITUACAO-CI10 = 0
                      PERFORM ENFILEIRA-CIE
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CIED010.

           MOVE 9 TO GEEMAIL-FUNCAO
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           CANCEL "GEEMAIL".

           OPEN OUTPUT ARQ-MARCA
           MOVE MARCA-X-W TO REG-MARCA
           WRITE REG-MARCA
           CLOSE ARQ-MARCA.
       ENFILEIRA-CIES-FIM.
           EXIT.

       ENFILEIRA-CIE SECTION.
           MOVE SPACES TO DESCR-FUNCAO-CI01 EMAIL-CI01
           MOVE FUNCAO-DESTINO-CI10 TO FUNCAO-CI01
           IF ST-CIED001 = "00"
              READ CIED001 INVALID KEY
                   MOVE SPACES TO DESCR-FUNCAO-CI01 EMAIL-CI01
              END-READ
           END-IF.

      *    O anexo e o proprio texto da CIE
           OPEN OUTPUT ARQ-ANEXO
           MOVE SPACES TO REG-ANEXO
           MOVE "COMUNICADO INTERNO DE " TO REG-ANEXO(01: 22)
           MOVE DATA-CI10         TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-ANEXO(23: 10)
           MOVE " AS "            TO REG-ANEXO(33: 04)
           MOVE HORA-CI10(1: 2)   TO REG-ANEXO(37: 02)
           MOVE ":"               TO REG-ANEXO(39: 01)
           MOVE HORA-CI10(3: 2)   TO REG-ANEXO(40: 02)
           WRITE REG-ANEXO
           MOVE SPACES TO REG-ANEXO
           MOVE "ORIGEM: "        TO REG-ANEXO(01: 08)
           MOVE ORIGEM-CI10       TO REG-ANEXO(09: 08)
           WRITE REG-ANEXO
           MOVE SPACES TO REG-ANEXO
           MOVE "PARA..: "        TO REG-ANEXO(01: 08)
           MOVE DESCR-FUNCAO-CI01 TO REG-ANEXO(09: 30)
           WRITE REG-ANEXO
           MOVE SPACES TO REG-ANEXO
           WRITE REG-ANEXO
           MOVE DESCRICAO-MENS-CI10 TO REG-ANEXO
           WRITE REG-ANEXO
           CLOSE ARQ-ANEXO.

           MOVE 2                   TO GEEMAIL-FUNCAO
           MOVE USUARIO-W           TO GEEMAIL-USUARIO
           MOVE "GEB001"            TO GEEMAIL-PROGRAMA
           MOVE 03                  TO GEEMAIL-TIPO-MSG
           MOVE SPACES              TO GEEMAIL-REFERENCIA
           MOVE CHAVE-CI10          TO GEEMAIL-REFERENCIA(1: 11)
           MOVE "I"                 TO GEEMAIL-TIPO-DEST
           MOVE FUNCAO-DESTINO-CI10 TO GEEMAIL-COD-DEST
           MOVE DESCR-FUNCAO-CI01   TO GEEMAIL-NOME-DEST
           MOVE EMAIL-CI01          TO GEEMAIL-EMAIL-DEST
           MOVE SPACES              TO GEEMAIL-ASSUNTO
           STRING "CIE - " DESCRICAO-MENS-CI10 DELIMITED BY SIZE
                  INTO GEEMAIL-ASSUNTO
           MOVE PATH-ANEXO          TO GEEMAIL-ANEXO
           MOVE 0                   TO GEEMAIL-PROVA
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           IF GEEMAIL-RETORNO = 0 OR GEEMAIL-RETORNO = 1
              ADD 1 TO QT-CIES-W
              MOVE SPACES TO REG-RELAT
              MOVE GEEMAIL-NUMERO TO NUMERO-E
              MOVE NUMERO-E       TO REG-RELAT(01: 09)
              MOVE DATA-CI10      TO DATA-AUX-NUM-W
              PERFORM EDITA-DATA
              MOVE DATA-E         TO REG-RELAT(12: 10)
              MOVE SEQ-CI10       TO REG-RELAT(23: 03)
              MOVE DESCR-FUNCAO-CI01 TO REG-RELAT(28: 30)
              IF GEEMAIL-RETORNO = 1
                 MOVE "SEM E-MAIL"   TO REG-RELAT(60: 10)
              ELSE
                 MOVE EMAIL-CI01     TO REG-RELAT(60: 60)
              END-IF
              WRITE REG-RELAT
           END-IF.
       ENFILEIRA-CIE-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    2. Retorno do servidor de correio (RETGE01)
      *----------------------------------------------------------------
       APLICA-RETORNO SECTION.
           OPEN INPUT ARQ-RETORNO
           IF ST-RETORNO NOT = "00"
              GO APLICA-RETORNO-FIM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "RETORNO DO SERVIDOR DE CORREIO (RETGE01)" TO
                REG-RELAT(01: 40)
           WRITE REG-RELAT
           PERFORM UNTIL ST-RETORNO NOT = "00"
              READ ARQ-RETORNO AT END
                   MOVE "10" TO ST-RETORNO
              NOT AT END
                   PERFORM APLICA-LINHA-RETORNO
              END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
       APLICA-RETORNO-FIM.
           EXIT.

       APLICA-LINHA-RETORNO SECTION.
           MOVE SPACES TO RET-NUMERO-X-W RET-SIT-W RET-DATAHORA-W
                          RET-ID-W RET-MOTIVO-W
           UNSTRING REG-RETORNO DELIMITED BY ";"
                    INTO RET-NUMERO-X-W RET-SIT-W RET-DATAHORA-W
                         RET-ID-W RET-MOTIVO-W
           IF RET-NUMERO-X-W NOT NUMERIC
              GO APLICA-LINHA-RETORNO-FIM.
           MOVE RET-NUMERO-W TO NUMERO-GE05
           READ GED005 INVALID KEY
                MOVE "NAO ESTA NA FILA" TO RET-ACAO-W
                PERFORM REJEITA-RETORNO
                GO APLICA-LINHA-RETORNO-FIM
           END-READ.
           EVALUATE TRUE
             WHEN RET-SIT-W = "E" AND SITUACAO-GE05 = 1
                  MOVE 2 TO SITUACAO-GE05
                  MOVE "ENVIADA"   TO RET-ACAO-W
                  IF RET-DATA-W NUMERIC AND RET-HORA-W NUMERIC
                     MOVE RET-DATA-W TO DATA-ENVIO-GE05
                     MOVE RET-HORA-W TO HORA-ENVIO-GE05
                  ELSE
                     MOVE DATA-HOJE-W TO DATA-ENVIO-GE05
                     MOVE ZEROS       TO HORA-ENVIO-GE05
                  END-IF
                  MOVE RET-ID-W    TO ID-ENVIO-GE05
                  MOVE SPACES      TO MOTIVO-GE05
             WHEN RET-SIT-W = "D" AND
                  (SITUACAO-GE05 = 1 OR SITUACAO-GE05 = 2)
                  MOVE 3 TO SITUACAO-GE05
                  MOVE "DEVOLVIDA" TO RET-ACAO-W
                  MOVE RET-MOTIVO-W TO MOTIVO-GE05
             WHEN RET-SIT-W = "F" AND SITUACAO-GE05 = 1
                  MOVE 4 TO SITUACAO-GE05
                  MOVE "FALHA"     TO RET-ACAO-W
                  MOVE RET-MOTIVO-W TO MOTIVO-GE05
             WHEN OTHER
                  MOVE "IGNORADO"  TO RET-ACAO-W
                  PERFORM REJEITA-RETORNO
                  GO APLICA-LINHA-RETORNO-FIM
           END-EVALUATE.
           MOVE DATA-HOJE-W TO DATA-RETORNO-GE05
           REWRITE REG-GED005 INVALID KEY
                   MOVE "ERRO GRAV." TO RET-ACAO-W
                   PERFORM REJEITA-RETORNO
                   GO APLICA-LINHA-RETORNO-FIM
           END-REWRITE.
           PERFORM GRAVA-LOG003.
           ADD 1 TO QT-RETORNOS-W
           MOVE RET-MOTIVO-W TO TEXTO-REL-W
           IF SITUACAO-GE05 = 2
              MOVE RET-ID-W  TO TEXTO-REL-W
           END-IF.
           PERFORM LINHA-MENSAGEM.
       APLICA-LINHA-RETORNO-FIM.
           EXIT.

       REJEITA-RETORNO SECTION.
           ADD 1 TO QT-RET-REJ-W
           MOVE SPACES TO REG-RELAT
           MOVE RET-NUMERO-X-W TO REG-RELAT(01: 09)
           MOVE RET-SIT-W      TO REG-RELAT(12: 01)
           MOVE RET-ACAO-W     TO REG-RELAT(46: 10)
           MOVE RET-MOTIVO-W   TO REG-RELAT(57: 60)
           WRITE REG-RELAT.
       REJEITA-RETORNO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    3. Mensagens sem e-mail cujo cadastro ja foi completado
      *----------------------------------------------------------------
       REATIVA-SEM-EMAIL SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "SEM E-MAIL - CADASTRO COMPLETADO, VOLTAM P/ A FILA" TO
                REG-RELAT(01: 50)
           WRITE REG-RELAT
           MOVE 5     TO SIT-PROCURA-W
           MOVE ZEROS TO NUMERO-PROX-W
           MOVE "N"   TO FIM-FILA-W
           PERFORM UNTIL FIM-FILA-W = "S"
              PERFORM PROXIMA-DA-SITUACAO
              IF FIM-FILA-W = "N"
                 PERFORM REATIVA-MENSAGEM
              END-IF
           END-PERFORM.
       REATIVA-SEM-EMAIL-FIM.
           EXIT.

       REATIVA-MENSAGEM SECTION.
           PERFORM BUSCA-EMAIL-CADASTRO
           IF EMAIL-ACHADO-W = SPACES
              GO REATIVA-MENSAGEM-FIM.
           MOVE EMAIL-ACHADO-W TO EMAIL-DEST-GE05
           MOVE 0              TO SITUACAO-GE05
           REWRITE REG-GED005 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO GED005: " NUMERO-GE05
                   GO REATIVA-MENSAGEM-FIM
           END-REWRITE.
           PERFORM GRAVA-LOG003.
           ADD 1 TO QT-REATIVADAS-W
           MOVE "REATIVADA" TO RET-ACAO-W
           MOVE EMAIL-DEST-GE05 TO TEXTO-REL-W
           PERFORM LINHA-MENSAGEM.
       REATIVA-MENSAGEM-FIM.
           EXIT.

       BUSCA-EMAIL-CADASTRO SECTION.
           MOVE SPACES TO EMAIL-ACHADO-W
           EVALUATE TIPO-DEST-GE05
             WHEN "F"
                  IF ST-CGD001 = "00"
                     MOVE COD-DEST-GE05 TO CODIGO-CG01
                     READ CGD001 INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE EMAIL-CG01 TO EMAIL-ACHADO-W
                     END-READ
                  END-IF
             WHEN "C"
                  IF ST-CLD001 = "00"
                     MOVE COD-DEST-GE05 TO CODIGO-CL01
                     READ CLD001 INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE EMAIL-CL01 TO EMAIL-ACHADO-W
                     END-READ
                  END-IF
             WHEN "I"
                  IF ST-CIED001 = "00"
                     MOVE COD-DEST-GE05 TO FUNCAO-CI01
                     READ CIED001 INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE EMAIL-CI01 TO EMAIL-ACHADO-W
                     END-READ
                  END-IF
           END-EVALUATE.
       BUSCA-EMAIL-CADASTRO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    4. Remessa p/ o servidor de correio (REMGE01)
      *----------------------------------------------------------------
       GERA-REMESSA SECTION.
           OPEN OUTPUT ARQ-REMESSA
           IF ST-REMESSA NOT = "00"
              DISPLAY "ERRO ABERTURA REMGE01: " ST-REMESSA
              MOVE 1 TO ERRO-W
              GO GERA-REMESSA-FIM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "REMETIDAS AO SERVIDOR DE CORREIO (REMGE01)" TO
                REG-RELAT(01: 42)
           WRITE REG-RELAT
      *    Pendentes e, depois, as falhas que ainda tem tentativa
           MOVE 0     TO SIT-PROCURA-W
           MOVE ZEROS TO NUMERO-PROX-W
           MOVE "N"   TO FIM-FILA-W
           PERFORM UNTIL FIM-FILA-W = "S"
              PERFORM PROXIMA-DA-SITUACAO
              IF FIM-FILA-W = "N"
                 PERFORM REMETE-MENSAGEM
              END-IF
           END-PERFORM.
           MOVE 4     TO SIT-PROCURA-W
           MOVE ZEROS TO NUMERO-PROX-W
           MOVE "N"   TO FIM-FILA-W
           PERFORM UNTIL FIM-FILA-W = "S"
              PERFORM PROXIMA-DA-SITUACAO
              IF FIM-FILA-W = "N" AND TENTATIVAS-GE05 < 3
                 PERFORM REMETE-MENSAGEM
              END-IF
           END-PERFORM.
           CLOSE ARQ-REMESSA.
       GERA-REMESSA-FIM.
           EXIT.

       REMETE-MENSAGEM SECTION.
           MOVE SPACES TO REG-REMESSA
           STRING NUMERO-GE05                 DELIMITED BY SIZE
                  ";"                         DELIMITED BY SIZE
                  EMAIL-DEST-GE05             DELIMITED BY SPACE
                  ";"                         DELIMITED BY SIZE
                  ASSUNTO-GE05                DELIMITED BY "  "
                  ";"                         DELIMITED BY SIZE
                  ANEXO-GE05                  DELIMITED BY SPACE
                  ";"                         DELIMITED BY SIZE
                  NOME-DEST-GE05              DELIMITED BY "  "
                  INTO REG-REMESSA.
           MOVE 1 TO SITUACAO-GE05
           ADD 1 TO TENTATIVAS-GE05
           REWRITE REG-GED005 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO GED005: " NUMERO-GE05
                   GO REMETE-MENSAGEM-FIM
           END-REWRITE.
           WRITE REG-REMESSA.
           PERFORM GRAVA-LOG003.
           ADD 1 TO QT-REMETIDAS-W
           MOVE "REMETIDA" TO RET-ACAO-W
           MOVE EMAIL-DEST-GE05 TO TEXTO-REL-W
           PERFORM LINHA-MENSAGEM.
       REMETE-MENSAGEM-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Mensagens que dependem de alguem: sem e-mail no cadastro e
      *    falhas que esgotaram as tentativas
      *----------------------------------------------------------------
       LISTA-PENDENCIAS SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "AGUARDANDO ACAO - SEM E-MAIL / FALHA DEFINITIVA" TO
                REG-RELAT(01: 47)
           WRITE REG-RELAT
           MOVE 4     TO SIT-PROCURA-W
           MOVE ZEROS TO NUMERO-PROX-W
           MOVE "N"   TO FIM-FILA-W
           PERFORM UNTIL FIM-FILA-W = "S"
              PERFORM PROXIMA-DA-SITUACAO
              IF FIM-FILA-W = "N"
                 ADD 1 TO QT-ACAO-W
                 MOVE "FALHA"      TO RET-ACAO-W
                 MOVE MOTIVO-GE05  TO TEXTO-REL-W
                 PERFORM LINHA-MENSAGEM
              END-IF
           END-PERFORM.
           MOVE 5     TO SIT-PROCURA-W
           MOVE ZEROS TO NUMERO-PROX-W
           MOVE "N"   TO FIM-FILA-W
           PERFORM UNTIL FIM-FILA-W = "S"
              PERFORM PROXIMA-DA-SITUACAO
              IF FIM-FILA-W = "N"
                 ADD 1 TO QT-ACAO-W
                 MOVE "SEM E-MAIL" TO RET-ACAO-W
                 MOVE SPACES       TO TEXTO-REL-W
                 PERFORM LINHA-MENSAGEM
              END-IF
           END-PERFORM.
       LISTA-PENDENCIAS-FIM.
           EXIT.

      *    Proxima mensagem da SITUACAO pedida a partir de NUMERO-
      *    PROX-W. Reposiciona a cada chamada pq a regravacao muda a
      *    propria chave ALT2 que esta sendo lida.
       PROXIMA-DA-SITUACAO SECTION.
           MOVE SIT-PROCURA-W TO SITUACAO-GE05
           MOVE NUMERO-PROX-W TO NUMERO-GE05
           START GED005 KEY IS NOT < ALT2-GE05 INVALID KEY
                 MOVE "S" TO FIM-FILA-W
                 GO PROXIMA-DA-SITUACAO-FIM
           END-START.
           READ GED005 NEXT RECORD AT END
                MOVE "S" TO FIM-FILA-W
                GO PROXIMA-DA-SITUACAO-FIM
           END-READ.
           IF SITUACAO-GE05 NOT = SIT-PROCURA-W
              MOVE "S" TO FIM-FILA-W
              GO PROXIMA-DA-SITUACAO-FIM.
           COMPUTE NUMERO-PROX-W = NUMERO-GE05 + 1.
       PROXIMA-DA-SITUACAO-FIM.
           EXIT.

       LINHA-MENSAGEM SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE NUMERO-GE05    TO NUMERO-E
           MOVE NUMERO-E       TO REG-RELAT(01: 09)
           MOVE TIPO-MSG-GE05  TO REG-RELAT(11: 02)
           MOVE TIPO-DEST-GE05 TO REG-RELAT(14: 01)
           MOVE COD-DEST-GE05  TO COD-E
           MOVE COD-E          TO REG-RELAT(16: 08)
           MOVE NOME-DEST-GE05 TO REG-RELAT(25: 20)
           MOVE RET-ACAO-W     TO REG-RELAT(46: 10)
           MOVE TEXTO-REL-W    TO REG-RELAT(57: 60)
           WRITE REG-RELAT.
       LINHA-MENSAGEM-FIM.
           EXIT.

       GRAVA-LOG003 SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DATA-CPU   TO LOG3-DATA
           MOVE WS-HORA-SYS   TO LOG3-HORAS
           MOVE USUARIO-W     TO LOG3-USUARIO
           MOVE "GED005"      TO LOG3-ARQUIVO
           MOVE "A"           TO LOG3-OPERACAO
           MOVE "GEB001"      TO LOG3-PROGRAMA
           MOVE REG-GED005    TO LOG3-REGISTRO
           PERFORM UNTIL ST-LOG003 = "10"
              WRITE REG-LOG003 INVALID KEY
                    ADD 1 TO LOG3-HORAS
              NOT INVALID KEY
                    MOVE "10" TO ST-LOG003
              END-WRITE
           END-PERFORM.
           MOVE "00" TO ST-LOG003.
           PERFORM SELA-LOG003.
       GRAVA-LOG003-FIM.
           EXIT.

       EDITA-DATA SECTION.
           COMPUTE DATA-E = DIA-AUX-W * 1000000 + MES-AUX-W * 10000 +
                            ANO-AUX-W.
       EDITA-DATA-FIM.
           EXIT.

       SELA-LOG003 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG003 NOT = "00" AND ST-LOG003 NOT = "02"
              GO SELA-LOG003-FIM.
           MOVE PATH-LOG003      TO GECADEIA-PATH.
           MOVE REG-LOG003       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG003
                                    - LENGTH OF LOG3-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG3-POSICAO
              MOVE GECADEIA-HASH    TO LOG3-HASH
           ELSE
              MOVE SPACES TO LOG3-SELO
           END-IF.
           REWRITE REG-LOG003 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG003.
       SELA-LOG003-FIM.
           EXIT.
