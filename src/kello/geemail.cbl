       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEEMAIL.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Fila de e-mails de saida (GED005) - a rotina que os
      * programas que imprimem correspondencia (aviso de pagamento
      * CPB050, circularizacao CPB081, regua de cobranca CRB005 e as
      * CIEs pelo GEB001) chamam p/ deixar a mensagem na fila em vez
      * de imprimir, escanear e mandar a mao:
      *   funcao 1 (abre): abre a fila (cria na primeira vez) e acha
      *     o ultimo numero de mensagem;
      *   funcao 2 (enfileira): copia o anexo do chamador p/ a pasta
      *     EML da empresa (EML\M + numero da mensagem - fica como
      *     prova do que foi enviado) e grava a mensagem pendente,
      *     ou SEM E-MAIL qdo o destinatario nao tem endereco no
      *     cadastro; imagem LOG003 de cada mensagem;
      *   funcao 9 (fecha).
      * A entrega fica com o GEB001. Chamada com a funcao 2 sem a 1
      * abre a fila sozinha.
      * Parametros: COPY CPEMAIL (PARAMETROS-GEEMAIL).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY GERX005.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY GERW005.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-GED005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  FILA-ABERTA-W         PIC X        VALUE "N".
           05  ULT-NUMERO-W          PIC 9(09)    VALUE ZEROS.
           05  PASTA-EML-W           PIC X(40)    VALUE SPACES.
           05  PATH-COPIA-W          PIC X(60)    VALUE SPACES.
           05  PATH-ORIGEM-W         PIC X(60)    VALUE SPACES.
           05  RETORNO-COPIA-W       PIC S9(9) COMP-5 VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPEMAIL".

       PROCEDURE DIVISION USING PARAMETROS-GEEMAIL.
       MAIN-PROCESS SECTION.
           MOVE 0 TO GEEMAIL-RETORNO.
           EVALUATE GEEMAIL-FUNCAO
             WHEN 1
                  PERFORM ABRE-FILA
             WHEN 2
                  IF FILA-ABERTA-W = "N"
                     PERFORM ABRE-FILA
                  END-IF
                  IF FILA-ABERTA-W = "S"
                     PERFORM ENFILEIRA
                  END-IF
             WHEN 9
                  IF FILA-ABERTA-W = "S"
                     CLOSE GED005 LOG003
                     MOVE "N" TO FILA-ABERTA-W
                  END-IF
           END-EVALUATE.
           EXIT PROGRAM.

       ABRE-FILA SECTION.
           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA TO EMP-REC
           MOVE "GED005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           CLOSE CONTROLE
           MOVE SPACES TO PASTA-EML-W
           STRING "\" EMP-REC "\EML" DELIMITED BY SIZE
                  INTO PASTA-EML-W.

           OPEN I-O GED005
           IF ST-GED005 = "35"
              CLOSE GED005      OPEN OUTPUT GED005
              CLOSE GED005      OPEN I-O GED005
           END-IF.
           OPEN I-O LOG003
           IF ST-GED005 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA GED005/LOG003: " ST-GED005 " "
                      ST-LOG003
              CLOSE GED005 LOG003
              MOVE 9 TO GEEMAIL-RETORNO
              GO ABRE-FILA-FIM.
           MOVE "S" TO FILA-ABERTA-W.
      *    Ultimo numero usado (a fila so cresce)
           MOVE ZEROS TO ULT-NUMERO-W NUMERO-GE05.
           START GED005 KEY IS NOT < NUMERO-GE05 INVALID KEY
                 MOVE "10" TO ST-GED005.
           PERFORM UNTIL ST-GED005 NOT = "00"
              READ GED005 NEXT RECORD AT END
                   MOVE "10" TO ST-GED005
              NOT AT END
                   MOVE NUMERO-GE05 TO ULT-NUMERO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-GED005.
       ABRE-FILA-FIM.
           EXIT.

       ENFILEIRA SECTION.
           ADD 1 TO ULT-NUMERO-W.
           MOVE ULT-NUMERO-W TO GEEMAIL-NUMERO.
      *    Copia do anexo na pasta EML (a mensagem nao vai sem ele)
           MOVE SPACES TO PATH-COPIA-W.
           IF GEEMAIL-ANEXO NOT = SPACES
              CALL "CBL_CREATE_DIR" USING PASTA-EML-W
              STRING PASTA-EML-W DELIMITED BY SPACE
                     "\M" GEEMAIL-NUMERO DELIMITED BY SIZE
                     INTO PATH-COPIA-W
              MOVE GEEMAIL-ANEXO TO PATH-ORIGEM-W
              MOVE ZEROS TO RETORNO-COPIA-W
              CALL "CBL_COPY_FILE" USING PATH-ORIGEM-W PATH-COPIA-W
                   RETURNING RETORNO-COPIA-W
              IF RETORNO-COPIA-W NOT = ZEROS
                 DISPLAY "ANEXO NAO COPIADO P/ A FILA: " GEEMAIL-ANEXO
                 MOVE 2 TO GEEMAIL-RETORNO
                 SUBTRACT 1 FROM ULT-NUMERO-W
                 MOVE ZEROS TO GEEMAIL-NUMERO
                 GO ENFILEIRA-FIM
              END-IF
           END-IF.

           INITIALIZE REG-GED005.
           MOVE ULT-NUMERO-W         TO NUMERO-GE05.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-DATA-CPU          TO DATA-INCL-GE05.
           MOVE WS-HORA-SYS          TO HORA-INCL-GE05.
           MOVE GEEMAIL-PROGRAMA     TO PROGRAMA-GE05.
           MOVE GEEMAIL-USUARIO      TO USUARIO-GE05.
           MOVE GEEMAIL-TIPO-MSG     TO TIPO-MSG-GE05.
           MOVE GEEMAIL-REFERENCIA   TO REFERENCIA-GE05.
           MOVE GEEMAIL-TIPO-DEST    TO TIPO-DEST-GE05.
           MOVE GEEMAIL-COD-DEST     TO COD-DEST-GE05.
           MOVE GEEMAIL-NOME-DEST    TO NOME-DEST-GE05.
           MOVE GEEMAIL-EMAIL-DEST   TO EMAIL-DEST-GE05.
           MOVE GEEMAIL-ASSUNTO      TO ASSUNTO-GE05.
           MOVE PATH-COPIA-W         TO ANEXO-GE05.
           MOVE GEEMAIL-PROVA        TO PROVA-GE05.
           IF GEEMAIL-EMAIL-DEST = SPACES
              MOVE 5 TO SITUACAO-GE05
              MOVE 1 TO GEEMAIL-RETORNO
           ELSE
              MOVE 0 TO SITUACAO-GE05
           END-IF.
           MOVE ZEROS  TO TENTATIVAS-GE05 DATA-ENVIO-GE05
                          HORA-ENVIO-GE05 DATA-RETORNO-GE05.
           MOVE SPACES TO ID-ENVIO-GE05 MOTIVO-GE05.
           WRITE REG-GED005 INVALID KEY
                 DISPLAY "ERRO GRAVACAO GED005: " ST-GED005
                 MOVE 9 TO GEEMAIL-RETORNO
                 MOVE ZEROS TO GEEMAIL-NUMERO
                 GO ENFILEIRA-FIM
           END-WRITE.

           MOVE WS-DATA-CPU       TO LOG3-DATA.
           MOVE WS-HORA-SYS       TO LOG3-HORAS.
           MOVE GEEMAIL-USUARIO   TO LOG3-USUARIO.
           MOVE "GED005"          TO LOG3-ARQUIVO.
           MOVE "I"               TO LOG3-OPERACAO.
           MOVE GEEMAIL-PROGRAMA  TO LOG3-PROGRAMA.
           MOVE REG-GED005        TO LOG3-REGISTRO.
           PERFORM UNTIL ST-LOG003 = "10"
              WRITE REG-LOG003 INVALID KEY
                    ADD 1 TO LOG3-HORAS
              NOT INVALID KEY
                    MOVE "10" TO ST-LOG003
              END-WRITE
           END-PERFORM.
           MOVE "00" TO ST-LOG003.
           PERFORM SELA-LOG003.
       ENFILEIRA-FIM.
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
