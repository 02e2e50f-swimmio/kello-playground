      *
      * Data de corte: arquivo RETCP46 com "AAAAMMDD"; sem o
      * arquivo, 1o de janeiro de dois anos atras.
      *
      * Cadeia de hash (CPB111): a parte selada de cada arquivo sai
      * primeiro, na ordem das posicoes, ate o primeiro registro ainda
      * dentro da retencao; o anual leva o selo junto (mesma alt
      * POSICAO dos LOGX00n, p/ o LGP002) e a ultima posicao/hash
      * movidos viram ancora (tipo A) no cofre LOG006 - a cadeia viva
      * passa a comecar depois dela. Registros sem selo saem pela
      * data, como antes. Rodar depois do CPB111 da noite.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY LOGX002.
           COPY LOGX003.
           COPY LOGACESS.SEL.
           COPY LOGX006.

           SELECT ALOG ASSIGN TO PATH-ALOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-ALOG
                  RECORD KEY IS CHAVE-ALOG
                  ALTERNATE RECORD KEY IS POSICAO-ALOG
                            WITH DUPLICATES.

           SELECT ALACESS ASSIGN TO PATH-ALACESS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-ALACESS
                  RECORD KEY IS CHAVE-ALAC
                  ALTERNATE RECORD KEY IS POSICAO-ALAC
                            WITH DUPLICATES.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
       COPY LOGW002.
       COPY LOGW003.
       COPY LOGACESS.FD.
       COPY LOGW006.

      *    Arquivo anual dos LOG001/002/003 (mesmo desenho: chave
      *    data+horas+usuario+arquivo+operacao, corpo em imagem,
      *    selo da cadeia de hash).
       FD  ALOG.
       01  REG-ALOG.
           05  CHAVE-ALOG          PIC X(35).
           05  CORPO-ALOG          PIC X(310).
           05  POSICAO-ALOG        PIC 9(09).
           05  HASH-ALOG           PIC X(18).
      *    Arquivo anual do LOGACESS.
       FD  ALACESS.
       01  REG-ALACESS.
           05  CHAVE-ALAC          PIC X(35).
           05  CORPO-ALAC          PIC X(35).
           05  POSICAO-ALAC        PIC 9(09).
           05  HASH-ALAC           PIC X(18).

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).
           05  ST-LOG002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  ST-LOG006             PIC XX       VALUE SPACES.
           05  ST-ALOG               PIC XX       VALUE SPACES.
           05  ST-ALACESS            PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
                   15  ANO-CPU       PIC 9(4).
                   15  MES-CPU       PIC 99.
                   15  DIA-CPU       PIC 99.
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
           05  QT-MOVIDOS-W          PIC 9(7)     VALUE ZEROS.
           05  DATA-ENTRADA-W        PIC 9(8)     VALUE ZEROS.
           05  ACABOU-ARQ-W          PIC X        VALUE "N".
      *    Ancora da cadeia de hash no cofre LOG006
           05  COFRE-OK-W            PIC X        VALUE "N".
           05  FIM-COFRE-W           PIC X        VALUE "N".
           05  ARQUIVO-SELO-W        PIC X(12)    VALUE SPACES.
           05  ANCORA-POS-W          PIC 9(9)     VALUE ZEROS.
           05  ANCORA-HASH-W         PIC X(18)    VALUE ZEROS.
           05  ULT-HASH-COFRE-W      PIC X(18)    VALUE ZEROS.
           05  QT-ANCORADOS-W        PIC 9(7)     VALUE ZEROS.

           COPY "CPSELO".

           COPY "PARAMETR".

           MOVE "RETCP46" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP46" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           MOVE SPACES TO PATH-LOG006
           STRING "\AUDITORIA\" EMP-REC "\LOG006"
                  DELIMITED BY SIZE INTO PATH-LOG006

      *    Sem o cofre nao ha como ancorar: a parte selada fica viva.
           OPEN I-O LOG006
           IF ST-LOG006 = "00"
              MOVE "S" TO COFRE-OK-W
           ELSE
              MOVE "N" TO COFRE-OK-W
           END-IF.

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
           PERFORM RETEM-LOGACESS.

           CLOSE ARQ-RELAT.
           IF COFRE-OK-W = "S"
              CLOSE LOG006.
           DISPLAY "RETENCAO CONCLUIDA".
           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           MOVE QT-MOVIDOS-W   TO REG-RELAT(13: 07)
           WRITE REG-RELAT.

       INICIA-ANCORA SECTION.
           MOVE ZEROS TO QT-ANCORADOS-W ANCORA-POS-W.
           MOVE ZEROS TO ANCORA-HASH-W.
           IF COFRE-OK-W = "S"
              MOVE "N" TO ACABOU-ARQ-W
           ELSE
              MOVE "S" TO ACABOU-ARQ-W.

       GRAVA-ANCORA SECTION.
      *    Ultima posicao/hash movidos p/ o anual, encadeados ao
      *    ultimo selo do arquivo no cofre.
           IF QT-ANCORADOS-W = ZEROS
              GO GRAVA-ANCORA-FIM.
           MOVE ZEROS TO ULT-HASH-COFRE-W.
           MOVE "N"   TO FIM-COFRE-W.
           MOVE ZEROS TO CHAVE-LOG6.
           MOVE ARQUIVO-SELO-W TO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO FIM-COFRE-W.
           PERFORM UNTIL FIM-COFRE-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO FIM-COFRE-W
              NOT AT END
                   IF LOG6-ARQUIVO NOT = ARQUIVO-SELO-W
                      MOVE "S" TO FIM-COFRE-W
                   ELSE
                      MOVE LOG6-HASH-SELO TO ULT-HASH-COFRE-W
                   END-IF
              END-READ
           END-PERFORM.
           ACCEPT WS-HORA-SYS FROM TIME.
           INITIALIZE REG-LOG006.
           MOVE ARQUIVO-SELO-W  TO LOG6-ARQUIVO.
           MOVE WS-DATA-CPU     TO LOG6-DATA.
           MOVE WS-HORA-SYS     TO LOG6-HORAS.
           MOVE "A"             TO LOG6-TIPO.
           MOVE ANCORA-POS-W    TO LOG6-POSICAO.
           MOVE ANCORA-HASH-W   TO LOG6-HASH.
           MOVE QT-ANCORADOS-W  TO LOG6-QTDE.
           MOVE "CPB046"        TO LOG6-USUARIO.
           MOVE ULT-HASH-COFRE-W  TO GESELO-HASH-ANT.
           MOVE SPACES            TO GESELO-DADOS.
           MOVE REG-LOG006(1: 73) TO GESELO-DADOS(1: 73).
           MOVE 73                TO GESELO-TAMANHO.
           CALL "GESELO" USING PARAMETROS-GESELO.
           MOVE GESELO-HASH     TO LOG6-HASH-SELO.
           WRITE REG-LOG006 INVALID KEY
                 DISPLAY "ERRO GRAVACAO ANCORA LOG006: "
                         ARQUIVO-SELO-W " " ST-LOG006
                 MOVE 1 TO ERRO-W
           END-WRITE.
           MOVE SPACES TO REG-RELAT.
           MOVE "   ANCORA DA CADEIA NA POSICAO: " TO REG-RELAT(01: 33)
           MOVE ANCORA-POS-W   TO REG-RELAT(34: 09)
           WRITE REG-RELAT.
       GRAVA-ANCORA-FIM.
           EXIT.

       RETEM-LOG001 SECTION.
           MOVE ZEROS TO QT-MOVIDOS-W ANO-ABERTO-W.
           OPEN I-O LOG001.
           IF ST-LOG001 NOT = "00"
              GO RETEM-LOG001-SAI.
      *    Parte selada: na ordem da cadeia, ate o primeiro recente
           MOVE "LOG001" TO ARQUIVO-SELO-W.
           PERFORM INICIA-ANCORA.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              MOVE 1 TO LOG1-POSICAO
              START LOG001 KEY IS NOT < LOG1-POSICAO INVALID KEY
                    MOVE "S" TO ACABOU-ARQ-W
              END-START
              IF ACABOU-ARQ-W = "N"
                 READ LOG001 NEXT RECORD AT END
                      MOVE "S" TO ACABOU-ARQ-W
                 NOT AT END
                      IF LOG1-POSICAO IS NUMERIC AND
                         LOG1-DATA < DATA-CORTE-W
                         MOVE LOG1-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG001 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         MOVE LOG1-POSICAO TO ANCORA-POS-W
                         MOVE LOG1-HASH    TO ANCORA-HASH-W
                         ADD 1 TO QT-ANCORADOS-W
                         DELETE LOG001 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      ELSE
                         MOVE "S" TO ACABOU-ARQ-W
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM GRAVA-ANCORA.
      *    Sem selo: pela data (o DELETE preserva a posicao de
      *    leitura; os selados que ficaram sao pulados)
           MOVE "N" TO ACABOU-ARQ-W.
           MOVE LOW-VALUES TO CHAVE-LOG1
           START LOG001 KEY IS NOT < CHAVE-LOG1 INVALID KEY
                 MOVE "S" TO ACABOU-ARQ-W.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              READ LOG001 NEXT RECORD AT END
                   MOVE "S" TO ACABOU-ARQ-W
              NOT AT END
                   IF LOG1-DATA < DATA-CORTE-W
                      IF LOG1-POSICAO IS NUMERIC AND
                         LOG1-POSICAO > ZEROS
                         CONTINUE
                      ELSE
                         MOVE LOG1-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG001 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         DELETE LOG001 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      END-IF
                   ELSE
      *               o arquivo esta em ordem de data: o primeiro
      *               registro ainda dentro da retencao encerra
                      MOVE "S" TO ACABOU-ARQ-W
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-ARQUIVO-ANUAL.
           CLOSE LOG001.
       RETEM-LOG001-SAI.
           OPEN I-O LOG002.
           IF ST-LOG002 NOT = "00"
              GO RETEM-LOG002-SAI.
      *    Parte selada: na ordem da cadeia, ate o primeiro recente
           MOVE "LOG002" TO ARQUIVO-SELO-W.
           PERFORM INICIA-ANCORA.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              MOVE 1 TO LOG2-POSICAO
              START LOG002 KEY IS NOT < LOG2-POSICAO INVALID KEY
                    MOVE "S" TO ACABOU-ARQ-W
              END-START
              IF ACABOU-ARQ-W = "N"
                 READ LOG002 NEXT RECORD AT END
                      MOVE "S" TO ACABOU-ARQ-W
                 NOT AT END
                      IF LOG2-POSICAO IS NUMERIC AND
                         LOG2-DATA < DATA-CORTE-W
                         MOVE LOG2-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG002 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         MOVE LOG2-POSICAO TO ANCORA-POS-W
                         MOVE LOG2-HASH    TO ANCORA-HASH-W
                         ADD 1 TO QT-ANCORADOS-W
                         DELETE LOG002 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      ELSE
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM GRAVA-ANCORA.
      *    Sem selo: pela data (o DELETE preserva a posicao de
      *    leitura; os selados que ficaram sao pulados)
           MOVE "N" TO ACABOU-ARQ-W.
           MOVE LOW-VALUES TO CHAVE-LOG2
           START LOG002 KEY IS NOT < CHAVE-LOG2 INVALID KEY
                 MOVE "S" TO ACABOU-ARQ-W.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              READ LOG002 NEXT RECORD AT END
                   MOVE "S" TO ACABOU-ARQ-W
              NOT AT END
                   IF LOG2-DATA < DATA-CORTE-W
                      IF LOG2-POSICAO IS NUMERIC AND
                         LOG2-POSICAO > ZEROS
                         CONTINUE
                      ELSE
                         MOVE LOG2-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG002 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         DELETE LOG002 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      END-IF
                   ELSE
                      MOVE "S" TO ACABOU-ARQ-W
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-ARQUIVO-ANUAL.
           CLOSE LOG002.
       RETEM-LOG002-SAI.
           OPEN I-O LOG003.
           IF ST-LOG003 NOT = "00"
              GO RETEM-LOG003-SAI.
      *    Parte selada: na ordem da cadeia, ate o primeiro recente
           MOVE "LOG003" TO ARQUIVO-SELO-W.
           PERFORM INICIA-ANCORA.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              MOVE 1 TO LOG3-POSICAO
              START LOG003 KEY IS NOT < LOG3-POSICAO INVALID KEY
                    MOVE "S" TO ACABOU-ARQ-W
              END-START
              IF ACABOU-ARQ-W = "N"
                 READ LOG003 NEXT RECORD AT END
                      MOVE "S" TO ACABOU-ARQ-W
                 NOT AT END
                      IF LOG3-POSICAO IS NUMERIC AND
                         LOG3-DATA < DATA-CORTE-W
                         MOVE LOG3-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG003 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         MOVE LOG3-POSICAO TO ANCORA-POS-W
                         MOVE LOG3-HASH    TO ANCORA-HASH-W
                         ADD 1 TO QT-ANCORADOS-W
                         DELETE LOG003 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      ELSE
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM GRAVA-ANCORA.
      *    Sem selo: pela data (o DELETE preserva a posicao de
      *    leitura; os selados que ficaram sao pulados)
           MOVE "N" TO ACABOU-ARQ-W.
           MOVE LOW-VALUES TO CHAVE-LOG3
           START LOG003 KEY IS NOT < CHAVE-LOG3 INVALID KEY
                 MOVE "S" TO ACABOU-ARQ-W.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              READ LOG003 NEXT RECORD AT END
                   MOVE "S" TO ACABOU-ARQ-W
              NOT AT END
                   IF LOG3-DATA < DATA-CORTE-W
                      IF LOG3-POSICAO IS NUMERIC AND
                         LOG3-POSICAO > ZEROS
                         CONTINUE
                      ELSE
                         MOVE LOG3-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOG003 TO REG-ALOG
                         WRITE REG-ALOG INVALID KEY
                               CONTINUE
                         END-WRITE
                         DELETE LOG003 END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      END-IF
                   ELSE
                      MOVE "S" TO ACABOU-ARQ-W
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-ARQUIVO-ANUAL.
           CLOSE LOG003.
       RETEM-LOG003-SAI.
           OPEN I-O LOGACESS.
           IF FS-LOGACESS NOT = "00"
              GO RETEM-LOGACESS-SAI.
      *    Parte selada: na ordem da cadeia, ate o primeiro recente
           MOVE "LOGACESS" TO ARQUIVO-SELO-W.
           PERFORM INICIA-ANCORA.
           PERFORM UNTIL ACABOU-ARQ-W = "S"
              MOVE 1 TO LOGACESS-POSICAO
              START LOGACESS KEY IS NOT < LOGACESS-POSICAO INVALID KEY
                    MOVE "S" TO ACABOU-ARQ-W
              END-START
              IF ACABOU-ARQ-W = "N"
                 READ LOGACESS NEXT RECORD AT END
                      MOVE "S" TO ACABOU-ARQ-W
                 NOT AT END
                      IF LOGACESS-POSICAO IS NUMERIC AND
                         LOGACESS-DATA < DATA-CORTE-W
                         MOVE LOGACESS-DATA(1: 4) TO ANO-ENTRADA-W
                         PERFORM ABRE-ARQUIVO-ANUAL
                         MOVE REG-LOGACESS TO REG-ALACESS
                         WRITE REG-ALACESS INVALID KEY
                               CONTINUE
                         END-WRITE
                         MOVE LOGACESS-POSICAO TO ANCORA-POS-W
                         MOVE LOGACESS-HASH    TO ANCORA-HASH-W
                         ADD 1 TO QT-ANCORADOS-W
                         DELETE LOGACESS END-DELETE
                         ADD 1 TO QT-MOVIDOS-W
                      ELSE
                         MOVE "S" TO ACABOU-ARQ-W
                      END-IF
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM GRAVA-ANCORA.
      *    Sem selo: pela data
           MOVE "00" TO FS-LOGACESS.
           MOVE LOW-VALUES TO CHAVE-LOGACESS.
           START LOGACESS KEY IS NOT < CHAVE-LOGACESS INVALID KEY
                 MOVE "10" TO FS-LOGACESS.
              READ LOGACESS NEXT RECORD AT END
                   MOVE "10" TO FS-LOGACESS
              NOT AT END
                   IF LOGACESS-DATA < DATA-CORTE-W AND
                      (LOGACESS-POSICAO NOT NUMERIC OR
                       LOGACESS-POSICAO = ZEROS)
                      MOVE LOGACESS-DATA(1: 4) TO ANO-ENTRADA-W
                      PERFORM ABRE-ARQUIVO-ANUAL
                      MOVE REG-LOGACESS TO REG-ALACESS
