       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB087.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Sugestao de compra de brindes (demanda x estoque) - o
      * comprador deixa de cruzar o COP056 com o CPB058 na mao.
      * P/ cada brinde do COD050:
      *   demanda futura = itens previstos e definitivos de COD055
      *     (SUSP-PREV-DEF-CO55 0/1) ainda nao enviados (REALIZADO-
      *     CO55 = 0 e DATA-ENVIO-CO55 = zeros) com DATA-VENCTO-CO55
      *     ate hoje + lead time do brinde (PRAZO-ENTREGA-CO50) +
      *     horizonte; qtde = QTDE-POR-FORM x formandos ativos do
      *     contrato em COD045 (sem formando cadastrado vale o
      *     QTDE-FORM-CO55; QTDE-FORM zerado = qtde direta, como no
      *     CPB058), menos as saidas de COD060 ja amarradas ao item;
      *   menos o saldo em estoque (COD060, mesmo calculo do CPB058);
      *   menos o encomendado (COD066 QTDE - QTDE-RECEBIDA dos
      *     pedidos abertos de COD065).
      * O que faltar vira item de um pedido RASCUNHO (SITUACAO-CO65 =
      * 2) por fornecedor padrao (FORNEC-PADRAO-CO50), com previsao
      * = hoje + maior lead time dos itens e custo do brinde (medio,
      * senao o unitario do cadastro). O comprador revisa e confirma
      * no COP065; rascunho nao aceita entrada (COP060) nem conta
      * como encomendado. A cada rodada os rascunhos ainda nao
      * confirmados sao refeitos (excluidos e gerados de novo, com
      * imagem LOG003). Brinde sem fornecedor padrao so aparece no
      * relatorio; brinde cuja demanda vence antes de hoje + lead
      * time sai marcado "NAO CHEGA A TEMPO".
      *
      * Parametro: arquivo SUGCP87 na pasta da empresa -
      *   linha 1: horizonte em dias alem do lead time (vazio = 60)
      * Saida: arquivo-relatorio RELCP87 na pasta da empresa.
      * Transferencias entre empresas (ICB003): a entrada (tipo 7)
      * soma no saldo do brinde e a saida (tipo 6) abate.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX045.
           COPY COPX050.
           COPY COPX055.
           COPY COPX060.
           COPY COPX065.
           COPY COPX066.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY COPW045.
       COPY COPW050.
       COPY COPW055.
       COPY COPW060.
       COPY COPW065.
       COPY COPW066.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(120).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-COD065             PIC XX       VALUE SPACES.
           05  ST-COD066             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  HORIZONTE-W           PIC 9(3)     VALUE ZEROS.
           05  PRAZO-W               PIC 9(3)     VALUE ZEROS.
           05  CONTRATO-ATUAL-W      PIC 9(4)     VALUE ZEROS.
           05  QT-FORMANDOS-W        PIC 9(4)     VALUE ZEROS.
           05  BRINDE-ALVO-W         PIC 9(5)     VALUE ZEROS.
           05  CONTRATO-ALVO-W       PIC 9(4)     VALUE ZEROS.
           05  ITEM-ALVO-W           PIC 9(4)     VALUE ZEROS.
           05  SALDO-BRINDE-W        PIC S9(9)    VALUE ZEROS.
           05  ENTREGUE-W            PIC 9(9)     VALUE ZEROS.
           05  QTDE-PEDIDO-W         PIC 9(9)     VALUE ZEROS.
           05  PENDENTE-W            PIC S9(9)    VALUE ZEROS.
           05  FALTA-W               PIC S9(9)    VALUE ZEROS.
           05  PEDIDO-ATUAL-W        PIC 9(5)     VALUE ZEROS.
           05  ULT-PEDIDO-W          PIC 9(5)     VALUE ZEROS.
           05  ITEM-PEDIDO-W         PIC 9(3)     VALUE ZEROS.
           05  FORNEC-ATUAL-W        PIC 9(6)     VALUE ZEROS.
           05  PREVISTA-W            PIC 9(8)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  QT-RASC-EXCLUIDOS-W   PIC 9(5)     VALUE ZEROS.
           05  QT-ITENS-DEMANDA-W    PIC 9(6)     VALUE ZEROS.
           05  QT-PEDIDOS-GERADOS-W  PIC 9(5)     VALUE ZEROS.
           05  QT-ITENS-GERADOS-W    PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-FORNEC-W       PIC 9(5)     VALUE ZEROS.
           05  QT-ATRASADOS-W        PIC 9(5)     VALUE ZEROS.

      *    Brindes do COD050 com demanda, estoque e encomendado.
      *    LIMITE  = ultimo vencimento que entra na demanda
      *    CHEGADA = hoje + lead time (o que vence antes nao chega)
           05  QT-BRINDES-W          PIC 9(4)     VALUE ZEROS.
           05  TB-BRINDES.
               10  BRINDE-ITEM-TB    OCCURS 1000.
                   15  BRINDE-TB      PIC 9(5).
                   15  DESCR-TB       PIC X(30).
                   15  FORNEC-TB      PIC 9(6).
                   15  PRAZO-TB       PIC 9(3).
                   15  CUSTO-TB       PIC 9(8)V99.
                   15  LIMITE-TB      PIC 9(8).
                   15  CHEGADA-TB     PIC 9(8).
                   15  MENOR-VENCTO-TB PIC 9(8).
                   15  DEMANDA-TB     PIC 9(9).
                   15  SALDO-TB       PIC S9(9).
                   15  ENCOMENDA-TB   PIC 9(9).
                   15  SUGERIDO-TB    PIC 9(9).
                   15  PEDIDO-TB      PIC 9(5).

           05  SALDO-E               PIC ---.---.--9.
           05  QTDE-E                PIC ZZZ.ZZZ.ZZ9.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-BRINDES-W QT-RASC-EXCLUIDOS-W
                         QT-ITENS-DEMANDA-W QT-PEDIDOS-GERADOS-W
                         QT-ITENS-GERADOS-W QT-SEM-FORNEC-W
                         QT-ATRASADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "COD050"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050
           MOVE "COD055"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055
           MOVE "COD060"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD060
           MOVE "COD065"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD065
           MOVE "COD066"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD066
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "SUGCP87" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP87" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

      *    Sem arquivo de parametro: horizonte de 60 dias.
           MOVE 60 TO HORIZONTE-W.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 3) NUMERIC
                    MOVE REG-PARAM(1: 3) TO HORIZONTE-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT COD045 COD050 COD055 COD060
           OPEN I-O   COD065 COD066 LOG003
           IF ST-COD065 = "35"
              CLOSE COD065     OPEN OUTPUT COD065
              CLOSE COD065     OPEN I-O COD065
           END-IF.
           IF ST-COD066 = "35"
              CLOSE COD066     OPEN OUTPUT COD066
              CLOSE COD066     OPEN I-O COD066
           END-IF.
           OPEN OUTPUT ARQ-RELAT

           IF ST-COD050 <> "00" OR ST-COD065 <> "00" OR
              ST-COD066 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA COD050/065/066/LOG003: "
                      ST-COD050 " " ST-COD065 " " ST-COD066 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD055 <> "00" AND ST-COD055 <> "05" AND
              ST-COD055 <> "35"
              DISPLAY "ERRO ABERTURA COD055: " ST-COD055
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD060 <> "00" AND ST-COD060 <> "05" AND
              ST-COD060 <> "35"
              DISPLAY "ERRO ABERTURA COD060: " ST-COD060
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD045 <> "00" AND ST-COD045 <> "05" AND
              ST-COD045 <> "35"
              DISPLAY "ERRO ABERTURA COD045: " ST-COD045
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM EXCLUI-RASCUNHOS
              PERFORM CARREGA-BRINDES
              PERFORM SOMA-DEMANDA
              PERFORM SOMA-ENCOMENDADO
              PERFORM CALCULA-SUGESTAO
              PERFORM GERA-RASCUNHOS
              PERFORM IMPRIME-RELATORIO
           END-IF.

           CLOSE COD045 COD050 COD055 COD060 COD065 COD066 LOG003
                 ARQ-RELAT.

           DISPLAY "RASCUNHOS ANTERIORES EXCLUIDOS...: "
                   QT-RASC-EXCLUIDOS-W.
           DISPLAY "ITENS DE DEMANDA CONSIDERADOS....: "
                   QT-ITENS-DEMANDA-W.
           DISPLAY "PEDIDOS RASCUNHO GERADOS.........: "
                   QT-PEDIDOS-GERADOS-W.
           DISPLAY "ITENS SUGERIDOS..................: "
                   QT-ITENS-GERADOS-W.
           DISPLAY "BRINDES SEM FORNECEDOR PADRAO....: "
                   QT-SEM-FORNEC-W.
           DISPLAY "BRINDES QUE NAO CHEGAM A TEMPO...: "
                   QT-ATRASADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       EXCLUI-RASCUNHOS SECTION.
      *    Rascunho nao confirmado da rodada anterior e refeito.
           MOVE ZEROS TO NR-PEDIDO-CO65.
           START COD065 KEY IS NOT < NR-PEDIDO-CO65 INVALID KEY
                 MOVE "10" TO ST-COD065.
           PERFORM UNTIL ST-COD065 = "10"
              READ COD065 NEXT RECORD AT END
                   MOVE "10" TO ST-COD065
              NOT AT END
                   IF SITUACAO-CO65 = 2
                      PERFORM EXCLUI-UM-RASCUNHO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD065.

       EXCLUI-UM-RASCUNHO SECTION.
           MOVE NR-PEDIDO-CO65 TO PEDIDO-ATUAL-W NR-PEDIDO-CO66.
           MOVE ZEROS          TO ITEM-CO66.
           START COD066 KEY IS NOT < CHAVE-CO66 INVALID KEY
                 MOVE "10" TO ST-COD066.
           PERFORM UNTIL ST-COD066 = "10"
              READ COD066 NEXT RECORD AT END
                   MOVE "10" TO ST-COD066
              NOT AT END
                   IF NR-PEDIDO-CO66 NOT = PEDIDO-ATUAL-W
                      MOVE "10" TO ST-COD066
                   ELSE
                      DELETE COD066 NOT INVALID KEY
                         MOVE "E"         TO LOG3-OPERACAO
                         MOVE "COD066"    TO LOG3-ARQUIVO
                         MOVE REG-COD066  TO LOG3-REGISTRO
                         PERFORM GRAVA-LOG003
                      END-DELETE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD066.
           DELETE COD065 NOT INVALID KEY
                  ADD 1 TO QT-RASC-EXCLUIDOS-W
                  MOVE "E"         TO LOG3-OPERACAO
                  MOVE "COD065"    TO LOG3-ARQUIVO
                  MOVE REG-COD065  TO LOG3-REGISTRO
                  PERFORM GRAVA-LOG003
           END-DELETE.

       CARREGA-BRINDES SECTION.
           MOVE ZEROS TO CODBRINDE-CO50.
           START COD050 KEY IS NOT < CODBRINDE-CO50 INVALID KEY
                 MOVE "10" TO ST-COD050.
           PERFORM UNTIL ST-COD050 = "10"
              READ COD050 NEXT RECORD AT END
                   MOVE "10" TO ST-COD050
              NOT AT END
                   IF QT-BRINDES-W < 1000
                      PERFORM CARREGA-UM-BRINDE
                   ELSE
                      DISPLAY "BRINDE FORA DA TABELA: "
                              CODBRINDE-CO50
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD050.

       CARREGA-UM-BRINDE SECTION.
           ADD 1 TO QT-BRINDES-W.
           MOVE QT-BRINDES-W TO I.
           MOVE CODBRINDE-CO50     TO BRINDE-TB(I).
           MOVE DESCRICAO-CO50     TO DESCR-TB(I).
           MOVE FORNEC-PADRAO-CO50 TO FORNEC-TB(I).
           MOVE ZEROS TO PRAZO-W.
           IF PRAZO-ENTREGA-CO50 IS NUMERIC
              MOVE PRAZO-ENTREGA-CO50 TO PRAZO-W.
           MOVE PRAZO-W            TO PRAZO-TB(I).
      *    Custo do rascunho: medio de estoque, senao o do cadastro.
           MOVE CUSTO-UNIT-CO50    TO CUSTO-TB(I).
           IF CUSTO-MEDIO-CO50 IS NUMERIC AND
              CUSTO-MEDIO-CO50 > ZEROS
              MOVE CUSTO-MEDIO-CO50 TO CUSTO-TB(I).
           MOVE ZEROS TO DEMANDA-TB(I) ENCOMENDA-TB(I)
                         SUGERIDO-TB(I) PEDIDO-TB(I).
           MOVE 99999999 TO MENOR-VENCTO-TB(I).
      *    CHEGADA = hoje + lead time; LIMITE = chegada + horizonte.
           MOVE 2               TO GRTIME-TYPE
           MOVE 1               TO GRTIME-FUNCTION
           MOVE DATA-HOJE-W     TO GRTIME-DATE
           MOVE PRAZO-W         TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO CHEGADA-TB(I).
           MOVE 2               TO GRTIME-TYPE
           MOVE 1               TO GRTIME-FUNCTION
           MOVE CHEGADA-TB(I)   TO GRTIME-DATE
           MOVE HORIZONTE-W     TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO LIMITE-TB(I).
           MOVE CODBRINDE-CO50  TO BRINDE-ALVO-W.
           PERFORM CALCULA-SALDO.
           MOVE SALDO-BRINDE-W  TO SALDO-TB(I).

       CALCULA-SALDO SECTION.
      *    Saldo do brinde BRINDE-ALVO-W = entradas - saidas (mesma
      *    regra do CPB058: ajustes 3/4 entram como entrada/saida).
           MOVE ZEROS TO SALDO-BRINDE-W.
           IF ST-COD060 <> "00"
              GO CALCULA-SALDO-FIM.
           MOVE BRINDE-ALVO-W TO CODBRINDE-CO60
           MOVE ZEROS         TO SEQ-CO60
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END MOVE "10" TO ST-COD060
              NOT AT END
                IF CODBRINDE-CO60 <> BRINDE-ALVO-W
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
                      ADD QTDE-CO60 TO SALDO-BRINDE-W
                   ELSE
                      SUBTRACT QTDE-CO60 FROM SALDO-BRINDE-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD060.
       CALCULA-SALDO-FIM.
           EXIT.

       CALCULA-ENTREGUE SECTION.
      *    Saidas de COD060 ja amarradas ao contrato/item.
           MOVE ZEROS TO ENTREGUE-W.
           IF ST-COD060 <> "00"
              GO CALCULA-ENTREGUE-FIM.
           MOVE BRINDE-ALVO-W TO CODBRINDE-CO60
           MOVE ZEROS         TO SEQ-CO60
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END MOVE "10" TO ST-COD060
              NOT AT END
                IF CODBRINDE-CO60 <> BRINDE-ALVO-W
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 2 AND
                      NR-CONTRATO-CO60 = CONTRATO-ALVO-W AND
                      ITEM-CO60 = ITEM-ALVO-W
                      ADD QTDE-CO60 TO ENTREGUE-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD060.
       CALCULA-ENTREGUE-FIM.
           EXIT.

       SOMA-DEMANDA SECTION.
           IF ST-COD055 <> "00"
              GO SOMA-DEMANDA-FIM.
           MOVE ZEROS TO CONTRATO-ATUAL-W QT-FORMANDOS-W.
           MOVE ZEROS TO NR-CONTRATO-CO55 ITEM-CO55.
           START COD055 KEY IS NOT < CHAVE-CO55 INVALID KEY
                 MOVE "10" TO ST-COD055.
           PERFORM UNTIL ST-COD055 = "10"
              READ COD055 NEXT RECORD AT END
                   MOVE "10" TO ST-COD055
              NOT AT END
                   IF SUSP-PREV-DEF-CO55 < 2 AND
                      REALIZADO-CO55 = 0 AND
                      DATA-ENVIO-CO55 = ZEROS
                      PERFORM AVALIA-ITEM-DEMANDA
                   END-IF
              END-READ
           END-PERFORM.
       SOMA-DEMANDA-FIM.
           EXIT.

       AVALIA-ITEM-DEMANDA SECTION.
           MOVE CODBRINDE-CO55 TO BRINDE-ALVO-W.
           PERFORM ACHA-BRINDE.
           IF ACHOU-W = 0
              GO AVALIA-ITEM-DEMANDA-FIM.
           IF DATA-VENCTO-CO55 > LIMITE-TB(I)
              GO AVALIA-ITEM-DEMANDA-FIM.
           IF NR-CONTRATO-CO55 NOT = CONTRATO-ATUAL-W
              MOVE NR-CONTRATO-CO55 TO CONTRATO-ATUAL-W
              PERFORM CONTA-FORMANDOS
           END-IF.
           IF QTDE-FORM-CO55 = ZEROS
              MOVE QTDE-POR-FORM-CO55 TO QTDE-PEDIDO-W
           ELSE
              IF QT-FORMANDOS-W > ZEROS
                 COMPUTE QTDE-PEDIDO-W =
                         QTDE-POR-FORM-CO55 * QT-FORMANDOS-W
              ELSE
                 COMPUTE QTDE-PEDIDO-W =
                         QTDE-POR-FORM-CO55 * QTDE-FORM-CO55
              END-IF
           END-IF.
           MOVE NR-CONTRATO-CO55 TO CONTRATO-ALVO-W.
           MOVE ITEM-CO55        TO ITEM-ALVO-W.
           PERFORM CALCULA-ENTREGUE.
           COMPUTE PENDENTE-W = QTDE-PEDIDO-W - ENTREGUE-W.
           IF PENDENTE-W NOT > ZEROS
              GO AVALIA-ITEM-DEMANDA-FIM.
           ADD 1          TO QT-ITENS-DEMANDA-W.
           ADD PENDENTE-W TO DEMANDA-TB(I).
           IF DATA-VENCTO-CO55 < MENOR-VENCTO-TB(I)
              MOVE DATA-VENCTO-CO55 TO MENOR-VENCTO-TB(I).
       AVALIA-ITEM-DEMANDA-FIM.
           EXIT.

       CONTA-FORMANDOS SECTION.
      *    Formandos ativos do contrato CONTRATO-ATUAL-W.
           MOVE ZEROS TO QT-FORMANDOS-W.
           IF ST-COD045 <> "00"
              GO CONTA-FORMANDOS-FIM.
           MOVE CONTRATO-ATUAL-W TO NR-CONTRATO-CO45.
           MOVE ZEROS            TO SEQ-FORMANDO-CO45.
           START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                 MOVE "10" TO ST-COD045.
           PERFORM UNTIL ST-COD045 = "10"
              READ COD045 NEXT RECORD AT END
                   MOVE "10" TO ST-COD045
              NOT AT END
                   IF NR-CONTRATO-CO45 NOT = CONTRATO-ATUAL-W
                      MOVE "10" TO ST-COD045
                   ELSE
                      IF SITUACAO-CO45 = 0
                         ADD 1 TO QT-FORMANDOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.
       CONTA-FORMANDOS-FIM.
           EXIT.

       ACHA-BRINDE SECTION.
      *    Procura BRINDE-ALVO-W na tabela - I aponta o item.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-BRINDES-W OR ACHOU-W = 1
              IF BRINDE-TB(I) = BRINDE-ALVO-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM I.

       SOMA-ENCOMENDADO SECTION.
      *    Pendente de recebimento dos pedidos abertos.
           MOVE ZEROS TO NR-PEDIDO-CO65.
           START COD065 KEY IS NOT < NR-PEDIDO-CO65 INVALID KEY
                 MOVE "10" TO ST-COD065.
           PERFORM UNTIL ST-COD065 = "10"
              READ COD065 NEXT RECORD AT END
                   MOVE "10" TO ST-COD065
              NOT AT END
                   IF SITUACAO-CO65 = 0
                      PERFORM SOMA-ITENS-PEDIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD065.

       SOMA-ITENS-PEDIDO SECTION.
           MOVE NR-PEDIDO-CO65 TO PEDIDO-ATUAL-W NR-PEDIDO-CO66.
           MOVE ZEROS          TO ITEM-CO66.
           START COD066 KEY IS NOT < CHAVE-CO66 INVALID KEY
                 MOVE "10" TO ST-COD066.
           PERFORM UNTIL ST-COD066 = "10"
              READ COD066 NEXT RECORD AT END
                   MOVE "10" TO ST-COD066
              NOT AT END
                   IF NR-PEDIDO-CO66 NOT = PEDIDO-ATUAL-W
                      MOVE "10" TO ST-COD066
                   ELSE
                      IF QTDE-CO66 > QTDE-RECEBIDA-CO66
                         MOVE CODBRINDE-CO66 TO BRINDE-ALVO-W
                         PERFORM ACHA-BRINDE
                         IF ACHOU-W = 1
                            COMPUTE ENCOMENDA-TB(I) =
                                    ENCOMENDA-TB(I) + QTDE-CO66
                                    - QTDE-RECEBIDA-CO66
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD066.

       CALCULA-SUGESTAO SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-BRINDES-W
              COMPUTE FALTA-W = DEMANDA-TB(I) - SALDO-TB(I)
                                - ENCOMENDA-TB(I)
              IF FALTA-W > ZEROS
                 MOVE FALTA-W TO SUGERIDO-TB(I)
                 IF SUGERIDO-TB(I) > 999999
                    MOVE 999999 TO SUGERIDO-TB(I)
                 END-IF
                 IF MENOR-VENCTO-TB(I) < CHEGADA-TB(I)
                    ADD 1 TO QT-ATRASADOS-W
                 END-IF
                 IF FORNEC-TB(I) = ZEROS
                    ADD 1 TO QT-SEM-FORNEC-W
                 END-IF
              END-IF
           END-PERFORM.

       GERA-RASCUNHOS SECTION.
      *    Um rascunho por fornecedor padrao: o primeiro brinde ainda
      *    sem pedido abre o cabecalho e puxa os demais do mesmo
      *    fornecedor.
           PERFORM ACHA-ULTIMO-PEDIDO.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-BRINDES-W
              IF SUGERIDO-TB(J) > ZEROS AND FORNEC-TB(J) > ZEROS AND
                 PEDIDO-TB(J) = ZEROS
                 PERFORM GERA-UM-RASCUNHO
              END-IF
           END-PERFORM.

       ACHA-ULTIMO-PEDIDO SECTION.
           MOVE ZEROS TO NR-PEDIDO-CO65 ULT-PEDIDO-W.
           START COD065 KEY IS NOT < NR-PEDIDO-CO65 INVALID KEY
                 MOVE "10" TO ST-COD065.
           PERFORM UNTIL ST-COD065 = "10"
              READ COD065 NEXT RECORD AT END MOVE "10" TO ST-COD065
              NOT AT END
                MOVE NR-PEDIDO-CO65 TO ULT-PEDIDO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD065.

       GERA-UM-RASCUNHO SECTION.
           ADD 1 TO ULT-PEDIDO-W.
           MOVE ULT-PEDIDO-W  TO PEDIDO-ATUAL-W.
           MOVE FORNEC-TB(J)  TO FORNEC-ATUAL-W.
           MOVE ZEROS         TO ITEM-PEDIDO-W PREVISTA-W.
      *    Previsao do pedido = chegada do item de maior lead time.
           PERFORM VARYING I FROM J BY 1 UNTIL I > QT-BRINDES-W
              IF SUGERIDO-TB(I) > ZEROS AND
                 FORNEC-TB(I) = FORNEC-ATUAL-W AND
                 PEDIDO-TB(I) = ZEROS AND
                 CHEGADA-TB(I) > PREVISTA-W
                 MOVE CHEGADA-TB(I) TO PREVISTA-W
              END-IF
           END-PERFORM.
           INITIALIZE REG-COD065.
           MOVE PEDIDO-ATUAL-W  TO NR-PEDIDO-CO65.
           MOVE FORNEC-ATUAL-W  TO FORNEC-CO65.
           MOVE DATA-HOJE-W     TO DATA-PEDIDO-CO65.
           MOVE PREVISTA-W      TO DATA-PREVISTA-CO65.
           MOVE 2               TO SITUACAO-CO65.
           MOVE USUARIO-W       TO USUARIO-CO65.
           WRITE REG-COD065 INVALID KEY
                 DISPLAY "ERRO GRAVACAO COD065: " ST-COD065
                         " PEDIDO=" PEDIDO-ATUAL-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 ADD 1 TO QT-PEDIDOS-GERADOS-W
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "COD065"    TO LOG3-ARQUIVO
                 MOVE REG-COD065  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG003
                 PERFORM GRAVA-ITENS-RASCUNHO
           END-WRITE.

       GRAVA-ITENS-RASCUNHO SECTION.
           PERFORM VARYING I FROM J BY 1 UNTIL I > QT-BRINDES-W
              IF SUGERIDO-TB(I) > ZEROS AND
                 FORNEC-TB(I) = FORNEC-ATUAL-W AND
                 PEDIDO-TB(I) = ZEROS
                 PERFORM GRAVA-ITEM-RASCUNHO
              END-IF
           END-PERFORM.

       GRAVA-ITEM-RASCUNHO SECTION.
           ADD 1 TO ITEM-PEDIDO-W.
           INITIALIZE REG-COD066.
           MOVE PEDIDO-ATUAL-W  TO NR-PEDIDO-CO66.
           MOVE ITEM-PEDIDO-W   TO ITEM-CO66.
           MOVE BRINDE-TB(I)    TO CODBRINDE-CO66.
           MOVE SUGERIDO-TB(I)  TO QTDE-CO66.
           MOVE CUSTO-TB(I)     TO CUSTO-UNIT-CO66.
           MOVE ZEROS           TO QTDE-RECEBIDA-CO66.
           WRITE REG-COD066 INVALID KEY
                 DISPLAY "ERRO GRAVACAO COD066: " ST-COD066
                         " PEDIDO=" PEDIDO-ATUAL-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 ADD 1 TO QT-ITENS-GERADOS-W
                 MOVE PEDIDO-ATUAL-W TO PEDIDO-TB(I)
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "COD066"    TO LOG3-ARQUIVO
                 MOVE REG-COD066  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG003
           END-WRITE.

       GRAVA-LOG003 SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB087"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       IMPRIME-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           STRING "SUGESTAO DE COMPRA DE BRINDES - EMISSAO "
                  DATA-HOJE-W(7: 2) "/" DATA-HOJE-W(5: 2) "/"
                  DATA-HOJE-W(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "BRINDE DESCRICAO" TO REG-RELAT(01: 16)
           MOVE "DEMANDA"      TO REG-RELAT(42: 07)
           MOVE "ESTOQUE"      TO REG-RELAT(54: 07)
           MOVE "ENCOMENDADO"  TO REG-RELAT(62: 11)
           MOVE "SUGERIDO"     TO REG-RELAT(77: 08)
           MOVE "PEDIDO FORNEC" TO REG-RELAT(86: 13)
           WRITE REG-RELAT
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-BRINDES-W
              IF DEMANDA-TB(I) > ZEROS OR SUGERIDO-TB(I) > ZEROS
                 PERFORM IMPRIME-BRINDE
              END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE "PEDIDOS RASCUNHO GERADOS" TO REG-RELAT(01: 24).
           MOVE QT-PEDIDOS-GERADOS-W TO QTDE-E.
           MOVE QTDE-E               TO REG-RELAT(38: 11).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE "CONFIRMAR NO COP065 (SITUACAO 2 = RASCUNHO)" TO
                REG-RELAT(01: 44).
           WRITE REG-RELAT.

       IMPRIME-BRINDE SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE BRINDE-TB(I)      TO REG-RELAT(01: 05).
           MOVE DESCR-TB(I)       TO REG-RELAT(08: 30).
           MOVE DEMANDA-TB(I)     TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(38: 11).
           MOVE SALDO-TB(I)       TO SALDO-E.
           MOVE SALDO-E           TO REG-RELAT(50: 11).
           MOVE ENCOMENDA-TB(I)   TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(62: 11).
           MOVE SUGERIDO-TB(I)    TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(74: 11).
           IF PEDIDO-TB(I) > ZEROS
              MOVE PEDIDO-TB(I)   TO REG-RELAT(86: 05)
              MOVE FORNEC-TB(I)   TO REG-RELAT(93: 06)
           ELSE
              IF SUGERIDO-TB(I) > ZEROS AND FORNEC-TB(I) = ZEROS
                 MOVE "SEM FORNECEDOR PADRAO" TO REG-RELAT(86: 21)
              END-IF
           END-IF.
           WRITE REG-RELAT.
           IF SUGERIDO-TB(I) > ZEROS AND
              MENOR-VENCTO-TB(I) < CHEGADA-TB(I)
              MOVE SPACES TO REG-RELAT
              STRING "       NAO CHEGA A TEMPO - VENCE "
                     MENOR-VENCTO-TB(I)(7: 2) "/"
                     MENOR-VENCTO-TB(I)(5: 2) "/"
                     MENOR-VENCTO-TB(I)(1: 4)
                     ", CHEGADA PREVISTA "
                     CHEGADA-TB(I)(7: 2) "/" CHEGADA-TB(I)(5: 2) "/"
                     CHEGADA-TB(I)(1: 4)
                     DELIMITED BY SIZE INTO REG-RELAT
              WRITE REG-RELAT
           END-IF.

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
