       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB086.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Distribuicao automatica das fitas pendentes de revisao
      * aos revisores - ate aqui cada revisor escolhia a fita na
      * VIP101 e as fitas de contrato com entrega proxima ficavam na
      * fila junto com as outras.
      * 1) Atribuicao de fita pendente (VID100 SITUACAO 0) a revisor
      *    inativo ou nao cadastrado em VID103 e liberada (volta p/
      *    a fila, imagem LOG003).
      * 2) As fitas pendentes nao atribuidas sao distribuidas por
      *    prioridade: primeiro a data de entrega do contrato
      *    (DATA-ENTREGA-CO40 mais proxima; sem data vai p/ o fim),
      *    depois a emissao mais antiga (DATA-EMISSAO-V100). Cada
      *    fita vai p/ o revisor ativo com mais folga, respeitando a
      *    capacidade diaria CAPAC-DIA-V103 (zeros = capacidade
      *    padrao): no dia ele recebe no maximo a capacidade, e a
      *    carga em aberto nao passa de capacidade x prazo.
      *    A fita recebe REVISOR-ATRIB/DATA-ATRIB/DATA-LIMITE (hoje +
      *    prazo, via GRTIME) com imagem LOG003 - dai em diante a
      *    VIP101 so aceita a revisao do revisor atribuido.
      * 3) Relatorio das fitas distribuidas e das atribuicoes
      *    vencidas (pendente com DATA-LIMITE-V100 menor que hoje),
      *    agrupadas por revisor.
      * Fita que nao coube (sem revisor com folga) fica p/ a proxima
      * rodada.
      *
      * Parametro: arquivo DISCP86 na pasta da empresa -
      *   linha 1: prazo da revisao em dias (vazio = 2)
      *   linha 2: capacidade diaria padrao por revisor (vazio = 5)
      * Saida: arquivo-relatorio RELCP86 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX040.
           COPY VIPX100.
           COPY VIPX103.
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
       COPY COPW040.
       COPY VIPW100.
       COPY VIPW103.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID103             PIC XX       VALUE SPACES.
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
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  PRAZO-DIAS-W          PIC 9(3)     VALUE ZEROS.
           05  CAPAC-PADRAO-W        PIC 9(3)     VALUE ZEROS.
           05  QT-LIDAS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-LIBERADAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-DISTRIBUIDAS-W     PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-REVISOR-W      PIC 9(5)     VALUE ZEROS.
           05  QT-FORA-TABELA-W      PIC 9(5)     VALUE ZEROS.
           05  QT-VENCIDAS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-VENC-TAB-W         PIC 9(5)     VALUE ZEROS.
           05  QT-FILA-RESTO-W       PIC 9(5)     VALUE ZEROS.
           05  CONTRATO-ATUAL-W      PIC 9(4)     VALUE ZEROS.
           05  DATA-ENTREGA-W        PIC 9(8)     VALUE ZEROS.
           05  REVISOR-ATUAL-W       PIC 9(6)     VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  FOLGA-W               PIC S9(5)    VALUE ZEROS.
           05  FOLGA-DIA-W           PIC S9(5)    VALUE ZEROS.
           05  MAIOR-FOLGA-W         PIC S9(5)    VALUE ZEROS.
           05  CARGA-MAX-W           PIC 9(5)     VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  IND-FITA-W            PIC 9(4)     VALUE ZEROS.
           05  IND-REVISOR-W         PIC 9(4)     VALUE ZEROS.
           05  CHAVE-MENOR-W         PIC X(25)    VALUE SPACES.

      *    Revisores do VID103 (ativos e inativos) com a carga do dia.
           05  QT-REVISORES-W        PIC 9(4)     VALUE ZEROS.
           05  TB-REVISORES.
               10  REVISOR-ITEM-TB   OCCURS 200.
                   15  REVISOR-TB    PIC 9(6).
                   15  NOME-REV-TB   PIC X(30).
                   15  SITUACAO-REV-TB PIC 9.
                   15  CAPAC-TB      PIC 9(3).
      *            ABERTAS - atribuidas e ainda pendentes (todas)
      *            DO-DIA  - atribuidas hoje (antes e nesta rodada)
                   15  ABERTAS-TB    PIC 9(5).
                   15  DO-DIA-TB     PIC 9(5).

      *    Fitas pendentes sem revisor - CHAVE-PRIOR-TB ja na ordem
      *    de prioridade (entrega do contrato + emissao + fita).
           05  QT-FILA-W             PIC 9(4)     VALUE ZEROS.
           05  TB-FILA.
               10  FILA-ITEM-TB      OCCURS 2000.
                   15  CHAVE-PRIOR-TB.
                       20  ENTREGA-FILA-TB PIC 9(8).
                       20  EMISSAO-FILA-TB PIC 9(8).
                       20  CONTRATO-FILA-TB PIC 9(4).
                       20  FITA-FILA-TB    PIC 9(5).
                   15  USADA-FILA-TB PIC 9.

      *    Atribuicoes vencidas (coletadas na mesma leitura do VID100)
           05  TB-VENCIDAS.
               10  VENCIDA-ITEM-TB   OCCURS 1000.
                   15  REVISOR-VENC-TB  PIC 9(6).
                   15  CONTRATO-VENC-TB PIC 9(4).
                   15  FITA-VENC-TB     PIC 9(5).
                   15  ATRIB-VENC-TB    PIC 9(8).
                   15  LIMITE-VENC-TB   PIC 9(8).

           05  QTDE-E                PIC ZZ.ZZ9.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDAS-W QT-LIBERADAS-W
                         QT-DISTRIBUIDAS-W QT-SEM-REVISOR-W
                         QT-FORA-TABELA-W QT-VENCIDAS-W
                         QT-REVISORES-W QT-FILA-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "VID100"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID100
           MOVE "VID103"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID103
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "DISCP86" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP86" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

      *    Sem arquivo de parametro: prazo de 2 dias, 5 fitas/dia.
           MOVE 2 TO PRAZO-DIAS-W.
           MOVE 5 TO CAPAC-PADRAO-W.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 3) NUMERIC AND
                    REG-PARAM(1: 3) > "000"
                    MOVE REG-PARAM(1: 3) TO PRAZO-DIAS-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 3) NUMERIC AND
                    REG-PARAM(1: 3) > "000"
                    MOVE REG-PARAM(1: 3) TO CAPAC-PADRAO-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

      *    Vencimento das atribuicoes desta rodada: hoje + prazo.
           MOVE 2               TO GRTIME-TYPE
           MOVE 1               TO GRTIME-FUNCTION
           MOVE DATA-HOJE-W     TO GRTIME-DATE
           MOVE PRAZO-DIAS-W    TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-W

           OPEN INPUT COD040 VID103
           OPEN I-O   VID100 LOG003
           OPEN OUTPUT ARQ-RELAT

           IF ST-VID100 <> "00" OR ST-VID103 <> "00"
              DISPLAY "ERRO ABERTURA VID100/VID103: " ST-VID100 " "
                      ST-VID103
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem COD040 a prioridade fica so pela emissao.
           IF ST-COD040 <> "00" AND ST-COD040 <> "05" AND
              ST-COD040 <> "35"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CARREGA-REVISORES
              PERFORM LE-FITAS
              PERFORM IMPRIME-CABECALHO
              PERFORM DISTRIBUI-FITAS
              PERFORM LISTA-VENCIDAS
              PERFORM IMPRIME-TOTAL
           END-IF.

           CLOSE COD040 VID100 VID103 LOG003 ARQ-RELAT.

           DISPLAY "FITAS LIDAS......................: "
                   QT-LIDAS-W.
           DISPLAY "ATRIBUICOES LIBERADAS............: "
                   QT-LIBERADAS-W.
           DISPLAY "FITAS DISTRIBUIDAS...............: "
                   QT-DISTRIBUIDAS-W.
           DISPLAY "FITAS SEM REVISOR COM FOLGA......: "
                   QT-SEM-REVISOR-W.
           DISPLAY "FITAS ALEM DA TABELA DA FILA.....: "
                   QT-FORA-TABELA-W.
           DISPLAY "ATRIBUICOES VENCIDAS.............: "
                   QT-VENCIDAS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CARREGA-REVISORES SECTION.
           MOVE ZEROS TO REVISOR-V103.
           START VID103 KEY IS NOT < REVISOR-V103 INVALID KEY
                 MOVE "10" TO ST-VID103.
           PERFORM UNTIL ST-VID103 = "10"
              READ VID103 NEXT RECORD AT END
                   MOVE "10" TO ST-VID103
              NOT AT END
                   IF QT-REVISORES-W < 200
                      ADD 1 TO QT-REVISORES-W
                      MOVE QT-REVISORES-W TO I
                      MOVE REVISOR-V103  TO REVISOR-TB(I)
                      MOVE NOME-V103     TO NOME-REV-TB(I)
                      MOVE SITUACAO-V103 TO SITUACAO-REV-TB(I)
                      MOVE CAPAC-PADRAO-W TO CAPAC-TB(I)
                      IF CAPAC-DIA-V103 IS NUMERIC AND
                         CAPAC-DIA-V103 > ZEROS
                         MOVE CAPAC-DIA-V103 TO CAPAC-TB(I)
                      END-IF
                      MOVE ZEROS TO ABERTAS-TB(I) DO-DIA-TB(I)
                   ELSE
                      DISPLAY "REVISOR FORA DA TABELA: " REVISOR-V103
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID103.

       LE-FITAS SECTION.
      *    Uma leitura do VID100: carga em aberto de cada revisor,
      *    liberacao das atribuicoes invalidas, fila das fitas sem
      *    revisor e atribuicoes vencidas.
           MOVE ZEROS TO CONTRATO-ATUAL-W DATA-ENTREGA-W.
           MOVE LOW-VALUES TO NR-FITAS-V100.
           START VID100 KEY IS NOT < NR-FITAS-V100 INVALID KEY
                 MOVE "10" TO ST-VID100.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   ADD 1 TO QT-LIDAS-W
                   IF SITUACAO-V100 = 0
                      PERFORM CONFERE-FITA-PENDENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID100.

       CONFERE-FITA-PENDENTE SECTION.
           IF REVISOR-ATRIB-V100 NOT NUMERIC
              MOVE ZEROS TO REVISOR-ATRIB-V100.
           IF REVISOR-ATRIB-V100 = ZEROS
              PERFORM INCLUI-FILA
              GO CONFERE-FITA-PENDENTE-FIM.
           MOVE REVISOR-ATRIB-V100 TO REVISOR-ATUAL-W.
           PERFORM ACHA-REVISOR.
      *    Revisor saiu do cadastro ou foi inativado: a fita volta
      *    p/ a fila e entra de novo na distribuicao desta rodada.
           IF ACHOU-W = 0 OR SITUACAO-REV-TB(J) = 1
              PERFORM LIBERA-ATRIBUICAO
              PERFORM INCLUI-FILA
              GO CONFERE-FITA-PENDENTE-FIM.
           ADD 1 TO ABERTAS-TB(J).
           IF DATA-ATRIB-V100 = DATA-HOJE-W
              ADD 1 TO DO-DIA-TB(J).
           IF DATA-LIMITE-V100 > ZEROS AND
              DATA-LIMITE-V100 < DATA-HOJE-W
              ADD 1 TO QT-VENCIDAS-W
              IF QT-VENCIDAS-W > 1000
                 DISPLAY "VENCIDA FORA DA TABELA: " NR-FITAS-V100
              ELSE
                 MOVE QT-VENCIDAS-W      TO I
                 MOVE REVISOR-ATRIB-V100 TO REVISOR-VENC-TB(I)
                 MOVE CONTRATO-V100      TO CONTRATO-VENC-TB(I)
                 MOVE NR-FITA-V100       TO FITA-VENC-TB(I)
                 MOVE DATA-ATRIB-V100    TO ATRIB-VENC-TB(I)
                 MOVE DATA-LIMITE-V100   TO LIMITE-VENC-TB(I)
              END-IF
           END-IF.
       CONFERE-FITA-PENDENTE-FIM.
           EXIT.

       ACHA-REVISOR SECTION.
      *    Procura REVISOR-ATUAL-W na tabela - J aponta o item.
           MOVE ZEROS TO ACHOU-W.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > QT-REVISORES-W OR ACHOU-W = 1
              IF REVISOR-TB(J) = REVISOR-ATUAL-W
                 MOVE 1 TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = 1
              SUBTRACT 1 FROM J.

       LIBERA-ATRIBUICAO SECTION.
           DISPLAY "ATRIBUICAO LIBERADA: " NR-FITAS-V100
                   " REVISOR " REVISOR-ATRIB-V100.
           MOVE ZEROS TO REVISOR-ATRIB-V100 DATA-ATRIB-V100
                         DATA-LIMITE-V100.
           REWRITE REG-VID100 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO VID100: " NR-FITAS-V100
           NOT INVALID KEY
                   ADD 1 TO QT-LIBERADAS-W
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "VID100"    TO LOG3-ARQUIVO
                   MOVE REG-VID100  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG003
           END-REWRITE.

       INCLUI-FILA SECTION.
           IF QT-FILA-W NOT < 2000
              ADD 1 TO QT-FORA-TABELA-W
              GO INCLUI-FILA-FIM.
      *    Data de entrega do contrato - le o COD040 na troca.
           IF CONTRATO-V100 NOT = CONTRATO-ATUAL-W
              MOVE CONTRATO-V100 TO CONTRATO-ATUAL-W
              MOVE ZEROS TO DATA-ENTREGA-W
              IF ST-COD040 = "00"
                 MOVE CONTRATO-V100 TO NR-CONTRATO-CO40
                 READ COD040 INVALID KEY
                      MOVE ZEROS TO DATA-ENTREGA-CO40
                 END-READ
                 IF DATA-ENTREGA-CO40 IS NUMERIC
                    MOVE DATA-ENTREGA-CO40 TO DATA-ENTREGA-W
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO QT-FILA-W.
           MOVE QT-FILA-W TO I.
           MOVE DATA-ENTREGA-W    TO ENTREGA-FILA-TB(I).
           IF DATA-ENTREGA-W = ZEROS
              MOVE 99999999       TO ENTREGA-FILA-TB(I).
           MOVE DATA-EMISSAO-V100 TO EMISSAO-FILA-TB(I).
           MOVE CONTRATO-V100     TO CONTRATO-FILA-TB(I).
           MOVE NR-FITA-V100      TO FITA-FILA-TB(I).
           MOVE ZEROS             TO USADA-FILA-TB(I).
       INCLUI-FILA-FIM.
           EXIT.

       DISTRIBUI-FITAS SECTION.
      *    A cada passo a fita de maior prioridade ainda na fila vai
      *    p/ o revisor ativo com mais folga; sem folga em ninguem,
      *    o resto da fila fica p/ a proxima rodada.
           PERFORM VARYING IND-FITA-W FROM 1 BY 1
                   UNTIL IND-FITA-W > QT-FILA-W
              PERFORM ACHA-MAIOR-PRIORIDADE
              PERFORM ACHA-REVISOR-FOLGA
              IF IND-REVISOR-W = ZEROS
                 COMPUTE QT-SEM-REVISOR-W =
                         QT-FILA-W - IND-FITA-W + 1
                 MOVE QT-FILA-W TO IND-FITA-W
              ELSE
                 PERFORM ATRIBUI-FITA
              END-IF
           END-PERFORM.

       ACHA-MAIOR-PRIORIDADE SECTION.
      *    I = item da fila ainda nao usado com a menor chave.
           MOVE HIGH-VALUES TO CHAVE-MENOR-W.
           MOVE ZEROS TO I.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-FILA-W
              IF USADA-FILA-TB(J) = 0 AND
                 CHAVE-PRIOR-TB(J) < CHAVE-MENOR-W
                 MOVE CHAVE-PRIOR-TB(J) TO CHAVE-MENOR-W
                 MOVE J TO I
              END-IF
           END-PERFORM.
           MOVE 1 TO USADA-FILA-TB(I).

       ACHA-REVISOR-FOLGA SECTION.
      *    Folga = o que falta da capacidade do dia, limitada pela
      *    carga em aberto (capacidade x prazo). Empate fica com o
      *    menor codigo.
           MOVE ZEROS TO IND-REVISOR-W MAIOR-FOLGA-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-REVISORES-W
              IF SITUACAO-REV-TB(J) = 0
                 COMPUTE CARGA-MAX-W = CAPAC-TB(J) * PRAZO-DIAS-W
                 COMPUTE FOLGA-W = CARGA-MAX-W - ABERTAS-TB(J)
                 COMPUTE FOLGA-DIA-W = CAPAC-TB(J) - DO-DIA-TB(J)
                 IF FOLGA-DIA-W < FOLGA-W
                    MOVE FOLGA-DIA-W TO FOLGA-W
                 END-IF
                 IF FOLGA-W > MAIOR-FOLGA-W
                    MOVE FOLGA-W TO MAIOR-FOLGA-W
                    MOVE J       TO IND-REVISOR-W
                 END-IF
              END-IF
           END-PERFORM.

       ATRIBUI-FITA SECTION.
           MOVE CONTRATO-FILA-TB(I) TO CONTRATO-V100.
           MOVE FITA-FILA-TB(I)     TO NR-FITA-V100.
           READ VID100 INVALID KEY
                DISPLAY "FITA NAO ENCONTRADA: " NR-FITAS-V100
                GO ATRIBUI-FITA-FIM.
           MOVE IND-REVISOR-W        TO J.
           MOVE REVISOR-TB(J)        TO REVISOR-ATRIB-V100.
           MOVE DATA-HOJE-W          TO DATA-ATRIB-V100.
           MOVE DATA-LIMITE-W        TO DATA-LIMITE-V100.
           REWRITE REG-VID100 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO VID100: " NR-FITAS-V100
                   GO ATRIBUI-FITA-FIM
           NOT INVALID KEY
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "VID100"    TO LOG3-ARQUIVO
                   MOVE REG-VID100  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG003
           END-REWRITE.
           ADD 1 TO QT-DISTRIBUIDAS-W ABERTAS-TB(J) DO-DIA-TB(J).
           PERFORM IMPRIME-DISTRIBUIDA.
       ATRIBUI-FITA-FIM.
           EXIT.

       LISTA-VENCIDAS SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE "ATRIBUICOES VENCIDAS POR REVISOR" TO REG-RELAT.
           WRITE REG-RELAT.
           IF QT-VENCIDAS-W = ZEROS
              MOVE "  NENHUMA ATRIBUICAO VENCIDA" TO REG-RELAT
              WRITE REG-RELAT
              GO LISTA-VENCIDAS-FIM.
           MOVE QT-VENCIDAS-W TO QT-VENC-TAB-W.
           IF QT-VENC-TAB-W > 1000
              MOVE 1000 TO QT-VENC-TAB-W.
           PERFORM VARYING IND-REVISOR-W FROM 1 BY 1
                   UNTIL IND-REVISOR-W > QT-REVISORES-W
              PERFORM LISTA-VENCIDAS-REVISOR
           END-PERFORM.
       LISTA-VENCIDAS-FIM.
           EXIT.

       LISTA-VENCIDAS-REVISOR SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE IND-REVISOR-W TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-VENC-TAB-W
              IF REVISOR-VENC-TB(I) = REVISOR-TB(J)
                 IF ACHOU-W = 0
                    MOVE 1 TO ACHOU-W
                    MOVE SPACES TO REG-RELAT
                    MOVE "REVISOR"         TO REG-RELAT(01: 07)
                    MOVE REVISOR-TB(J)     TO REG-RELAT(09: 06)
                    MOVE NOME-REV-TB(J)    TO REG-RELAT(16: 30)
                    WRITE REG-RELAT
                 END-IF
                 MOVE SPACES TO REG-RELAT
                 MOVE CONTRATO-VENC-TB(I) TO REG-RELAT(05: 04)
                 MOVE "/"                 TO REG-RELAT(09: 01)
                 MOVE FITA-VENC-TB(I)     TO REG-RELAT(10: 05)
                 MOVE "ATRIBUIDA"         TO REG-RELAT(17: 09)
                 STRING ATRIB-VENC-TB(I)(7: 2) "/"
                        ATRIB-VENC-TB(I)(5: 2) "/"
                        ATRIB-VENC-TB(I)(1: 4)
                        DELIMITED BY SIZE INTO REG-RELAT(27: 10)
                 MOVE "PRAZO"             TO REG-RELAT(39: 05)
                 STRING LIMITE-VENC-TB(I)(7: 2) "/"
                        LIMITE-VENC-TB(I)(5: 2) "/"
                        LIMITE-VENC-TB(I)(1: 4)
                        DELIMITED BY SIZE INTO REG-RELAT(45: 10)
                 WRITE REG-RELAT
              END-IF
           END-PERFORM.

       GRAVA-LOG003 SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB086"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       IMPRIME-CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           STRING "DISTRIBUICAO DE FITAS AOS REVISORES - EMISSAO "
                  DATA-HOJE-W(7: 2) "/" DATA-HOJE-W(5: 2) "/"
                  DATA-HOJE-W(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONT/FITA  EMISSAO    ENTREGA    REVISOR NOME" TO
                REG-RELAT(01: 45)
           MOVE "PRAZO" TO REG-RELAT(79: 05)
           WRITE REG-RELAT.

       IMPRIME-DISTRIBUIDA SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE CONTRATO-V100    TO REG-RELAT(01: 04).
           MOVE "/"              TO REG-RELAT(05: 01).
           MOVE NR-FITA-V100     TO REG-RELAT(06: 05).
           STRING DATA-EMISSAO-V100(7: 2) "/" DATA-EMISSAO-V100(5: 2)
                  "/" DATA-EMISSAO-V100(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT(12: 10).
           IF ENTREGA-FILA-TB(I) = 99999999
              MOVE "SEM DATA"    TO REG-RELAT(23: 08)
           ELSE
              STRING ENTREGA-FILA-TB(I)(7: 2) "/"
                     ENTREGA-FILA-TB(I)(5: 2) "/"
                     ENTREGA-FILA-TB(I)(1: 4)
                     DELIMITED BY SIZE INTO REG-RELAT(23: 10)
           END-IF.
           MOVE REVISOR-TB(J)    TO REG-RELAT(34: 06).
           MOVE NOME-REV-TB(J)   TO REG-RELAT(42: 30).
           STRING DATA-LIMITE-V100(7: 2) "/" DATA-LIMITE-V100(5: 2)
                  "/" DATA-LIMITE-V100(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT(79: 10).
           WRITE REG-RELAT.

       IMPRIME-TOTAL SECTION.
           MOVE SPACES TO REG-RELAT.
           WRITE REG-RELAT.
           MOVE "FITAS DISTRIBUIDAS NESTA RODADA" TO REG-RELAT(01: 31).
           MOVE QT-DISTRIBUIDAS-W TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(40: 06).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE "FITAS NA FILA SEM REVISOR COM FOLGA" TO
                REG-RELAT(01: 35).
           COMPUTE QT-FILA-RESTO-W = QT-SEM-REVISOR-W +
                                     QT-FORA-TABELA-W.
           MOVE QT-FILA-RESTO-W   TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(40: 06).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE "ATRIBUICOES LIBERADAS" TO REG-RELAT(01: 21).
           MOVE QT-LIBERADAS-W    TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(40: 06).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE "ATRIBUICOES VENCIDAS" TO REG-RELAT(01: 20).
           MOVE QT-VENCIDAS-W     TO QTDE-E.
           MOVE QTDE-E            TO REG-RELAT(40: 06).
           WRITE REG-RELAT.

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
