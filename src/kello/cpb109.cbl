       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB109.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Revisao cega em dupla p/ calibrar os revisores - a
      * VIP102 tira a media da AVALIACAO-GERAL-V101 de cada revisor,
      * mas nao diz se quem da 5 em tudo e so bonzinho. Comandos do
      * arquivo AMOC109 (pasta da empresa), um por linha, executados
      * na ordem:
      *   S;AAAAMM;PERCENTUAL;PRAZO
      *     sorteia, de cada revisor, PERCENTUAL (vazio = 10, minimo
      *     uma fita) das fitas aprovadas (nota 3-5) revisadas no mes
      *     e ainda nao sorteadas, e entrega cada uma a um segundo
      *     revisor ativo do VID103 - nunca o original, sempre o com
      *     menos fitas cegas na rodada - com prazo de PRAZO dias
      *     (vazio = 15). Grava VID107 (imagem LOG003) e imprime a
      *     ficha de cada revisor cego SEM a primeira nota; enquanto
      *     a amostra estiver aberta a VIP101 esconde a nota da fita.
      *   R;CONTRATO;FITA;REVISOR;NOTA;AUDIO;IMAGEM;TRILHA;CORTE
      *     resultado da revisao cega: nota 1-5 e quantos defeitos
      *     o revisor cego achou em cada categoria do VID102 (vazio =
      *     nenhum); so o revisor sorteado lanca - relancar corrige.
      *   C;AAAAMM
      *     calibracao do mes: por fita compara as duas notas e os
      *     defeitos do VID102 com os da revisao cega; por revisor
      *     original da a taxa de concordancia (notas no mesmo lado
      *     da aprovacao e a no maximo 1 ponto), a diferenca media
      *     (positiva = revisor mais generoso que o cego) e os
      *     defeitos que ele deixou passar. A taxa e as amostras sao
      *     gravadas no VID103 (CONCORDANCIA/AMOSTRAS-V103, imagem
      *     LOG003) e saem ao lado da taxa por revisao (VALOR-
      *     REVISAO-V103), como base p/ revisa-la.
      * Saida: arquivo-relatorio RELC109 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY VIPX101.
           COPY VIPX102.
           COPY VIPX103.
           COPY VIPX107.
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
       COPY VIPW101.
       COPY VIPW102.
       COPY VIPW103.
       COPY VIPW107.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(60).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID101             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-VID103             PIC XX       VALUE SPACES.
           05  ST-VID107             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
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
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMPO-OP-X            PIC X(01)    VALUE SPACES.
           05  CAMPO2-X              PIC X(06)    VALUE SPACES.
           05  CAMPO3-X              PIC X(05)    VALUE SPACES.
           05  CAMPO4-X              PIC X(06)    VALUE SPACES.
           05  CAMPO5-X              PIC X(01)    VALUE SPACES.
           05  CAMPO-DEF-X           PIC X(02) JUSTIFIED RIGHT
                                     OCCURS 4.
           05  COMPETENCIA-W         PIC 9(6)     VALUE ZEROS.
           05  PERCENTUAL-W          PIC 9(3)     VALUE ZEROS.
           05  PRAZO-W               PIC 9(3)     VALUE ZEROS.
           05  DATA-LIMITE-W         PIC 9(8)     VALUE ZEROS.
           05  SEMENTE-W             PIC 9(8)     VALUE ZEROS.
           05  NUM-ALEAT-W           PIC V9(9)    VALUE ZEROS.
           05  REVISOR-ATUAL-W       PIC 9(6)     VALUE ZEROS.
           05  QT-SORTEAR-W          PIC 9(4)     VALUE ZEROS.
           05  MENOR-CARGA-W         PIC 9(5)     VALUE ZEROS.
           05  INICIO-W              PIC 9(3)     VALUE ZEROS.
           05  REV-CEGO-W            PIC 9(3)     VALUE ZEROS.
           05  NOTA-ORIG-W           PIC 9        VALUE ZEROS.
           05  DIF-W                 PIC S9       VALUE ZEROS.
           05  PERDIDOS-W            PIC 9(3)     VALUE ZEROS.
           05  CONCORDA-W            PIC X        VALUE "N".
           05  TAXA-W                PIC 9(3)     VALUE ZEROS.
           05  DIF-MEDIA-W           PIC S9(3)V99 VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  K                     PIC 9(4)     VALUE ZEROS.
           05  C                     PIC 9        VALUE ZEROS.

           05  QT-LINHAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-SORTEADAS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-CEGO-W         PIC 9(5)     VALUE ZEROS.
           05  QT-RESULTADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-CALIBRADOS-W       PIC 9(5)     VALUE ZEROS.

      *    Revisores do VID103 (e codigos livres achados no VID101).
           05  QT-REVISORES-W        PIC 9(3)     VALUE ZEROS.
           05  TB-REVISORES.
               10  REV-TB            OCCURS 200.
                   15  REVISOR-TB    PIC 9(6).
                   15  NOME-REV-TB   PIC X(30).
                   15  SITUACAO-REV-TB PIC 9.
                   15  VALOR-REV-TB  PIC 9(5)V99.
                   15  CEGAS-TB      PIC 9(5).
                   15  AMOSTRAS-TB   PIC 9(5).
                   15  CONCORD-TB    PIC 9(5).
                   15  SOMA-DIF-TB   PIC S9(5).
                   15  PERDIDOS-TB   PIC 9(5).
                   15  PENDENTES-TB  PIC 9(5).

      *    Fitas aprovadas do revisor em processamento no sorteio.
           05  QT-CAND-W             PIC 9(4)     VALUE ZEROS.
           05  TB-CANDIDATAS.
               10  CAND-TB           OCCURS 500.
                   15  CAND-FITAS-TB PIC X(9).
                   15  CAND-SORT-TB  PIC X.

      *    Fitas sorteadas na rodada, p/ as fichas por revisor cego.
           05  QT-FICHAS-W           PIC 9(4)     VALUE ZEROS.
           05  TB-FICHAS.
               10  FICHA-TB          OCCURS 2000.
                   15  FICHA-FITAS-TB PIC X(9).
                   15  FICHA-CEGO-TB PIC 9(3).

           05  DEF-ORIG-W            PIC 9(2)     OCCURS 4.

           05  DATA-E                PIC 99/99/9999.
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-R REDEFINES DATA-INV-W.
               10  ANO-INV-W         PIC 9(4).
               10  MES-INV-W         PIC 9(2).
               10  DIA-INV-W         PIC 9(2).
           05  DATA-DMA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DMA-R REDEFINES DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  QTDE-E                PIC ZZZZ9.
           05  TAXA-E                PIC ZZ9.
           05  DIF-E                 PIC -9,99.
           05  VALOR-E               PIC ZZ.ZZ9,99.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LINHAS-W QT-SORTEADAS-W
                         QT-SEM-CEGO-W QT-RESULTADOS-W QT-REJEITADAS-W
                         QT-CALIBRADOS-W QT-REVISORES-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W
           ACCEPT SEMENTE-W FROM TIME
           COMPUTE NUM-ALEAT-W = FUNCTION RANDOM(SEMENTE-W)

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "VID101"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID101
           MOVE "VID102"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID102
           MOVE "VID103"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID103
           MOVE "VID107"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID107
           MOVE "LOG003"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "AMOC109" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC109" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT VID101 VID102
           OPEN I-O VID103
           OPEN I-O VID107
           IF ST-VID107 = "35"
              CLOSE VID107      OPEN OUTPUT VID107
              CLOSE VID107      OPEN I-O VID107
           END-IF.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-VID101 <> "00" OR ST-VID103 <> "00" OR
              ST-VID107 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA VID101/VID103/VID107/LOG003: "
                      ST-VID101 " " ST-VID103 " " ST-VID107 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.
      *    Sem defeitos apontados ainda, a comparacao conta zero.
           IF ST-VID102 <> "00" AND ST-VID102 <> "35"
              DISPLAY "ERRO ABERTURA VID102: " ST-VID102
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM <> "00"
              DISPLAY "ARQUIVO DE COMANDOS AMOC109 NAO ENCONTRADO: "
                      ST-PARAM
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FECHA.
           PERFORM CARREGA-REVISORES.
           OPEN OUTPUT ARQ-RELAT
           PERFORM UNTIL ST-PARAM = "10"
              READ ARQ-PARAM AT END
                   MOVE "10" TO ST-PARAM
              NOT AT END
                   ADD 1 TO QT-LINHAS-W
                   PERFORM PROCESSA-COMANDO
              END-READ
           END-PERFORM.
           CLOSE ARQ-PARAM ARQ-RELAT.

           DISPLAY "COMANDOS LIDOS...................: " QT-LINHAS-W.
           DISPLAY "FITAS SORTEADAS P/ REVISAO CEGA..: "
                   QT-SORTEADAS-W.
           DISPLAY "FITAS SEM SEGUNDO REVISOR........: "
                   QT-SEM-CEGO-W.
           DISPLAY "RESULTADOS CEGOS LANCADOS........: "
                   QT-RESULTADOS-W.
           DISPLAY "LINHAS REJEITADAS................: "
                   QT-REJEITADAS-W.
           DISPLAY "REVISORES CALIBRADOS.............: "
                   QT-CALIBRADOS-W.
       MAIN-PROCESS-FECHA.
           CLOSE VID101 VID103 VID107 LOG003.
           IF ST-VID102 NOT = "35"
              CLOSE VID102.
       MAIN-PROCESS-FIM.
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
                      INITIALIZE REV-TB(I)
                      MOVE REVISOR-V103       TO REVISOR-TB(I)
                      MOVE NOME-V103          TO NOME-REV-TB(I)
                      MOVE SITUACAO-V103      TO SITUACAO-REV-TB(I)
                      MOVE VALOR-REVISAO-V103 TO VALOR-REV-TB(I)
                   ELSE
                      DISPLAY "REVISOR FORA DA TABELA: " REVISOR-V103
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID103.

       ACHA-REVISOR SECTION.
      *    Posicao de REVISOR-ATUAL-W na tabela em I; codigo livre
      *    (fora do VID103) entra como situacao 9 - nunca revisor
      *    cego. I zerado = tabela cheia.
           MOVE ZEROS TO I.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-REVISORES-W
                                            OR I > ZEROS
              IF REVISOR-TB(J) = REVISOR-ATUAL-W
                 MOVE J TO I
              END-IF
           END-PERFORM.
           IF I = ZEROS AND QT-REVISORES-W < 200
              ADD 1 TO QT-REVISORES-W
              MOVE QT-REVISORES-W TO I
              INITIALIZE REV-TB(I)
              MOVE REVISOR-ATUAL-W TO REVISOR-TB(I)
              MOVE "** FORA DO CADASTRO VID103 **" TO NOME-REV-TB(I)
              MOVE 9 TO SITUACAO-REV-TB(I).

       PROCESSA-COMANDO SECTION.
           MOVE SPACES TO CAMPO-OP-X CAMPO2-X CAMPO3-X CAMPO4-X
                          CAMPO5-X CAMPO-DEF-X(1) CAMPO-DEF-X(2)
                          CAMPO-DEF-X(3) CAMPO-DEF-X(4).
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO-OP-X CAMPO2-X CAMPO3-X CAMPO4-X CAMPO5-X
                     CAMPO-DEF-X(1) CAMPO-DEF-X(2) CAMPO-DEF-X(3)
                     CAMPO-DEF-X(4)
           END-UNSTRING.
           EVALUATE CAMPO-OP-X
             WHEN "S"
                PERFORM SORTEIA-AMOSTRA
             WHEN "R"
                PERFORM LANCA-RESULTADO
             WHEN "C"
                PERFORM CALIBRA-REVISORES
             WHEN OTHER
                ADD 1 TO QT-REJEITADAS-W
                DISPLAY "COMANDO DESCONHECIDO: " LINHA-PARAM
           END-EVALUATE.

      ******************************************************************
      *    S - SORTEIO DA AMOSTRA                                      *
      ******************************************************************
       SORTEIA-AMOSTRA SECTION.
           IF CAMPO2-X NOT NUMERIC OR CAMPO2-X(5: 2) < "01" OR
              CAMPO2-X(5: 2) > "12"
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "COMPETENCIA AAAAMM INVALIDA: " LINHA-PARAM
              GO SORTEIA-AMOSTRA-FIM.
           MOVE CAMPO2-X TO COMPETENCIA-W.
           MOVE 10 TO PERCENTUAL-W.
           IF CAMPO3-X NOT = SPACES
              MOVE ZEROS TO PERCENTUAL-W
              IF CAMPO3-X(1: 3) IS NUMERIC AND
                 CAMPO3-X(4: 2) = SPACES
                 MOVE CAMPO3-X(1: 3) TO PERCENTUAL-W
              ELSE
                 IF CAMPO3-X(1: 2) IS NUMERIC AND
                    CAMPO3-X(3: 3) = SPACES
                    MOVE CAMPO3-X(1: 2) TO PERCENTUAL-W
                 ELSE
                    IF CAMPO3-X(1: 1) IS NUMERIC AND
                       CAMPO3-X(2: 4) = SPACES
                       MOVE CAMPO3-X(1: 1) TO PERCENTUAL-W
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF PERCENTUAL-W = ZEROS OR PERCENTUAL-W > 100
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "PERCENTUAL DA AMOSTRA DE 1 A 100: " LINHA-PARAM
              GO SORTEIA-AMOSTRA-FIM.
           MOVE 15 TO PRAZO-W.
           IF CAMPO4-X NOT = SPACES
              MOVE ZEROS TO PRAZO-W
              IF CAMPO4-X(1: 2) IS NUMERIC AND
                 CAMPO4-X(3: 4) = SPACES
                 MOVE CAMPO4-X(1: 2) TO PRAZO-W
              ELSE
                 IF CAMPO4-X(1: 1) IS NUMERIC AND
                    CAMPO4-X(2: 5) = SPACES
                    MOVE CAMPO4-X(1: 1) TO PRAZO-W
                 END-IF
              END-IF
           END-IF.
           IF PRAZO-W = ZEROS
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "PRAZO DA REVISAO CEGA INVALIDO: " LINHA-PARAM
              GO SORTEIA-AMOSTRA-FIM.
           MOVE 2           TO GRTIME-TYPE
           MOVE 1           TO GRTIME-FUNCTION
           MOVE DATA-HOJE-W TO GRTIME-DATE
           MOVE PRAZO-W     TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-W.

           MOVE ZEROS TO QT-FICHAS-W QT-CAND-W REVISOR-ATUAL-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REVISORES-W
              MOVE ZEROS TO CEGAS-TB(I)
           END-PERFORM.
      *    VID101 na ordem revisor/data: cada quebra de revisor
      *    sorteia as aprovadas dele no mes.
           MOVE LOW-VALUES TO CHAVE2-V101.
           START VID101 KEY IS NOT < CHAVE2-V101 INVALID KEY
                 MOVE "10" TO ST-VID101.
           PERFORM UNTIL ST-VID101 = "10"
              READ VID101 NEXT RECORD AT END
                   MOVE "10" TO ST-VID101
              NOT AT END
                   IF REVISOR-V101 NOT = REVISOR-ATUAL-W
                      PERFORM SORTEIA-DO-REVISOR
                      MOVE REVISOR-V101 TO REVISOR-ATUAL-W
                   END-IF
                   PERFORM SELECIONA-CANDIDATA
              END-READ
           END-PERFORM.
           PERFORM SORTEIA-DO-REVISOR.
           MOVE "00" TO ST-VID101.
           PERFORM IMPRIME-FICHAS.
       SORTEIA-AMOSTRA-FIM.
           EXIT.

       SELECIONA-CANDIDATA SECTION.
      *    Aprovada no mes e ainda fora de qualquer amostra.
           IF DATA-REVISAO-V101(1: 6) NOT = COMPETENCIA-W OR
              AVALIACAO-GERAL-V101 < 3
              GO SELECIONA-CANDIDATA-FIM.
           MOVE NR-FITAS-V101 TO NR-FITAS-V107.
           READ VID107 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                GO SELECIONA-CANDIDATA-FIM
           END-READ.
           IF QT-CAND-W < 500
              ADD 1 TO QT-CAND-W
              MOVE NR-FITAS-V101 TO CAND-FITAS-TB(QT-CAND-W)
              MOVE "N"           TO CAND-SORT-TB(QT-CAND-W)
           ELSE
              DISPLAY "FITA FORA DA TABELA DO SORTEIO: "
                      NR-FITAS-V101
           END-IF.
       SELECIONA-CANDIDATA-FIM.
           EXIT.

       SORTEIA-DO-REVISOR SECTION.
           IF QT-CAND-W = ZEROS
              GO SORTEIA-DO-REVISOR-FIM.
           COMPUTE QT-SORTEAR-W = (QT-CAND-W * PERCENTUAL-W + 99)
                                  / 100.
           IF QT-SORTEAR-W = ZEROS
              MOVE 1 TO QT-SORTEAR-W.
           PERFORM QT-SORTEAR-W TIMES
      *       posicao sorteada; ja usada anda p/ a proxima livre
              COMPUTE NUM-ALEAT-W = FUNCTION RANDOM
              COMPUTE K = NUM-ALEAT-W * QT-CAND-W + 1
              IF K > QT-CAND-W
                 MOVE QT-CAND-W TO K
              END-IF
              PERFORM UNTIL CAND-SORT-TB(K) = "N"
                 ADD 1 TO K
                 IF K > QT-CAND-W
                    MOVE 1 TO K
                 END-IF
              END-PERFORM
              MOVE "S" TO CAND-SORT-TB(K)
              PERFORM GRAVA-AMOSTRA
           END-PERFORM.
           MOVE ZEROS TO QT-CAND-W.
       SORTEIA-DO-REVISOR-FIM.
           EXIT.

       GRAVA-AMOSTRA SECTION.
      *    Revisor cego: ativo, cadastrado, nao o original e com a
      *    menor carga cega da rodada (empate: a partir de uma
      *    posicao sorteada).
           MOVE ZEROS TO REV-CEGO-W.
           MOVE 99999 TO MENOR-CARGA-W.
           COMPUTE NUM-ALEAT-W = FUNCTION RANDOM.
           COMPUTE INICIO-W = NUM-ALEAT-W * QT-REVISORES-W + 1.
           IF INICIO-W > QT-REVISORES-W
              MOVE QT-REVISORES-W TO INICIO-W.
           MOVE INICIO-W TO J.
           PERFORM QT-REVISORES-W TIMES
              IF SITUACAO-REV-TB(J) = 0 AND
                 REVISOR-TB(J) NOT = REVISOR-ATUAL-W AND
                 CEGAS-TB(J) < MENOR-CARGA-W
                 MOVE J           TO REV-CEGO-W
                 MOVE CEGAS-TB(J) TO MENOR-CARGA-W
              END-IF
              ADD 1 TO J
              IF J > QT-REVISORES-W
                 MOVE 1 TO J
              END-IF
           END-PERFORM.
           IF REV-CEGO-W = ZEROS
              ADD 1 TO QT-SEM-CEGO-W
              DISPLAY "SEM SEGUNDO REVISOR ATIVO P/ A FITA "
                      CAND-FITAS-TB(K)
              GO GRAVA-AMOSTRA-FIM.
           INITIALIZE REG-VID107.
           MOVE CAND-FITAS-TB(K)        TO NR-FITAS-V107.
           MOVE COMPETENCIA-W           TO COMPETENCIA-V107.
           MOVE REVISOR-ATUAL-W         TO REVISOR-ORIG-V107.
           MOVE REVISOR-TB(REV-CEGO-W)  TO REVISOR-CEGO-V107.
           MOVE DATA-HOJE-W             TO DATA-SORTEIO-V107.
           MOVE DATA-LIMITE-W           TO DATA-LIMITE-V107.
           MOVE ZEROS                   TO SITUACAO-V107
                                           AVALIACAO-CEGA-V107
                                           DATA-REVISAO-CEGA-V107.
           MOVE USUARIO-W               TO USUARIO-V107.
           WRITE REG-VID107 INVALID KEY
                 DISPLAY "ERRO GRAVACAO VID107: " ST-VID107
                 GO GRAVA-AMOSTRA-FIM.
           MOVE "I" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-VID107.
           ADD 1 TO QT-SORTEADAS-W CEGAS-TB(REV-CEGO-W).
           IF QT-FICHAS-W < 2000
              ADD 1 TO QT-FICHAS-W
              MOVE CAND-FITAS-TB(K) TO FICHA-FITAS-TB(QT-FICHAS-W)
              MOVE REV-CEGO-W       TO FICHA-CEGO-TB(QT-FICHAS-W)
           END-IF.
       GRAVA-AMOSTRA-FIM.
           EXIT.

       IMPRIME-FICHAS SECTION.
      *    Uma ficha por revisor cego, so com contrato/fita e prazo -
      *    a primeira nota nao aparece.
           MOVE SPACES TO REG-RELAT
           STRING "REVISAO CEGA - AMOSTRA DA COMPETENCIA "
                  COMPETENCIA-W DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE DATA-LIMITE-W TO DATA-INV-W
           PERFORM FORMATA-DATA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REVISORES-W
              IF CEGAS-TB(I) > ZEROS
                 MOVE SPACES TO REG-RELAT
                 WRITE REG-RELAT
                 STRING "REVISOR CEGO: " REVISOR-TB(I) " - "
                        NOME-REV-TB(I) "  DEVOLVER ATE " DATA-E
                        DELIMITED BY SIZE INTO REG-RELAT
                 WRITE REG-RELAT
                 MOVE SPACES TO REG-RELAT
                 MOVE "CONT  FITA   NOTA  AUDIO IMAGEM TRILHA CORTE"
                      TO REG-RELAT(01: 44)
                 WRITE REG-RELAT
                 PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-FICHAS-W
                    IF FICHA-CEGO-TB(J) = I
                       MOVE SPACES TO REG-RELAT
                       MOVE FICHA-FITAS-TB(J)(1: 4)
                                             TO REG-RELAT(01: 04)
                       MOVE FICHA-FITAS-TB(J)(5: 5)
                                             TO REG-RELAT(06: 05)
                       MOVE "____  _____ ______ ______ _____"
                                             TO REG-RELAT(13: 31)
                       WRITE REG-RELAT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.

      ******************************************************************
      *    R - RESULTADO DA REVISAO CEGA                               *
      ******************************************************************
       LANCA-RESULTADO SECTION.
           IF CAMPO2-X(1: 4) NOT NUMERIC OR
              CAMPO2-X(5: 2) NOT = SPACES OR
              CAMPO3-X NOT NUMERIC OR CAMPO4-X NOT NUMERIC
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "CONTRATO/FITA/REVISOR INVALIDO: " LINHA-PARAM
              GO LANCA-RESULTADO-FIM.
           IF CAMPO5-X < "1" OR CAMPO5-X > "5"
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "NOTA DA REVISAO CEGA DE 1 A 5: " LINHA-PARAM
              GO LANCA-RESULTADO-FIM.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
              INSPECT CAMPO-DEF-X(C) REPLACING LEADING SPACES BY ZEROS
           END-PERFORM.
           IF CAMPO-DEF-X(1) NOT NUMERIC OR
              CAMPO-DEF-X(2) NOT NUMERIC OR
              CAMPO-DEF-X(3) NOT NUMERIC OR
              CAMPO-DEF-X(4) NOT NUMERIC
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "QUANTIDADE DE DEFEITOS INVALIDA: " LINHA-PARAM
              GO LANCA-RESULTADO-FIM.
           MOVE CAMPO2-X(1: 4) TO CONTRATO-V107.
           MOVE CAMPO3-X       TO NR-FITA-V107.
           READ VID107 INVALID KEY
                ADD 1 TO QT-REJEITADAS-W
                DISPLAY "FITA FORA DA AMOSTRA CEGA: " LINHA-PARAM
                GO LANCA-RESULTADO-FIM.
           IF CAMPO4-X NOT = REVISOR-CEGO-V107
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "FITA SORTEADA P/ OUTRO REVISOR: " LINHA-PARAM
              GO LANCA-RESULTADO-FIM.
           MOVE CAMPO5-X    TO AVALIACAO-CEGA-V107.
           MOVE DATA-HOJE-W TO DATA-REVISAO-CEGA-V107.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
              MOVE CAMPO-DEF-X(C) TO DEF-CEGO-V107(C)
           END-PERFORM.
           MOVE 1           TO SITUACAO-V107.
           MOVE USUARIO-W   TO USUARIO-V107.
           REWRITE REG-VID107 INVALID KEY
                 ADD 1 TO QT-REJEITADAS-W
                 DISPLAY "ERRO REGRAVACAO VID107: " ST-VID107
                 GO LANCA-RESULTADO-FIM.
           MOVE "A" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-VID107.
           ADD 1 TO QT-RESULTADOS-W.
       LANCA-RESULTADO-FIM.
           EXIT.

      ******************************************************************
      *    C - CALIBRACAO DOS REVISORES                                *
      ******************************************************************
       CALIBRA-REVISORES SECTION.
           IF CAMPO2-X NOT NUMERIC OR CAMPO2-X(5: 2) < "01" OR
              CAMPO2-X(5: 2) > "12"
              ADD 1 TO QT-REJEITADAS-W
              DISPLAY "COMPETENCIA AAAAMM INVALIDA: " LINHA-PARAM
              GO CALIBRA-REVISORES-FIM.
           MOVE CAMPO2-X TO COMPETENCIA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REVISORES-W
              MOVE ZEROS TO AMOSTRAS-TB(I) CONCORD-TB(I)
                            SOMA-DIF-TB(I) PERDIDOS-TB(I)
                            PENDENTES-TB(I)
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           STRING "CALIBRACAO DOS REVISORES - REVISAO CEGA DA "
                  "COMPETENCIA " COMPETENCIA-W
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "CONT  FITA  REVISOR NOTA  CEGO   NOTA  "
                  "DEFEITOS ORIG(A/I/T/C) CEGO(A/I/T/C) PERDIDOS "
                  "CONCORDA" DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT

           MOVE LOW-VALUES TO NR-FITAS-V107.
           START VID107 KEY IS NOT < NR-FITAS-V107 INVALID KEY
                 MOVE "10" TO ST-VID107.
           PERFORM UNTIL ST-VID107 = "10"
              READ VID107 NEXT RECORD AT END
                   MOVE "10" TO ST-VID107
              NOT AT END
                   IF COMPETENCIA-V107 = COMPETENCIA-W
                      PERFORM COMPARA-AMOSTRA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID107.
           PERFORM IMPRIME-CALIBRACAO.
       CALIBRA-REVISORES-FIM.
           EXIT.

       COMPARA-AMOSTRA SECTION.
           MOVE REVISOR-ORIG-V107 TO REVISOR-ATUAL-W.
           PERFORM ACHA-REVISOR.
           IF I = ZEROS
              GO COMPARA-AMOSTRA-FIM.
           IF SITUACAO-V107 = 0
              ADD 1 TO PENDENTES-TB(I)
              GO COMPARA-AMOSTRA-FIM.
           MOVE NR-FITAS-V107 TO NR-FITAS-V101.
           READ VID101 INVALID KEY
                GO COMPARA-AMOSTRA-FIM.
           MOVE AVALIACAO-GERAL-V101 TO NOTA-ORIG-W.
           PERFORM CONTA-DEFEITOS-ORIGINAIS.

           COMPUTE DIF-W = NOTA-ORIG-W - AVALIACAO-CEGA-V107.
           MOVE "N" TO CONCORDA-W.
           IF (DIF-W NOT > 1 AND DIF-W NOT < -1) AND
              ((NOTA-ORIG-W > 2 AND AVALIACAO-CEGA-V107 > 2) OR
               (NOTA-ORIG-W < 3 AND AVALIACAO-CEGA-V107 < 3))
              MOVE "S" TO CONCORDA-W.
           MOVE ZEROS TO PERDIDOS-W.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
              IF DEF-CEGO-V107(C) > DEF-ORIG-W(C)
                 COMPUTE PERDIDOS-W = PERDIDOS-W + DEF-CEGO-V107(C)
                                    - DEF-ORIG-W(C)
              END-IF
           END-PERFORM.
           ADD 1          TO AMOSTRAS-TB(I).
           ADD DIF-W      TO SOMA-DIF-TB(I).
           ADD PERDIDOS-W TO PERDIDOS-TB(I).
           IF CONCORDA-W = "S"
              ADD 1 TO CONCORD-TB(I).

           MOVE SPACES TO REG-RELAT
           MOVE CONTRATO-V107      TO REG-RELAT(01: 04)
           MOVE NR-FITA-V107       TO REG-RELAT(06: 05)
           MOVE REVISOR-ORIG-V107  TO REG-RELAT(12: 06)
           MOVE NOTA-ORIG-W        TO REG-RELAT(20: 01)
           MOVE REVISOR-CEGO-V107  TO REG-RELAT(25: 06)
           MOVE AVALIACAO-CEGA-V107 TO REG-RELAT(33: 01)
           MOVE 40 TO J
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
              MOVE DEF-ORIG-W(C)    TO REG-RELAT(J: 02)
              MOVE DEF-CEGO-V107(C) TO REG-RELAT(J + 15: 02)
              ADD 3 TO J
           END-PERFORM
           MOVE PERDIDOS-W         TO QTDE-E
           MOVE QTDE-E             TO REG-RELAT(70: 05)
           IF CONCORDA-W = "S"
              MOVE "SIM"           TO REG-RELAT(79: 03)
           ELSE
              MOVE "NAO"           TO REG-RELAT(79: 03)
           END-IF
           WRITE REG-RELAT.
       COMPARA-AMOSTRA-FIM.
           EXIT.

       CONTA-DEFEITOS-ORIGINAIS SECTION.
      *    Defeitos do VID102 da fita por categoria.
           MOVE ZEROS TO DEF-ORIG-W(1) DEF-ORIG-W(2) DEF-ORIG-W(3)
                         DEF-ORIG-W(4).
           IF ST-VID102 = "35"
              GO CONTA-DEFEITOS-ORIGINAIS-FIM.
           MOVE NR-FITAS-V107 TO NR-FITAS-V102.
           MOVE ZEROS         TO SEQ-V102.
           START VID102 KEY IS NOT < CHAVE-V102 INVALID KEY
                 MOVE "10" TO ST-VID102.
           PERFORM UNTIL ST-VID102 = "10"
              READ VID102 NEXT RECORD AT END
                   MOVE "10" TO ST-VID102
              NOT AT END
                   IF NR-FITAS-V102 NOT = NR-FITAS-V107
                      MOVE "10" TO ST-VID102
                   ELSE
                      IF CATEGORIA-V102 > 0 AND CATEGORIA-V102 < 5
                         ADD 1 TO DEF-ORIG-W(CATEGORIA-V102)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID102.
       CONTA-DEFEITOS-ORIGINAIS-FIM.
           EXIT.

       IMPRIME-CALIBRACAO SECTION.
      *    Resumo por revisor original e gravacao da taxa no VID103.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "REVISOR NOME                           AMOSTRAS "
                  "CONCORD  TAXA% DIF.MEDIA PERDIDOS PENDENTES "
                  "VALOR REVISAO" DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REVISORES-W
              IF AMOSTRAS-TB(I) > ZEROS OR PENDENTES-TB(I) > ZEROS
                 PERFORM IMPRIME-REVISOR
              END-IF
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.

       IMPRIME-REVISOR SECTION.
           MOVE ZEROS TO TAXA-W DIF-MEDIA-W.
           IF AMOSTRAS-TB(I) > ZEROS
              COMPUTE TAXA-W ROUNDED = CONCORD-TB(I) * 100
                                     / AMOSTRAS-TB(I)
              COMPUTE DIF-MEDIA-W ROUNDED = SOMA-DIF-TB(I)
                                          / AMOSTRAS-TB(I).
           MOVE SPACES TO REG-RELAT
           MOVE REVISOR-TB(I)   TO REG-RELAT(01: 06)
           MOVE NOME-REV-TB(I)  TO REG-RELAT(09: 30)
           MOVE AMOSTRAS-TB(I)  TO QTDE-E
           MOVE QTDE-E          TO REG-RELAT(42: 05)
           MOVE CONCORD-TB(I)   TO QTDE-E
           MOVE QTDE-E          TO REG-RELAT(50: 05)
           MOVE TAXA-W          TO TAXA-E
           MOVE TAXA-E          TO REG-RELAT(58: 03)
           MOVE DIF-MEDIA-W     TO DIF-E
           MOVE DIF-E           TO REG-RELAT(65: 05)
           MOVE PERDIDOS-TB(I)  TO QTDE-E
           MOVE QTDE-E          TO REG-RELAT(73: 05)
           MOVE PENDENTES-TB(I) TO QTDE-E
           MOVE QTDE-E          TO REG-RELAT(83: 05)
           MOVE VALOR-REV-TB(I) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(93: 09)
           WRITE REG-RELAT.
           IF AMOSTRAS-TB(I) = ZEROS OR SITUACAO-REV-TB(I) = 9
              GO IMPRIME-REVISOR-FIM.
           MOVE REVISOR-TB(I) TO REVISOR-V103.
           READ VID103 INVALID KEY
                GO IMPRIME-REVISOR-FIM.
           MOVE TAXA-W         TO CONCORDANCIA-V103.
           MOVE AMOSTRAS-TB(I) TO AMOSTRAS-V103.
           REWRITE REG-VID103 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO VID103: " ST-VID103
                 GO IMPRIME-REVISOR-FIM.
           ADD 1 TO QT-CALIBRADOS-W.
           MOVE "A"          TO LOG3-OPERACAO
           MOVE USUARIO-W    TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU  TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS  TO LOG3-HORAS
           MOVE "VID103"     TO LOG3-ARQUIVO
           MOVE "CPB109"     TO LOG3-PROGRAMA
           MOVE REG-VID103   TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       IMPRIME-REVISOR-FIM.
           EXIT.

       GRAVA-LOG-VID107 SECTION.
      *    LOG3-OPERACAO ja preenchida pelo chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "VID107"    TO LOG3-ARQUIVO
           MOVE "CPB109"    TO LOG3-PROGRAMA
           MOVE REG-VID107  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       FORMATA-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DMA-W
           MOVE MES-INV-W TO MES-DMA-W
           MOVE ANO-INV-W TO ANO-DMA-W
           MOVE DATA-DMA-W TO DATA-E.

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
