       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB111.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Conferencia das cadeias de hash dos arquivos de
      * auditoria (LOG001, LOG002, LOG003, LOGACESS, CPD025 e os
      * jornais diarios JRAAAAMMDD do LOG004) e selo diario no cofre.
      * Passo noturno do CPB042. O selo de cada registro e carimbado
      * na gravacao (rotina GECADEIA, ponta da cadeia em LOG007); aqui
      * so se confere. Para cada arquivo:
      * 1) confere os selos do cofre LOG006 (\AUDITORIA\ + empresa,
      *    fora da pasta da empresa), encadeados entre si;
      * 2) percorre os registros na ordem da cadeia (alt POSICAO), a
      *    partir da ancora do ultimo arquivamento do CPB046,
      *    recalculando o hash de cada um com a GESELO sobre o hash
      *    do anterior, e compara com os selos diarios ja gravados no
      *    cofre e com a ponta da cadeia (LOG007). A primeira quebra
      *    vai p/ o relatorio com arquivo, data e posicao: registro
      *    alterado, registro removido, posicao repetida, cadeia
      *    refeita depois do selo, ponta que nao confere, arquivo
      *    ausente;
      * 3) registros sem selo (cofre fora do ar na gravacao, ou
      *    enfiados por fora dos programas) saem primeiro na alt
      *    POSICAO: os gravados depois do ultimo selo diario vao p/ o
      *    relatorio um a um; os mais antigos sao contados contra a
      *    quantidade guardada no selo anterior - a mais e registro
      *    enfiado com data antiga;
      * 4) grava no cofre o selo do dia (ultima posicao conferida,
      *    hash e quantidade de registros sem selo).
      * Jornais: os dos ultimos 400 dias com selo no cofre ou ponta
      * no LOG007, mais o de ontem e o de hoje (so estes dois e os
      * que andaram ganham selo do dia).
      * Qualquer ocorrencia devolve RC 8 (o CPB042 registra FALHA).
      * Relatorio RELC111 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY LOGX001.
           COPY LOGX002.
           COPY LOGX003.
           COPY LOGX004.
           COPY LOGACESS.SEL.
           COPY CPPX025.
           COPY LOGX006.
           COPY LOGX007.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY LOGW001.
       COPY LOGW002.
       COPY LOGW003.
       COPY LOGW004.
       COPY LOGACESS.FD.
       COPY CPPW025.
       COPY LOGW006.
       COPY LOGW007.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  ST-CPD025             PIC XX       VALUE SPACES.
           05  ST-LOG006             PIC XX       VALUE SPACES.
           05  ST-LOG007             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(8).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(13).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PASTA-COFRE-W         PIC X(40)    VALUE SPACES.

      *    Arquivo da vez e o estado da cadeia dele
           05  ARQUIVO-SELO-W        PIC X(12)    VALUE SPACES.
           05  GRAVA-SELO-W          PIC X        VALUE "S".
           05  TEM-SELO-W            PIC X        VALUE "N".
           05  QUEBRA-W              PIC X        VALUE "N".
           05  FIM-ARQ-W             PIC X        VALUE "N".
           05  ULT-POS-SELO-W        PIC 9(9)     VALUE ZEROS.
           05  ULT-HASH-SELO-W       PIC X(18)    VALUE ZEROS.
           05  ULT-DATA-SELO-W       PIC 9(8)     VALUE ZEROS.
           05  ULT-HORA-SELO-W       PIC 9(8)     VALUE ZEROS.
           05  ULT-QTDE-SELO-W       PIC 9(9)     VALUE ZEROS.
           05  ULT-HASH-COFRE-W      PIC X(18)    VALUE ZEROS.
           05  ANCORA-POS-W          PIC 9(9)     VALUE ZEROS.
           05  ANCORA-HASH-W         PIC X(18)    VALUE ZEROS.
           05  POS-ESPERADA-W        PIC 9(9)     VALUE ZEROS.
           05  HASH-ANT-W            PIC X(18)    VALUE ZEROS.
           05  POS-CK-OK-W           PIC 9(9)     VALUE ZEROS.
           05  POS-FINAL-W           PIC 9(9)     VALUE ZEROS.
           05  POS-ALVO-W            PIC 9(9)     VALUE ZEROS.
      *    Ponta da cadeia no LOG007 (ultima posicao carimbada)
           05  TEM-PONTA-W           PIC X        VALUE "N".
           05  PONTA-POS-W           PIC 9(9)     VALUE ZEROS.
           05  PONTA-HASH-W          PIC X(18)    VALUE ZEROS.
           05  PONTA-DATA-W          PIC 9(8)     VALUE ZEROS.
           05  TENTATIVAS-W          PIC 9(4)     VALUE ZEROS.
      *    Cursor dos selos diarios do cofre durante a conferencia
           05  CK-FIM-W              PIC X        VALUE "N".
           05  CK-ACHOU-W            PIC X        VALUE "N".
           05  CK-POS-W              PIC 9(9)     VALUE ZEROS.
           05  CK-HASH-W             PIC X(18)    VALUE ZEROS.
           05  CK-DATA-W             PIC 9(8)     VALUE ZEROS.
      *    Registro da vez
           05  POS-REG-W             PIC 9(9)     VALUE ZEROS.
           05  HASH-REG-W            PIC X(18)    VALUE ZEROS.
           05  DATA-REG-W            PIC 9(8)     VALUE ZEROS.
           05  HORA-REG-W            PIC 9(8)     VALUE ZEROS.
           05  POS-CALC-W            PIC 9(9)     VALUE ZEROS.
           05  TAMANHO-CONT-W        PIC 9(4)     VALUE ZEROS.
           05  CONTEUDO-W            PIC X(691)   VALUE SPACES.
      *    Ocorrencia p/ o relatorio
           05  OCORRENCIA-W          PIC X(50)    VALUE SPACES.
           05  POS-QUEBRA-W          PIC 9(9)     VALUE ZEROS.
           05  DATA-QUEBRA-W         PIC 9(8)     VALUE ZEROS.
      *    Jornais diarios a conferir
           05  DATA-ONTEM-W          PIC 9(8)     VALUE ZEROS.
           05  DATA-LIMITE-JR-W      PIC 9(8)     VALUE ZEROS.
           05  JORNAL-W              PIC X(12)    VALUE SPACES.
           05  JORNAL-ONTEM-W        PIC X(12)    VALUE SPACES.
           05  JORNAL-HOJE-W         PIC X(12)    VALUE SPACES.
           05  QT-JORNAIS-W          PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  ACHOU-JR-W            PIC X        VALUE "N".
           05  TB-JORNAIS.
               10  JORNAL-TB OCCURS 450 PIC X(12).

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
           05  POSICAO-E             PIC ZZZZZZZZ9.
           05  QTDE-E                PIC ZZZZZZZZ9.
           05  OCORR-E               PIC ZZZ9.

           05  QT-ARQUIVOS-W         PIC 9(4)     VALUE ZEROS.
           05  QT-CONFERIDOS-W       PIC 9(9)     VALUE ZEROS.
           05  QT-SEM-SELO-W         PIC 9(9)     VALUE ZEROS.
           05  QT-SEM-SELO-ANT-W     PIC 9(9)     VALUE ZEROS.
           05  QT-OCORR-ARQ-W        PIC 9(4)     VALUE ZEROS.
           05  TOT-CONFERIDOS-W      PIC 9(9)     VALUE ZEROS.
           05  TOT-SEM-SELO-W        PIC 9(9)     VALUE ZEROS.
           05  TOT-OCORRENCIAS-W     PIC 9(4)     VALUE ZEROS.

           COPY "CPTIME.CPY".
           COPY "CPSELO".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-ARQUIVOS-W TOT-CONFERIDOS-W
                         TOT-SEM-SELO-W TOT-OCORRENCIAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "LOG001"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG002"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG002
           MOVE "LOG003"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
           MOVE "CPD025"   TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CPD025
           MOVE "RELC111"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

      *    Cofre dos selos fora da pasta da empresa
           MOVE "\AUDITORIA" TO PASTA-COFRE-W
           CALL "CBL_CREATE_DIR" USING PASTA-COFRE-W.
           MOVE SPACES TO PASTA-COFRE-W
           STRING "\AUDITORIA\" EMP-REC
                  DELIMITED BY SIZE INTO PASTA-COFRE-W
           CALL "CBL_CREATE_DIR" USING PASTA-COFRE-W.
           MOVE SPACES TO PATH-LOG006
           STRING PASTA-COFRE-W DELIMITED BY SPACE
                  "\LOG006" DELIMITED BY SIZE INTO PATH-LOG006
           MOVE SPACES TO PATH-LOG007
           STRING PASTA-COFRE-W DELIMITED BY SPACE
                  "\LOG007" DELIMITED BY SIZE INTO PATH-LOG007

           OPEN I-O LOG006
           IF ST-LOG006 = "35"
              CLOSE LOG006     OPEN OUTPUT LOG006
              CLOSE LOG006     OPEN I-O LOG006
           END-IF
           IF ST-LOG006 <> "00"
              DISPLAY "ERRO ABERTURA LOG006: " ST-LOG006
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.

      *    Jornais: ontem, hoje e o limite da conferencia (400 dias)
           MOVE 2           TO GRTIME-TYPE
           MOVE 5           TO GRTIME-FUNCTION
           MOVE WS-DATA-CPU TO GRTIME-DATE
           MOVE 1           TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO DATA-ONTEM-W
           MOVE 2           TO GRTIME-TYPE
           MOVE 5           TO GRTIME-FUNCTION
           MOVE WS-DATA-CPU TO GRTIME-DATE
           MOVE 400         TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO DATA-LIMITE-JR-W
           MOVE SPACES TO JORNAL-ONTEM-W JORNAL-HOJE-W
           STRING "JR" DATA-ONTEM-W DELIMITED BY SIZE
                  INTO JORNAL-ONTEM-W
           STRING "JR" WS-DATA-CPU DELIMITED BY SIZE
                  INTO JORNAL-HOJE-W

           OPEN OUTPUT ARQ-RELAT
           MOVE WS-DATA-CPU TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "CONFERENCIA DAS CADEIAS DE HASH DA AUDITORIA - "
                  "EMPRESA " EMP-REC " - " DATA-E
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "ARQUIVO      DATA         POSICAO  OCORRENCIA"
                TO REG-RELAT
           WRITE REG-RELAT

           MOVE "S" TO GRAVA-SELO-W
           MOVE "LOG001"   TO ARQUIVO-SELO-W
           PERFORM PROCESSA-LOG001
           MOVE "LOG002"   TO ARQUIVO-SELO-W
           PERFORM PROCESSA-LOG002
           MOVE "LOG003"   TO ARQUIVO-SELO-W
           PERFORM PROCESSA-LOG003
           MOVE "LOGACESS" TO ARQUIVO-SELO-W
           PERFORM PROCESSA-LOGACESS
           MOVE "CPD025"   TO ARQUIVO-SELO-W
           PERFORM PROCESSA-CPD025

           PERFORM LISTA-JORNAIS
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-JORNAIS-W
              MOVE JORNAL-TB(J) TO ARQUIVO-SELO-W
              PERFORM PROCESSA-JORNAL
           END-PERFORM

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE TOT-OCORRENCIAS-W TO OCORR-E
           IF TOT-OCORRENCIAS-W = ZEROS
              MOVE "NENHUMA QUEBRA NAS CADEIAS DE HASH" TO REG-RELAT
           ELSE
              STRING "CADEIAS COM QUEBRA - OCORRENCIAS: " OCORR-E
                     DELIMITED BY SIZE INTO REG-RELAT
           END-IF
           WRITE REG-RELAT
           CLOSE ARQ-RELAT LOG006.

           DISPLAY "ARQUIVOS CONFERIDOS..............: " QT-ARQUIVOS-W.
           DISPLAY "REGISTROS CONFERIDOS.............: "
                   TOT-CONFERIDOS-W.
           DISPLAY "REGISTROS SEM SELO...............: "
                   TOT-SEM-SELO-W.
           DISPLAY "OCORRENCIAS NAS CADEIAS..........: "
                   TOT-OCORRENCIAS-W.
       MAIN-PROCESS-FIM.
           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

      ******************************************************************
      *    LOG001/LOG002/LOG003 - trilhas de auditoria
      ******************************************************************
       PROCESSA-LOG001 SECTION.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT LOG001.
           IF ST-LOG001 = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-LOG001-FIM.
           IF ST-LOG001 <> "00"
              DISPLAY "ERRO ABERTURA LOG001: " ST-LOG001
              MOVE 1 TO ERRO-W
              GO PROCESSA-LOG001-FIM.

      *    Na ordem da alt POSICAO: primeiro os registros sem selo
      *    (posicao em branco ou zero), depois a cadeia
           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO LOG1-SELO
           START LOG001 KEY IS NOT < LOG1-POSICAO INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ LOG001 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE LOG1-DATA  TO DATA-REG-W
                   MOVE LOG1-HORAS TO HORA-REG-W
                   MOVE ZEROS      TO POS-REG-W
                   IF LOG1-POSICAO IS NUMERIC
                      MOVE LOG1-POSICAO TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
                      MOVE LOG1-HASH  TO HASH-REG-W
                      MOVE REG-LOG001 TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-LOG001
                                             - LENGTH OF LOG1-SELO
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG001.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-LOG001-FIM.
           EXIT.

       PROCESSA-LOG002 SECTION.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT LOG002.
           IF ST-LOG002 = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-LOG002-FIM.
           IF ST-LOG002 <> "00"
              DISPLAY "ERRO ABERTURA LOG002: " ST-LOG002
              MOVE 1 TO ERRO-W
              GO PROCESSA-LOG002-FIM.

           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO LOG2-SELO
           START LOG002 KEY IS NOT < LOG2-POSICAO INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ LOG002 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE LOG2-DATA  TO DATA-REG-W
                   MOVE LOG2-HORAS TO HORA-REG-W
                   MOVE ZEROS      TO POS-REG-W
                   IF LOG2-POSICAO IS NUMERIC
                      MOVE LOG2-POSICAO TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
                      MOVE LOG2-HASH  TO HASH-REG-W
                      MOVE REG-LOG002 TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-LOG002
                                             - LENGTH OF LOG2-SELO
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG002.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-LOG002-FIM.
           EXIT.

       PROCESSA-LOG003 SECTION.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT LOG003.
           IF ST-LOG003 = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-LOG003-FIM.
           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
              GO PROCESSA-LOG003-FIM.

           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO LOG3-SELO
           START LOG003 KEY IS NOT < LOG3-POSICAO INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ LOG003 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE LOG3-DATA  TO DATA-REG-W
                   MOVE LOG3-HORAS TO HORA-REG-W
                   MOVE ZEROS      TO POS-REG-W
                   IF LOG3-POSICAO IS NUMERIC
                      MOVE LOG3-POSICAO TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
                      MOVE LOG3-HASH  TO HASH-REG-W
                      MOVE REG-LOG003 TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-LOG003
                                             - LENGTH OF LOG3-SELO
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG003.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-LOG003-FIM.
           EXIT.

      ******************************************************************
      *    LOGACESS - log de acesso (chave nao cronologica)
      ******************************************************************
       PROCESSA-LOGACESS SECTION.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT LOGACESS.
           IF FS-LOGACESS = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-LOGACESS-FIM.
           IF FS-LOGACESS <> "00"
              DISPLAY "ERRO ABERTURA LOGACESS: " FS-LOGACESS
              MOVE 1 TO ERRO-W
              GO PROCESSA-LOGACESS-FIM.

           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO LOGACESS-SELO
           START LOGACESS KEY IS NOT < LOGACESS-POSICAO INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ LOGACESS NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE LOGACESS-DATA  TO DATA-REG-W
                   MOVE LOGACESS-HORAS TO HORA-REG-W
                   MOVE ZEROS          TO POS-REG-W
                   IF LOGACESS-POSICAO IS NUMERIC
                      MOVE LOGACESS-POSICAO TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
                      MOVE LOGACESS-HASH  TO HASH-REG-W
                      MOVE REG-LOGACESS   TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-LOGACESS
                                             - LENGTH OF LOGACESS-SELO
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOGACESS.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-LOGACESS-FIM.
           EXIT.

      ******************************************************************
      *    CPD025 - historico de observacoes do titulo
      ******************************************************************
       PROCESSA-CPD025 SECTION.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT CPD025.
           IF ST-CPD025 = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-CPD025-FIM.
           IF ST-CPD025 <> "00"
              DISPLAY "ERRO ABERTURA CPD025: " ST-CPD025
              MOVE 1 TO ERRO-W
              GO PROCESSA-CPD025-FIM.

           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO SELO-CP25
           START CPD025 KEY IS NOT < POSICAO-CP25 INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ CPD025 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE DATA-CP25  TO DATA-REG-W
                   MOVE HORA-CP25  TO HORA-REG-W
                   MOVE ZEROS      TO POS-REG-W
                   IF POSICAO-CP25 IS NUMERIC
                      MOVE POSICAO-CP25 TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
      *               o hash nao cobre o titulo (ver CPPW025)
                      MOVE HASH-CP25  TO HASH-REG-W
                      MOVE REG-CPD025(12: ) TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-CPD025
                                             - LENGTH OF FORNEC-CP25
                                             - LENGTH OF SEQ-CP25
                                             - LENGTH OF SELO-CP25
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CPD025.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-CPD025-FIM.
           EXIT.

      ******************************************************************
      *    LOG004 - jornais diarios (uma cadeia por jornal)
      ******************************************************************
       LISTA-JORNAIS SECTION.
      *    Jornais desde a data-limite com selo no cofre ou com ponta
      *    no LOG007 (jornal que ainda nao ganhou selo diario), na
      *    ordem da chave (o cofre guarda varios selos por jornal).
           MOVE ZEROS TO QT-JORNAIS-W.
           INITIALIZE TB-JORNAIS.
           MOVE "N" TO FIM-ARQ-W.
           MOVE SPACES TO JORNAL-W.
           MOVE ZEROS  TO CHAVE-LOG6.
           MOVE SPACES TO LOG6-ARQUIVO.
           STRING "JR" DATA-LIMITE-JR-W DELIMITED BY SIZE
                  INTO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   IF LOG6-ARQUIVO(1: 2) NOT = "JR"
                      MOVE "S" TO FIM-ARQ-W
                   ELSE
                      IF LOG6-ARQUIVO NOT = JORNAL-W
                         MOVE LOG6-ARQUIVO TO JORNAL-W
                         PERFORM INCLUI-JORNAL
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

           PERFORM ABRE-PONTA.
           IF ST-LOG007 = "00"
              MOVE "N" TO FIM-ARQ-W
              MOVE SPACES TO LOG7-ARQUIVO
              STRING "JR" DATA-LIMITE-JR-W DELIMITED BY SIZE
                     INTO LOG7-ARQUIVO
              START LOG007 KEY IS NOT < LOG7-ARQUIVO INVALID KEY
                    MOVE "S" TO FIM-ARQ-W
              END-START
              PERFORM UNTIL FIM-ARQ-W = "S"
                 READ LOG007 NEXT RECORD AT END
                      MOVE "S" TO FIM-ARQ-W
                 NOT AT END
                      IF LOG7-ARQUIVO(1: 2) NOT = "JR"
                         MOVE "S" TO FIM-ARQ-W
                      ELSE
                         MOVE LOG7-ARQUIVO TO JORNAL-W
                         PERFORM INCLUI-JORNAL
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE LOG007
           END-IF.
           MOVE JORNAL-ONTEM-W TO JORNAL-W.
           PERFORM INCLUI-JORNAL.
           MOVE JORNAL-HOJE-W  TO JORNAL-W.
           PERFORM INCLUI-JORNAL.

       INCLUI-JORNAL SECTION.
           MOVE "N" TO ACHOU-JR-W.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-JORNAIS-W
              IF JORNAL-TB(J) = JORNAL-W
                 MOVE "S" TO ACHOU-JR-W
              END-IF
           END-PERFORM.
           IF ACHOU-JR-W = "S"
              GO INCLUI-JORNAL-FIM.
           IF QT-JORNAIS-W NOT < 450
              DISPLAY "TABELA DE JORNAIS CHEIA - " JORNAL-W
                      " NAO CONFERIDO"
              GO INCLUI-JORNAL-FIM.
           ADD 1 TO QT-JORNAIS-W.
           MOVE JORNAL-W TO JORNAL-TB(QT-JORNAIS-W).
       INCLUI-JORNAL-FIM.
           EXIT.

       PROCESSA-JORNAL SECTION.
      *    O jornal de ontem e o de hoje sempre ganham selo do dia; os
      *    mais antigos so se a cadeia andou (senao so sao conferidos).
           IF ARQUIVO-SELO-W = JORNAL-ONTEM-W OR
              ARQUIVO-SELO-W = JORNAL-HOJE-W
              MOVE "S" TO GRAVA-SELO-W
           ELSE
              MOVE "N" TO GRAVA-SELO-W.
           MOVE SPACES TO PATH-LOG004.
           STRING "\" EMP-REC "\" DELIMITED BY SIZE
                  ARQUIVO-SELO-W DELIMITED BY SPACE
                  INTO PATH-LOG004.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT LOG004.
           IF ST-LOG004 = "35"
              PERFORM ARQUIVO-AUSENTE
              GO PROCESSA-JORNAL-FIM.
           IF ST-LOG004 <> "00"
              DISPLAY "ERRO ABERTURA " ARQUIVO-SELO-W ": " ST-LOG004
              MOVE 1 TO ERRO-W
              GO PROCESSA-JORNAL-FIM.

           MOVE "N" TO FIM-ARQ-W
           MOVE LOW-VALUES TO LOG4-SELO
           START LOG004 KEY IS NOT < LOG4-POSICAO INVALID KEY
                 MOVE "S" TO FIM-ARQ-W.
           PERFORM UNTIL FIM-ARQ-W = "S" OR QUEBRA-W = "S"
              READ LOG004 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-W
              NOT AT END
                   MOVE LOG4-DATA  TO DATA-REG-W
                   MOVE LOG4-HORAS TO HORA-REG-W
                   MOVE ZEROS      TO POS-REG-W
                   IF LOG4-POSICAO IS NUMERIC
                      MOVE LOG4-POSICAO TO POS-REG-W
                   END-IF
                   IF POS-REG-W = ZEROS
                      PERFORM AVALIA-SEM-SELO
                   ELSE
                      MOVE LOG4-HASH  TO HASH-REG-W
                      MOVE REG-LOG004 TO CONTEUDO-W
                      COMPUTE TAMANHO-CONT-W = LENGTH OF REG-LOG004
                                             - LENGTH OF LOG4-SELO
                      PERFORM CONFERE-ELO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG004.
           PERFORM CONFERE-FIM-CADEIA.
           PERFORM FINALIZA-ARQUIVO.
       PROCESSA-JORNAL-FIM.
           EXIT.

      ******************************************************************
      *    Rotinas comuns da cadeia
      ******************************************************************
       INICIA-ARQUIVO SECTION.
      *    Le os selos do arquivo no cofre (ordem de gravacao),
      *    conferindo o encadeamento entre eles; guarda o ultimo selo
      *    diario e a ultima ancora de arquivamento. Depois a ponta
      *    da cadeia no LOG007.
           MOVE ZEROS TO QT-CONFERIDOS-W QT-SEM-SELO-W QT-SEM-SELO-ANT-W
                         QT-OCORR-ARQ-W ULT-POS-SELO-W ULT-DATA-SELO-W
                         ULT-HORA-SELO-W ULT-QTDE-SELO-W ANCORA-POS-W.
           MOVE ZEROS TO ULT-HASH-SELO-W ULT-HASH-COFRE-W
                         ANCORA-HASH-W.
           MOVE "N" TO TEM-SELO-W QUEBRA-W.
           MOVE "N" TO CK-FIM-W.
           MOVE ZEROS TO CHAVE-LOG6.
           MOVE ARQUIVO-SELO-W TO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO CK-FIM-W.
           PERFORM UNTIL CK-FIM-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO CK-FIM-W
              NOT AT END
                   IF LOG6-ARQUIVO NOT = ARQUIVO-SELO-W
                      MOVE "S" TO CK-FIM-W
                   ELSE
                      PERFORM CONFERE-SELO-COFRE
                   END-IF
              END-READ
           END-PERFORM.
           IF TEM-SELO-W = "N"
              MOVE ANCORA-POS-W  TO ULT-POS-SELO-W
              MOVE ANCORA-HASH-W TO ULT-HASH-SELO-W.

      *    A cadeia viva comeca depois da ancora
           COMPUTE POS-ESPERADA-W = ANCORA-POS-W + 1.
           MOVE ANCORA-HASH-W TO HASH-ANT-W.
           MOVE ANCORA-POS-W  TO POS-CK-OK-W.

      *    Cursor nos selos diarios p/ a conferencia
           MOVE "N"   TO CK-FIM-W.
           MOVE ZEROS TO CK-POS-W.
           MOVE ZEROS TO CHAVE-LOG6.
           MOVE ARQUIVO-SELO-W TO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO CK-FIM-W.
           IF CK-FIM-W = "N"
              PERFORM PROXIMO-SELO.

           PERFORM LE-PONTA.

       CONFERE-SELO-COFRE SECTION.
           MOVE ULT-HASH-COFRE-W    TO GESELO-HASH-ANT.
           MOVE SPACES              TO GESELO-DADOS.
           MOVE REG-LOG006(1: 73)   TO GESELO-DADOS(1: 73).
           MOVE 73                  TO GESELO-TAMANHO.
           CALL "GESELO" USING PARAMETROS-GESELO.
           IF GESELO-HASH NOT = LOG6-HASH-SELO
              MOVE LOG6-POSICAO TO POS-QUEBRA-W
              MOVE LOG6-DATA    TO DATA-QUEBRA-W
              MOVE "SELO DO COFRE (LOG006) ALTERADO OU APAGADO"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA.
           MOVE LOG6-HASH-SELO TO ULT-HASH-COFRE-W.
           IF LOG6-TIPO = "S"
              MOVE "S"          TO TEM-SELO-W
              MOVE LOG6-POSICAO TO ULT-POS-SELO-W
              MOVE LOG6-HASH    TO ULT-HASH-SELO-W
              MOVE LOG6-DATA    TO ULT-DATA-SELO-W
              MOVE LOG6-HORAS   TO ULT-HORA-SELO-W
              MOVE LOG6-QTDE    TO ULT-QTDE-SELO-W.
           IF LOG6-TIPO = "A"
              MOVE LOG6-POSICAO TO ANCORA-POS-W
              MOVE LOG6-HASH    TO ANCORA-HASH-W.

       PROXIMO-SELO SECTION.
      *    Avanca o cursor ate o proximo selo diario do arquivo
      *    posterior a ancora.
           MOVE "N" TO CK-ACHOU-W.
           PERFORM UNTIL CK-ACHOU-W = "S" OR CK-FIM-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO CK-FIM-W
              NOT AT END
                   IF LOG6-ARQUIVO NOT = ARQUIVO-SELO-W
                      MOVE "S" TO CK-FIM-W
                   ELSE
                      IF LOG6-TIPO = "S" AND
                         LOG6-POSICAO > ANCORA-POS-W
                         MOVE "S"          TO CK-ACHOU-W
                         MOVE LOG6-POSICAO TO CK-POS-W
                         MOVE LOG6-HASH    TO CK-HASH-W
                         MOVE LOG6-DATA    TO CK-DATA-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       ABRE-PONTA SECTION.
      *    LOG007 fica preso (exclusivo) enquanto uma gravacao carimba
      *    o selo - tenta de novo ate ele ser fechado.
           MOVE ZEROS TO TENTATIVAS-W.
           OPEN INPUT LOG007.
           PERFORM UNTIL ST-LOG007 = "00" OR ST-LOG007 = "35" OR
                         TENTATIVAS-W NOT < 2000
              ADD 1 TO TENTATIVAS-W
              OPEN INPUT LOG007
           END-PERFORM.
           IF ST-LOG007 NOT = "00" AND ST-LOG007 NOT = "35"
              DISPLAY "ERRO ABERTURA LOG007: " ST-LOG007
              MOVE 1 TO ERRO-W.

       LE-PONTA SECTION.
      *    Ponta da cadeia do arquivo: ultima posicao e hash
      *    carimbados pela GECADEIA.
           MOVE "N"   TO TEM-PONTA-W.
           MOVE ZEROS TO PONTA-POS-W PONTA-DATA-W.
           MOVE ZEROS TO PONTA-HASH-W.
           PERFORM ABRE-PONTA.
           IF ST-LOG007 NOT = "00"
              GO LE-PONTA-FIM.
           MOVE ARQUIVO-SELO-W TO LOG7-ARQUIVO.
           READ LOG007 INVALID KEY
                MOVE "23" TO ST-LOG007.
           IF ST-LOG007 = "00"
              MOVE "S"          TO TEM-PONTA-W
              MOVE LOG7-POSICAO TO PONTA-POS-W
              MOVE LOG7-HASH    TO PONTA-HASH-W
              MOVE LOG7-DATA    TO PONTA-DATA-W.
           CLOSE LOG007.
       LE-PONTA-FIM.
           EXIT.

       CONFERE-ELO SECTION.
      *    Um registro selado, na ordem da cadeia.
      *    Posicao ja conferida: segundo registro com a mesma posicao
      *    (selo copiado de outro registro ou ponta do LOG007 voltada).
           IF POS-REG-W < POS-ESPERADA-W
              MOVE POS-REG-W  TO POS-QUEBRA-W
              MOVE DATA-REG-W TO DATA-QUEBRA-W
              MOVE "POSICAO REPETIDA NA CADEIA" TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
              MOVE "S" TO QUEBRA-W
              GO CONFERE-ELO-FIM.

           IF POS-REG-W > POS-ESPERADA-W
              MOVE POS-ESPERADA-W TO POS-QUEBRA-W
              MOVE DATA-REG-W     TO DATA-QUEBRA-W
              MOVE "REGISTRO(S) REMOVIDO(S) DA CADEIA"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
              MOVE "S" TO QUEBRA-W
              GO CONFERE-ELO-FIM.

           MOVE HASH-ANT-W TO GESELO-HASH-ANT.
           MOVE POS-REG-W  TO POS-CALC-W.
           PERFORM CALCULA-HASH.
           IF GESELO-HASH NOT = HASH-REG-W
              MOVE POS-REG-W  TO POS-QUEBRA-W
              MOVE DATA-REG-W TO DATA-QUEBRA-W
              MOVE "CONTEUDO DO REGISTRO ALTERADO" TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
              MOVE "S" TO QUEBRA-W
              GO CONFERE-ELO-FIM.

      *    Contra os selos diarios: cadeia recalculada por inteiro
      *    depois de um selo nao bate mais com ele.
           PERFORM UNTIL CK-FIM-W = "S" OR CK-POS-W > POS-REG-W
                         OR QUEBRA-W = "S"
              IF CK-POS-W = POS-REG-W
                 IF CK-HASH-W NOT = HASH-REG-W
                    COMPUTE POS-QUEBRA-W = POS-CK-OK-W + 1
                    MOVE CK-DATA-W TO DATA-QUEBRA-W
                    MOVE "CADEIA REFEITA DEPOIS DO SELO DO COFRE"
                         TO OCORRENCIA-W
                    PERFORM REGISTRA-OCORRENCIA
                    MOVE "S" TO QUEBRA-W
                 ELSE
                    MOVE CK-POS-W TO POS-CK-OK-W
                 END-IF
              END-IF
              IF QUEBRA-W = "N"
                 PERFORM PROXIMO-SELO
              END-IF
           END-PERFORM.
           IF QUEBRA-W = "S"
              GO CONFERE-ELO-FIM.

           ADD 1 TO QT-CONFERIDOS-W.
           ADD 1 TO POS-ESPERADA-W.
           MOVE HASH-REG-W TO HASH-ANT-W.
       CONFERE-ELO-FIM.
           EXIT.

       CONFERE-FIM-CADEIA SECTION.
      *    Sem selo a mais do que o selo anterior contou, fora os
      *    gravados depois dele: foi enfiado com data antiga.
           IF TEM-SELO-W = "S" AND
              QT-SEM-SELO-ANT-W > ULT-QTDE-SELO-W
              MOVE ZEROS           TO POS-QUEBRA-W
              MOVE ULT-DATA-SELO-W TO DATA-QUEBRA-W
              MOVE "REGISTRO SEM SELO INSERIDO COM DATA ANTIGA"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA.
           IF QUEBRA-W = "S"
              GO CONFERE-FIM-CADEIA-FIM.

      *    A cadeia tem de chegar ao menos ate o ultimo selo diario e
      *    ate a ponta lida no LOG007.
           MOVE ULT-POS-SELO-W TO POS-ALVO-W.
           IF TEM-PONTA-W = "S" AND PONTA-POS-W > POS-ALVO-W
              MOVE PONTA-POS-W TO POS-ALVO-W.
           IF POS-ESPERADA-W NOT > POS-ALVO-W
              MOVE POS-ESPERADA-W  TO POS-QUEBRA-W
              MOVE ULT-DATA-SELO-W TO DATA-QUEBRA-W
              MOVE "REGISTRO(S) REMOVIDO(S) NO FIM DA CADEIA"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
              MOVE "S" TO QUEBRA-W
              GO CONFERE-FIM-CADEIA-FIM.

      *    No registro da ponta o hash tem de ser o do LOG007. Cadeia
      *    alem da ponta lida e gravacao feita durante a conferencia.
           COMPUTE POS-FINAL-W = POS-ESPERADA-W - 1.
           IF TEM-PONTA-W = "S" AND POS-FINAL-W = PONTA-POS-W AND
              HASH-ANT-W NOT = PONTA-HASH-W
              MOVE PONTA-POS-W  TO POS-QUEBRA-W
              MOVE PONTA-DATA-W TO DATA-QUEBRA-W
              MOVE "PONTA DA CADEIA (LOG007) NAO CONFERE"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
              MOVE "S" TO QUEBRA-W.
       CONFERE-FIM-CADEIA-FIM.
           EXIT.

       AVALIA-SEM-SELO SECTION.
      *    Registro sem selo. Gravado depois do ultimo selo diario: o
      *    cofre estava fora do ar na gravacao ou o registro entrou
      *    por fora dos programas - vai p/ o relatorio. Os mais
      *    antigos so sao contados (a conta sai no CONFERE-FIM-CADEIA
      *    e fica no selo do dia); antes do primeiro selo diario sao
      *    os registros de antes da cadeia.
           ADD 1 TO QT-SEM-SELO-W.
           IF TEM-SELO-W = "N"
              GO AVALIA-SEM-SELO-FIM.
           IF DATA-REG-W > ULT-DATA-SELO-W OR
              (DATA-REG-W = ULT-DATA-SELO-W AND
               HORA-REG-W > ULT-HORA-SELO-W)
              MOVE ZEROS      TO POS-QUEBRA-W
              MOVE DATA-REG-W TO DATA-QUEBRA-W
              MOVE "REGISTRO GRAVADO SEM SELO" TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA
           ELSE
              ADD 1 TO QT-SEM-SELO-ANT-W.
       AVALIA-SEM-SELO-FIM.
           EXIT.

       CALCULA-HASH SECTION.
      *    Hash de posicao + conteudo (sem o selo), sobre o anterior -
      *    a mesma conta da GECADEIA na gravacao
           MOVE SPACES     TO GESELO-DADOS.
           MOVE POS-CALC-W TO GESELO-DADOS(1: 9).
           MOVE CONTEUDO-W(1: TAMANHO-CONT-W)
                           TO GESELO-DADOS(10: TAMANHO-CONT-W).
           COMPUTE GESELO-TAMANHO = TAMANHO-CONT-W + 9.
           CALL "GESELO" USING PARAMETROS-GESELO.

       ARQUIVO-AUSENTE SECTION.
      *    Arquivo que ja teve selo no cofre (ou ponta no LOG007) e
      *    sumiu da pasta.
           IF TEM-SELO-W = "S" OR ANCORA-POS-W > ZEROS OR
              TEM-PONTA-W = "S"
              MOVE ULT-POS-SELO-W  TO POS-QUEBRA-W
              MOVE ULT-DATA-SELO-W TO DATA-QUEBRA-W
              IF PONTA-POS-W > ULT-POS-SELO-W
                 MOVE PONTA-POS-W  TO POS-QUEBRA-W
                 MOVE PONTA-DATA-W TO DATA-QUEBRA-W
              END-IF
              MOVE "ARQUIVO AUSENTE - SELADO ANTERIORMENTE"
                   TO OCORRENCIA-W
              PERFORM REGISTRA-OCORRENCIA.

       FINALIZA-ARQUIVO SECTION.
      *    Selo do dia no cofre, encadeado ao selo anterior - so com a
      *    cadeia inteira conferida
           ADD 1 TO QT-ARQUIVOS-W.
           ADD QT-CONFERIDOS-W TO TOT-CONFERIDOS-W.
           ADD QT-SEM-SELO-W   TO TOT-SEM-SELO-W.
           COMPUTE POS-FINAL-W = POS-ESPERADA-W - 1.
           IF QUEBRA-W = "N" AND
              (GRAVA-SELO-W = "S" OR POS-FINAL-W > ULT-POS-SELO-W)
              PERFORM GRAVA-SELO.

           MOVE SPACES TO REG-RELAT
           MOVE QT-CONFERIDOS-W TO QTDE-E
           MOVE POS-FINAL-W     TO POSICAO-E
           MOVE QT-OCORR-ARQ-W  TO OCORR-E
           STRING ARQUIVO-SELO-W " - CONFERIDOS: " QTDE-E
                  DELIMITED BY SIZE INTO REG-RELAT
           MOVE QT-SEM-SELO-W   TO QTDE-E
           STRING " SEM SELO: " QTDE-E "  ULT.POSICAO: " POSICAO-E
                  "  OCORR.: " OCORR-E
                  DELIMITED BY SIZE INTO REG-RELAT(37: 64)
           WRITE REG-RELAT.

       GRAVA-SELO SECTION.
           ACCEPT WS-HORA-SYS FROM TIME.
           INITIALIZE REG-LOG006.
           MOVE ARQUIVO-SELO-W  TO LOG6-ARQUIVO.
           MOVE WS-DATA-CPU     TO LOG6-DATA.
           MOVE WS-HORA-SYS     TO LOG6-HORAS.
           MOVE "S"             TO LOG6-TIPO.
           MOVE POS-FINAL-W     TO LOG6-POSICAO.
           MOVE HASH-ANT-W      TO LOG6-HASH.
           MOVE QT-SEM-SELO-W   TO LOG6-QTDE.
           MOVE "CPB111"        TO LOG6-USUARIO.
           MOVE ULT-HASH-COFRE-W  TO GESELO-HASH-ANT.
           MOVE SPACES            TO GESELO-DADOS.
           MOVE REG-LOG006(1: 73) TO GESELO-DADOS(1: 73).
           MOVE 73                TO GESELO-TAMANHO.
           CALL "GESELO" USING PARAMETROS-GESELO.
           MOVE GESELO-HASH     TO LOG6-HASH-SELO.
           WRITE REG-LOG006 INVALID KEY
                 DISPLAY "ERRO GRAVACAO LOG006: " ARQUIVO-SELO-W " "
                         ST-LOG006
                 MOVE 1 TO ERRO-W
           END-WRITE.

       REGISTRA-OCORRENCIA SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE ARQUIVO-SELO-W TO REG-RELAT(01: 12)
           IF DATA-QUEBRA-W > ZEROS
              MOVE DATA-QUEBRA-W TO DATA-INV-W
              PERFORM FORMATA-DATA
              MOVE DATA-E TO REG-RELAT(14: 10).
           IF POS-QUEBRA-W > ZEROS
              MOVE POS-QUEBRA-W TO POSICAO-E
              MOVE POSICAO-E    TO REG-RELAT(25: 09).
           MOVE OCORRENCIA-W TO REG-RELAT(36: 50)
           WRITE REG-RELAT.
           DISPLAY ARQUIVO-SELO-W " " DATA-QUEBRA-W " " POS-QUEBRA-W
                   " " OCORRENCIA-W.
           ADD 1 TO QT-OCORR-ARQ-W TOT-OCORRENCIAS-W.
           MOVE 1 TO ERRO-W.

       FORMATA-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DMA-W
           MOVE MES-INV-W TO MES-DMA-W
           MOVE ANO-INV-W TO ANO-DMA-W
           MOVE DATA-DMA-W TO DATA-E.
