       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB097.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Imobilizado - cameras, ilhas de edicao e veiculos
      * comprados pelo contas a pagar eram esquecidos e o contador
      * mantinha um controle de bens a parte. Rodado todo mes, este
      * batch:
      *  1) cria o bem em CPD046 p/ cada titulo de CPD020 classificado
      *     em conta de investimento (CXD020 com TIPO-CONTA-CX20 = 1,
      *     permanente) que ainda nao virou bem - data de aquisicao =
      *     emissao do titulo, valor = valor do titulo; vida util e
      *     local ficam p/ completar no CPP046. Titulos excluidos ou
      *     cancelados nao viram bem (e o bem ja criado de um titulo
      *     cancelado sai no relatorio p/ baixa);
      *  2) deprecia a competencia: quota linear VALOR / VIDA-UTIL
      *     p/ cada bem em uso (ou baixado depois da competencia)
      *     adquirido ate o mes, gravando o movimento D em CPD047 -
      *     que a integracao contabil CPB056 leva como movimento
      *     proprio - e acumulando em DEPREC-ACUM-CP46. A ultima
      *     quota fecha o residuo. A chave de CPD047 inclui a
      *     competencia: reprocessar o mes nao deprecia de novo;
      *  3) lista os saldos dos bens em uso por conta (aquisicao,
      *     depreciacao acumulada, saldo) e os bens sem vida util.
      *
      * Parametro: arquivo CTPCP97 na pasta da empresa com o AAAAMM
      * na 1a linha; sem o arquivo, deprecia o mes anterior ao
      * corrente (mesma convencao do CPB056).
      * Saida: arquivo-relatorio RELCP97 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CPPX020.
           COPY CPPX046.
           COPY CPPX047.
           COPY CXPX020.
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
       COPY CPPW020.
       COPY CPPW046.
       COPY CPPW047.
       COPY CXPW020.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD046             PIC XX       VALUE SPACES.
           05  ST-CPD047             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANOMES-DEPR-W.
               10  ANO-DEPR-W        PIC 9(4).
               10  MES-DEPR-W        PIC 9(2).
           05  ANOMES-DEPR-NUM-W REDEFINES ANOMES-DEPR-W
                                     PIC 9(6).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ULT-BEM-W             PIC 9(6)     VALUE ZEROS.
           05  DATA-AQUIS-W          PIC 9(8)     VALUE ZEROS.
           05  QUOTA-W               PIC 9(08)V99 VALUE ZEROS.
           05  RESTANTE-W            PIC 9(08)V99 VALUE ZEROS.
           05  SALDO-BEM-W           PIC 9(08)V99 VALUE ZEROS.
           05  CONTA-ANT-W           PIC 9(05)    VALUE ZEROS.

           05  QT-BENS-NOVOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-DEPRECIADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-VIDA-W         PIC 9(5)     VALUE ZEROS.
           05  QT-CANC-ATIVO-W       PIC 9(5)     VALUE ZEROS.
           05  VALOR-DEPREC-W        PIC 9(10)V99 VALUE ZEROS.

           05  SUB-AQUIS-W           PIC 9(11)V99 VALUE ZEROS.
           05  SUB-DEPREC-W          PIC 9(11)V99 VALUE ZEROS.
           05  SUB-SALDO-W           PIC 9(11)V99 VALUE ZEROS.
           05  TOT-AQUIS-W           PIC 9(11)V99 VALUE ZEROS.
           05  TOT-DEPREC-W          PIC 9(11)V99 VALUE ZEROS.
           05  TOT-SALDO-W           PIC 9(11)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-G-E             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-BENS-NOVOS-W QT-DEPRECIADOS-W
                         QT-SEM-VIDA-W QT-CANC-ATIVO-W VALOR-DEPREC-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE ANO-CPU-W TO ANO-DEPR-W
           MOVE MES-CPU-W TO MES-DEPR-W
           IF MES-DEPR-W = 1
              MOVE 12 TO MES-DEPR-W
              SUBTRACT 1 FROM ANO-DEPR-W
           ELSE
              SUBTRACT 1 FROM MES-DEPR-W
           END-IF.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD046"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD046
           MOVE "CPD047"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD047
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CTPCP97" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP97" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 6) NUMERIC AND
                    REG-PARAM(1: 6) > "000000"
                    MOVE REG-PARAM(1: 6) TO ANOMES-DEPR-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CPD020 CXD020
           OPEN I-O   CPD046 CPD047 LOG003
           IF ST-CPD046 = "35"
              CLOSE CPD046      OPEN OUTPUT CPD046
              CLOSE CPD046      OPEN I-O CPD046
           END-IF
           IF ST-CPD047 = "35"
              CLOSE CPD047      OPEN OUTPUT CPD047
              CLOSE CPD047      OPEN I-O CPD047
           END-IF
           IF ST-CPD020 <> "00" OR ST-CXD020 <> "00" OR
              ST-CPD046 <> "00" OR ST-CPD047 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/046/047 CXD020 LOG003"
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "IMOBILIZADO - DEPRECIACAO DA COMPETENCIA "
                TO REG-RELAT(01: 41)
           MOVE ANOMES-DEPR-NUM-W TO REG-RELAT(42: 06)
           MOVE " - "             TO REG-RELAT(48: 03)
           MOVE DATA-HOJE-W       TO DATA-E
           MOVE DATA-E            TO REG-RELAT(51: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM ACHA-ULT-BEM
              PERFORM VARRE-TITULOS
              PERFORM VARRE-DEPRECIACAO
              PERFORM IMPRIME-SALDOS
           END-IF.

           CLOSE CPD020 CXD020 CPD046 CPD047 LOG003 ARQ-RELAT.

           DISPLAY "COMPETENCIA DEPRECIADA...........: "
                   ANOMES-DEPR-NUM-W.
           DISPLAY "BENS CRIADOS A PARTIR DE TITULOS.: "
                   QT-BENS-NOVOS-W.
           DISPLAY "BENS DEPRECIADOS NO MES..........: "
                   QT-DEPRECIADOS-W.
           DISPLAY "VALOR DEPRECIADO NO MES..........: "
                   VALOR-DEPREC-W.
           DISPLAY "BENS SEM VIDA UTIL (CPP046)......: " QT-SEM-VIDA-W.
           DISPLAY "BENS DE TITULO CANCELADO.........: "
                   QT-CANC-ATIVO-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       ACHA-ULT-BEM SECTION.
           MOVE ZEROS TO ULT-BEM-W NR-BEM-CP46.
           START CPD046 KEY IS NOT < NR-BEM-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                MOVE NR-BEM-CP46 TO ULT-BEM-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD046.

       VARRE-TITULOS SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "BENS CRIADOS A PARTIR DE TITULOS" TO REG-RELAT(01: 32)
           WRITE REG-RELAT
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF CODREDUZ-APUR-CP20 NOT = ZEROS AND
                      DATA-MOVTO-CP20(1: 6) NOT >
                      ANOMES-DEPR-W
                      PERFORM VERIFICA-TITULO
                   END-IF
              END-READ
           END-PERFORM.

       VERIFICA-TITULO SECTION.
           MOVE CODREDUZ-APUR-CP20 TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                GO VERIFICA-TITULO-FIM.
           IF TIPO-CONTA-CX20 NOT = 1
              GO VERIFICA-TITULO-FIM.
           MOVE FORNEC-CP20 TO FORNEC-CP46.
           MOVE SEQ-CP20    TO SEQ-TIT-CP46.
           READ CPD046 KEY IS ALT1-CP46 INVALID KEY
                IF SITUACAO-CP20 NOT = 3 AND SITUACAO-CP20 NOT = 4
                   PERFORM CRIA-BEM
                END-IF
                GO VERIFICA-TITULO-FIM.
      *    Bem ja existe: titulo cancelado depois com o bem em uso
      *    sai p/ o financeiro baixar no CPP046.
           IF (SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4) AND
              SITUACAO-CP46 = 0
              ADD 1 TO QT-CANC-ATIVO-W
              MOVE SPACES TO REG-RELAT
              MOVE NR-BEM-CP46      TO REG-RELAT(01: 06)
              MOVE DESCRICAO-CP46   TO REG-RELAT(08: 30)
              MOVE "TITULO CANCELADO - BAIXAR O BEM NO CPP046"
                   TO REG-RELAT(39: 41)
              WRITE REG-RELAT
           END-IF.
       VERIFICA-TITULO-FIM.
           EXIT.

       CRIA-BEM SECTION.
           INITIALIZE REG-CPD046.
           ADD 1 TO ULT-BEM-W.
           MOVE ULT-BEM-W          TO NR-BEM-CP46.
           MOVE FORNEC-CP20        TO FORNEC-CP46.
           MOVE SEQ-CP20           TO SEQ-TIT-CP46.
           MOVE DESCRICAO-CP20     TO DESCRICAO-CP46.
           MOVE CODREDUZ-APUR-CP20 TO CODREDUZ-APUR-CP46.
           IF DATA-EMISSAO-CP20 NOT = ZEROS
              MOVE DATA-EMISSAO-CP20 TO DATA-AQUIS-W
           ELSE
              MOVE DATA-MOVTO-CP20   TO DATA-AQUIS-W
           END-IF.
           MOVE DATA-AQUIS-W       TO DATA-AQUISICAO-CP46.
           MOVE VALOR-TOT-CP20     TO VALOR-AQUISICAO-CP46.
           MOVE ZEROS              TO VIDA-UTIL-CP46 DEPREC-ACUM-CP46
                                      ULT-COMPET-CP46 SITUACAO-CP46
                                      MESES-DEPREC-CP46
                                      DATA-BAIXA-CP46
                                      VALOR-VENDA-CP46.
           MOVE SPACES             TO LOCAL-CP46 MOTIVO-BAIXA-CP46.
           WRITE REG-CPD046 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD046: " ST-CPD046
                         " TITULO " FORNEC-CP20 "/" SEQ-CP20
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD046"   TO LOG3-ARQUIVO
                 MOVE REG-CPD046 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 ADD 1 TO QT-BENS-NOVOS-W
                 MOVE SPACES TO REG-RELAT
                 MOVE NR-BEM-CP46          TO REG-RELAT(01: 06)
                 MOVE DESCRICAO-CP46       TO REG-RELAT(08: 30)
                 MOVE FORNEC-CP20          TO REG-RELAT(39: 06)
                 MOVE "/"                  TO REG-RELAT(45: 01)
                 MOVE SEQ-CP20             TO REG-RELAT(46: 05)
                 MOVE DATA-AQUISICAO-CP46  TO DATA-E
                 MOVE DATA-E               TO REG-RELAT(52: 10)
                 MOVE CODREDUZ-APUR-CP46   TO REG-RELAT(63: 05)
                 MOVE VALOR-AQUISICAO-CP46 TO VALOR-E
                 MOVE VALOR-E              TO REG-RELAT(69: 13)
                 WRITE REG-RELAT
           END-WRITE.

       VARRE-DEPRECIACAO SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "DEPRECIACAO DO MES / BENS SEM VIDA UTIL"
                TO REG-RELAT(01: 39)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-BEM-CP46.
           START CPD046 KEY IS NOT < NR-BEM-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                PERFORM DEPRECIA-BEM
              END-READ
           END-PERFORM.

       DEPRECIA-BEM SECTION.
           IF DATA-AQUISICAO-CP46(1: 6) > ANOMES-DEPR-W
              GO DEPRECIA-BEM-FIM.
      *    Baixado deprecia ate o mes anterior ao da baixa.
           IF SITUACAO-CP46 NOT = 0 AND
              DATA-BAIXA-CP46(1: 6) NOT > ANOMES-DEPR-W
              GO DEPRECIA-BEM-FIM.
           IF DEPREC-ACUM-CP46 NOT < VALOR-AQUISICAO-CP46
              GO DEPRECIA-BEM-FIM.
           IF VIDA-UTIL-CP46 = ZEROS
              ADD 1 TO QT-SEM-VIDA-W
              MOVE SPACES TO REG-RELAT
              MOVE NR-BEM-CP46      TO REG-RELAT(01: 06)
              MOVE DESCRICAO-CP46   TO REG-RELAT(08: 30)
              MOVE "SEM VIDA UTIL - COMPLETAR NO CPP046"
                   TO REG-RELAT(39: 35)
              WRITE REG-RELAT
              GO DEPRECIA-BEM-FIM.
           MOVE NR-BEM-CP46       TO NR-BEM-CP47.
           MOVE ANOMES-DEPR-NUM-W TO COMPETENCIA-CP47.
           MOVE "D"               TO TIPO-CP47.
           READ CPD047 NOT INVALID KEY
                GO DEPRECIA-BEM-FIM.
           COMPUTE RESTANTE-W = VALOR-AQUISICAO-CP46 -
                                DEPREC-ACUM-CP46.
           COMPUTE QUOTA-W ROUNDED = VALOR-AQUISICAO-CP46 /
                                     VIDA-UTIL-CP46.
           IF QUOTA-W > RESTANTE-W OR
              MESES-DEPREC-CP46 + 1 NOT < VIDA-UTIL-CP46
              MOVE RESTANTE-W TO QUOTA-W.
           IF QUOTA-W = ZEROS
              GO DEPRECIA-BEM-FIM.
           INITIALIZE REG-CPD047.
           MOVE NR-BEM-CP46        TO NR-BEM-CP47.
           MOVE ANOMES-DEPR-NUM-W  TO COMPETENCIA-CP47.
           MOVE "D"                TO TIPO-CP47.
           MOVE DATA-HOJE-W        TO DATA-CP47.
           MOVE QUOTA-W            TO VALOR-CP47.
           MOVE CODREDUZ-APUR-CP46 TO CODREDUZ-APUR-CP47.
           MOVE USUARIO-W          TO USUARIO-CP47.
           WRITE REG-CPD047 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD047: " ST-CPD047
                         " BEM " NR-BEM-CP46
                 GO DEPRECIA-BEM-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD047"   TO LOG3-ARQUIVO
                 MOVE REG-CPD047 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           ADD QUOTA-W TO DEPREC-ACUM-CP46.
           ADD 1 TO MESES-DEPREC-CP46.
           IF ANOMES-DEPR-NUM-W > ULT-COMPET-CP46
              MOVE ANOMES-DEPR-NUM-W TO ULT-COMPET-CP46.
           REWRITE REG-CPD046 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD046: " ST-CPD046
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD046"   TO LOG3-ARQUIVO
                 MOVE REG-CPD046 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
           ADD 1 TO QT-DEPRECIADOS-W.
           ADD QUOTA-W TO VALOR-DEPREC-W.
       DEPRECIA-BEM-FIM.
           EXIT.

       IMPRIME-SALDOS SECTION.
      *    Bens em uso por conta de investimento, com subtotal por
      *    conta e total geral.
           MOVE ZEROS TO TOT-AQUIS-W TOT-DEPREC-W TOT-SALDO-W
                         SUB-AQUIS-W SUB-DEPREC-W SUB-SALDO-W
                         CONTA-ANT-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "SALDOS DOS BENS EM USO POR CONTA" TO REG-RELAT(01: 32)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "BEM    DESCRICAO"     TO REG-RELAT(01: 16)
           MOVE "LOCAL"                TO REG-RELAT(39: 05)
           MOVE "AQUISICAO"            TO REG-RELAT(60: 09)
           MOVE "VALOR"                TO REG-RELAT(78: 05)
           MOVE "DEPREC.ACUM"          TO REG-RELAT(84: 11)
           MOVE "SALDO"                TO REG-RELAT(106: 05)
           WRITE REG-RELAT
           MOVE ZEROS TO CODREDUZ-APUR-CP46.
           START CPD046 KEY IS NOT < CODREDUZ-APUR-CP46 INVALID KEY
                 MOVE "10" TO ST-CPD046.
           PERFORM UNTIL ST-CPD046 = "10"
              READ CPD046 NEXT RECORD AT END MOVE "10" TO ST-CPD046
              NOT AT END
                IF SITUACAO-CP46 = 0
                   PERFORM IMPRIME-BEM
                END-IF
              END-READ
           END-PERFORM.
           IF CONTA-ANT-W NOT = ZEROS
              PERFORM IMPRIME-SUBTOTAL.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GERAL"  TO REG-RELAT(01: 11)
           MOVE TOT-AQUIS-W    TO VALOR-G-E
           MOVE VALOR-G-E      TO REG-RELAT(64: 19)
           MOVE TOT-DEPREC-W   TO VALOR-G-E
           MOVE VALOR-G-E      TO REG-RELAT(76: 19)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE TOT-SALDO-W    TO VALOR-G-E
           MOVE VALOR-G-E      TO REG-RELAT(92: 19)
           WRITE REG-RELAT.

       IMPRIME-BEM SECTION.
           IF CODREDUZ-APUR-CP46 NOT = CONTA-ANT-W
              IF CONTA-ANT-W NOT = ZEROS
                 PERFORM IMPRIME-SUBTOTAL
              END-IF
              MOVE CODREDUZ-APUR-CP46 TO CONTA-ANT-W CODIGO-REDUZ-CX20
              READ CXD020 INVALID KEY
                   MOVE "********" TO DESCRICAO-CX20
              END-READ
              MOVE SPACES TO REG-RELAT
              MOVE "CONTA "       TO REG-RELAT(01: 06)
              MOVE CONTA-ANT-W    TO REG-RELAT(07: 05)
              MOVE DESCRICAO-CX20 TO REG-RELAT(13: 30)
              WRITE REG-RELAT
           END-IF.
           COMPUTE SALDO-BEM-W = VALOR-AQUISICAO-CP46 -
                                 DEPREC-ACUM-CP46.
           MOVE SPACES TO REG-RELAT
           MOVE NR-BEM-CP46          TO REG-RELAT(01: 06)
           MOVE DESCRICAO-CP46       TO REG-RELAT(08: 30)
           MOVE LOCAL-CP46           TO REG-RELAT(39: 20)
           MOVE DATA-AQUISICAO-CP46  TO DATA-E
           MOVE DATA-E               TO REG-RELAT(60: 10)
           MOVE VALOR-AQUISICAO-CP46 TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(70: 13)
           MOVE DEPREC-ACUM-CP46     TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(84: 13)
           MOVE SALDO-BEM-W          TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(98: 13)
           WRITE REG-RELAT.
           ADD VALOR-AQUISICAO-CP46 TO SUB-AQUIS-W TOT-AQUIS-W.
           ADD DEPREC-ACUM-CP46     TO SUB-DEPREC-W TOT-DEPREC-W.
           ADD SALDO-BEM-W          TO SUB-SALDO-W TOT-SALDO-W.

       IMPRIME-SUBTOTAL SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "SUBTOTAL DA CONTA " TO REG-RELAT(08: 18)
           MOVE CONTA-ANT-W          TO REG-RELAT(26: 05)
           MOVE SUB-AQUIS-W          TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(70: 13)
           MOVE SUB-DEPREC-W         TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(84: 13)
           MOVE SUB-SALDO-W          TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(98: 13)
           WRITE REG-RELAT.
           MOVE ZEROS TO SUB-AQUIS-W SUB-DEPREC-W SUB-SALDO-W.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja vem do chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB097"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

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
