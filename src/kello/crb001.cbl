       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB001.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Geracao do plano de parcelas a receber do formando -
      * ate aqui o unico dado de recebimento era o proprio cheque
      * (CHD010) e ninguem sabia dizer quanto um formando ainda
      * devia. Para cada contrato vigente (COD040) com preco por
      * formando (VALOR-FORM-CO40), quantidade de parcelas
      * (QTDE-PARC-CO40) e 1a. parcela (DATA-1A-PARC-CO40)
      * cadastrados, gera em CRD001 as parcelas mensais de cada
      * formando ativo (COD045) que ainda nao tem plano: mesmo dia
      * do mes da 1a. parcela (ultimo dia do mes qdo o mes for mais
      * curto), valor igual em todas e a diferenca de centavos na
      * ultima. Formando que ja tem plano nao e tocado - re-rodar
      * so gera o plano dos formandos incluidos depois. Cada
      * parcela gerada tem imagem LOG003.
      *
      * As parcelas sao baixadas pela rotina CRBAIXA (cheque do
      * CHP010, devolvido recuperado em GALHOCHD013).
      *
      * Parametro: arquivo GERCR01 na pasta da empresa -
      *   linha 1: numero do contrato (vazio/zeros = todos os
      *            contratos vigentes)

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX040.
           COPY COPX045.
           COPY CRPX001.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY COPW040.
       COPY COPW045.
       COPY CRPW001.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
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

           05  CONTRATO-PARAM-W      PIC 9(4)     VALUE ZEROS.
           05  TEM-PLANO-W           PIC X        VALUE "N".
           05  PARCELA-W             PIC 9(3)     VALUE ZEROS.
           05  VALOR-PARC-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ULT-W           PIC 9(8)V99  VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-FORMANDOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-JA-COM-PLANO-W     PIC 9(5)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-PLANO-CTR-W    PIC 9(4)     VALUE ZEROS.

      *    Vencimento da parcela: mes a mes a partir da 1a. parcela
           05  DATA-1A-W.
               10  ANO-1A-W          PIC 9(4).
               10  MES-1A-W          PIC 9(2).
               10  DIA-1A-W          PIC 9(2).
           05  DATA-VENCTO-W.
               10  ANO-VENCTO-W      PIC 9(4).
               10  MES-VENCTO-W      PIC 9(2).
               10  DIA-VENCTO-W      PIC 9(2).
           05  MESES-W               PIC 9(4)     VALUE ZEROS.
           05  QUOC-W                PIC 9(4)     VALUE ZEROS.
           05  RESTO-W               PIC 9(4)     VALUE ZEROS.
           05  ULT-DIA-MES-W         PIC 9(2)     VALUE ZEROS.
           05  TAB-DIAS-MES-W        PIC X(24)
               VALUE "312831303130313130313031".
           05  TB-DIAS-MES REDEFINES TAB-DIAS-MES-W.
               10  DIAS-MES-TB       PIC 9(2) OCCURS 12.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-FORMANDOS-W
                         QT-JA-COM-PLANO-W QT-PARCELAS-W
                         QT-SEM-PLANO-CTR-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "GERCR01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           CLOSE CONTROLE

      *    Sem arquivo de parametro: todos os contratos vigentes.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 4) NUMERIC
                    MOVE REG-PARAM(1: 4) TO CONTRATO-PARAM-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT COD040 COD045
           OPEN I-O   CRD001 LOG003
           IF ST-CRD001 = "35"
              CLOSE CRD001     OPEN OUTPUT CRD001
              CLOSE CRD001     OPEN I-O CRD001
           END-IF.
           IF ST-LOG003 = "35"
              CLOSE LOG003     OPEN OUTPUT LOG003
              CLOSE LOG003     OPEN I-O LOG003
           END-IF.

           IF ST-COD040 <> "00"
              DISPLAY "ERRO ABERTURA COD040: " ST-COD040
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD045 <> "00"
              DISPLAY "ERRO ABERTURA COD045: " ST-COD045
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CRD001 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD001/LOG003: " ST-CRD001 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM VARRE-CONTRATOS
           END-IF.

           CLOSE COD040 COD045 CRD001 LOG003.

           DISPLAY "CONTRATOS PROCESSADOS............: " QT-CONTRATOS-W.
           DISPLAY "CONTRATOS SEM PRECO/PARCELAS.....: "
                   QT-SEM-PLANO-CTR-W.
           DISPLAY "FORMANDOS COM PLANO GERADO.......: " QT-FORMANDOS-W.
           DISPLAY "FORMANDOS QUE JA TINHAM PLANO....: "
                   QT-JA-COM-PLANO-W.
           DISPLAY "PARCELAS GERADAS.................: " QT-PARCELAS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CONTRATOS SECTION.
           MOVE CONTRATO-PARAM-W TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT < NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040.
           PERFORM UNTIL ST-COD040 = "10"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF CONTRATO-PARAM-W > ZEROS AND
                      NR-CONTRATO-CO40 NOT = CONTRATO-PARAM-W
                      MOVE "10" TO ST-COD040
                   ELSE
                      IF SITUACAO-CO40 = 0
                         PERFORM GERA-PLANO-CONTRATO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.

       GERA-PLANO-CONTRATO SECTION.
           IF VALOR-FORM-CO40 = ZEROS OR QTDE-PARC-CO40 = ZEROS OR
              DATA-1A-PARC-CO40 = ZEROS
              ADD 1 TO QT-SEM-PLANO-CTR-W
              DISPLAY "CONTRATO " NR-CONTRATO-CO40
                      " SEM PRECO/PARCELAS/1A. PARCELA - IGNORADO"
              GO GERA-PLANO-CONTRATO-FIM.
           ADD 1 TO QT-CONTRATOS-W.
           COMPUTE VALOR-PARC-W = VALOR-FORM-CO40 / QTDE-PARC-CO40.
           COMPUTE VALOR-ULT-W  = VALOR-FORM-CO40 -
                                  VALOR-PARC-W * (QTDE-PARC-CO40 - 1).
           MOVE DATA-1A-PARC-CO40 TO DATA-1A-W.

           MOVE NR-CONTRATO-CO40 TO NR-CONTRATO-CO45.
           MOVE ZEROS            TO SEQ-FORMANDO-CO45.
           START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                 MOVE "10" TO ST-COD045.
           PERFORM UNTIL ST-COD045 = "10"
              READ COD045 NEXT RECORD AT END
                   MOVE "10" TO ST-COD045
              NOT AT END
                   IF NR-CONTRATO-CO45 NOT = NR-CONTRATO-CO40
                      MOVE "10" TO ST-COD045
                   ELSE
                      IF SITUACAO-CO45 = 0
                         PERFORM GERA-PLANO-FORMANDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.
       GERA-PLANO-CONTRATO-FIM.
           EXIT.

       GERA-PLANO-FORMANDO SECTION.
      *    Formando com qualquer parcela em CRD001 ja tem plano.
           MOVE "N" TO TEM-PLANO-W.
           MOVE NR-CONTRATO-CO45  TO NR-CONTRATO-CR01.
           MOVE SEQ-FORMANDO-CO45 TO SEQ-FORMANDO-CR01.
           MOVE ZEROS             TO NR-PARCELA-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           IF ST-CRD001 = "00"
              READ CRD001 NEXT RECORD AT END
                   CONTINUE
              NOT AT END
                   IF NR-CONTRATO-CR01  = NR-CONTRATO-CO45 AND
                      SEQ-FORMANDO-CR01 = SEQ-FORMANDO-CO45
                      MOVE "S" TO TEM-PLANO-W
                   END-IF
              END-READ
           END-IF.
           MOVE "00" TO ST-CRD001.
           IF TEM-PLANO-W = "S"
              ADD 1 TO QT-JA-COM-PLANO-W
              GO GERA-PLANO-FORMANDO-FIM.

           ADD 1 TO QT-FORMANDOS-W.
           PERFORM GRAVA-PARCELA VARYING PARCELA-W FROM 1 BY 1
                   UNTIL PARCELA-W > QTDE-PARC-CO40.
       GERA-PLANO-FORMANDO-FIM.
           EXIT.

       GRAVA-PARCELA SECTION.
           PERFORM CALCULA-VENCIMENTO.
           INITIALIZE REG-CRD001.
           MOVE NR-CONTRATO-CO45  TO NR-CONTRATO-CR01
           MOVE SEQ-FORMANDO-CO45 TO SEQ-FORMANDO-CR01
           MOVE PARCELA-W         TO NR-PARCELA-CR01
           MOVE CLIENTE-CO45      TO CLIENTE-CR01
           MOVE DATA-VENCTO-W     TO DATA-VENCTO-CR01
           IF PARCELA-W = QTDE-PARC-CO40
              MOVE VALOR-ULT-W    TO VALOR-CR01
           ELSE
              MOVE VALOR-PARC-W   TO VALOR-CR01
           END-IF
           MOVE ZEROS             TO VALOR-PAGO-CR01 DATA-PAGTO-CR01
                                     SITUACAO-CR01
           MOVE WS-DATA-CPU       TO DATA-GERACAO-CR01
           MOVE USUARIO-W         TO USUARIO-CR01
           WRITE REG-CRD001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD001: " ST-CRD001 " "
                         CHAVE-CR01
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 ADD 1 TO QT-PARCELAS-W
                 PERFORM GRAVA-LOG-CR01
           END-WRITE.

       CALCULA-VENCIMENTO SECTION.
      *    1a. parcela + (PARCELA-W - 1) meses, mesmo dia do mes ou o
      *    ultimo dia do mes qdo ele for mais curto.
           COMPUTE MESES-W = MES-1A-W - 1 + PARCELA-W - 1.
           DIVIDE MESES-W BY 12 GIVING QUOC-W REMAINDER RESTO-W.
           COMPUTE ANO-VENCTO-W = ANO-1A-W + QUOC-W.
           COMPUTE MES-VENCTO-W = RESTO-W + 1.
           MOVE DIAS-MES-TB(MES-VENCTO-W) TO ULT-DIA-MES-W.
           IF MES-VENCTO-W = 2
              DIVIDE ANO-VENCTO-W BY 4 GIVING QUOC-W REMAINDER RESTO-W
              IF RESTO-W = ZEROS
                 MOVE 29 TO ULT-DIA-MES-W
                 DIVIDE ANO-VENCTO-W BY 100 GIVING QUOC-W
                        REMAINDER RESTO-W
                 IF RESTO-W = ZEROS
                    DIVIDE ANO-VENCTO-W BY 400 GIVING QUOC-W
                           REMAINDER RESTO-W
                    IF RESTO-W NOT = ZEROS
                       MOVE 28 TO ULT-DIA-MES-W
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF DIA-1A-W > ULT-DIA-MES-W
              MOVE ULT-DIA-MES-W TO DIA-VENCTO-W
           ELSE
              MOVE DIA-1A-W      TO DIA-VENCTO-W
           END-IF.

       GRAVA-LOG-CR01 SECTION.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "I"         TO LOG3-OPERACAO
           MOVE "CRD001"    TO LOG3-ARQUIVO
           MOVE "CRB001"    TO LOG3-PROGRAMA
           MOVE REG-CRD001  TO LOG3-REGISTRO
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
