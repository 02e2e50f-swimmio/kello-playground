       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB004.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Inadimplencia por contrato e formando - o aging do
      * contas a receber, nas mesmas faixas de atraso do CPB025
      * (1-30, 31-60, 61-90 e acima de 90 dias, contados com o
      * GRDIAS1). Por contrato (COD040, com a turma no cabecalho)
      * lista cada formando de COD045 que tem parcela vencida em
      * aberto em CRD001 (saldo = valor - valor pago), com as quatro
      * faixas e o total, e em seguida os cheques devolvidos de
      * CHD013 do contrato nunca recuperados (DATA-RECTO-CH13 = 0).
      * Devolucao reapresentavel (REAPRESENTA-CH13 = 1) fica fora: o
      * cheque voltou p/ a carteira e ainda pode compensar.
      * Contratos sem atraso e sem devolvido nao saem. Devolvidos
      * sem contrato saem num bloco proprio no final.
      *
      * Parametro: arquivo INACR04 na pasta da empresa (opcional) -
      *   linha 1: numero do contrato (vazio = todos)
      *
      * Saida: arquivo-relatorio RELCR04 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX013.
           COPY COPX040.
           COPY COPX045.
           COPY CRPX001.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CHPW013.
       COPY COPW040.
       COPY COPW045.
       COPY CRPW001.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(130).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CONTRATO-PARAM-W      PIC 9(4)     VALUE ZEROS.
           05  CONTRATO-W            PIC 9(4)     VALUE ZEROS.
           05  FORMANDO-W            PIC 9(4)     VALUE ZEROS.
           05  CABEC-CONTRATO-W      PIC X        VALUE "N".
           05  DIAS-ATRASO-W         PIC S9(5)    VALUE ZEROS.
           05  FAIXA-W               PIC 9        VALUE ZEROS.
           05  SALDO-PARC-W          PIC 9(08)V99 VALUE ZEROS.
           05  QT-PARC-FORM-W        PIC 9(3)     VALUE ZEROS.
           05  QT-FORMANDOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-CONTRATOS-W        PIC 9(6)     VALUE ZEROS.
           05  QT-DEVOLVIDOS-W       PIC 9(6)     VALUE ZEROS.

           05  FAIXA-FORM-W.
               10  VLR-FAIXA-FORM-W OCCURS 4 PIC 9(10)V99.
           05  FAIXA-CONTR-W.
               10  VLR-FAIXA-CONTR-W OCCURS 4 PIC 9(10)V99.
           05  FAIXA-GERAL-W.
               10  VLR-FAIXA-GERAL-W OCCURS 4 PIC 9(12)V99.
           05  TOT-FORM-W            PIC 9(10)V99 VALUE ZEROS.
           05  TOT-CONTR-W           PIC 9(10)V99 VALUE ZEROS.
           05  TOT-GERAL-W           PIC 9(12)V99 VALUE ZEROS.
           05  TOT-DEV-CONTR-W       PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DEV-GERAL-W       PIC 9(12)V99 VALUE ZEROS.
           05  I                     PIC 9        VALUE ZEROS.

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
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-FORMANDOS-W QT-CONTRATOS-W
                         QT-DEVOLVIDOS-W TOT-GERAL-W TOT-DEV-GERAL-W.
           INITIALIZE FAIXA-GERAL-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "INACR04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCR04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

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

           OPEN INPUT CHD013 COD040 COD045 CRD001
           OPEN OUTPUT ARQ-RELAT

           IF ST-COD040 <> "00" OR ST-COD045 <> "00"
              DISPLAY "ERRO ABERTURA COD040/COD045: " ST-COD040 " "
                      ST-COD045
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem plano de parcelas (CRB001 nunca rodou) ou sem
      *    devolvidos o relatorio sai so com a parte que existe.
           IF ST-CRD001 <> "00" AND ST-CRD001 <> "05" AND
              ST-CRD001 <> "35"
              DISPLAY "ERRO ABERTURA CRD001: " ST-CRD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "05" AND
              ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "INADIMPLENCIA POR CONTRATO E FORMANDO - EMISSAO:" TO
                REG-RELAT(01: 49)
           MOVE DATA-HOJE-W TO DATA-INV-W
           PERFORM EDITA-DATA
           MOVE DATA-E TO REG-RELAT(51: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORM NOME                           PARC" TO
                REG-RELAT(01: 41)
           MOVE "      1-30 DIAS      31-60 DIAS" TO REG-RELAT(42: 32)
           MOVE "      61-90 DIAS     +90 DIAS  " TO REG-RELAT(74: 32)
           MOVE "      TOTAL"                     TO REG-RELAT(106: 11)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM VARRE-CONTRATOS
              IF CONTRATO-PARAM-W = ZEROS
                 PERFORM DEVOLVIDOS-SEM-CONTRATO
              END-IF
              PERFORM TOTAL-GERAL
           END-IF.

           CLOSE CHD013 COD040 COD045 CRD001 ARQ-RELAT.

           DISPLAY "CONTRATOS COM INADIMPLENCIA......: "
                   QT-CONTRATOS-W.
           DISPLAY "FORMANDOS COM PARCELA EM ATRASO..: "
                   QT-FORMANDOS-W.
           DISPLAY "DEVOLVIDOS NAO RECUPERADOS.......: "
                   QT-DEVOLVIDOS-W.

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
                      PERFORM PROCESSA-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.

       PROCESSA-CONTRATO SECTION.
           MOVE NR-CONTRATO-CO40 TO CONTRATO-W.
           MOVE "N"   TO CABEC-CONTRATO-W.
           MOVE ZEROS TO TOT-CONTR-W TOT-DEV-CONTR-W.
           INITIALIZE FAIXA-CONTR-W.

           IF ST-CRD001 = "00"
              MOVE CONTRATO-W TO NR-CONTRATO-CO45
              MOVE ZEROS      TO SEQ-FORMANDO-CO45
              START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                    MOVE "10" TO ST-COD045
              END-START
              PERFORM UNTIL ST-COD045 = "10"
                 READ COD045 NEXT RECORD AT END
                      MOVE "10" TO ST-COD045
                 NOT AT END
                      IF NR-CONTRATO-CO45 NOT = CONTRATO-W
                         MOVE "10" TO ST-COD045
                      ELSE
                         PERFORM PROCESSA-FORMANDO
                      END-IF
                 END-READ
              END-PERFORM
              MOVE "00" TO ST-COD045
           END-IF.

           IF ST-CHD013 = "00"
              PERFORM DEVOLVIDOS-CONTRATO
           END-IF.

           IF CABEC-CONTRATO-W = "S"
              PERFORM TOTAL-CONTRATO
           END-IF.

       PROCESSA-FORMANDO SECTION.
      *    Parcelas do formando em ordem de chave (contrato/formando/
      *    parcela); so o saldo das vencidas em aberto entra.
           MOVE SEQ-FORMANDO-CO45 TO FORMANDO-W.
           MOVE ZEROS TO TOT-FORM-W QT-PARC-FORM-W.
           INITIALIZE FAIXA-FORM-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CR01.
           MOVE FORMANDO-W TO SEQ-FORMANDO-CR01.
           MOVE ZEROS      TO NR-PARCELA-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   IF NR-CONTRATO-CR01 NOT = CONTRATO-W OR
                      SEQ-FORMANDO-CR01 NOT = FORMANDO-W
                      MOVE "10" TO ST-CRD001
                   ELSE
                      IF SITUACAO-CR01 = 0 AND
                         DATA-VENCTO-CR01 < DATA-HOJE-W AND
                         VALOR-CR01 > VALOR-PAGO-CR01
                         PERFORM CLASSIFICA-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.

           IF QT-PARC-FORM-W > ZEROS
              PERFORM IMPRIME-FORMANDO
           END-IF.

       CLASSIFICA-PARCELA SECTION.
           MOVE DATA-VENCTO-CR01 TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-HOJE-W      TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-ATRASO-W.
           IF DIAS-ATRASO-W < 1
              GO CLASSIFICA-PARCELA-FIM.
           EVALUATE TRUE
             WHEN DIAS-ATRASO-W < 31  MOVE 1 TO FAIXA-W
             WHEN DIAS-ATRASO-W < 61  MOVE 2 TO FAIXA-W
             WHEN DIAS-ATRASO-W < 91  MOVE 3 TO FAIXA-W
             WHEN OTHER               MOVE 4 TO FAIXA-W
           END-EVALUATE.
           COMPUTE SALDO-PARC-W = VALOR-CR01 - VALOR-PAGO-CR01.
           ADD 1 TO QT-PARC-FORM-W.
           ADD SALDO-PARC-W TO VLR-FAIXA-FORM-W(FAIXA-W)
                               VLR-FAIXA-CONTR-W(FAIXA-W)
                               VLR-FAIXA-GERAL-W(FAIXA-W)
                               TOT-FORM-W TOT-CONTR-W TOT-GERAL-W.
       CLASSIFICA-PARCELA-FIM.
           EXIT.

       CABECALHO-CONTRATO SECTION.
           IF CABEC-CONTRATO-W = "S"
              GO CABECALHO-CONTRATO-FIM.
           MOVE "S" TO CABEC-CONTRATO-W.
           ADD 1 TO QT-CONTRATOS-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONTRATO: "     TO REG-RELAT(01: 10)
           MOVE CONTRATO-W       TO REG-RELAT(11: 04)
           MOVE "TURMA: "        TO REG-RELAT(17: 07)
           MOVE TURMA-CO40       TO REG-RELAT(24: 02)
           MOVE "CURSO: "        TO REG-RELAT(28: 07)
           MOVE CURSO-CO40       TO REG-RELAT(35: 03)
           IF SITUACAO-CO40 = 1
              MOVE "(ENCERRADO)" TO REG-RELAT(40: 11)
           END-IF
           WRITE REG-RELAT.
       CABECALHO-CONTRATO-FIM.
           EXIT.

       IMPRIME-FORMANDO SECTION.
           PERFORM CABECALHO-CONTRATO.
           ADD 1 TO QT-FORMANDOS-W.
           MOVE SPACES TO REG-RELAT.
           MOVE FORMANDO-W      TO REG-RELAT(01: 04)
           MOVE NOME-CO45       TO REG-RELAT(06: 30)
           IF SITUACAO-CO45 = 1
              MOVE "D"          TO REG-RELAT(36: 01)
           END-IF
           MOVE QT-PARC-FORM-W  TO REG-RELAT(38: 03)
           MOVE VLR-FAIXA-FORM-W(1) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(42: 15)
           MOVE VLR-FAIXA-FORM-W(2) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(58: 15)
           MOVE VLR-FAIXA-FORM-W(3) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(74: 15)
           MOVE VLR-FAIXA-FORM-W(4) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(90: 15)
           MOVE TOT-FORM-W      TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(106: 15)
           WRITE REG-RELAT.

       DEVOLVIDOS-CONTRATO SECTION.
      *    CHD013 nao tem chave por contrato - varre o arquivo todo.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF CONTRATO-CH13 = CONTRATO-W AND
                      DATA-RECTO-CH13 = ZEROS AND
                      REAPRESENTA-CH13 NOT = 1
                      PERFORM CABECALHO-CONTRATO
                      PERFORM IMPRIME-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.

       DEVOLVIDOS-SEM-CONTRATO SECTION.
           IF ST-CHD013 NOT = "00"
              GO DEVOLVIDOS-SEM-CONTRATO-FIM.
           MOVE "N"   TO CABEC-CONTRATO-W.
           MOVE ZEROS TO TOT-CONTR-W TOT-DEV-CONTR-W.
           INITIALIZE FAIXA-CONTR-W.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF CONTRATO-CH13 = ZEROS AND
                      DATA-RECTO-CH13 = ZEROS AND
                      REAPRESENTA-CH13 NOT = 1
                      IF CABEC-CONTRATO-W = "N"
                         MOVE "S" TO CABEC-CONTRATO-W
                         MOVE SPACES TO REG-RELAT
                         WRITE REG-RELAT
                         MOVE "DEVOLVIDOS SEM CONTRATO" TO REG-RELAT
                         WRITE REG-RELAT
                      END-IF
                      PERFORM IMPRIME-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
           IF CABEC-CONTRATO-W = "S"
              PERFORM TOTAL-CONTRATO
           END-IF.
       DEVOLVIDOS-SEM-CONTRATO-FIM.
           EXIT.

       IMPRIME-DEVOLVIDO SECTION.
           ADD 1 TO QT-DEVOLVIDOS-W.
           ADD VALOR-CH13 TO TOT-DEV-CONTR-W TOT-DEV-GERAL-W.
           MOVE SPACES TO REG-RELAT.
           MOVE "  DEVOLVIDO EM"   TO REG-RELAT(01: 14)
           MOVE DATA-MOVTO-CH13    TO DATA-INV-W
           PERFORM EDITA-DATA
           MOVE DATA-E             TO REG-RELAT(16: 10)
           MOVE "BCO"              TO REG-RELAT(27: 03)
           MOVE BANCO-CH13         TO REG-RELAT(31: 03)
           MOVE "CH"               TO REG-RELAT(35: 02)
           MOVE NR-CHEQUE-CH13     TO REG-RELAT(38: 06)
           MOVE "FORM"             TO REG-RELAT(45: 04)
           MOVE ITEM-CH13          TO REG-RELAT(50: 04)
           MOVE MOTIVO-DEV-CH13    TO REG-RELAT(55: 30)
           MOVE VALOR-CH13         TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(106: 15)
           IF DATA-NEGATIV-CH13 > ZEROS
              MOVE "NEG"           TO REG-RELAT(122: 03)
           END-IF
           WRITE REG-RELAT.

       TOTAL-CONTRATO SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE "TOTAL PARCELAS EM ATRASO" TO REG-RELAT(06: 24)
           MOVE VLR-FAIXA-CONTR-W(1) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(42: 15)
           MOVE VLR-FAIXA-CONTR-W(2) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(58: 15)
           MOVE VLR-FAIXA-CONTR-W(3) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(74: 15)
           MOVE VLR-FAIXA-CONTR-W(4) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(90: 15)
           MOVE TOT-CONTR-W     TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(106: 15)
           WRITE REG-RELAT.
           IF TOT-DEV-CONTR-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "TOTAL DEVOLVIDOS NAO RECUPERADOS" TO
                   REG-RELAT(06: 32)
              MOVE TOT-DEV-CONTR-W TO VALOR-E
              MOVE VALOR-E         TO REG-RELAT(106: 15)
              WRITE REG-RELAT
           END-IF.

       TOTAL-GERAL SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GERAL POR FAIXA DE ATRASO" TO REG-RELAT(01: 32)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE SPACES TO REG-RELAT
              EVALUATE I
                WHEN 1 MOVE "  1-30 DIAS..: " TO REG-RELAT(01: 15)
                WHEN 2 MOVE " 31-60 DIAS..: " TO REG-RELAT(01: 15)
                WHEN 3 MOVE " 61-90 DIAS..: " TO REG-RELAT(01: 15)
                WHEN 4 MOVE "ACIMA 90 DIAS: " TO REG-RELAT(01: 15)
              END-EVALUATE
              MOVE VLR-FAIXA-GERAL-W(I) TO VALOR-E1
              MOVE VALOR-E1 TO REG-RELAT(16: 17)
              WRITE REG-RELAT
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           MOVE "PARCELAS.....: " TO REG-RELAT(01: 15)
           MOVE TOT-GERAL-W       TO VALOR-E1
           MOVE VALOR-E1          TO REG-RELAT(16: 17)
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT
           MOVE "DEVOLVIDOS...: " TO REG-RELAT(01: 15)
           MOVE TOT-DEV-GERAL-W   TO VALOR-E1
           MOVE VALOR-E1          TO REG-RELAT(16: 17)
           WRITE REG-RELAT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-INV-W) -> DD/MM/AAAA (DATA-E).
           MOVE DIA-INV-W TO DIA-DMA-W.
           MOVE MES-INV-W TO MES-DMA-W.
           MOVE ANO-INV-W TO ANO-DMA-W.
           MOVE DATA-DMA-W TO DATA-E.
