      *
      * Cheques sem contrato identificado (zeros) saem numa linha
      * propria "SEM CONTRATO" - e o que falta identificar.
      * Contratos com plano de parcelas (CRD001) saem tambem com o
      * devido ate hoje (parcelas vencidas, nao canceladas) e o que
      * desse devido segue em atraso - o recebido contra o devido.
      * Saida: arquivo-relatorio RELCH12 na pasta da empresa.

       ENVIRONMENT DIVISION.
           COPY CAPX001.
           COPY CHPX010.
           COPY CHPX013.
           COPY CRPX001.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
       COPY CAPW001.
       COPY CHPW010.
       COPY CHPW013.
       COPY CRPW001.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
           05  POSICAO-W             PIC S9(10)V99 VALUE ZEROS.
           05  QT-CH-RECEB-W         PIC 9(6)     VALUE ZEROS.
           05  QT-CH-DEVOLV-W        PIC 9(6)     VALUE ZEROS.
           05  QT-PARCELAS-W         PIC 9(6)     VALUE ZEROS.
           05  ATRASO-W              PIC 9(8)V99  VALUE ZEROS.

      *    Uma linha de totais por contrato (ate 500 contratos por
      *    rodada; o excedente cai na ultima ocorrencia, sinalizado
                   15  CTR-VL-DEV-TB     PIC 9(10)V99.
                   15  CTR-QT-RCU-TB     PIC 9(5).
                   15  CTR-VL-RCU-TB     PIC 9(10)V99.
                   15  CTR-VL-DEVIDO-TB  PIC 9(10)V99.
                   15  CTR-VL-ATRASO-TB  PIC 9(10)V99.

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.
       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-CH-RECEB-W
                         QT-CH-DEVOLV-W QT-PARCELAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           INITIALIZE TB-CONTRATOS.

           OPEN INPUT CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "RELCH12" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CHD010 CHD013 CRD001
           OPEN OUTPUT ARQ-RELAT

           IF ST-CHD010 <> "00"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.
      *    CRD001 opcional: sem plano de parcelas a conciliacao sai
      *    so com o recebido, como sempre foi.
           IF ST-CRD001 <> "00" AND ST-CRD001 <> "05" AND
              ST-CRD001 <> "35"
              DISPLAY "ERRO ABERTURA CRD001: " ST-CRD001
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM VARRE-CHD010
              PERFORM VARRE-CHD013
              PERFORM VARRE-CRD001
              PERFORM IMPRIME-CONCILIACAO
           END-IF.

           CLOSE CHD010 CHD013 CRD001 ARQ-RELAT.

           DISPLAY "CHEQUES RECEBIDOS LIDOS..........: " QT-CH-RECEB-W.
           DISPLAY "CHEQUES DEVOLVIDOS LIDOS.........: " QT-CH-DEVOLV-W.
           DISPLAY "PARCELAS A RECEBER LIDAS.........: " QT-PARCELAS-W.
           DISPLAY "CONTRATOS CONCILIADOS............: " QT-CONTRATOS-W.

           IF ERRO-W = 1
                   ADD 1 TO QT-CH-DEVOLV-W
                   MOVE CONTRATO-CH13 TO CONTRATO-W
                   PERFORM LOCALIZA-CONTRATO
      *            Devolucao reapresentavel nao e perda - o cheque
      *            voltou p/ a carteira (CHB015)
                   IF IND-CTR-W > ZEROS AND REAPRESENTA-CH13 NOT = 1
                      ADD 1          TO CTR-QT-DEV-TB(IND-CTR-W)
                      ADD VALOR-CH13 TO CTR-VL-DEV-TB(IND-CTR-W)
                      IF DATA-RECTO-CH13 > ZEROS
       VARRE-CHD013-FIM.
           EXIT.

       VARRE-CRD001 SECTION.
      *    Devido = parcelas vencidas ate hoje (canceladas fora);
      *    atraso = o que dessas parcelas ainda nao foi pago.
           IF ST-CRD001 <> "00"
              GO VARRE-CRD001-FIM.
           MOVE ZEROS TO CHAVE-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   ADD 1 TO QT-PARCELAS-W
                   IF SITUACAO-CR01 NOT = 2 AND
                      DATA-VENCTO-CR01 NOT > WS-DATA-CPU
                      MOVE NR-CONTRATO-CR01 TO CONTRATO-W
                      PERFORM LOCALIZA-CONTRATO
                      IF IND-CTR-W > ZEROS
                         ADD VALOR-CR01 TO CTR-VL-DEVIDO-TB(IND-CTR-W)
                         IF VALOR-PAGO-CR01 < VALOR-CR01
                            COMPUTE ATRASO-W = VALOR-CR01 -
                                               VALOR-PAGO-CR01
                            ADD ATRASO-W TO
                                CTR-VL-ATRASO-TB(IND-CTR-W)
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
       VARRE-CRD001-FIM.
           EXIT.

       LOCALIZA-CONTRATO SECTION.
           MOVE ZEROS TO IND-CTR-W.
           PERFORM VARYING I FROM 1 BY 1
                REG-RELAT(01: 40)
           MOVE "      RECUPERADOS   POSICAO LIQUIDA" TO
                REG-RELAT(41: 36)
           MOVE "  DEVIDO ATE HOJE        EM ATRASO" TO
                REG-RELAT(77: 34)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CONTRATOS-W
              PERFORM IMPRIME-LINHA-CONTRATO
                             + CTR-VL-RCU-TB(I)
           MOVE POSICAO-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-RELAT(62: 15)
           MOVE CTR-VL-DEVIDO-TB(I) TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(79: 15)
           MOVE CTR-VL-ATRASO-TB(I) TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(96: 15)
           WRITE REG-RELAT.
