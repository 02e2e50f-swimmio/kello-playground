       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB005.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Regua de cobranca - emite as cartas de cobranca das
      * etapas configuradas (CPREGUA / arquivo REGCR05) antes da
      * negativacao, p/ os cheques devolvidos nao recuperados
      * (CHD013, atraso contado da DATA-MOVTO-CH13; so devolucao
      * final - alinea reapresentavel, REAPRESENTA-CH13 = 1, fica
      * fora) e p/ as parcelas
      * vencidas em aberto dos formandos (CRD001, atraso contado do
      * vencimento). Cada item anda no maximo uma etapa por rodada:
      * a proxima etapa (ETAPA-REGUA-CH13/-CR01 + 1) sai quando o
      * atraso atinge os dias dela. Cada carta emitida grava a
      * notificacao em CRD003 (data, etapa, valor e o endereco do
      * CLD001 usado) - a prova da notificacao que a negativacao do
      * CHB013 exige - e carimba a etapa no item com imagem LOG003.
      * Item ja enviado p/ negativacao ou recuperado/pago sai da
      * regua; cliente sem cadastro em CLD001 nao recebe carta (sai
      * na listagem p/ acerto do endereco).
      *
      * Saidas: CARCR05 (uma carta por item, em blocos, como as da
      * circularizacao do CPB081) e RELCR05 (listagem das cartas
      * emitidas e dos itens sem endereco).
      *
      * Cada carta tambem vai p/ a fila de e-mails de saida (rotina
      * GEEMAIL) p/ o EMAIL-CL01 do cliente, anexada a partir do
      * arquivo de trabalho TMPCR05: tipo 04 nas etapas comuns e 05
      * (aviso de negativacao, com comprovacao de envio) na ultima
      * etapa da regua. A entrega e do GEB001; a prova do envio sai
      * no GEB002, ao lado da notificacao de CRD003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX013.
           COPY CLPX001.
           COPY CRPX001.
           COPY CRPX003.
           COPY LOGX003.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-CARTAS ASSIGN TO PATH-CARTAS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CARTAS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

           SELECT ARQ-ANEXO ASSIGN TO PATH-ANEXO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-ANEXO.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CHPW013.
       COPY CLPW001.
       COPY CRPW001.
       COPY CRPW003.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(50).

       FD  ARQ-CARTAS.
       01  REG-CARTA                PIC X(80).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       FD  ARQ-ANEXO.
       01  REG-ANEXO                PIC X(80).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CRD003             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-CARTAS             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-ANEXO              PIC XX       VALUE SPACES.
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
           05  PATH-CARTAS           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-ANEXO            PIC X(30)    VALUE SPACES.
           05  QT-EMAILS-W           PIC 9(6)     VALUE ZEROS.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC S9(5)    VALUE ZEROS.
           05  ETAPA-ATUAL-W         PIC 9        VALUE ZEROS.
           05  PROX-ETAPA-W          PIC 9        VALUE ZEROS.
           05  ORIGEM-W              PIC 9        VALUE ZEROS.
           05  REF-ORIGEM-W          PIC X(13)    VALUE SPACES.
           05  CLIENTE-W             PIC 9(8)     VALUE ZEROS.
           05  VALOR-ITEM-W          PIC 9(08)V99 VALUE ZEROS.
           05  DATA-BASE-W           PIC 9(8)     VALUE ZEROS.
           05  EMITIU-W              PIC X        VALUE "N".
           05  NOME-EMP-W            PIC X(30)    VALUE SPACES.
           05  I                     PIC 9        VALUE ZEROS.
           05  QT-CARTAS-W           PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-ENDERECO-W     PIC 9(6)     VALUE ZEROS.
           05  QT-ETAPAS-W.
               10  QT-POR-ETAPA-W    OCCURS 9 PIC 9(6).
           05  OBS-W                 PIC X(45)    VALUE SPACES.

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
           05  DIAS-E                PIC ZZZZ9.

           COPY "CPREGUA.CPY".
           COPY "CPDIAS1.CPY".
           COPY "CPEMAIL".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CARTAS-W QT-SEM-ENDERECO-W
                         QT-EMAILS-W.
           INITIALIZE QT-ETAPAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE NOME-EMP           TO NOME-EMP-W
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD003
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "REGCR05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "CARCR05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CARTAS
           MOVE "RELCR05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "TMPCR05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ANEXO
           CLOSE CONTROLE

           PERFORM CARREGA-REGUA.

           OPEN I-O CHD013 CRD001 CRD003 LOG003
           IF ST-CRD003 = "35"
              CLOSE CRD003      OPEN OUTPUT CRD003
              CLOSE CRD003      OPEN I-O CRD003
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT CLD001
           OPEN OUTPUT ARQ-CARTAS ARQ-RELAT

           IF ST-CRD003 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CRD003/LOG003: " ST-CRD003 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CLD001 <> "00"
              DISPLAY "ERRO ABERTURA CLD001: " ST-CLD001
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem devolvidos ou sem plano de parcelas a regua roda so
      *    com o que existe.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "05" AND
              ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CRD001 <> "00" AND ST-CRD001 <> "05" AND
              ST-CRD001 <> "35"
              DISPLAY "ERRO ABERTURA CRD001: " ST-CRD001
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "REGUA DE COBRANCA - CARTAS EMITIDAS EM" TO
                REG-RELAT(01: 38)
           MOVE DATA-HOJE-W TO DATA-INV-W
           PERFORM EDITA-DATA
           MOVE DATA-E TO REG-RELAT(40: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "ITEM           CLIENTE  NOME" TO REG-RELAT(01: 28)
           MOVE "ATRASO ET          VALOR" TO REG-RELAT(55: 25)
           WRITE REG-RELAT

           IF ERRO-W = 0
              MOVE 1 TO GEEMAIL-FUNCAO
              CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
              IF ST-CHD013 = "00"
                 PERFORM VARRE-DEVOLVIDOS
              END-IF
              IF ST-CRD001 = "00"
                 PERFORM VARRE-PARCELAS
              END-IF
              MOVE 9 TO GEEMAIL-FUNCAO
              CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
              CANCEL "GEEMAIL"
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ETAPAS-REGUA
              MOVE SPACES TO REG-RELAT
              MOVE "ETAPA "          TO REG-RELAT(01: 06)
              MOVE I                 TO REG-RELAT(07: 01)
              MOVE TITULO-REGUA(I)   TO REG-RELAT(09: 40)
              MOVE QT-POR-ETAPA-W(I) TO REG-RELAT(50: 06)
              WRITE REG-RELAT
           END-PERFORM.

           CLOSE CHD013 CLD001 CRD001 CRD003 LOG003 ARQ-CARTAS
                 ARQ-RELAT.

           DISPLAY "CARTAS DE COBRANCA EMITIDAS......: " QT-CARTAS-W.
           DISPLAY "ITENS SEM ENDERECO (CLD001)......: "
                   QT-SEM-ENDERECO-W.
           DISPLAY "CARTAS POSTAS NA FILA DE E-MAIL..: " QT-EMAILS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CARREGA-REGUA SECTION.
      *    Linhas fora do formato ou alem da 9a. etapa sao ignoradas;
      *    arquivo ausente ou vazio = regua padrao.
           MOVE ZEROS TO QT-ETAPAS-REGUA.
           OPEN INPUT ARQ-PARAM.
           IF ST-PARAM = "00"
              PERFORM UNTIL ST-PARAM NOT = "00"
                 READ ARQ-PARAM INTO LINHA-REGUA-W AT END
                      MOVE "10" TO ST-PARAM
                 NOT AT END
                      MOVE SPACES TO DIAS-REGUA-X TITULO-REGUA-X
                      UNSTRING LINHA-REGUA-W DELIMITED BY ";"
                           INTO DIAS-REGUA-X TITULO-REGUA-X
                      END-UNSTRING
                      IF DIAS-REGUA-X IS NUMERIC AND
                         QT-ETAPAS-REGUA < 9
                         ADD 1 TO QT-ETAPAS-REGUA
                         MOVE DIAS-REGUA-X   TO
                              DIAS-REGUA(QT-ETAPAS-REGUA)
                         MOVE TITULO-REGUA-X TO
                              TITULO-REGUA(QT-ETAPAS-REGUA)
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-PARAM
           END-IF.
           IF QT-ETAPAS-REGUA = ZEROS
              MOVE 3 TO QT-ETAPAS-REGUA
              MOVE 005 TO DIAS-REGUA(1)
              MOVE "LEMBRETE DE PAGAMENTO" TO TITULO-REGUA(1)
              MOVE 015 TO DIAS-REGUA(2)
              MOVE "NOTIFICACAO DE DEBITO" TO TITULO-REGUA(2)
              MOVE 025 TO DIAS-REGUA(3)
              MOVE "ULTIMO AVISO ANTES DA NEGATIVACAO" TO
                   TITULO-REGUA(3)
           END-IF.

       VARRE-DEVOLVIDOS SECTION.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF DATA-RECTO-CH13 = ZEROS AND
                      DATA-NEGATIV-CH13 = ZEROS AND
                      REAPRESENTA-CH13 NOT = 1
                      PERFORM AVALIA-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.

       AVALIA-DEVOLVIDO SECTION.
           IF ETAPA-REGUA-CH13 IS NUMERIC
              MOVE ETAPA-REGUA-CH13 TO ETAPA-ATUAL-W
           ELSE
              MOVE ZEROS TO ETAPA-ATUAL-W
           END-IF.
           IF ETAPA-ATUAL-W NOT < QT-ETAPAS-REGUA
              GO AVALIA-DEVOLVIDO-FIM.
           MOVE 1               TO ORIGEM-W.
           MOVE CHAVE-CH13      TO REF-ORIGEM-W.
           MOVE CLIENTE-CH13    TO CLIENTE-W.
           MOVE VALOR-CH13      TO VALOR-ITEM-W.
           MOVE DATA-MOVTO-CH13 TO DATA-BASE-W.
           PERFORM AVALIA-ETAPA.
           IF EMITIU-W = "S"
              MOVE PROX-ETAPA-W TO ETAPA-REGUA-CH13
              REWRITE REG-CHD013 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO CHD013: " ST-CHD013
              NOT INVALID KEY
                    MOVE "A"        TO LOG3-OPERACAO
                    MOVE "CHD013"   TO LOG3-ARQUIVO
                    MOVE REG-CHD013 TO LOG3-REGISTRO
                    PERFORM GRAVA-LOG
              END-REWRITE
           END-IF.
       AVALIA-DEVOLVIDO-FIM.
           EXIT.

       VARRE-PARCELAS SECTION.
           MOVE ZEROS TO CHAVE-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   IF SITUACAO-CR01 = 0 AND
                      DATA-VENCTO-CR01 < DATA-HOJE-W AND
                      VALOR-CR01 > VALOR-PAGO-CR01
                      PERFORM AVALIA-PARCELA
                   END-IF
              END-READ
           END-PERFORM.

       AVALIA-PARCELA SECTION.
           IF ETAPA-REGUA-CR01 IS NUMERIC
              MOVE ETAPA-REGUA-CR01 TO ETAPA-ATUAL-W
           ELSE
              MOVE ZEROS TO ETAPA-ATUAL-W
           END-IF.
           IF ETAPA-ATUAL-W NOT < QT-ETAPAS-REGUA
              GO AVALIA-PARCELA-FIM.
           MOVE 2                TO ORIGEM-W.
           MOVE CHAVE-CR01       TO REF-ORIGEM-W.
           MOVE CLIENTE-CR01     TO CLIENTE-W.
           COMPUTE VALOR-ITEM-W = VALOR-CR01 - VALOR-PAGO-CR01.
           MOVE DATA-VENCTO-CR01 TO DATA-BASE-W.
           PERFORM AVALIA-ETAPA.
           IF EMITIU-W = "S"
              MOVE PROX-ETAPA-W TO ETAPA-REGUA-CR01
              REWRITE REG-CRD001 INVALID KEY
                    DISPLAY "ERRO REGRAVACAO CRD001: " ST-CRD001
              NOT INVALID KEY
                    MOVE "A"        TO LOG3-OPERACAO
                    MOVE "CRD001"   TO LOG3-ARQUIVO
                    MOVE REG-CRD001 TO LOG3-REGISTRO
                    PERFORM GRAVA-LOG
              END-REWRITE
           END-IF.
       AVALIA-PARCELA-FIM.
           EXIT.

       AVALIA-ETAPA SECTION.
      *    Proxima etapa sai so quando o atraso atinge os dias dela.
           MOVE "N" TO EMITIU-W.
           COMPUTE PROX-ETAPA-W = ETAPA-ATUAL-W + 1.
           MOVE DATA-BASE-W TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-HOJE-W TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-ATRASO-W.
           IF DIAS-ATRASO-W < DIAS-REGUA(PROX-ETAPA-W)
              GO AVALIA-ETAPA-FIM.

           MOVE CLIENTE-W TO CODIGO-CL01.
           READ CLD001 INVALID KEY
                ADD 1 TO QT-SEM-ENDERECO-W
                MOVE "********" TO NOME-CL01
                MOVE "SEM CADASTRO EM CLD001 - CARTA NAO EMITIDA"
                     TO OBS-W
                PERFORM IMPRIME-ITEM
                GO AVALIA-ETAPA-FIM.

           INITIALIZE REG-CRD003.
           MOVE ORIGEM-W        TO ORIGEM-CR03.
           MOVE REF-ORIGEM-W    TO REF-ORIGEM-CR03.
           MOVE PROX-ETAPA-W    TO ETAPA-CR03.
           MOVE CLIENTE-W       TO CLIENTE-CR03.
           MOVE DATA-HOJE-W     TO DATA-EMISSAO-CR03.
           MOVE DIAS-ATRASO-W   TO DIAS-ATRASO-CR03.
           MOVE VALOR-ITEM-W    TO VALOR-CR03.
           MOVE TITULO-REGUA(PROX-ETAPA-W) TO TITULO-CR03.
           MOVE NOME-CL01       TO NOME-CR03.
           MOVE ENDERECO-CL01   TO ENDERECO-CR03.
           MOVE CIDADE-CL01     TO CIDADE-CR03.
           MOVE UF-CL01         TO UF-CR03.
           MOVE CEP-CL01        TO CEP-CR03.
           MOVE USUARIO-W       TO USUARIO-CR03.
           WRITE REG-CRD003 INVALID KEY
                 DISPLAY "NOTIFICACAO JA EXISTE EM CRD003: "
                         CHAVE-CR03
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CRD003"   TO LOG3-ARQUIVO
                 MOVE REG-CRD003 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

           PERFORM EMITE-CARTA.
           MOVE "S" TO EMITIU-W.
           ADD 1 TO QT-CARTAS-W QT-POR-ETAPA-W(PROX-ETAPA-W).
           MOVE SPACES TO OBS-W.
           PERFORM IMPRIME-ITEM.
       AVALIA-ETAPA-FIM.
           EXIT.

       EMITE-CARTA SECTION.
           OPEN OUTPUT ARQ-ANEXO
           MOVE ALL "=" TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE NOME-EMP-W TO REG-CARTA(01: 30)
           MOVE DATA-HOJE-W TO DATA-INV-W
           PERFORM EDITA-DATA
           MOVE DATA-E TO REG-CARTA(71: 10)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE NOME-CL01     TO REG-CARTA(01: 30)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE ENDERECO-CL01 TO REG-CARTA(01: 40)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE CEP-CL01      TO REG-CARTA(01: 08)
           MOVE CIDADE-CL01   TO REG-CARTA(11: 20)
           MOVE UF-CL01       TO REG-CARTA(32: 02)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE TITULO-REGUA(PROX-ETAPA-W) TO REG-CARTA(01: 40)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           IF ORIGEM-W = 1
              MOVE "Consta em aberto o cheque abaixo, devolvido pelo"
                   TO REG-CARTA(01: 48)
              MOVE " banco e ate" TO REG-CARTA(49: 12)
              PERFORM GRAVA-LINHA-CARTA
              MOVE SPACES TO REG-CARTA
              MOVE "hoje nao regularizado:" TO REG-CARTA(01: 22)
              PERFORM GRAVA-LINHA-CARTA
              MOVE SPACES TO REG-CARTA
              MOVE "  BANCO"           TO REG-CARTA(01: 07)
              MOVE BANCO-CH13          TO REG-CARTA(09: 03)
              MOVE "CHEQUE"            TO REG-CARTA(14: 06)
              MOVE NR-CHEQUE-CH13      TO REG-CARTA(21: 06)
              MOVE "DEVOLVIDO EM"      TO REG-CARTA(29: 12)
           ELSE
              MOVE "Consta em aberto a parcela abaixo do contrato de"
                   TO REG-CARTA(01: 48)
              MOVE " formatura:" TO REG-CARTA(49: 11)
              PERFORM GRAVA-LINHA-CARTA
              MOVE SPACES TO REG-CARTA
              MOVE "  CONTRATO"        TO REG-CARTA(01: 10)
              MOVE NR-CONTRATO-CR01    TO REG-CARTA(12: 04)
              MOVE "PARCELA"           TO REG-CARTA(18: 07)
              MOVE NR-PARCELA-CR01     TO REG-CARTA(26: 02)
              MOVE "VENCIDA EM"        TO REG-CARTA(31: 10)
           END-IF
           MOVE DATA-BASE-W TO DATA-INV-W
           PERFORM EDITA-DATA
           MOVE DATA-E TO REG-CARTA(42: 10)
           MOVE VALOR-ITEM-W TO VALOR-E
           MOVE VALOR-E TO REG-CARTA(54: 15)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "Solicitamos a regularizacao do debito. Caso ja tenha"
                TO REG-CARTA(01: 52)
           MOVE " efetuado o" TO REG-CARTA(53: 11)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "pagamento, desconsidere este aviso." TO
                REG-CARTA(01: 35)
           PERFORM GRAVA-LINHA-CARTA
           IF PROX-ETAPA-W = QT-ETAPAS-REGUA
              MOVE SPACES TO REG-CARTA
              MOVE "Nao havendo regularizacao, o debito sera enviado"
                   TO REG-CARTA(01: 48)
              MOVE " para inclusao" TO REG-CARTA(49: 14)
              PERFORM GRAVA-LINHA-CARTA
              MOVE SPACES TO REG-CARTA
              MOVE "nos cadastros de protecao ao credito." TO
                   REG-CARTA(01: 37)
              PERFORM GRAVA-LINHA-CARTA
           END-IF
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "RECEBIDO POR: ______________________ DATA: __/__/____"
                TO REG-CARTA(01: 53)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           CLOSE ARQ-ANEXO
           PERFORM ENFILEIRA-CARTA.

       GRAVA-LINHA-CARTA SECTION.
      *    A carta sai no CARCR05 e no anexo do e-mail do cliente.
           MOVE REG-CARTA TO REG-ANEXO
           WRITE REG-CARTA
           WRITE REG-ANEXO.

       ENFILEIRA-CARTA SECTION.
      *    CLD001 do cliente ja lido em AVALIA-ETAPA.
           MOVE 2                       TO GEEMAIL-FUNCAO
           MOVE USUARIO-W               TO GEEMAIL-USUARIO
           MOVE "CRB005"                TO GEEMAIL-PROGRAMA
           MOVE SPACES                  TO GEEMAIL-REFERENCIA
           IF ORIGEM-W = 1
              STRING "DEV " REF-ORIGEM-W DELIMITED BY SIZE
                     INTO GEEMAIL-REFERENCIA
           ELSE
              STRING "PAR " REF-ORIGEM-W DELIMITED BY SIZE
                     INTO GEEMAIL-REFERENCIA
           END-IF.
           IF PROX-ETAPA-W = QT-ETAPAS-REGUA
              MOVE 05                   TO GEEMAIL-TIPO-MSG
              MOVE 1                    TO GEEMAIL-PROVA
           ELSE
              MOVE 04                   TO GEEMAIL-TIPO-MSG
              MOVE 0                    TO GEEMAIL-PROVA
           END-IF.
           MOVE "C"                     TO GEEMAIL-TIPO-DEST
           MOVE CLIENTE-W               TO GEEMAIL-COD-DEST
           MOVE NOME-CL01               TO GEEMAIL-NOME-DEST
           MOVE EMAIL-CL01              TO GEEMAIL-EMAIL-DEST
           MOVE SPACES                  TO GEEMAIL-ASSUNTO
           STRING TITULO-REGUA(PROX-ETAPA-W) DELIMITED BY "  "
                  " - " NOME-EMP-W DELIMITED BY SIZE
                  INTO GEEMAIL-ASSUNTO
           MOVE PATH-ANEXO              TO GEEMAIL-ANEXO
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           IF GEEMAIL-RETORNO = 0 OR GEEMAIL-RETORNO = 1
              ADD 1 TO QT-EMAILS-W
           ELSE
              DISPLAY "CARTA " REF-ORIGEM-W
                      " NAO ENTROU NA FILA DE E-MAIL: " GEEMAIL-RETORNO
           END-IF.

       IMPRIME-ITEM SECTION.
      *    OBS-W em branco = carta emitida (sai a etapa).
           MOVE SPACES TO REG-RELAT.
           IF ORIGEM-W = 1
              MOVE "DEV"         TO REG-RELAT(01: 03)
           ELSE
              MOVE "PAR"         TO REG-RELAT(01: 03)
           END-IF.
           MOVE REF-ORIGEM-W     TO REG-RELAT(05: 13)
           MOVE CLIENTE-W        TO REG-RELAT(19: 08)
           MOVE NOME-CL01(1: 25) TO REG-RELAT(28: 25)
           MOVE DIAS-ATRASO-W    TO DIAS-E
           MOVE DIAS-E           TO REG-RELAT(55: 05)
           IF OBS-W = SPACES
              MOVE PROX-ETAPA-W  TO REG-RELAT(62: 01)
           END-IF
           MOVE VALOR-ITEM-W     TO VALOR-E
           MOVE VALOR-E          TO REG-RELAT(65: 15)
           MOVE OBS-W            TO REG-RELAT(81: 30)
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CRB005"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-INV-W) -> DD/MM/AAAA (DATA-E).
           MOVE DIA-INV-W TO DIA-DMA-W.
           MOVE MES-INV-W TO MES-DMA-W.
           MOVE ANO-INV-W TO ANO-DMA-W.
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
