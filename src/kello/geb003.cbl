       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEB003.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Guarda de dados pessoais (LGPD) - anonimiza os dados
      * pessoais de clientes (CLD001) e formandos (COD045) cuja
      * relacao com a empresa terminou ha mais de N anos, e as copias
      * desses dados nas notificacoes da regua de cobranca (CRD003) e
      * na fila de e-mails de saida (GED005). Os registros financeiros
      * (parcelas, cheques, baixas, recibos, RPS) ficam intactos - so
      * perdem o vinculo com a pessoa.
      *
      * Prazo de guarda por arquivo, contado da data-base da pessoa:
      *   - cliente: a mais recente entre o encerramento dos contratos
      *     a que esta ligado (CONTRATO-CL01 e responsavel financeiro
      *     em COD045) e o ultimo cheque recebido (CHD010);
      *   - formando: o encerramento do contrato, ou a desistencia
      *     (DATA-DESIST-CO45) do formando desistente.
      *   Encerramento = DATA-ENCERRA-CO40; nos contratos encerrados
      *   antes do campo, a maior entre a entrega das fitas, o
      *   vencimento da ultima parcela do plano e a venda prevista.
      * Fica retido (nao anonimiza) quem tem contrato vigente,
      * parcela em aberto (CRD001), cheque em carteira ou descontado
      * (CHD010) ou devolvido nao recuperado (CHD013), e o cliente
      * sem nenhuma data-base.
      * Anonimizar = nome "*** ANONIMIZADO EM dd/mm/aaaa", CPF, CEP,
      * endereco, fone e e-mail apagados, cliente bloqueado; cidade e
      * UF ficam (estatistica). Na fila de e-mails o nome e o e-mail
      * do cliente sao apagados e a copia do anexo na pasta EML e
      * excluida. Cada registro alterado grava imagem em LOG003; a
      * trilha de auditoria antiga e mantida (obrigacao legal) e
      * aparece na consulta do titular (GEB004).
      *
      * Parametros: arquivo PARGE03 na pasta da empresa, linhas
      * CHAVE;VALOR:
      *   CLD001;AA  COD045;AA  CRD003;AA  GED005;AA - anos de guarda
      *     de cada arquivo (padrao 5);
      *   MODO;E - executa. Sem esta linha a rodada e so simulacao: o
      *     relatorio lista quem seria anonimizado, sem gravar nada.
      * Saida: relatorio RELGE03 (anonimizados e retidos por arquivo).
      * Trabalho: WRKGE03.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX010.
           COPY CHPX013.
           COPY CLPX001.
           COPY COPX040.
           COPY COPX045.
           COPY CRPX001.
           COPY CRPX003.
           COPY GERX005.
           COPY LOGX003.

           SELECT WORK ASSIGN TO PATH-WORK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CHPW010.
       COPY CHPW013.
       COPY CLPW001.
       COPY COPW040.
       COPY COPW045.
       COPY CRPW001.
       COPY CRPW003.
       COPY GERW005.
       COPY LOGW003.

      *    Uma linha por pessoa: TIPO-WK "C" (cliente, COD-WK = codigo
      *    do CLD001) ou "F" (formando, COD-WK = contrato + sequencia
      *    do formando).
       FD  WORK.
       01  REG-WORK.
           05  CHAVE-WK.
               10  TIPO-WK         PIC X.
               10  COD-WK          PIC 9(8).
           05  DATA-BASE-WK        PIC 9(8).
           05  RETIDO-WK           PIC X.
           05  MOTIVO-WK           PIC X(30).
           05  JA-ANONIMO-WK       PIC X.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CRD003             PIC XX       VALUE SPACES.
           05  ST-GED005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MMDD-CPU-W    PIC 9(4).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-WORK             PIC X(30)    VALUE SPACES.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-ANEXO-W          PIC X(60)    VALUE SPACES.
           05  RETORNO-DEL-W         PIC S9(9) COMP-5 VALUE ZEROS.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).

      *    Parametros (PARGE03)
           05  PARAM-CHAVE-W         PIC X(8)     VALUE SPACES.
           05  PARAM-VALOR-W         PIC X(8)     VALUE SPACES.
           05  PARAM-NUM-W           PIC 9(8)     VALUE ZEROS.
           05  MODO-W                PIC X        VALUE "S".
           05  ANOS-CLD001-W         PIC 9(2)     VALUE 5.
           05  ANOS-COD045-W         PIC 9(2)     VALUE 5.
           05  ANOS-CRD003-W         PIC 9(2)     VALUE 5.
           05  ANOS-GED005-W         PIC 9(2)     VALUE 5.
           05  CORTE-CLD001-W        PIC 9(8)     VALUE ZEROS.
           05  CORTE-COD045-W        PIC 9(8)     VALUE ZEROS.
           05  CORTE-CRD003-W        PIC 9(8)     VALUE ZEROS.
           05  CORTE-GED005-W        PIC 9(8)     VALUE ZEROS.
           05  CORTE-W               PIC 9(8)     VALUE ZEROS.

      *    Pessoa em avaliacao (ACERTA-PESSOA)
           05  TIPO-PES-W            PIC X        VALUE SPACES.
           05  COD-PES-W             PIC 9(8)     VALUE ZEROS.
           05  DATA-PES-W            PIC 9(8)     VALUE ZEROS.
           05  MOTIVO-PES-W          PIC X(30)    VALUE SPACES.
           05  FORMANDO-W.
               10  CONTRATO-FORM-W   PIC 9(4).
               10  SEQ-FORM-W        PIC 9(4).
           05  FORMANDO-NUM-W REDEFINES FORMANDO-W PIC 9(8).

           05  DATA-CONTR-W          PIC 9(8)     VALUE ZEROS.
           05  ULT-PARC-W            PIC 9(8)     VALUE ZEROS.
           05  MESES-W               PIC 9(4)     VALUE ZEROS.
           05  ELEGIVEL-W            PIC X        VALUE "N".
           05  NOME-ANONIMO-W        PIC X(30)    VALUE SPACES.
           05  FIM-WORK-W            PIC X        VALUE "N".

           05  QT-CLI-ANON-W         PIC 9(6)     VALUE ZEROS.
           05  QT-CLI-RETIDO-W       PIC 9(6)     VALUE ZEROS.
           05  QT-FORM-ANON-W        PIC 9(6)     VALUE ZEROS.
           05  QT-FORM-RETIDO-W      PIC 9(6)     VALUE ZEROS.
           05  QT-NOTIF-ANON-W       PIC 9(6)     VALUE ZEROS.
           05  QT-EMAIL-ANON-W       PIC 9(6)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  COD-E                 PIC ZZZZZZZ9.
           05  QT-E                  PIC ZZZ.ZZ9.

      *    Contratos por numero: situacao e data de encerramento
       01  TAB-CONTRATO-W.
           05  CT-W OCCURS 9999 TIMES.
               10  CT-SIT-W          PIC X.
      *            CT-SIT - branco-nao cadastrado  V-vigente
      *                     E-encerrado
               10  CT-DATA-W         PIC 9(8).

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CLI-ANON-W QT-CLI-RETIDO-W
                         QT-FORM-ANON-W QT-FORM-RETIDO-W
                         QT-NOTIF-ANON-W QT-EMAIL-ANON-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W
           INITIALIZE TAB-CONTRATO-W.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "COD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD003
           MOVE "GED005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "WRKGE03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-WORK
           MOVE "PARGE03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELGE03" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           PERFORM LE-PARAMETROS.
           COMPUTE CORTE-CLD001-W =
                   (ANO-CPU-W - ANOS-CLD001-W) * 10000 + MMDD-CPU-W.
           COMPUTE CORTE-COD045-W =
                   (ANO-CPU-W - ANOS-COD045-W) * 10000 + MMDD-CPU-W.
           COMPUTE CORTE-CRD003-W =
                   (ANO-CPU-W - ANOS-CRD003-W) * 10000 + MMDD-CPU-W.
           COMPUTE CORTE-GED005-W =
                   (ANO-CPU-W - ANOS-GED005-W) * 10000 + MMDD-CPU-W.
           MOVE DATA-HOJE-W TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE SPACES TO NOME-ANONIMO-W
           STRING "*** ANONIMIZADO EM " DATA-E DELIMITED BY SIZE
                  INTO NOME-ANONIMO-W.

           OPEN INPUT COD040 CRD001 CHD010 CHD013
           OPEN I-O CLD001 COD045 CRD003 GED005 LOG003
           IF ST-CLD001 <> "00" OR ST-COD040 <> "00" OR
              ST-COD045 <> "00"
              DISPLAY "ERRO ABERTURA CLD001/COD040/COD045: " ST-CLD001
                      " " ST-COD040 " " ST-COD045
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
      *    Parcelas, cheques, notificacoes e fila de e-mails podem nao
      *    existir na empresa.
           IF ST-CRD001 <> "00" AND ST-CRD001 <> "35"
              DISPLAY "ERRO ABERTURA CRD001: " ST-CRD001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CHD010 <> "00" AND ST-CHD010 <> "35"
              DISPLAY "ERRO ABERTURA CHD010: " ST-CHD010
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CHD013 <> "00" AND ST-CHD013 <> "35"
              DISPLAY "ERRO ABERTURA CHD013: " ST-CHD013
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CRD003 <> "00" AND ST-CRD003 <> "35"
              DISPLAY "ERRO ABERTURA CRD003: " ST-CRD003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-GED005 <> "00" AND ST-GED005 <> "35"
              DISPLAY "ERRO ABERTURA GED005: " ST-GED005
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT WORK  CLOSE WORK  OPEN I-O WORK
           IF ST-WORK <> "00"
              DISPLAY "ERRO ABERTURA WRKGE03: " ST-WORK
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "GUARDA DE DADOS PESSOAIS (LGPD) - " TO
                REG-RELAT(01: 34)
           IF MODO-W = "E"
              MOVE "ANONIMIZACAO EXECUTADA EM " TO REG-RELAT(35: 26)
           ELSE
              MOVE "SIMULACAO (NADA GRAVADO) EM" TO REG-RELAT(35: 27)
           END-IF.
           MOVE DATA-E            TO REG-RELAT(62: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DATA-BASE ANTERIOR A: CLD001" TO REG-RELAT(01: 28)
           MOVE CORTE-CLD001-W TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E         TO REG-RELAT(30: 10)
           MOVE "COD045"       TO REG-RELAT(42: 06)
           MOVE CORTE-COD045-W TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E         TO REG-RELAT(49: 10)
           MOVE "CRD003"       TO REG-RELAT(61: 06)
           MOVE CORTE-CRD003-W TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E         TO REG-RELAT(68: 10)
           MOVE "GED005"       TO REG-RELAT(80: 06)
           MOVE CORTE-GED005-W TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E         TO REG-RELAT(87: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM CARREGA-CONTRATOS
              PERFORM LEVANTA-CLIENTES
              PERFORM LEVANTA-FORMANDOS
              IF ST-CRD001 = "00"
                 PERFORM VARRE-PARCELAS
              END-IF
              IF ST-CHD010 = "00"
                 PERFORM VARRE-CHEQUES
              END-IF
              IF ST-CHD013 = "00"
                 PERFORM VARRE-DEVOLVIDOS
              END-IF
              PERFORM ANONIMIZA-PESSOAS
              IF ST-CRD003 = "00"
                 PERFORM ANONIMIZA-NOTIFICACOES
              END-IF
              IF ST-GED005 = "00"
                 PERFORM ANONIMIZA-FILA-EMAIL
              END-IF
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CLIENTES ANONIMIZADOS............: " TO
                REG-RELAT(01: 35)
           MOVE QT-CLI-ANON-W TO QT-E
           MOVE QT-E          TO REG-RELAT(36: 07)
           MOVE "RETIDOS: "   TO REG-RELAT(45: 09)
           MOVE QT-CLI-RETIDO-W TO QT-E
           MOVE QT-E          TO REG-RELAT(54: 07)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORMANDOS ANONIMIZADOS...........: " TO
                REG-RELAT(01: 35)
           MOVE QT-FORM-ANON-W TO QT-E
           MOVE QT-E          TO REG-RELAT(36: 07)
           MOVE "RETIDOS: "   TO REG-RELAT(45: 09)
           MOVE QT-FORM-RETIDO-W TO QT-E
           MOVE QT-E          TO REG-RELAT(54: 07)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "NOTIFICACOES ANONIMIZADAS........: " TO
                REG-RELAT(01: 35)
           MOVE QT-NOTIF-ANON-W TO QT-E
           MOVE QT-E          TO REG-RELAT(36: 07)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "MENSAGENS DE E-MAIL ANONIMIZADAS.: " TO
                REG-RELAT(01: 35)
           MOVE QT-EMAIL-ANON-W TO QT-E
           MOVE QT-E          TO REG-RELAT(36: 07)
           WRITE REG-RELAT

           CLOSE COD040 CRD001 CHD010 CHD013 CLD001 COD045 CRD003
                 GED005 LOG003 WORK ARQ-RELAT.

           DISPLAY "CLIENTES ANONIMIZADOS............: " QT-CLI-ANON-W.
           DISPLAY "CLIENTES RETIDOS.................: "
                   QT-CLI-RETIDO-W.
           DISPLAY "FORMANDOS ANONIMIZADOS...........: "
                   QT-FORM-ANON-W.
           DISPLAY "FORMANDOS RETIDOS................: "
                   QT-FORM-RETIDO-W.
           DISPLAY "NOTIFICACOES ANONIMIZADAS........: "
                   QT-NOTIF-ANON-W.
           DISPLAY "MENSAGENS DE E-MAIL ANONIMIZADAS.: "
                   QT-EMAIL-ANON-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM NOT = "00"
              GO LE-PARAMETROS-FIM.
           PERFORM UNTIL ST-PARAM NOT = "00"
              READ ARQ-PARAM AT END
                   MOVE "10" TO ST-PARAM
              NOT AT END
                   MOVE SPACES TO PARAM-CHAVE-W PARAM-VALOR-W
                   MOVE ZEROS  TO PARAM-NUM-W
                   UNSTRING REG-PARAM DELIMITED BY ";"
                            INTO PARAM-CHAVE-W PARAM-VALOR-W
                   UNSTRING PARAM-VALOR-W DELIMITED BY SPACE
                            INTO PARAM-NUM-W
                   EVALUATE PARAM-CHAVE-W
                     WHEN "CLD001" MOVE PARAM-NUM-W TO ANOS-CLD001-W
                     WHEN "COD045" MOVE PARAM-NUM-W TO ANOS-COD045-W
                     WHEN "CRD003" MOVE PARAM-NUM-W TO ANOS-CRD003-W
                     WHEN "GED005" MOVE PARAM-NUM-W TO ANOS-GED005-W
                     WHEN "MODO"
                          IF PARAM-VALOR-W(1: 1) = "E"
                             MOVE "E" TO MODO-W
                          END-IF
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARQ-PARAM.
      *    Prazo zero anonimizaria ate quem acabou de sair.
           IF ANOS-CLD001-W = ZEROS MOVE 5 TO ANOS-CLD001-W.
           IF ANOS-COD045-W = ZEROS MOVE 5 TO ANOS-COD045-W.
           IF ANOS-CRD003-W = ZEROS MOVE 5 TO ANOS-CRD003-W.
           IF ANOS-GED005-W = ZEROS MOVE 5 TO ANOS-GED005-W.
       LE-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Situacao e data de encerramento de cada contrato
      *----------------------------------------------------------------
       CARREGA-CONTRATOS SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO40.
           START COD040 KEY IS NOT < NR-CONTRATO-CO40 INVALID KEY
                 MOVE "10" TO ST-COD040.
           PERFORM UNTIL ST-COD040 NOT = "00"
              READ COD040 NEXT RECORD AT END
                   MOVE "10" TO ST-COD040
              NOT AT END
                   IF NR-CONTRATO-CO40 > ZEROS
                      PERFORM ANOTA-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD040.
       CARREGA-CONTRATOS-FIM.
           EXIT.

       ANOTA-CONTRATO SECTION.
           IF SITUACAO-CO40 NOT = 1
              MOVE "V" TO CT-SIT-W(NR-CONTRATO-CO40)
              MOVE ZEROS TO CT-DATA-W(NR-CONTRATO-CO40)
              GO ANOTA-CONTRATO-FIM.
           MOVE "E" TO CT-SIT-W(NR-CONTRATO-CO40).
           IF DATA-ENCERRA-CO40 IS NUMERIC AND
              DATA-ENCERRA-CO40 > ZEROS
              MOVE DATA-ENCERRA-CO40 TO CT-DATA-W(NR-CONTRATO-CO40)
              GO ANOTA-CONTRATO-FIM.
      *    Encerrado antes do campo: o evento mais tardio conhecido
           MOVE ZEROS TO DATA-CONTR-W.
           IF DATA-PREV-VENDA-CO40 IS NUMERIC
              MOVE DATA-PREV-VENDA-CO40 TO DATA-CONTR-W.
           IF DATA-ENTREGA-CO40 IS NUMERIC AND
              DATA-ENTREGA-CO40 > DATA-CONTR-W
              MOVE DATA-ENTREGA-CO40 TO DATA-CONTR-W.
           IF DATA-1A-PARC-CO40 IS NUMERIC AND
              DATA-1A-PARC-CO40 > ZEROS
              MOVE DATA-1A-PARC-CO40 TO DATA-AUX-NUM-W
              MOVE ZEROS TO MESES-W
              IF QTDE-PARC-CO40 > 1
                 COMPUTE MESES-W = MES-AUX-W + QTDE-PARC-CO40 - 2
                 COMPUTE ANO-AUX-W = ANO-AUX-W + MESES-W / 12
                 COMPUTE MES-AUX-W = MESES-W - (MESES-W / 12) * 12 + 1
              END-IF
              MOVE DATA-AUX-NUM-W TO ULT-PARC-W
              IF ULT-PARC-W > DATA-CONTR-W
                 MOVE ULT-PARC-W TO DATA-CONTR-W
              END-IF
           END-IF.
           MOVE DATA-CONTR-W TO CT-DATA-W(NR-CONTRATO-CO40).
       ANOTA-CONTRATO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Levantamento das pessoas (WRKGE03)
      *----------------------------------------------------------------
       LEVANTA-CLIENTES SECTION.
           MOVE ZEROS TO CODIGO-CL01.
           START CLD001 KEY IS NOT < CODIGO-CL01 INVALID KEY
                 MOVE "10" TO ST-CLD001.
           PERFORM UNTIL ST-CLD001 NOT = "00"
              READ CLD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CLD001
              NOT AT END
                   MOVE "C"         TO TIPO-PES-W
                   MOVE CODIGO-CL01 TO COD-PES-W
                   MOVE ZEROS       TO DATA-PES-W
                   MOVE SPACES      TO MOTIVO-PES-W
                   IF CONTRATO-CL01 IS NUMERIC AND
                      CONTRATO-CL01 > ZEROS
                      PERFORM APLICA-CONTRATO
                   END-IF
                   PERFORM ACERTA-PESSOA
                   IF NOME-CL01(1: 16) = NOME-ANONIMO-W(1: 16)
                      MOVE "S" TO JA-ANONIMO-WK
                      REWRITE REG-WORK
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CLD001.
       LEVANTA-CLIENTES-FIM.
           EXIT.

       LEVANTA-FORMANDOS SECTION.
           MOVE ZEROS TO CHAVE-CO45.
           START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                 MOVE "10" TO ST-COD045.
           PERFORM UNTIL ST-COD045 NOT = "00"
              READ COD045 NEXT RECORD AT END
                   MOVE "10" TO ST-COD045
              NOT AT END
                   PERFORM AVALIA-FORMANDO
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.
       LEVANTA-FORMANDOS-FIM.
           EXIT.

       AVALIA-FORMANDO SECTION.
           MOVE NR-CONTRATO-CO45  TO CONTRATO-FORM-W NR-CONTRATO-CO40.
           MOVE SEQ-FORMANDO-CO45 TO SEQ-FORM-W.
           MOVE ZEROS  TO DATA-PES-W.
           MOVE SPACES TO MOTIVO-PES-W.
      *    Desistente: conta da desistencia, mesmo c/ o contrato
      *    ainda vigente.
           IF SITUACAO-CO45 = 1 AND DATA-DESIST-CO45 IS NUMERIC AND
              DATA-DESIST-CO45 > ZEROS
              MOVE DATA-DESIST-CO45 TO DATA-PES-W
           ELSE
              PERFORM APLICA-CONTRATO
           END-IF.
           MOVE "F"            TO TIPO-PES-W
           MOVE FORMANDO-NUM-W TO COD-PES-W
           PERFORM ACERTA-PESSOA.
           IF NOME-CO45(1: 16) = NOME-ANONIMO-W(1: 16)
              MOVE "S" TO JA-ANONIMO-WK
              REWRITE REG-WORK
           END-IF.
      *    O responsavel financeiro segue o formando
           IF CLIENTE-CO45 IS NUMERIC AND CLIENTE-CO45 > ZEROS
              MOVE "C"          TO TIPO-PES-W
              MOVE CLIENTE-CO45 TO COD-PES-W
              PERFORM ACERTA-PESSOA
           END-IF.
       AVALIA-FORMANDO-FIM.
           EXIT.

      *    Contrato NR-CONTRATO-CO40 na data-base/motivo da pessoa
       APLICA-CONTRATO SECTION.
           IF NR-CONTRATO-CO40 = ZEROS
              GO APLICA-CONTRATO-FIM.
           EVALUATE CT-SIT-W(NR-CONTRATO-CO40)
             WHEN "V"
                  MOVE "CONTRATO VIGENTE" TO MOTIVO-PES-W
             WHEN "E"
                  IF CT-DATA-W(NR-CONTRATO-CO40) > DATA-PES-W
                     MOVE CT-DATA-W(NR-CONTRATO-CO40) TO DATA-PES-W
                  END-IF
           END-EVALUATE.
       APLICA-CONTRATO-FIM.
           EXIT.

      *    Soma TIPO-PES/COD-PES/DATA-PES/MOTIVO-PES na linha da
      *    pessoa: fica a data-base mais recente e o primeiro motivo
      *    de retencao.
       ACERTA-PESSOA SECTION.
           MOVE TIPO-PES-W TO TIPO-WK
           MOVE COD-PES-W  TO COD-WK
           READ WORK INVALID KEY
                MOVE DATA-PES-W   TO DATA-BASE-WK
                MOVE SPACES       TO MOTIVO-WK
                MOVE "N"          TO RETIDO-WK JA-ANONIMO-WK
                IF MOTIVO-PES-W NOT = SPACES
                   MOVE "S"          TO RETIDO-WK
                   MOVE MOTIVO-PES-W TO MOTIVO-WK
                END-IF
                WRITE REG-WORK
                GO ACERTA-PESSOA-FIM
           END-READ.
           IF DATA-PES-W > DATA-BASE-WK
              MOVE DATA-PES-W TO DATA-BASE-WK
           END-IF.
           IF MOTIVO-PES-W NOT = SPACES AND RETIDO-WK = "N"
              MOVE "S"          TO RETIDO-WK
              MOVE MOTIVO-PES-W TO MOTIVO-WK
           END-IF.
           REWRITE REG-WORK.
       ACERTA-PESSOA-FIM.
           EXIT.

       VARRE-PARCELAS SECTION.
           MOVE ZEROS TO CHAVE-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 NOT = "00"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   IF SITUACAO-CR01 = 0 AND
                      VALOR-CR01 > VALOR-PAGO-CR01
                      MOVE ZEROS TO DATA-PES-W
                      MOVE "PARCELA EM ABERTO" TO MOTIVO-PES-W
                      MOVE "F"   TO TIPO-PES-W
                      MOVE NR-CONTRATO-CR01  TO CONTRATO-FORM-W
                      MOVE SEQ-FORMANDO-CR01 TO SEQ-FORM-W
                      MOVE FORMANDO-NUM-W    TO COD-PES-W
                      PERFORM ACERTA-PESSOA
                      IF CLIENTE-CR01 > ZEROS
                         MOVE "C"          TO TIPO-PES-W
                         MOVE CLIENTE-CR01 TO COD-PES-W
                         PERFORM ACERTA-PESSOA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.
       VARRE-PARCELAS-FIM.
           EXIT.

       VARRE-CHEQUES SECTION.
           MOVE ZEROS TO CHAVE-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 NOT = "00"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF CLIENTE-CH10 > ZEROS
                      MOVE "C"             TO TIPO-PES-W
                      MOVE CLIENTE-CH10    TO COD-PES-W
                      MOVE DATA-MOVTO-CH10 TO DATA-PES-W
                      MOVE SPACES          TO MOTIVO-PES-W
                      IF SITUACAO-CH10 = 0 OR SITUACAO-CH10 = 4
                         MOVE "CHEQUE EM CARTEIRA/DESCONTADO" TO
                              MOTIVO-PES-W
                      END-IF
                      PERFORM ACERTA-PESSOA
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
       VARRE-CHEQUES-FIM.
           EXIT.

       VARRE-DEVOLVIDOS SECTION.
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 NOT = "00"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   IF DATA-RECTO-CH13 = ZEROS
                      MOVE ZEROS TO DATA-PES-W
                      MOVE "DEVOLVIDO NAO RECUPERADO" TO MOTIVO-PES-W
                      IF CLIENTE-CH13 > ZEROS
                         MOVE "C"          TO TIPO-PES-W
                         MOVE CLIENTE-CH13 TO COD-PES-W
                         PERFORM ACERTA-PESSOA
                      END-IF
                      IF CONTRATO-CH13 > ZEROS
                         MOVE "F"           TO TIPO-PES-W
                         MOVE CONTRATO-CH13 TO CONTRATO-FORM-W
                         MOVE ITEM-CH13     TO SEQ-FORM-W
                         MOVE FORMANDO-NUM-W TO COD-PES-W
                         PERFORM ACERTA-PESSOA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
       VARRE-DEVOLVIDOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Clientes (CLD001) e formandos (COD045)
      *----------------------------------------------------------------
       ANONIMIZA-PESSOAS SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CLIENTES E FORMANDOS" TO REG-RELAT(01: 20)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "T   CODIGO/CONTR-SEQ  DATA-BASE   SITUACAO" TO
                REG-RELAT(01: 42)
           WRITE REG-RELAT
           MOVE LOW-VALUES TO CHAVE-WK
           MOVE "N" TO FIM-WORK-W
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "S" TO FIM-WORK-W.
           PERFORM UNTIL FIM-WORK-W = "S"
              READ WORK NEXT RECORD AT END
                   MOVE "S" TO FIM-WORK-W
              NOT AT END
                   IF JA-ANONIMO-WK = "N"
                      PERFORM AVALIA-PESSOA
                   END-IF
              END-READ
           END-PERFORM.
       ANONIMIZA-PESSOAS-FIM.
           EXIT.

       AVALIA-PESSOA SECTION.
           IF TIPO-WK = "C"
              MOVE CORTE-CLD001-W TO CORTE-W
           ELSE
              MOVE CORTE-COD045-W TO CORTE-W
           END-IF.
           PERFORM TESTA-ELEGIVEL.
      *    So entra no relatorio quem ja passou do prazo.
           IF DATA-BASE-WK = ZEROS OR DATA-BASE-WK NOT < CORTE-W
              GO AVALIA-PESSOA-FIM.
           MOVE SPACES TO REG-RELAT
           MOVE TIPO-WK TO REG-RELAT(01: 01)
           IF TIPO-WK = "C"
              MOVE COD-WK TO COD-E
              MOVE COD-E  TO REG-RELAT(05: 08)
           ELSE
              MOVE COD-WK TO FORMANDO-NUM-W
              MOVE CONTRATO-FORM-W TO REG-RELAT(05: 04)
              MOVE "-"             TO REG-RELAT(09: 01)
              MOVE SEQ-FORM-W      TO REG-RELAT(10: 04)
           END-IF.
           MOVE DATA-BASE-WK TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E TO REG-RELAT(21: 10)
           IF ELEGIVEL-W = "N"
              MOVE "RETIDO - "  TO REG-RELAT(33: 09)
              MOVE MOTIVO-WK    TO REG-RELAT(42: 30)
              IF TIPO-WK = "C"
                 ADD 1 TO QT-CLI-RETIDO-W
              ELSE
                 ADD 1 TO QT-FORM-RETIDO-W
              END-IF
              WRITE REG-RELAT
              GO AVALIA-PESSOA-FIM.
           IF TIPO-WK = "C"
              PERFORM ANONIMIZA-CLIENTE
           ELSE
              PERFORM ANONIMIZA-FORMANDO
           END-IF.
           WRITE REG-RELAT.
       AVALIA-PESSOA-FIM.
           EXIT.

      *    Pessoa do REG-WORK pode ser anonimizada com o CORTE-W?
       TESTA-ELEGIVEL SECTION.
           MOVE "N" TO ELEGIVEL-W.
           IF RETIDO-WK = "N" AND DATA-BASE-WK > ZEROS AND
              DATA-BASE-WK < CORTE-W
              MOVE "S" TO ELEGIVEL-W.
       TESTA-ELEGIVEL-FIM.
           EXIT.

       ANONIMIZA-CLIENTE SECTION.
           MOVE COD-WK TO CODIGO-CL01
           READ CLD001 INVALID KEY
                MOVE "NAO ESTA NO CLD001" TO REG-RELAT(33: 18)
                GO ANONIMIZA-CLIENTE-FIM
           END-READ.
           ADD 1 TO QT-CLI-ANON-W
           IF MODO-W NOT = "E"
              MOVE "A ANONIMIZAR - " TO REG-RELAT(33: 15)
              MOVE NOME-CL01         TO REG-RELAT(48: 30)
              GO ANONIMIZA-CLIENTE-FIM.
           MOVE NOME-ANONIMO-W TO NOME-CL01
           MOVE SPACES TO ENDERECO-CL01 FONE-CL01 EMAIL-CL01
           MOVE ZEROS  TO CEP-CL01 CPF-CL01
           MOVE 1      TO SITUACAO-CL01
           REWRITE REG-CLD001 INVALID KEY
                   MOVE "ERRO REGRAVACAO CLD001" TO REG-RELAT(33: 22)
                   SUBTRACT 1 FROM QT-CLI-ANON-W
                   GO ANONIMIZA-CLIENTE-FIM
           END-REWRITE.
           MOVE "CLD001"   TO LOG3-ARQUIVO
           MOVE REG-CLD001 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG003
           MOVE "ANONIMIZADO" TO REG-RELAT(33: 11).
       ANONIMIZA-CLIENTE-FIM.
           EXIT.

       ANONIMIZA-FORMANDO SECTION.
           MOVE COD-WK TO FORMANDO-NUM-W
           MOVE CONTRATO-FORM-W TO NR-CONTRATO-CO45
           MOVE SEQ-FORM-W      TO SEQ-FORMANDO-CO45
           READ COD045 INVALID KEY
                MOVE "NAO ESTA NO COD045" TO REG-RELAT(33: 18)
                GO ANONIMIZA-FORMANDO-FIM
           END-READ.
           ADD 1 TO QT-FORM-ANON-W
           IF MODO-W NOT = "E"
              MOVE "A ANONIMIZAR - " TO REG-RELAT(33: 15)
              MOVE NOME-CO45         TO REG-RELAT(48: 30)
              GO ANONIMIZA-FORMANDO-FIM.
           MOVE NOME-ANONIMO-W TO NOME-CO45
           REWRITE REG-COD045 INVALID KEY
                   MOVE "ERRO REGRAVACAO COD045" TO REG-RELAT(33: 22)
                   SUBTRACT 1 FROM QT-FORM-ANON-W
                   GO ANONIMIZA-FORMANDO-FIM
           END-REWRITE.
           MOVE "COD045"   TO LOG3-ARQUIVO
           MOVE REG-COD045 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG003
           MOVE "ANONIMIZADO" TO REG-RELAT(33: 11).
       ANONIMIZA-FORMANDO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Copias do endereco nas notificacoes da regua (CRD003)
      *----------------------------------------------------------------
       ANONIMIZA-NOTIFICACOES SECTION.
           MOVE CORTE-CRD003-W TO CORTE-W
           MOVE LOW-VALUES TO CHAVE-CR03.
           START CRD003 KEY IS NOT < CHAVE-CR03 INVALID KEY
                 MOVE "10" TO ST-CRD003.
           PERFORM UNTIL ST-CRD003 NOT = "00"
              READ CRD003 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD003
              NOT AT END
                   IF NOME-CR03(1: 16) NOT = NOME-ANONIMO-W(1: 16)
                      MOVE "C"          TO TIPO-WK
                      MOVE CLIENTE-CR03 TO COD-WK
                      READ WORK INVALID KEY
                           MOVE "N" TO ELEGIVEL-W
                      NOT INVALID KEY
                           PERFORM TESTA-ELEGIVEL
                      END-READ
                      IF ELEGIVEL-W = "S"
                         PERFORM ANONIMIZA-NOTIFICACAO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD003.
       ANONIMIZA-NOTIFICACOES-FIM.
           EXIT.

       ANONIMIZA-NOTIFICACAO SECTION.
           ADD 1 TO QT-NOTIF-ANON-W
           IF MODO-W NOT = "E"
              GO ANONIMIZA-NOTIFICACAO-FIM.
           MOVE NOME-ANONIMO-W TO NOME-CR03
           MOVE SPACES TO ENDERECO-CR03
           MOVE ZEROS  TO CEP-CR03
           REWRITE REG-CRD003 INVALID KEY
                   SUBTRACT 1 FROM QT-NOTIF-ANON-W
                   GO ANONIMIZA-NOTIFICACAO-FIM
           END-REWRITE.
           MOVE "CRD003"   TO LOG3-ARQUIVO
           MOVE REG-CRD003 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG003.
       ANONIMIZA-NOTIFICACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Cartas de cobranca na fila de e-mails (GED005)
      *----------------------------------------------------------------
       ANONIMIZA-FILA-EMAIL SECTION.
           MOVE CORTE-GED005-W TO CORTE-W
           MOVE "C"   TO TIPO-DEST-GE05
           MOVE ZEROS TO COD-DEST-GE05 NUMERO-GE05
           START GED005 KEY IS NOT < ALT1-GE05 INVALID KEY
                 MOVE "10" TO ST-GED005.
           PERFORM UNTIL ST-GED005 NOT = "00"
              READ GED005 NEXT RECORD AT END
                   MOVE "10" TO ST-GED005
              NOT AT END
                   IF TIPO-DEST-GE05 NOT = "C"
                      MOVE "10" TO ST-GED005
                   ELSE
                      IF NOME-DEST-GE05(1: 16) NOT =
                         NOME-ANONIMO-W(1: 16)
                         MOVE "C"           TO TIPO-WK
                         MOVE COD-DEST-GE05 TO COD-WK
                         READ WORK INVALID KEY
                              MOVE "N" TO ELEGIVEL-W
                         NOT INVALID KEY
                              PERFORM TESTA-ELEGIVEL
                         END-READ
                         IF ELEGIVEL-W = "S"
                            PERFORM ANONIMIZA-MENSAGEM
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-GED005.
       ANONIMIZA-FILA-EMAIL-FIM.
           EXIT.

       ANONIMIZA-MENSAGEM SECTION.
           ADD 1 TO QT-EMAIL-ANON-W
           IF MODO-W NOT = "E"
              GO ANONIMIZA-MENSAGEM-FIM.
           IF ANEXO-GE05 NOT = SPACES
              MOVE ANEXO-GE05 TO PATH-ANEXO-W
              CALL "CBL_DELETE_FILE" USING PATH-ANEXO-W
                   RETURNING RETORNO-DEL-W
           END-IF.
           MOVE NOME-ANONIMO-W TO NOME-DEST-GE05
           MOVE SPACES TO EMAIL-DEST-GE05 ANEXO-GE05
           REWRITE REG-GED005 INVALID KEY
                   SUBTRACT 1 FROM QT-EMAIL-ANON-W
                   GO ANONIMIZA-MENSAGEM-FIM
           END-REWRITE.
           MOVE "GED005"   TO LOG3-ARQUIVO
           MOVE REG-GED005 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG003.
       ANONIMIZA-MENSAGEM-FIM.
           EXIT.

      *    LOG3-ARQUIVO/-REGISTRO ja preenchidos
       GRAVA-LOG003 SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DATA-CPU   TO LOG3-DATA
           MOVE WS-HORA-SYS   TO LOG3-HORAS
           MOVE USUARIO-W     TO LOG3-USUARIO
           MOVE "A"           TO LOG3-OPERACAO
           MOVE "GEB003"      TO LOG3-PROGRAMA
           PERFORM UNTIL ST-LOG003 = "10"
              WRITE REG-LOG003 INVALID KEY
                    ADD 1 TO LOG3-HORAS
              NOT INVALID KEY
                    MOVE "10" TO ST-LOG003
              END-WRITE
           END-PERFORM.
           MOVE "00" TO ST-LOG003.
           PERFORM SELA-LOG003.
       GRAVA-LOG003-FIM.
           EXIT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-AUX-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-AUX-W * 1000000 +
                            MES-AUX-W * 10000 + ANO-AUX-W.
       EDITA-DATA-FIM.
           EXIT.

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
