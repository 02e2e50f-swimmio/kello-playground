       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB085.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Confirmacao e pendencias da entrega de fitas ao
      * formando (VID105) - o mesmo papel do CPB076 p/ os protocolos
      * de brindes. Primeiro aplica as confirmacoes do arquivo
      * CNFCP85 (protocolo assinado voltou: SITUACAO-V105 = 1 com
      * quem recebeu e quando, imagem LOG003); depois lista
      *   1) os protocolos emitidos pelo COP045 e ainda nao
      *      confirmados, com formando, fitas e idade em dias
      *      (GRDIAS1);
      *   2) por contrato, as fitas aprovadas (VID100 revisada, com
      *      revisao em VID101 e sem retrabalho aberto em VID104 - o
      *      mesmo criterio do COP045) que ainda nao sairam em
      *      protocolo p/ cada formando ativo do COD045.
      *
      * Confirmacoes em CNFCP85 na pasta da empresa, uma por linha:
      *   NR-PROTOCOLO(6);RECEBEDOR(30);DATA RECEBIMENTO AAAAMMDD
      * (data vazia = hoje; arquivo ausente = so o relatorio)
      * Saida: arquivo-relatorio RELCP85.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY COPX045.
           COPY VIPX100.
           COPY VIPX101.
           COPY VIPX104.
           COPY VIPX105.
           COPY LOGX003.

           SELECT ARQ-CONFIRMA ASSIGN TO PATH-CONFIRMA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CONFIRMA.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY COPW045.
       COPY VIPW100.
       COPY VIPW101.
       COPY VIPW104.
       COPY VIPW105.
       COPY LOGW003.

       FD  ARQ-CONFIRMA.
       01  LINHA-CONFIRMA           PIC X(50).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID101             PIC XX       VALUE SPACES.
           05  ST-VID104             PIC XX       VALUE SPACES.
           05  ST-VID105             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-CONFIRMA           PIC XX       VALUE SPACES.
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
           05  PATH-CONFIRMA         PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(06)    VALUE SPACES.
           05  CAMPO2-X              PIC X(30)    VALUE SPACES.
           05  CAMPO3-X              PIC X(08)    VALUE SPACES.
           05  DIAS-ABERTO-W         PIC S9(5)    VALUE ZEROS.
           05  PROTOCOLO-PEND-W      PIC 9(6)     VALUE ZEROS.
           05  QT-CONFIRMADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-FORM-SEM-FITA-W    PIC 9(5)     VALUE ZEROS.
           05  QT-FITAS-NAO-ENTR-W   PIC 9(7)     VALUE ZEROS.
           05  FITA-APROVADA-W       PIC 9        VALUE ZEROS.
           05  FIM-V104-W            PIC 9        VALUE ZEROS.
           05  CONTRATO-ATUAL-W      PIC 9(4)     VALUE ZEROS.
           05  CONTRATO-IMPRESSO-W   PIC 9        VALUE ZEROS.
           05  QT-FALTA-W            PIC 9(3)     VALUE ZEROS.
           05  COL-W                 PIC 9(3)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  LINHA-FORMANDO-W      PIC X(100)   VALUE SPACES.

      *    Fitas aprovadas do contrato em processamento.
           05  QT-APROVADAS-W        PIC 9(3)     VALUE ZEROS.
           05  TB-FITAS.
               10  FITA-APROV-TB     PIC 9(5)     OCCURS 300.

           05  DATA-E                PIC 99/99/9999.
           05  QTDE-E                PIC ZZ9.

           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONFIRMADOS-W QT-PENDENTES-W
                         QT-FORM-SEM-FITA-W QT-FITAS-NAO-ENTR-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "COD045"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-COD045
           MOVE "VID100"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID100
           MOVE "VID101"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID101
           MOVE "VID104"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID104
           MOVE "VID105"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID105
           MOVE "LOG003"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CNFCP85" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CONFIRMA
           MOVE "RELCP85" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT COD045 VID100 VID101 VID104
           OPEN I-O   VID105 LOG003
           IF ST-VID105 = "35"
              CLOSE VID105      OPEN OUTPUT VID105
              CLOSE VID105      OPEN I-O VID105
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN OUTPUT ARQ-RELAT

           IF ST-VID105 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA VID105/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem emissao/revisao de fitas ou formandos nao ha o que
      *    cobrar - so a parte dos protocolos.
           IF ST-VID100 <> "00" AND ST-VID100 <> "05" AND
              ST-VID100 <> "35"
              DISPLAY "ERRO ABERTURA VID100: " ST-VID100
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD045 <> "00" AND ST-COD045 <> "05" AND
              ST-COD045 <> "35"
              DISPLAY "ERRO ABERTURA COD045: " ST-COD045
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM APLICA-CONFIRMACOES
              PERFORM LISTA-PENDENTES
              PERFORM LISTA-NAO-ENTREGUES
           END-IF.

           CLOSE COD045 VID100 VID101 VID104 VID105 LOG003 ARQ-RELAT.

           DISPLAY "PROTOCOLOS CONFIRMADOS...........: "
                   QT-CONFIRMADOS-W.
           DISPLAY "PROTOCOLOS PENDENTES.............: "
                   QT-PENDENTES-W.
           DISPLAY "FORMANDOS COM FITA NAO ENTREGUE..: "
                   QT-FORM-SEM-FITA-W.
           DISPLAY "FITAS APROVADAS NAO ENTREGUES....: "
                   QT-FITAS-NAO-ENTR-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       APLICA-CONFIRMACOES SECTION.
           OPEN INPUT ARQ-CONFIRMA.
           IF ST-CONFIRMA <> "00"
              GO APLICA-CONFIRMACOES-FIM.
           PERFORM UNTIL ST-CONFIRMA = "10"
              READ ARQ-CONFIRMA AT END
                   MOVE "10" TO ST-CONFIRMA
              NOT AT END
                   PERFORM CONFIRMA-UM-PROTOCOLO
              END-READ
           END-PERFORM.
           CLOSE ARQ-CONFIRMA.
       APLICA-CONFIRMACOES-FIM.
           EXIT.

       CONFIRMA-UM-PROTOCOLO SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X.
           UNSTRING LINHA-CONFIRMA DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X
           END-UNSTRING.
           IF CAMPO1-X NOT NUMERIC OR CAMPO2-X = SPACES
              DISPLAY "CONFIRMACAO INVALIDA: " LINHA-CONFIRMA
              GO CONFIRMA-UM-PROTOCOLO-FIM.
           IF CAMPO3-X NOT = SPACES AND CAMPO3-X NOT NUMERIC
              DISPLAY "DATA DE RECEBIMENTO INVALIDA: " LINHA-CONFIRMA
              GO CONFIRMA-UM-PROTOCOLO-FIM.
           MOVE CAMPO1-X TO NR-PROTOCOLO-V105.
           MOVE ZEROS    TO SEQ-ITEM-V105.
           READ VID105 INVALID KEY
                DISPLAY "PROTOCOLO NAO ENCONTRADO: " CAMPO1-X
                GO CONFIRMA-UM-PROTOCOLO-FIM.
           IF SITUACAO-V105 = 1
              DISPLAY "PROTOCOLO JA CONFIRMADO: " CAMPO1-X
              GO CONFIRMA-UM-PROTOCOLO-FIM.
           MOVE 1           TO SITUACAO-V105.
           MOVE CAMPO2-X    TO RECEBEDOR-V105.
           IF CAMPO3-X = SPACES
              MOVE DATA-HOJE-W TO DATA-CONFIRMA-V105
           ELSE
              MOVE CAMPO3-X    TO DATA-CONFIRMA-V105
           END-IF.
           REWRITE REG-VID105 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO VID105: " ST-VID105
           NOT INVALID KEY
                 ADD 1 TO QT-CONFIRMADOS-W
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "VID105"    TO LOG3-ARQUIVO
                 MOVE "CPB085"    TO LOG3-PROGRAMA
                 MOVE REG-VID105  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-REWRITE.
       CONFIRMA-UM-PROTOCOLO-FIM.
           EXIT.

       LISTA-PENDENTES SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "PROTOCOLOS DE ENTREGA DE FITAS SEM CONFIRMACAO"
                TO REG-RELAT(01: 46)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-PROTOCOLO-V105 SEQ-ITEM-V105
                         PROTOCOLO-PEND-W.
           START VID105 KEY IS NOT < CHAVE-V105 INVALID KEY
                 MOVE "10" TO ST-VID105.
           PERFORM UNTIL ST-VID105 = "10"
              READ VID105 NEXT RECORD AT END
                   MOVE "10" TO ST-VID105
              NOT AT END
                   IF SEQ-ITEM-V105 = ZEROS
                      IF SITUACAO-V105 = 0
                         MOVE NR-PROTOCOLO-V105 TO PROTOCOLO-PEND-W
                         ADD 1 TO QT-PENDENTES-W
                         PERFORM LINHA-CABECALHO-PEND
                      ELSE
                         MOVE ZEROS TO PROTOCOLO-PEND-W
                      END-IF
                   ELSE
                      IF NR-PROTOCOLO-V105 = PROTOCOLO-PEND-W AND
                         PROTOCOLO-PEND-W > ZEROS
                         MOVE SPACES TO REG-RELAT
                         MOVE "  FITA "      TO REG-RELAT(01: 07)
                         MOVE NR-FITA-V105   TO REG-RELAT(08: 05)
                         WRITE REG-RELAT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID105.
           IF QT-PENDENTES-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUM PROTOCOLO PENDENTE" TO REG-RELAT(01: 26)
              WRITE REG-RELAT
           END-IF.

       LINHA-CABECALHO-PEND SECTION.
           MOVE DATA-EMISSAO-V105 TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-HOJE-W       TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-ABERTO-W.
           MOVE CONTRATO-V105 TO NR-CONTRATO-CO45.
           MOVE FORMANDO-V105 TO SEQ-FORMANDO-CO45.
           IF ST-COD045 = "00"
              READ COD045 INVALID KEY
                   MOVE "********" TO NOME-CO45
              END-READ
           ELSE
              MOVE "********" TO NOME-CO45
           END-IF.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PROTOCOLO " TO REG-RELAT(01: 10)
           MOVE NR-PROTOCOLO-V105 TO REG-RELAT(11: 06)
           MOVE " CONTRATO " TO REG-RELAT(17: 10)
           MOVE CONTRATO-V105 TO REG-RELAT(27: 04)
           MOVE "/"          TO REG-RELAT(31: 01)
           MOVE FORMANDO-V105 TO REG-RELAT(32: 04)
           MOVE NOME-CO45(1: 25) TO REG-RELAT(37: 25)
           MOVE DATA-EMISSAO-V105 TO DATA-E
           MOVE DATA-E       TO REG-RELAT(63: 10)
           MOVE " HA "       TO REG-RELAT(73: 04)
           MOVE DIAS-ABERTO-W TO REG-RELAT(77: 05)
           MOVE " DIAS"      TO REG-RELAT(82: 05)
           WRITE REG-RELAT.

       LISTA-NAO-ENTREGUES SECTION.
      *    Percorre VID100 por contrato juntando as fitas aprovadas;
      *    a cada troca de contrato confere os formandos ativos.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FITAS APROVADAS AINDA NAO ENTREGUES AO FORMANDO"
                TO REG-RELAT(01: 47)
           WRITE REG-RELAT
           IF ST-VID100 <> "00" OR ST-VID101 <> "00" OR
              ST-COD045 <> "00"
              GO LISTA-NAO-ENTREGUES-FIM.
           MOVE ZEROS TO CONTRATO-ATUAL-W QT-APROVADAS-W.
           MOVE ZEROS TO CONTRATO-V100 NR-FITA-V100.
           START VID100 KEY IS NOT < NR-FITAS-V100 INVALID KEY
                 MOVE "10" TO ST-VID100.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END
                   MOVE "10" TO ST-VID100
              NOT AT END
                   IF CONTRATO-V100 NOT = CONTRATO-ATUAL-W
                      PERFORM CONFERE-FORMANDOS
                      MOVE CONTRATO-V100 TO CONTRATO-ATUAL-W
                      MOVE ZEROS TO QT-APROVADAS-W
                   END-IF
                   PERFORM CONFERE-FITA-APROVADA
                   IF FITA-APROVADA-W = 1
                      IF QT-APROVADAS-W < 300
                         ADD 1 TO QT-APROVADAS-W
                         MOVE NR-FITA-V100 TO
                              FITA-APROV-TB(QT-APROVADAS-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM CONFERE-FORMANDOS.
           MOVE "00" TO ST-VID100.
           IF QT-FORM-SEM-FITA-W = ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUMA FITA APROVADA PENDENTE DE ENTREGA" TO
                   REG-RELAT(01: 41)
              WRITE REG-RELAT
           END-IF.
       LISTA-NAO-ENTREGUES-FIM.
           EXIT.

       CONFERE-FITA-APROVADA SECTION.
      *    Mesmo criterio do COP045: revisada em VID100, revisao
      *    gravada em VID101 e nenhum ciclo de VID104 em aberto.
           MOVE ZEROS TO FITA-APROVADA-W.
           IF SITUACAO-V100 NOT = 1
              GO CONFERE-FITA-APROVADA-FIM.
           MOVE NR-FITAS-V100 TO NR-FITAS-V101.
           READ VID101 INVALID KEY
                GO CONFERE-FITA-APROVADA-FIM.
           IF ST-VID104 = "00"
              MOVE ZEROS TO FIM-V104-W
              MOVE NR-FITAS-V100 TO NR-FITAS-V104
              MOVE ZEROS         TO SEQ-RETRAB-V104
              START VID104 KEY IS NOT < CHAVE-V104 INVALID KEY
                    MOVE 1 TO FIM-V104-W
              END-START
              PERFORM UNTIL FIM-V104-W = 1
                 READ VID104 NEXT RECORD AT END MOVE 1 TO FIM-V104-W
                 NOT AT END
                   IF NR-FITAS-V104 NOT = NR-FITAS-V100
                      MOVE 1 TO FIM-V104-W
                   ELSE
                      IF SITUACAO-V104 NOT = 2
                         GO CONFERE-FITA-APROVADA-FIM
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE 1 TO FITA-APROVADA-W.
       CONFERE-FITA-APROVADA-FIM.
           EXIT.

       CONFERE-FORMANDOS SECTION.
           IF QT-APROVADAS-W = ZEROS OR CONTRATO-ATUAL-W = ZEROS
              GO CONFERE-FORMANDOS-FIM.
           MOVE ZEROS TO CONTRATO-IMPRESSO-W.
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
                         PERFORM CONFERE-UM-FORMANDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.
       CONFERE-FORMANDOS-FIM.
           EXIT.

       CONFERE-UM-FORMANDO SECTION.
      *    Fitas aprovadas sem item de protocolo p/ o formando; as
      *    primeiras 8 vao na linha, o total vai na frente.
           MOVE ZEROS TO QT-FALTA-W.
           MOVE SPACES TO LINHA-FORMANDO-W.
           MOVE 46 TO COL-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-APROVADAS-W
              MOVE CONTRATO-ATUAL-W  TO CONTRATO-V105
              MOVE SEQ-FORMANDO-CO45 TO FORMANDO-V105
              MOVE FITA-APROV-TB(I)  TO NR-FITA-V105
              READ VID105 KEY IS CHAVE2-V105 INVALID KEY
                   ADD 1 TO QT-FALTA-W
                   IF QT-FALTA-W NOT > 8
                      MOVE FITA-APROV-TB(I) TO
                           LINHA-FORMANDO-W(COL-W: 05)
                      ADD 6 TO COL-W
                   END-IF
              END-READ
           END-PERFORM.
           IF QT-FALTA-W = ZEROS
              GO CONFERE-UM-FORMANDO-FIM.
           ADD 1 TO QT-FORM-SEM-FITA-W.
           ADD QT-FALTA-W TO QT-FITAS-NAO-ENTR-W.
           IF QT-FALTA-W > 8
              MOVE "..." TO LINHA-FORMANDO-W(COL-W: 03).
           MOVE SEQ-FORMANDO-CO45 TO LINHA-FORMANDO-W(03: 04).
           MOVE NOME-CO45(1: 30)  TO LINHA-FORMANDO-W(08: 30).
           MOVE QT-FALTA-W        TO QTDE-E.
           MOVE QTDE-E            TO LINHA-FORMANDO-W(39: 03).
           MOVE "FT:"             TO LINHA-FORMANDO-W(42: 03).
           IF CONTRATO-IMPRESSO-W = ZEROS
              PERFORM LINHA-CONTRATO
           END-IF.
           MOVE LINHA-FORMANDO-W TO REG-RELAT.
           WRITE REG-RELAT.
       CONFERE-UM-FORMANDO-FIM.
           EXIT.

       LINHA-CONTRATO SECTION.
      *    Cabecalho do contrato antes do primeiro formando pendente.
           MOVE 1 TO CONTRATO-IMPRESSO-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONTRATO "      TO REG-RELAT(01: 09)
           MOVE CONTRATO-ATUAL-W TO REG-RELAT(10: 04)
           MOVE " - FITAS APROVADAS: " TO REG-RELAT(14: 20)
           MOVE QT-APROVADAS-W   TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(34: 03)
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
