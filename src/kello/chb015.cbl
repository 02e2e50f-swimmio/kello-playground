       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHB015.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Conciliacao dos depositos de cheques recebidos contra
      * o extrato bancario - o lado do deposito do que CPB029 faz com
      * os cheques emitidos. Importa o extrato em EXTCH15 (mesmo
      * formato do EXTCP29) e casa:
      *   - cada credito de deposito com o bordero do CHB011 de mesmo
      *     numero (NR-BORDERO-CH10): valor do credito igual a soma
      *     dos cheques do bordero confirma a compensacao de todos os
      *     que ainda estao depositados (DATA-COMPENS-CH10 = data do
      *     credito); valor diferente sai como divergencia e nada e
      *     confirmado;
      *   - cada devolucao (historico iniciado por "DEV") com o cheque
      *     depositado de mesmo numero e valor: o cheque passa a
      *     devolvido (SITUACAO-CH10 = 2), o devolvido e aberto em
      *     CHD013 com o motivo do banco e a chave do cheque
      *     (CHEQUE-ORIGEM-CH13), e a baixa das parcelas do formando
      *     feita pelo cheque e estornada (CRBAIXA).
      * A alinea vem logo apos o "DEV" do historico ("DEV11 ..." ou
      * "DEV 11 ..."). Alinea reapresentavel no cadastro CHD014 (ver
      * CHB016), enquanto o cheque nao atingiu o maximo de
      * apresentacoes, nao e devolucao final: o cheque volta p/ a
      * carteira (SITUACAO-CH10 = 0) e entra no proximo bordero do
      * CHB011, a baixa das parcelas e mantida e o CHD013 aberto sai
      * marcado REAPRESENTA-CH13 = 1 (fora da regua e da
      * negativacao). Sem alinea, alinea fora do cadastro ou
      * apresentacoes esgotadas = devolucao final.
      * Cheque descontado no banco (SITUACAO-CH10 = 4, CHB017) que
      * volta e sempre devolucao final e vira divida com o banco do
      * desconto: titulo em CPD020 p/ o fornecedor da conta do
      * bordero (CONTA-CH15), com LOG003 e jornal LOG004 como todo
      * titulo gerado em lote.
      * Toda gravacao deixa imagem em LOG003.
      *
      * Layout do extrato (EXTCH15, um lancamento por linha):
      *   1a linha: "BANCO;NNNNNN" (conta CBD001 do deposito)
      *   demais  : DATA(8);DOCTO(6);VALOR(11, centavos);HIST(30)
      *     credito de deposito: DOCTO = numero do bordero
      *     devolucao          : DOCTO = numero do cheque, HIST =
      *                          "DEV" + motivo/alinea do banco
      * Saida: CONCH15 (conciliacao).
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX010.
           COPY CHPX013.
           COPY CHPX014.
           COPY CHPX015.
           COPY CPPX020.
           COPY CPPX021.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-EXTRATO ASSIGN TO PATH-EXTRATO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-EXTRATO.

           SELECT ARQ-CONCIL ASSIGN TO PATH-CONCIL
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CONCIL.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CHPW010.
       COPY CHPW013.
       COPY CHPW014.
       COPY CHPW015.
       COPY CPPW020.
       COPY CPPW021.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-EXTRATO.
       01  LINHA-EXTRATO            PIC X(60).

       FD  ARQ-CONCIL.
       01  REG-CONCIL               PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CHD014             PIC XX       VALUE SPACES.
           05  ST-CHD015             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-EXTRATO            PIC XX       VALUE SPACES.
           05  ST-CONCIL             PIC XX       VALUE SPACES.
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
           05  PATH-EXTRATO          PIC X(30)    VALUE SPACES.
           05  PATH-CONCIL           PIC X(30)    VALUE SPACES.

           05  BANCO-W               PIC 9(6)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(08)    VALUE SPACES.
           05  CAMPO2-X              PIC X(06)    VALUE SPACES.
           05  CAMPO3-X              PIC X(11)    VALUE SPACES.
           05  CAMPO4-X              PIC X(30)    VALUE SPACES.
           05  VALOR-EXTRATO-W       PIC 9(9)V99  VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.
           05  IND-BORD-W            PIC 9(4)     VALUE ZEROS.
           05  IND-DEV-W             PIC 9(4)     VALUE ZEROS.
           05  QT-BORD-W             PIC 9(4)     VALUE ZEROS.
           05  QT-DEV-W              PIC 9(4)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(5)     VALUE ZEROS.
           05  DATA-DEV-W            PIC 9(8)     VALUE ZEROS.
           05  ALINEA-W              PIC 9(2)     VALUE ZEROS.
           05  REAPRESENTA-W         PIC 9        VALUE ZEROS.
           05  APRESENT-W            PIC 9        VALUE ZEROS.
           05  DESCONTADO-W          PIC X        VALUE "N".

           05  QT-LANCAMENTOS-W      PIC 9(6)     VALUE ZEROS.
           05  QT-CONFIRMADOS-W      PIC 9(6)     VALUE ZEROS.
           05  QT-DEVOLVIDOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-REAPRESENTAR-W     PIC 9(6)     VALUE ZEROS.
           05  QT-DIVIDA-BANCO-W     PIC 9(6)     VALUE ZEROS.
           05  QT-DIVERGENTES-W      PIC 9(6)     VALUE ZEROS.
           05  QT-NAO-ACHADOS-W      PIC 9(6)     VALUE ZEROS.

           05  TB-BORDEROS.
               10  TB-BORD-OCORRE OCCURS 200.
                   15  BORD-NUMERO-TB    PIC 9(6).
                   15  BORD-DATA-TB      PIC 9(8).
                   15  BORD-VALOR-TB     PIC 9(9)V99.
                   15  BORD-SOMA-TB      PIC 9(9)V99.
                   15  BORD-QT-TB        PIC 9(4).
           05  TB-DEVOLUCOES.
               10  TB-DEV-OCORRE OCCURS 999.
                   15  DEV-DATA-TB       PIC 9(8).
                   15  DEV-CHEQUE-TB     PIC 9(6).
                   15  DEV-VALOR-TB      PIC 9(9)V99.
                   15  DEV-HIST-TB       PIC X(30).
                   15  DEV-ACHOU-TB      PIC X.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPBAIXA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-BORD-W QT-DEV-W QT-LANCAMENTOS-W
                         QT-CONFIRMADOS-W QT-DEVOLVIDOS-W
                         QT-REAPRESENTAR-W QT-DIVIDA-BANCO-W
                         QT-DIVERGENTES-W QT-NAO-ACHADOS-W.
           INITIALIZE TB-BORDEROS TB-DEVOLUCOES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CHD014"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD014
           MOVE "CHD015"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD015
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "EXTCH15" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXTRATO
           MOVE "CONCH15" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CONCIL
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CHB015"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CHD010 CHD013 LOG003
           IF ST-CHD013 = "35"
              CLOSE CHD013      OPEN OUTPUT CHD013
              CLOSE CHD013      OPEN I-O CHD013
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT ARQ-EXTRATO
           OPEN OUTPUT ARQ-CONCIL
      *    Sem o cadastro de alineas toda devolucao e final.
           OPEN INPUT CHD014 CHD015
           OPEN I-O CPD020 CPD021 LOG001 LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           IF ST-LOG004 = "00"
              PERFORM ACHA-SEQ-JORNAL
           END-IF

           IF ST-CHD010 <> "00" OR ST-CHD013 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CHD010/CHD013/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-EXTRATO <> "00"
              DISPLAY "ARQUIVO DE EXTRATO EXTCH15 NAO ENCONTRADO: "
                      ST-EXTRATO
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-CONCIL
           MOVE "CONCILIACAO DOS DEPOSITOS DE CHEQUES (CHD010 X EXTRA"
                TO REG-CONCIL(01: 52)
           MOVE "TO)" TO REG-CONCIL(53: 03)
           WRITE REG-CONCIL

           IF ERRO-W = 0
              PERFORM CARREGA-EXTRATO
              CLOSE ARQ-EXTRATO
           END-IF.
           IF ERRO-W = 0
              PERFORM SOMA-BORDEROS
              PERFORM CONFERE-BORDEROS
              PERFORM PROCESSA-CHEQUES
              PERFORM CONFERE-DEVOLUCOES
           END-IF.

           MOVE SPACES TO REG-CONCIL
           WRITE REG-CONCIL
           MOVE SPACES TO REG-CONCIL
           MOVE "CONFIRMADOS: "               TO REG-CONCIL(01: 13)
           MOVE QT-CONFIRMADOS-W              TO REG-CONCIL(14: 6)
           MOVE " DEVOLVIDOS: "               TO REG-CONCIL(21: 13)
           MOVE QT-DEVOLVIDOS-W               TO REG-CONCIL(34: 6)
           MOVE " DIVERGENTES: "              TO REG-CONCIL(41: 14)
           MOVE QT-DIVERGENTES-W              TO REG-CONCIL(55: 6)
           MOVE " NAO LOCALIZADOS: "          TO REG-CONCIL(62: 18)
           MOVE QT-NAO-ACHADOS-W              TO REG-CONCIL(80: 6)
           WRITE REG-CONCIL

           CLOSE CHD010 CHD013 LOG003 ARQ-CONCIL.
           IF ST-CHD014 = "00"
              CLOSE CHD014.
           CLOSE CHD015 CPD020 CPD021 LOG001 LOG004.

           DISPLAY "LANCAMENTOS DO EXTRATO LIDOS.....: "
                   QT-LANCAMENTOS-W.
           DISPLAY "CHEQUES COMPENSADOS CONFIRMADOS..: "
                   QT-CONFIRMADOS-W.
           DISPLAY "CHEQUES DEVOLVIDOS (CHD013)......: "
                   QT-DEVOLVIDOS-W.
           DISPLAY "DEVOLVIDOS P/ REAPRESENTACAO.....: "
                   QT-REAPRESENTAR-W.
           DISPLAY "DESCONTADOS DEVOLVIDOS (DIVIDA)..: "
                   QT-DIVIDA-BANCO-W.
           DISPLAY "BORDEROS COM VALOR DIVERGENTE....: "
                   QT-DIVERGENTES-W.
           DISPLAY "LANCAMENTOS NAO LOCALIZADOS......: "
                   QT-NAO-ACHADOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CARREGA-EXTRATO SECTION.
      *    1a linha identifica a conta; creditos vao p/ a tabela de
      *    borderos (ate 200) e devolucoes p/ a de devolucoes (ate
      *    999).
           READ ARQ-EXTRATO AT END
                MOVE "10" TO ST-EXTRATO.
           IF ST-EXTRATO = "00" AND LINHA-EXTRATO(1: 6) = "BANCO;"
              MOVE LINHA-EXTRATO(7: 6) TO BANCO-W
           ELSE
              DISPLAY "1A LINHA DE EXTCH15 DEVE SER BANCO;NNNNNN"
              MOVE 1 TO ERRO-W
              MOVE "10" TO ST-EXTRATO
           END-IF.
           PERFORM UNTIL ST-EXTRATO = "10"
              READ ARQ-EXTRATO AT END
                   MOVE "10" TO ST-EXTRATO
              NOT AT END
                   PERFORM CARREGA-LINHA-EXTRATO
              END-READ
           END-PERFORM.

       CARREGA-LINHA-EXTRATO SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X.
           UNSTRING LINHA-EXTRATO DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
           END-UNSTRING.
           IF CAMPO2-X NOT NUMERIC OR CAMPO3-X NOT NUMERIC
              GO CARREGA-LINHA-EXTRATO-FIM.
           IF CAMPO1-X NOT NUMERIC
              MOVE ZEROS TO CAMPO1-X.
           ADD 1 TO QT-LANCAMENTOS-W.
           MOVE CAMPO3-X TO VALOR-EXTRATO-W
           DIVIDE VALOR-EXTRATO-W BY 100 GIVING VALOR-EXTRATO-W.
           IF CAMPO4-X(1: 3) = "DEV"
              IF QT-DEV-W NOT < 999
                 DISPLAY "EXTRATO COM MAIS DE 999 DEVOLUCOES - "
                         "EXCEDENTES IGNORADOS NESTA RODADA"
                 GO CARREGA-LINHA-EXTRATO-FIM
              END-IF
              ADD 1 TO QT-DEV-W
              MOVE CAMPO1-X        TO DEV-DATA-TB(QT-DEV-W)
              MOVE CAMPO2-X        TO DEV-CHEQUE-TB(QT-DEV-W)
              MOVE VALOR-EXTRATO-W TO DEV-VALOR-TB(QT-DEV-W)
              MOVE CAMPO4-X        TO DEV-HIST-TB(QT-DEV-W)
              MOVE "N"             TO DEV-ACHOU-TB(QT-DEV-W)
           ELSE
              IF QT-BORD-W NOT < 200
                 DISPLAY "EXTRATO COM MAIS DE 200 DEPOSITOS - "
                         "EXCEDENTES IGNORADOS NESTA RODADA"
                 GO CARREGA-LINHA-EXTRATO-FIM
              END-IF
              ADD 1 TO QT-BORD-W
              MOVE CAMPO2-X        TO BORD-NUMERO-TB(QT-BORD-W)
              MOVE CAMPO1-X        TO BORD-DATA-TB(QT-BORD-W)
              MOVE VALOR-EXTRATO-W TO BORD-VALOR-TB(QT-BORD-W)
           END-IF.
       CARREGA-LINHA-EXTRATO-FIM.
           EXIT.

       SOMA-BORDEROS SECTION.
      *    Soma de todos os cheques de cada bordero creditado - o
      *    banco credita o bordero cheio e debita as devolucoes.
           MOVE ZEROS TO CHAVE-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF NR-BORDERO-CH10 > ZEROS
                      PERFORM LOCALIZA-BORDERO
                      IF IND-BORD-W > ZEROS
                         ADD VALOR-CH10 TO BORD-SOMA-TB(IND-BORD-W)
                         ADD 1          TO BORD-QT-TB(IND-BORD-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.

       LOCALIZA-BORDERO SECTION.
           MOVE ZEROS TO IND-BORD-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-BORD-W OR IND-BORD-W > ZEROS
              IF BORD-NUMERO-TB(I) = NR-BORDERO-CH10
                 MOVE I TO IND-BORD-W
              END-IF
           END-PERFORM.

       CONFERE-BORDEROS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-BORD-W
              IF BORD-QT-TB(I) = ZEROS
                 ADD 1 TO QT-NAO-ACHADOS-W
                 MOVE "CREDITO SEM BORDERO        " TO CAMPO4-X
                 PERFORM GRAVA-LINHA-BORDERO
              ELSE
                 IF BORD-SOMA-TB(I) NOT = BORD-VALOR-TB(I)
                    ADD 1 TO QT-DIVERGENTES-W
                    MOVE "BORDERO COM VALOR DIVERGENTE" TO CAMPO4-X
                    PERFORM GRAVA-LINHA-BORDERO
                 END-IF
              END-IF
           END-PERFORM.

       PROCESSA-CHEQUES SECTION.
      *    So os cheques ainda depositados (SITUACAO-CH10 = 1) sem
      *    compensacao confirmada e os descontados no banco
      *    (SITUACAO-CH10 = 4), que so podem voltar devolvidos.
           MOVE ZEROS TO CHAVE-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF (SITUACAO-CH10 = 1 AND
                       DATA-COMPENS-CH10 = ZEROS) OR
                      SITUACAO-CH10 = 4
                      PERFORM AVALIA-CHEQUE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.

       AVALIA-CHEQUE SECTION.
           MOVE ZEROS TO IND-DEV-W.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-DEV-W OR IND-DEV-W > ZEROS
              IF DEV-ACHOU-TB(I)  = "N"            AND
                 DEV-CHEQUE-TB(I) = NR-CHEQUE-CH10 AND
                 DEV-VALOR-TB(I)  = VALOR-CH10
                 MOVE I TO IND-DEV-W
              END-IF
           END-PERFORM.
           IF IND-DEV-W > ZEROS
              MOVE "S" TO DEV-ACHOU-TB(IND-DEV-W)
              PERFORM DEVOLVE-CHEQUE
              GO AVALIA-CHEQUE-FIM.
           IF SITUACAO-CH10 = 4 OR NR-BORDERO-CH10 = ZEROS
              GO AVALIA-CHEQUE-FIM.
           PERFORM LOCALIZA-BORDERO.
           IF IND-BORD-W = ZEROS
              GO AVALIA-CHEQUE-FIM.
           IF BORD-SOMA-TB(IND-BORD-W) NOT = BORD-VALOR-TB(IND-BORD-W)
              GO AVALIA-CHEQUE-FIM.
           MOVE BORD-DATA-TB(IND-BORD-W) TO DATA-COMPENS-CH10.
           IF DATA-COMPENS-CH10 = ZEROS
              MOVE WS-DATA-CPU TO DATA-COMPENS-CH10
           END-IF.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CHD010: " ST-CHD010
                 GO AVALIA-CHEQUE-FIM
           END-REWRITE.
           MOVE "A"        TO LOG3-OPERACAO.
           MOVE "CHD010"   TO LOG3-ARQUIVO.
           MOVE REG-CHD010 TO LOG3-REGISTRO.
           PERFORM GRAVA-LOG.
           ADD 1 TO QT-CONFIRMADOS-W.
       AVALIA-CHEQUE-FIM.
           EXIT.

       DEVOLVE-CHEQUE SECTION.
           PERFORM CLASSIFICA-ALINEA.
           MOVE "N" TO DESCONTADO-W.
           IF SITUACAO-CH10 = 4
              MOVE "S" TO DESCONTADO-W
              MOVE 0   TO REAPRESENTA-W
           END-IF.
           IF REAPRESENTA-W = 1
              MOVE 0     TO SITUACAO-CH10
              MOVE ZEROS TO DATA-COMPENS-CH10
           ELSE
              MOVE 2     TO SITUACAO-CH10
           END-IF.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CHD010: " ST-CHD010
                 GO DEVOLVE-CHEQUE-FIM
           END-REWRITE.
           MOVE "A"        TO LOG3-OPERACAO.
           MOVE "CHD010"   TO LOG3-ARQUIVO.
           MOVE REG-CHD010 TO LOG3-REGISTRO.
           PERFORM GRAVA-LOG.
           ADD 1 TO QT-DEVOLVIDOS-W.
           IF REAPRESENTA-W = 1
              ADD 1 TO QT-REAPRESENTAR-W.

           PERFORM ACHA-SEQ-DEVOLVIDO.
           INITIALIZE REG-CHD013.
           MOVE DATA-DEV-W       TO DATA-MOVTO-CH13.
           MOVE ULT-SEQ-W        TO SEQ-CH13.
           MOVE CLIENTE-CH10     TO CLIENTE-CH13.
           MOVE CONTRATO-CH10    TO CONTRATO-CH13.
           MOVE ITEM-CH10        TO ITEM-CH13.
           MOVE BANCO-CH10       TO BANCO-CH13.
           MOVE NR-CHEQUE-CH10   TO NR-CHEQUE-CH13.
           MOVE VALOR-CH10       TO VALOR-CH13.
           MOVE DEV-HIST-TB(IND-DEV-W) TO MOTIVO-DEV-CH13.
           MOVE ZEROS            TO DATA-RECTO-CH13 DATA-NEGATIV-CH13
                                    ETAPA-REGUA-CH13.
           MOVE CHAVE-CH10       TO CHEQUE-ORIGEM-CH13.
           MOVE ALINEA-W         TO ALINEA-CH13.
           MOVE REAPRESENTA-W    TO REAPRESENTA-CH13.
           WRITE REG-CHD013 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CHD013: " ST-CHD013 " "
                         CHAVE-CH13
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CHD013"   TO LOG3-ARQUIVO
                 MOVE REG-CHD013 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

      *    Cheque que volta p/ reapresentacao ainda pode compensar
      *    - a baixa das parcelas so cai na devolucao final.
           IF REAPRESENTA-W = 0
              PERFORM ESTORNA-BAIXA-CHEQUE.
           IF DESCONTADO-W = "S"
              PERFORM GERA-DIVIDA-DESCONTO.

           MOVE SPACES TO REG-CONCIL.
           IF REAPRESENTA-W = 1
              MOVE "DEVOLVIDO - REAPRESENTAR   " TO REG-CONCIL(01: 28)
           ELSE
              MOVE "DEVOLVIDO - FINAL (CHD013) " TO REG-CONCIL(01: 28)
           END-IF
           MOVE DATA-MOVTO-CH13 TO DATA-E
           MOVE DATA-E          TO REG-CONCIL(30: 10)
           MOVE NR-CHEQUE-CH10  TO REG-CONCIL(41: 06)
           MOVE VALOR-CH10      TO VALOR-E
           MOVE VALOR-E         TO REG-CONCIL(48: 15)
           MOVE MOTIVO-DEV-CH13 TO REG-CONCIL(64: 30)
           WRITE REG-CONCIL.
       DEVOLVE-CHEQUE-FIM.
           EXIT.

       GERA-DIVIDA-DESCONTO SECTION.
      *    O banco que descontou cobra o cheque de volta: titulo a
      *    pagar p/ o fornecedor da conta do bordero de desconto,
      *    vencendo na data da devolucao.
           MOVE NR-DESCONTO-CH10 TO NR-DESCONTO-CH15.
           IF ST-CHD015 NOT = "00"
              MOVE ZEROS TO CONTA-CH15
           ELSE
              READ CHD015 INVALID KEY
                   MOVE ZEROS TO CONTA-CH15
              END-READ
           END-IF.
           IF CONTA-CH15 = ZEROS OR ST-CPD020 NOT = "00" OR
              ST-CPD021 NOT = "00"
              DISPLAY "CHEQUE DESCONTADO DEVOLVIDO SEM TITULO GERADO "
                      "(BORDERO " NR-DESCONTO-CH10 ") - CHEQUE "
                      CHAVE-CH10
              GO GERA-DIVIDA-DESCONTO-FIM.

           INITIALIZE REG-CPD020.
           MOVE CONTA-CH15      TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE SPACES          TO NR-DOCTO-CP20.
           STRING "CH" NR-CHEQUE-CH10 DELIMITED BY SIZE
                  INTO NR-DOCTO-CP20.
           MOVE 0101            TO NR-PARCELA-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20 PORTADOR-CP20
                                   CODREDUZ-APUR-CP20 SEQ-CAIXA-CP20
                                   NR-BORDERO-CP20 SIT-REMESSA-CP20
                                   SITUACAO-CP20 LIBERADO-CP20
                                   VALOR-LIQ-CP20 TAXA-APLIC-CP20
                                   DATA-PGTO-CP20 MULTA-ATRASO-CP20
                                   JUROS-MORA-CP20.
           MOVE WS-DATA-CPU     TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20.
           MOVE DATA-DEV-W      TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           STRING "RECOMPRA CH DESCONTADO " NR-DESCONTO-CH10
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE DATA-DEV-W(1: 6) TO COMPETENCIA-CP20.
           MOVE VALOR-CH10      TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                 GO GERA-DIVIDA-DESCONTO-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 IF ST-LOG004 = "00"
                    MOVE SPACES TO ANTES-IMAGEM-W
                    MOVE "I" TO JRN-OPERACAO-W
                    PERFORM GRAVA-JORNAL-CPD020
                 END-IF
           END-WRITE.
           ADD 1 TO QT-DIVIDA-BANCO-W.
           MOVE SPACES TO REG-CONCIL.
           MOVE "DESCONTADO - DIVIDA C/ BANCO" TO REG-CONCIL(01: 28)
           MOVE DATA-VENCTO-CP20 TO DATA-E
           MOVE DATA-E          TO REG-CONCIL(30: 10)
           MOVE NR-CHEQUE-CH10  TO REG-CONCIL(41: 06)
           MOVE VALOR-CH10      TO VALOR-E
           MOVE VALOR-E         TO REG-CONCIL(48: 15)
           MOVE "TITULO "       TO REG-CONCIL(64: 07)
           MOVE FORNEC-CP20     TO REG-CONCIL(71: 06)
           MOVE "/"             TO REG-CONCIL(77: 01)
           MOVE SEQ-CP20        TO REG-CONCIL(78: 05)
           WRITE REG-CONCIL.
       GERA-DIVIDA-DESCONTO-FIM.
           EXIT.

       ATUALIZA-SEQ-CPD021 SECTION.
      *    Proxima sequencia do fornecedor, com trilha LOG001 como
      *    em CPP020A/CPB020.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                  END-REWRITE
           END-READ.

       GRAVA-LOG-CPD021 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CHB015"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO PROX-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-JORNAL-CPD020 SECTION.
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CHB015"        TO LOG4-PROGRAMA.
           MOVE JRN-OPERACAO-W  TO LOG4-OPERACAO.
           MOVE ANTES-IMAGEM-W  TO LOG4-ANTES.
           MOVE REG-CPD020      TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       CLASSIFICA-ALINEA SECTION.
      *    Alinea do historico ("DEV" + alinea) contra o cadastro e
      *    o numero de vezes que o cheque ja foi ao banco (cheque
      *    depositado antes do contador existir conta 1).
           MOVE ZEROS TO ALINEA-W REAPRESENTA-W.
           IF DEV-HIST-TB(IND-DEV-W)(4: 2) IS NUMERIC
              MOVE DEV-HIST-TB(IND-DEV-W)(4: 2) TO ALINEA-W
           ELSE
              IF DEV-HIST-TB(IND-DEV-W)(5: 2) IS NUMERIC
                 MOVE DEV-HIST-TB(IND-DEV-W)(5: 2) TO ALINEA-W
              END-IF
           END-IF.
           IF ALINEA-W = ZEROS OR ST-CHD014 NOT = "00"
              GO CLASSIFICA-ALINEA-FIM.
           MOVE ALINEA-W TO ALINEA-CH14.
           READ CHD014 INVALID KEY
                GO CLASSIFICA-ALINEA-FIM.
           MOVE QT-APRESENT-CH10 TO APRESENT-W.
           IF APRESENT-W = ZEROS
              MOVE 1 TO APRESENT-W.
           IF REAPRESENTA-CH14 = 1 AND
              APRESENT-W < MAX-APRESENT-CH14
              MOVE 1 TO REAPRESENTA-W.
       CLASSIFICA-ALINEA-FIM.
           EXIT.

       ACHA-SEQ-DEVOLVIDO SECTION.
      *    Ultima sequencia de CHD013 na data da devolucao + 1.
           MOVE DEV-DATA-TB(IND-DEV-W) TO DATA-DEV-W.
           IF DATA-DEV-W = ZEROS
              MOVE WS-DATA-CPU TO DATA-DEV-W
           END-IF.
           MOVE DATA-DEV-W TO DATA-MOVTO-CH13.
           MOVE ZEROS TO SEQ-CH13 ULT-SEQ-W.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 = "10"
              READ CHD013 NEXT RECORD AT END MOVE "10" TO ST-CHD013
              NOT AT END
                 IF DATA-MOVTO-CH13 NOT = DATA-DEV-W
                    MOVE "10" TO ST-CHD013
                 ELSE
                    MOVE SEQ-CH13 TO ULT-SEQ-W
                 END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
           ADD 1 TO ULT-SEQ-W.

       ESTORNA-BAIXA-CHEQUE SECTION.
      *    Cheque de contrato que volta devolvido deixa de pagar as
      *    parcelas do formando - mesma chamada da CHP010 qdo o
      *    cheque e marcado devolvido na tela.
           IF CONTRATO-CH10 = ZEROS
              GO ESTORNA-BAIXA-CHEQUE-FIM.
           INITIALIZE PARAMETROS-CRBAIXA.
           MOVE 2               TO CRBAIXA-FUNCAO
           MOVE CONTRATO-CH10   TO CRBAIXA-CONTRATO
           MOVE ITEM-CH10       TO CRBAIXA-FORMANDO
           MOVE CLIENTE-CH10    TO CRBAIXA-CLIENTE
           MOVE VALOR-CH10      TO CRBAIXA-VALOR
           MOVE DATA-MOVTO-CH10 TO CRBAIXA-DATA
           MOVE 1               TO CRBAIXA-ORIGEM
           MOVE CHAVE-CH10      TO CRBAIXA-REF-ORIGEM
           MOVE USUARIO-W       TO CRBAIXA-USUARIO
           MOVE "CHB015"        TO CRBAIXA-PROGRAMA
           MOVE PATH-CRD001     TO CRBAIXA-PATH-CRD001
           MOVE PATH-CRD002     TO CRBAIXA-PATH-CRD002
           MOVE PATH-LOG003     TO CRBAIXA-PATH-LOG003
           CALL "CRBAIXA" USING PARAMETROS-CRBAIXA
           CANCEL "CRBAIXA".
           IF CRBAIXA-RETORNO = 9
              DISPLAY "ERRO NO ESTORNO DAS PARCELAS (CRD001) - CHEQUE "
                      CHAVE-CH10
           END-IF.
       ESTORNA-BAIXA-CHEQUE-FIM.
           EXIT.

       CONFERE-DEVOLUCOES SECTION.
      *    Devolucoes do extrato sem cheque depositado correspondente.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DEV-W
              IF DEV-ACHOU-TB(I) = "N"
                 ADD 1 TO QT-NAO-ACHADOS-W
                 MOVE SPACES TO REG-CONCIL
                 MOVE "DEVOLUCAO SEM CHEQUE DEPOSIT" TO
                      REG-CONCIL(01: 28)
                 MOVE DEV-DATA-TB(I)   TO DATA-E
                 MOVE DATA-E           TO REG-CONCIL(30: 10)
                 MOVE DEV-CHEQUE-TB(I) TO REG-CONCIL(41: 06)
                 MOVE DEV-VALOR-TB(I)  TO VALOR-E
                 MOVE VALOR-E          TO REG-CONCIL(48: 15)
                 MOVE DEV-HIST-TB(I)   TO REG-CONCIL(64: 30)
                 WRITE REG-CONCIL
              END-IF
           END-PERFORM.

       GRAVA-LINHA-BORDERO SECTION.
           MOVE SPACES TO REG-CONCIL.
           MOVE CAMPO4-X(1: 28)  TO REG-CONCIL(01: 28)
           MOVE BORD-DATA-TB(I)  TO DATA-E
           MOVE DATA-E           TO REG-CONCIL(30: 10)
           MOVE BORD-NUMERO-TB(I) TO REG-CONCIL(41: 06)
           MOVE BORD-VALOR-TB(I) TO VALOR-E
           MOVE VALOR-E          TO REG-CONCIL(48: 15)
           MOVE BORD-SOMA-TB(I)  TO VALOR-E
           MOVE VALOR-E          TO REG-CONCIL(64: 15)
           WRITE REG-CONCIL.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CHB015"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              DISPLAY "ERRO NA ATUALIZACAO DO CPD052 - RODAR CPB104".
           MOVE 9 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".

       SELA-LOG001 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG001 NOT = "00" AND ST-LOG001 NOT = "02"
              GO SELA-LOG001-FIM.
           MOVE PATH-LOG001      TO GECADEIA-PATH.
           MOVE REG-LOG001       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG001
                                    - LENGTH OF LOG1-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG1-POSICAO
              MOVE GECADEIA-HASH    TO LOG1-HASH
           ELSE
              MOVE SPACES TO LOG1-SELO
           END-IF.
           REWRITE REG-LOG001 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG001.
       SELA-LOG001-FIM.
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

       SELA-LOG004 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG004 NOT = "00" AND ST-LOG004 NOT = "02"
              GO SELA-LOG004-FIM.
           MOVE PATH-LOG004      TO GECADEIA-PATH.
           MOVE REG-LOG004       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG004
                                    - LENGTH OF LOG4-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG4-POSICAO
              MOVE GECADEIA-HASH    TO LOG4-HASH
           ELSE
              MOVE SPACES TO LOG4-SELO
           END-IF.
           REWRITE REG-LOG004 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG004.
       SELA-LOG004-FIM.
           EXIT.
