       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBB005.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Movimento das aplicacoes financeiras (CBD004, cadastro
      * no CBP004) - o dinheiro que ia p/ CDB/fundo sumia do
      * SALDO-ATUAL-CB01 e passava a viver numa planilha. Cada
      * aplicacao e resgate vira lancamento de conta corrente em
      * CBD002 (transferencia entre a conta e a aplicacao, historico
      * "APLIC nnnnn") e movimento da aplicacao em CBD005; o saldo
      * bruto da aplicacao fica em SALDO-CB04.
      *
      * Movimentos no arquivo MOVCB05 da pasta da empresa, um por
      * linha:
      *   A;APLIC(5);VALOR(11, centavos);HISTORICO(30)
      *       aplicacao - debita a conta de CBD001 da aplicacao
      *   R;APLIC(5);BRUTO(11);IR(11);IOF(11);HISTORICO(30)
      *       resgate - baixa o bruto da aplicacao e credita na conta
      *       o liquido (bruto - IR - IOF retidos pelo banco); saldo
      *       zerado encerra a aplicacao
      *   J;APLIC(5);AAAAMM;VALOR(11);HISTORICO(30)
      *       rendimento do mes pelo valor do extrato do banco
      *   M;AAAAMM
      *       rendimento do mes pela taxa (TAXA-MES-CB04 sobre o saldo)
      *       p/ toda aplicacao ativa com taxa e ainda sem rendimento
      *       no mes - rode depois das linhas J do mes
      * Rendimento nao passa pela conta corrente: fica aplicado ate o
      * resgate. Um mes so recebe um rendimento por aplicacao.
      * Toda gravacao gera imagem LOG003, como no CBB001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CBPX001.
           COPY CBPX002.
           COPY CBPX004.
           COPY CBPX005.
           COPY LOGX003.

           SELECT ARQ-MOVTOS ASSIGN TO PATH-MOVTOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MOVTOS.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CBPW001.
       COPY CBPW002.
       COPY CBPW004.
       COPY CBPW005.
       COPY LOGW003.

       FD  ARQ-MOVTOS.
       01  LINHA-MOVTO              PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CBD002             PIC XX       VALUE SPACES.
           05  ST-CBD004             PIC XX       VALUE SPACES.
           05  ST-CBD005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MOVTOS             PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  REJEITA-W             PIC 9        VALUE ZEROS.
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
           05  PATH-MOVTOS           PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(11)    VALUE SPACES.
           05  CAMPO2-X              PIC X(11)    VALUE SPACES.
           05  CAMPO3-X              PIC X(11)    VALUE SPACES.
           05  CAMPO4-X              PIC X(11)    VALUE SPACES.
           05  CAMPO5-X              PIC X(30)    VALUE SPACES.
           05  VALOR-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  VALOR-MOVTO-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-IR-W            PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-IOF-W           PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-LIQ-W           PIC 9(8)V99  VALUE ZEROS.
           05  NR-APLIC-W            PIC 9(5)     VALUE ZEROS.
           05  CONTA-W               PIC 9(6)     VALUE ZEROS.
           05  TIPO-DC-W             PIC X        VALUE SPACE.
           05  TIPO-MOV-W            PIC X        VALUE SPACE.
           05  ORIGEM-REND-W         PIC X        VALUE SPACE.
           05  ULT-SEQ-W             PIC 9(4)     VALUE ZEROS.
           05  HISTORICO-W           PIC X(30)    VALUE SPACES.
           05  ANOMES-W              PIC 9(6)     VALUE ZEROS.
           05  ANOMES-R REDEFINES ANOMES-W.
               10  ANO-W             PIC 9(4).
               10  MES-W             PIC 9(2).

           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-RENDIMENTOS-W      PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-GRAVADOS-W
                         QT-REJEITADOS-W QT-RENDIMENTOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CBD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD002
           MOVE "CBD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD004
           MOVE "CBD005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "MOVCB05" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MOVTOS
           CLOSE CONTROLE

           OPEN I-O CBD001 CBD002 CBD004 CBD005 LOG003
           IF ST-CBD002 = "35"
              CLOSE CBD002      OPEN OUTPUT CBD002
              CLOSE CBD002      OPEN I-O CBD002
           END-IF
           IF ST-CBD005 = "35"
              CLOSE CBD005      OPEN OUTPUT CBD005
              CLOSE CBD005      OPEN I-O CBD005
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT ARQ-MOVTOS

           IF ST-CBD001 <> "00" OR ST-CBD002 <> "00" OR
              ST-CBD004 <> "00" OR ST-CBD005 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CBD001/002/004/005 LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-MOVTOS <> "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS MOVCB05 NAO ENCONTRADO: "
                      ST-MOVTOS
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM PROCESSA-MOVIMENTOS
              CLOSE ARQ-MOVTOS
           END-IF.

           CLOSE CBD001 CBD002 CBD004 CBD005 LOG003.

           DISPLAY "MOVIMENTOS LIDOS.................: " QT-LIDOS-W.
           DISPLAY "MOVIMENTOS GRAVADOS..............: " QT-GRAVADOS-W.
           DISPLAY "MOVIMENTOS REJEITADOS............: "
                   QT-REJEITADOS-W.
           DISPLAY "RENDIMENTOS PELA TAXA............: "
                   QT-RENDIMENTOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-MOVIMENTOS SECTION.
           PERFORM UNTIL ST-MOVTOS = "10"
              READ ARQ-MOVTOS AT END
                   MOVE "10" TO ST-MOVTOS
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   PERFORM PROCESSA-UMA-LINHA
              END-READ
           END-PERFORM.

       PROCESSA-UMA-LINHA SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                          CAMPO5-X.
           EVALUATE LINHA-MOVTO(1: 2)
               WHEN "A;"
                    UNSTRING LINHA-MOVTO(3: 98) DELIMITED BY ";"
                         INTO CAMPO1-X CAMPO2-X CAMPO5-X
                    END-UNSTRING
                    PERFORM PROCESSA-APLICACAO
               WHEN "R;"
                    UNSTRING LINHA-MOVTO(3: 98) DELIMITED BY ";"
                         INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                              CAMPO5-X
                    END-UNSTRING
                    PERFORM PROCESSA-RESGATE
               WHEN "J;"
                    UNSTRING LINHA-MOVTO(3: 98) DELIMITED BY ";"
                         INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO5-X
                    END-UNSTRING
                    PERFORM PROCESSA-RENDIMENTO-EXTRATO
               WHEN "M;"
                    UNSTRING LINHA-MOVTO(3: 98) DELIMITED BY ";"
                         INTO CAMPO1-X
                    END-UNSTRING
                    PERFORM PROCESSA-RENDIMENTO-TAXA
               WHEN OTHER
                    DISPLAY "LINHA REJEITADA - USE A, R, J OU M: "
                            LINHA-MOVTO(1: 30)
                    ADD 1 TO QT-REJEITADOS-W
           END-EVALUATE.

       LE-APLICACAO SECTION.
      *    CAMPO1-X = nr. da aplicacao; precisa existir e estar ativa.
           MOVE ZEROS TO REJEITA-W.
           IF CAMPO1-X(1: 5) NOT NUMERIC
              DISPLAY "LINHA REJEITADA - NR. DA APLICACAO INVALIDO"
              MOVE 1 TO REJEITA-W
              GO LE-APLICACAO-FIM.
           MOVE CAMPO1-X(1: 5) TO NR-APLIC-W NR-APLIC-CB04.
           READ CBD004 INVALID KEY
                DISPLAY "LINHA REJEITADA - APLICACAO NAO CADASTRADA "
                        "EM CBD004: " NR-APLIC-W
                MOVE 1 TO REJEITA-W
                GO LE-APLICACAO-FIM.
           IF SITUACAO-CB04 NOT = 0
              DISPLAY "LINHA REJEITADA - APLICACAO ENCERRADA: "
                      NR-APLIC-W
              MOVE 1 TO REJEITA-W
              GO LE-APLICACAO-FIM.
           MOVE CONTA-CB04 TO CONTA-W.
       LE-APLICACAO-FIM.
           EXIT.

       PROCESSA-APLICACAO SECTION.
           PERFORM LE-APLICACAO.
           IF REJEITA-W = 1
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-APLICACAO-FIM.
           IF CAMPO2-X NOT NUMERIC OR CAMPO2-X = ZEROS
              DISPLAY "LINHA REJEITADA - VALOR INVALIDO"
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-APLICACAO-FIM.
           MOVE CAMPO2-X TO VALOR-CENT-W.
           COMPUTE VALOR-MOVTO-W = VALOR-CENT-W / 100.
           MOVE VALOR-MOVTO-W TO VALOR-LIQ-W.
           MOVE ZEROS         TO VALOR-IR-W VALOR-IOF-W.
      *    Perna da conta corrente: debito na conta da aplicacao.
           MOVE "D"           TO TIPO-DC-W.
           PERFORM MONTA-HISTORICO.
           PERFORM GRAVA-MOVIMENTO-CONTA.
           IF REJEITA-W = 1
              GO PROCESSA-APLICACAO-FIM.
      *    Perna da aplicacao.
           MOVE NR-APLIC-W TO NR-APLIC-CB04.
           READ CBD004.
           ADD VALOR-MOVTO-W TO VALOR-APLICADO-CB04 SALDO-CB04.
           IF DATA-APLIC-CB04 = ZEROS
              MOVE DATA-HOJE-W TO DATA-APLIC-CB04.
           MOVE "A"     TO TIPO-MOV-W.
           MOVE ZEROS   TO ANOMES-W.
           MOVE SPACE   TO ORIGEM-REND-W.
           PERFORM GRAVA-MOVIMENTO-APLIC.
       PROCESSA-APLICACAO-FIM.
           EXIT.

       PROCESSA-RESGATE SECTION.
           PERFORM LE-APLICACAO.
           IF REJEITA-W = 1
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RESGATE-FIM.
           IF CAMPO2-X NOT NUMERIC OR CAMPO2-X = ZEROS OR
              CAMPO3-X NOT NUMERIC OR CAMPO4-X NOT NUMERIC
              DISPLAY "LINHA REJEITADA - BRUTO/IR/IOF INVALIDO"
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RESGATE-FIM.
           MOVE CAMPO2-X TO VALOR-CENT-W.
           COMPUTE VALOR-MOVTO-W = VALOR-CENT-W / 100.
           MOVE CAMPO3-X TO VALOR-CENT-W.
           COMPUTE VALOR-IR-W = VALOR-CENT-W / 100.
           MOVE CAMPO4-X TO VALOR-CENT-W.
           COMPUTE VALOR-IOF-W = VALOR-CENT-W / 100.
           IF VALOR-MOVTO-W > SALDO-CB04
              DISPLAY "LINHA REJEITADA - RESGATE MAIOR QUE O SALDO DA "
                      "APLICACAO " NR-APLIC-W
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RESGATE-FIM.
           IF VALOR-IR-W + VALOR-IOF-W NOT < VALOR-MOVTO-W
              DISPLAY "LINHA REJEITADA - IR + IOF NAO PODEM CONSUMIR "
                      "O RESGATE"
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RESGATE-FIM.
           COMPUTE VALOR-LIQ-W = VALOR-MOVTO-W - VALOR-IR-W
                                 - VALOR-IOF-W.
      *    Perna da conta corrente: credito do liquido.
           MOVE "C"           TO TIPO-DC-W.
           PERFORM MONTA-HISTORICO.
           PERFORM GRAVA-MOVIMENTO-CONTA.
           IF REJEITA-W = 1
              GO PROCESSA-RESGATE-FIM.
           MOVE NR-APLIC-W TO NR-APLIC-CB04.
           READ CBD004.
           SUBTRACT VALOR-MOVTO-W FROM SALDO-CB04.
           ADD VALOR-IR-W  TO IR-ACUM-CB04.
           ADD VALOR-IOF-W TO IOF-ACUM-CB04.
           IF SALDO-CB04 = ZEROS
              MOVE 1 TO SITUACAO-CB04.
           MOVE "R"     TO TIPO-MOV-W.
           MOVE ZEROS   TO ANOMES-W.
           MOVE SPACE   TO ORIGEM-REND-W.
           PERFORM GRAVA-MOVIMENTO-APLIC.
       PROCESSA-RESGATE-FIM.
           EXIT.

       PROCESSA-RENDIMENTO-EXTRATO SECTION.
           PERFORM LE-APLICACAO.
           IF REJEITA-W = 1
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-EXTRATO-FIM.
           IF CAMPO2-X(1: 6) NOT NUMERIC OR CAMPO3-X NOT NUMERIC OR
              CAMPO3-X = ZEROS
              DISPLAY "LINHA REJEITADA - MES/VALOR DO RENDIMENTO "
                      "INVALIDO"
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-EXTRATO-FIM.
           MOVE CAMPO2-X(1: 6) TO ANOMES-W.
           IF MES-W < 1 OR MES-W > 12
              DISPLAY "LINHA REJEITADA - MES INVALIDO (AAAAMM): "
                      ANOMES-W
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-EXTRATO-FIM.
           IF ANOMES-W NOT > ANOMES-ULT-REND-CB04
              DISPLAY "LINHA REJEITADA - RENDIMENTO DE " ANOMES-W
                      " JA LANCADO NA APLICACAO " NR-APLIC-W
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-EXTRATO-FIM.
           MOVE CAMPO3-X TO VALOR-CENT-W.
           COMPUTE VALOR-MOVTO-W = VALOR-CENT-W / 100.
           MOVE CAMPO5-X TO HISTORICO-W.
           MOVE "E"      TO ORIGEM-REND-W.
           PERFORM LANCA-RENDIMENTO.
       PROCESSA-RENDIMENTO-EXTRATO-FIM.
           EXIT.

       PROCESSA-RENDIMENTO-TAXA SECTION.
      *    Toda aplicacao ativa com taxa e saldo, ainda sem
      *    rendimento no mes pedido.
           IF CAMPO1-X(1: 6) NOT NUMERIC
              DISPLAY "LINHA REJEITADA - MES INVALIDO (AAAAMM)"
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-TAXA-FIM.
           MOVE CAMPO1-X(1: 6) TO ANOMES-W.
           IF MES-W < 1 OR MES-W > 12
              DISPLAY "LINHA REJEITADA - MES INVALIDO (AAAAMM): "
                      ANOMES-W
              ADD 1 TO QT-REJEITADOS-W
              GO PROCESSA-RENDIMENTO-TAXA-FIM.
           MOVE ZEROS TO NR-APLIC-CB04.
           START CBD004 KEY IS NOT < NR-APLIC-CB04 INVALID KEY
                 MOVE "10" TO ST-CBD004.
           PERFORM UNTIL ST-CBD004 = "10"
              READ CBD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD004
              NOT AT END
                   IF SITUACAO-CB04 = 0 AND TAXA-MES-CB04 > ZEROS AND
                      SALDO-CB04 > ZEROS AND
                      ANOMES-ULT-REND-CB04 < ANOMES-W
                      MOVE NR-APLIC-CB04 TO NR-APLIC-W
                      MOVE CONTA-CB04    TO CONTA-W
                      COMPUTE VALOR-MOVTO-W ROUNDED =
                              SALDO-CB04 * TAXA-MES-CB04 / 100
                      IF VALOR-MOVTO-W > ZEROS
                         MOVE SPACES TO HISTORICO-W
                         STRING "RENDIMENTO " ANOMES-W " PELA TAXA"
                                DELIMITED BY SIZE INTO HISTORICO-W
                         MOVE "T" TO ORIGEM-REND-W
                         PERFORM LANCA-RENDIMENTO
                         ADD 1 TO QT-RENDIMENTOS-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD004.
       PROCESSA-RENDIMENTO-TAXA-FIM.
           EXIT.

       LANCA-RENDIMENTO SECTION.
      *    Rendimento fica na aplicacao: soma ao saldo, sem conta
      *    corrente. REG-CBD004 ja lido.
           ADD VALOR-MOVTO-W TO SALDO-CB04 REND-ACUM-CB04.
           MOVE ANOMES-W     TO ANOMES-ULT-REND-CB04.
           MOVE VALOR-MOVTO-W TO VALOR-LIQ-W.
           MOVE ZEROS        TO VALOR-IR-W VALOR-IOF-W.
           MOVE "J"          TO TIPO-MOV-W.
           PERFORM GRAVA-MOVIMENTO-APLIC.

       MONTA-HISTORICO SECTION.
           MOVE SPACES TO HISTORICO-W.
           IF CAMPO5-X = SPACES
              IF TIPO-DC-W = "D"
                 STRING "APLIC " NR-APLIC-W " - APLICACAO"
                        DELIMITED BY SIZE INTO HISTORICO-W
              ELSE
                 STRING "APLIC " NR-APLIC-W " - RESGATE"
                        DELIMITED BY SIZE INTO HISTORICO-W
              END-IF
           ELSE
              STRING "APLIC " NR-APLIC-W " " CAMPO5-X
                     DELIMITED BY SIZE INTO HISTORICO-W
           END-IF.

       GRAVA-MOVIMENTO-CONTA SECTION.
      *    Mesmo lancamento do CBB001: proxima sequencia do dia na
      *    conta e regravacao do saldo. A contrapartida e a aplicacao
      *    (historico), nao outra conta de CBD001.
           MOVE ZEROS   TO REJEITA-W.
           MOVE CONTA-W TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                DISPLAY "LINHA REJEITADA - CONTA DA APLICACAO NAO "
                        "CADASTRADA EM CBD001: " CONTA-W
                ADD 1 TO QT-REJEITADOS-W
                MOVE 1 TO REJEITA-W
                GO GRAVA-MOVIMENTO-CONTA-FIM.
           PERFORM ACHA-SEQ-MOVIMENTO.
           MOVE CONTA-W        TO CONTA-CB02.
           MOVE DATA-HOJE-W    TO DATA-CB02.
           MOVE TIPO-DC-W      TO TIPO-DC-CB02.
           MOVE VALOR-LIQ-W    TO VALOR-CB02.
           MOVE HISTORICO-W    TO HISTORICO-CB02.
           MOVE ZEROS          TO CONTA-CONTRA-CB02.
           MOVE USUARIO-W      TO USUARIO-CB02.
           WRITE REG-CBD002 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CBD002: " ST-CBD002
                 ADD 1 TO QT-REJEITADOS-W
                 MOVE 1 TO REJEITA-W
                 GO GRAVA-MOVIMENTO-CONTA-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CBD002"   TO LOG3-ARQUIVO
                 MOVE REG-CBD002 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CONTA
           END-WRITE.
           IF TIPO-DC-W = "C"
              ADD VALOR-LIQ-W TO SALDO-ATUAL-CB01
           ELSE
              SUBTRACT VALOR-LIQ-W FROM SALDO-ATUAL-CB01
           END-IF.
           REWRITE REG-CBD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CBD001: " ST-CBD001
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CBD001"   TO LOG3-ARQUIVO
                 MOVE REG-CBD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CONTA
           END-REWRITE.
       GRAVA-MOVIMENTO-CONTA-FIM.
           EXIT.

       ACHA-SEQ-MOVIMENTO SECTION.
      *    Ultima sequencia do dia na conta + 1.
           MOVE CONTA-W     TO CONTA-CB02.
           MOVE DATA-HOJE-W TO DATA-CB02.
           MOVE ZEROS       TO SEQ-CB02.
           START CBD002 KEY IS NOT < CHAVE-CB02 INVALID KEY
                 MOVE "10" TO ST-CBD002.
           MOVE ZEROS TO ULT-SEQ-W.
           PERFORM UNTIL ST-CBD002 = "10"
              READ CBD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD002
              NOT AT END
                   IF CONTA-CB02 NOT = CONTA-W OR
                      DATA-CB02 NOT = DATA-HOJE-W
                      MOVE "10" TO ST-CBD002
                   ELSE
                      MOVE SEQ-CB02 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD002.
           COMPUTE SEQ-CB02 = ULT-SEQ-W + 1.

       GRAVA-MOVIMENTO-APLIC SECTION.
      *    Regrava a aplicacao (REG-CBD004 ja atualizado pelo
      *    chamador) e grava o movimento em CBD005.
           REWRITE REG-CBD004 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CBD004: " ST-CBD004
                 ADD 1 TO QT-REJEITADOS-W
                 GO GRAVA-MOVIMENTO-APLIC-FIM
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CBD004"   TO LOG3-ARQUIVO
                 MOVE REG-CBD004 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CONTA
           END-REWRITE.
           PERFORM ACHA-SEQ-APLIC.
           MOVE NR-APLIC-W     TO NR-APLIC-CB05.
           MOVE DATA-HOJE-W    TO DATA-CB05.
           MOVE TIPO-MOV-W     TO TIPO-MOV-CB05.
           MOVE ANOMES-W       TO ANOMES-REF-CB05.
           MOVE VALOR-MOVTO-W  TO VALOR-BRUTO-CB05.
           MOVE VALOR-IR-W     TO VALOR-IR-CB05.
           MOVE VALOR-IOF-W    TO VALOR-IOF-CB05.
           MOVE VALOR-LIQ-W    TO VALOR-LIQ-CB05.
           MOVE SALDO-CB04     TO SALDO-APOS-CB05.
           MOVE ORIGEM-REND-W  TO ORIGEM-REND-CB05.
           MOVE HISTORICO-W    TO HISTORICO-CB05.
           MOVE USUARIO-W      TO USUARIO-CB05.
           WRITE REG-CBD005 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CBD005: " ST-CBD005
           NOT INVALID KEY
                 ADD 1 TO QT-GRAVADOS-W
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CBD005"   TO LOG3-ARQUIVO
                 MOVE REG-CBD005 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CONTA
           END-WRITE.
       GRAVA-MOVIMENTO-APLIC-FIM.
           EXIT.

       ACHA-SEQ-APLIC SECTION.
      *    Ultima sequencia do dia na aplicacao + 1. Nao mexe no
      *    REG-CBD004 (a varredura do M le CBD004, nao CBD005).
           MOVE NR-APLIC-W  TO NR-APLIC-CB05.
           MOVE DATA-HOJE-W TO DATA-CB05.
           MOVE ZEROS       TO SEQ-CB05.
           START CBD005 KEY IS NOT < CHAVE-CB05 INVALID KEY
                 MOVE "10" TO ST-CBD005.
           MOVE ZEROS TO ULT-SEQ-W.
           PERFORM UNTIL ST-CBD005 = "10"
              READ CBD005 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD005
              NOT AT END
                   IF NR-APLIC-CB05 NOT = NR-APLIC-W OR
                      DATA-CB05 NOT = DATA-HOJE-W
                      MOVE "10" TO ST-CBD005
                   ELSE
                      MOVE SEQ-CB05 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD005.
           COMPUTE SEQ-CB05 = ULT-SEQ-W + 1.

       GRAVA-LOG-CONTA SECTION.
      *    Imagem LOG003 (LOG3-OPERACAO/ARQUIVO/REGISTRO ja
      *    preenchidos pelo chamador).
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CBB005"    TO LOG3-PROGRAMA
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
