       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRB006.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: 2a via e cancelamento de recibos (CRD004) - os recibos
      * sao emitidos na hora do recebimento (CHP010 p/ cheque, CXB001
      * p/ caixa) pela rotina CRRECIBO; este batch pede a ela a
      * reimpressao (sai marcada "2a VIA") ou o cancelamento, que so
      * e aceito com motivo. O recibo cancelado continua em CRD004
      * com data, usuario e motivo; o cheque/lancamento de caixa de
      * origem fica sem recibo (NR-RECIBO zerado, com imagem LOG003),
      * e o cheque ganha recibo novo na proxima gravacao pelo CHP010.
      *
      * Parametro: arquivo RECCR06 na pasta da empresa, uma linha por
      * recibo:
      *   V;NR-RECIBO(6)            - reimprime (2a via)
      *   C;NR-RECIBO(6);MOTIVO(40) - cancela
      * Saida: RELCR06 (resultado de cada linha) e as vias
      * reimpressas acrescentadas a RECIBOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CHPX010.
           COPY CXPX001.
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
       COPY CHPW010.
       COPY CXPW001.
       COPY LOGW003.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(60).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(90).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CXD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
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
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-RECIBO           PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FIM-PARAM-W           PIC X        VALUE "N".
           05  CAMPO1-X              PIC X(01)    VALUE SPACES.
           05  CAMPO2-X              PIC X(06)    VALUE SPACES.
           05  CAMPO3-X              PIC X(40)    VALUE SPACES.
           05  RESULTADO-W           PIC X(40)    VALUE SPACES.
           05  DATA-E                PIC 99/99/9999.

           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-REIMPRESSOS-W      PIC 9(4)     VALUE ZEROS.
           05  QT-CANCELADOS-W       PIC 9(4)     VALUE ZEROS.
           05  QT-RECUSADOS-W        PIC 9(4)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPRECIB".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LINHAS-W QT-REIMPRESSOS-W
                         QT-CANCELADOS-W QT-RECUSADOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CXD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD001
           MOVE "CRD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD004
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "RECIBOS" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RECIBO
           MOVE "RECCR06" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCR06" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN I-O CHD010 CXD001 LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT ARQ-PARAM
           OPEN OUTPUT ARQ-RELAT

           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-PARAM <> "00"
              DISPLAY "ARQUIVO DE PEDIDOS RECCR06 NAO ENCONTRADO: "
                      ST-PARAM
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM CABECALHO
              MOVE "N" TO FIM-PARAM-W
              PERFORM LE-PARAMETRO UNTIL FIM-PARAM-W = "S"
              CLOSE ARQ-PARAM
           END-IF.

           CLOSE CHD010 CXD001 LOG003 ARQ-RELAT.

           DISPLAY "LINHAS DO PARAMETRO..............: " QT-LINHAS-W.
           DISPLAY "RECIBOS REIMPRESSOS (2a VIA).....: "
                   QT-REIMPRESSOS-W.
           DISPLAY "RECIBOS CANCELADOS...............: "
                   QT-CANCELADOS-W.
           DISPLAY "LINHAS RECUSADAS.................: " QT-RECUSADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "2a VIA / CANCELAMENTO DE RECIBOS - EMISSAO " TO
                REG-RELAT(01: 43)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(44: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "P RECIBO  RESULTADO" TO REG-RELAT(01: 19)
           WRITE REG-RELAT.

       LE-PARAMETRO SECTION.
           READ ARQ-PARAM AT END
                MOVE "S" TO FIM-PARAM-W
                GO LE-PARAMETRO-FIM.
           IF LINHA-PARAM = SPACES
              GO LE-PARAMETRO-FIM.
           ADD 1 TO QT-LINHAS-W.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X RESULTADO-W.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X
           END-UNSTRING.
           IF CAMPO2-X NOT NUMERIC OR
              (CAMPO1-X NOT = "V" AND CAMPO1-X NOT = "C")
              MOVE "LINHA INVALIDA - USE V;NR OU C;NR;MOTIVO" TO
                   RESULTADO-W
              ADD 1 TO QT-RECUSADOS-W
              GO LE-PARAMETRO-RELAT.

           INITIALIZE PARAMETROS-CRRECIBO.
           IF CAMPO1-X = "V"
              MOVE 2 TO CRRECIBO-FUNCAO
           ELSE
              MOVE 3 TO CRRECIBO-FUNCAO
           END-IF.
           MOVE CAMPO2-X        TO CRRECIBO-NR-RECIBO.
           MOVE CAMPO3-X        TO CRRECIBO-MOTIVO.
           MOVE DATA-HOJE-W     TO CRRECIBO-DATA.
           MOVE USUARIO-W       TO CRRECIBO-USUARIO.
           MOVE "CRB006"        TO CRRECIBO-PROGRAMA.
           MOVE PATH-CRD004     TO CRRECIBO-PATH-CRD004.
           MOVE PATH-CLD001     TO CRRECIBO-PATH-CLD001.
           MOVE PATH-LOG003     TO CRRECIBO-PATH-LOG003.
           MOVE PATH-RECIBO     TO CRRECIBO-PATH-IMPRESSAO.
           CALL "CRRECIBO" USING PARAMETROS-CRRECIBO.
           CANCEL "CRRECIBO".

           EVALUATE CRRECIBO-RETORNO
             WHEN 0
               IF CRRECIBO-FUNCAO = 2
                  MOVE "2a VIA IMPRESSA" TO RESULTADO-W
                  ADD 1 TO QT-REIMPRESSOS-W
               ELSE
                  MOVE "CANCELADO" TO RESULTADO-W
                  ADD 1 TO QT-CANCELADOS-W
                  PERFORM LIBERA-ORIGEM
               END-IF
             WHEN 1
               MOVE "RECIBO NAO ENCONTRADO" TO RESULTADO-W
               ADD 1 TO QT-RECUSADOS-W
             WHEN 2
               MOVE "RECIBO JA CANCELADO" TO RESULTADO-W
               ADD 1 TO QT-RECUSADOS-W
             WHEN 3
               MOVE "CANCELAMENTO EXIGE MOTIVO" TO RESULTADO-W
               ADD 1 TO QT-RECUSADOS-W
             WHEN OTHER
               MOVE "ERRO DE ARQUIVO NA ROTINA DE RECIBO" TO
                    RESULTADO-W
               ADD 1 TO QT-RECUSADOS-W
               MOVE 1 TO ERRO-W
           END-EVALUATE.
       LE-PARAMETRO-RELAT.
           MOVE SPACES TO REG-RELAT
           MOVE CAMPO1-X    TO REG-RELAT(01: 01)
           MOVE CAMPO2-X    TO REG-RELAT(03: 06)
           MOVE RESULTADO-W TO REG-RELAT(11: 40)
           MOVE CAMPO3-X    TO REG-RELAT(51: 40)
           WRITE REG-RELAT.
       LE-PARAMETRO-FIM.
           EXIT.

       LIBERA-ORIGEM SECTION.
      *    Tira o numero do recibo cancelado do documento de origem
      *    (a rotina devolve ORIGEM/REF-ORIGEM do recibo).
           EVALUATE CRRECIBO-ORIGEM
             WHEN 1
               IF ST-CHD010 = "00"
                  MOVE CRRECIBO-REF-ORIGEM(1: 8) TO DATA-MOVTO-CH10
                  MOVE CRRECIBO-REF-ORIGEM(9: 5) TO SEQ-CH10
                  READ CHD010 NOT INVALID KEY
                       IF NR-RECIBO-CH10 = CRRECIBO-NR-RECIBO
                          MOVE ZEROS TO NR-RECIBO-CH10
                          REWRITE REG-CHD010 NOT INVALID KEY
                                MOVE "A"        TO LOG3-OPERACAO
                                MOVE "CHD010"   TO LOG3-ARQUIVO
                                MOVE REG-CHD010 TO LOG3-REGISTRO
                                PERFORM GRAVA-LOG
                          END-REWRITE
                       END-IF
                  END-READ
               END-IF
             WHEN 4
               IF ST-CXD001 = "00"
                  MOVE CRRECIBO-REF-ORIGEM(1: 8) TO DATA-MOVTO-CX01
                  MOVE CRRECIBO-REF-ORIGEM(9: 4) TO SEQ-LCTO-CX01
                  READ CXD001 NOT INVALID KEY
                       IF NR-RECIBO-CX01 = CRRECIBO-NR-RECIBO
                          MOVE ZEROS TO NR-RECIBO-CX01
                          REWRITE REG-CXD001 NOT INVALID KEY
                                MOVE "A"        TO LOG3-OPERACAO
                                MOVE "CXD001"   TO LOG3-ARQUIVO
                                MOVE REG-CXD001 TO LOG3-REGISTRO
                                PERFORM GRAVA-LOG
                          END-REWRITE
                       END-IF
                  END-READ
               END-IF
           END-EVALUATE.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CRB006"    TO LOG3-PROGRAMA
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
