       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB093.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Importacao da fatura do cartao de credito corporativo
      * - os cartoes dos diretores eram pagos como um titulo unico
      * "FATURA CARTAO" por mes, sem ninguem saber o que havia dentro.
      * Este batch le o arquivo da administradora e grava cada fatura
      * em CPD039 (cabecalho) e cada compra/estorno em CPD040, ainda
      * sem classificacao. O financeiro classifica as linhas no
      * CPP040 (conta de apuracao, contrato, comprovante) e o CPB094
      * gera o titulo unico da fatura em CPD020.
      * A fatura so entra inteira: administradora fora de CGD001,
      * fatura ja importada (mesmo cartao e fechamento), linha
      * invalida ou soma das linhas diferente do total informado
      * rejeitam a fatura toda.
      *
      * Entrada: arquivo FATCP93 na pasta da empresa -
      *   H;CARTAO(4);FORNEC(6);FECHAMENTO(8);VENCTO(8);
      *     TOTAL(11, centavos);PORTADOR(30)
      *   L;DATA(8);VALOR(11, centavos);D ou C;ESTABELECIMENTO(30)
      *   (C = estorno/credito; as linhas L seguem o seu H)
      * Saida: arquivo-relatorio RELCP93 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX039.
           COPY CPPX040.
           COPY LOGX003.

           SELECT ARQ-FATURA ASSIGN TO PATH-FATURA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-FATURA.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW039.
       COPY CPPW040.
       COPY LOGW003.

       FD  ARQ-FATURA.
       01  LINHA-FATURA             PIC X(120).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-FATURA             PIC XX       VALUE SPACES.
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
           05  PATH-FATURA           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  CAMPO1-X              PIC X(11)    VALUE SPACES.
           05  CAMPO2-X              PIC X(11)    VALUE SPACES.
           05  CAMPO3-X              PIC X(11)    VALUE SPACES.
           05  CAMPO4-X              PIC X(11)    VALUE SPACES.
           05  CAMPO5-X              PIC X(11)    VALUE SPACES.
           05  CAMPO6-X              PIC X(30)    VALUE SPACES.
           05  VALOR-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  ULT-FATURA-W          PIC 9(5)     VALUE ZEROS.
           05  TEM-FATURA-W          PIC 9        VALUE ZEROS.
           05  REJEITA-W             PIC 9        VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  SOMA-LINHAS-W         PIC S9(10)V99 VALUE ZEROS.
           05  I                     PIC 9(4)     VALUE ZEROS.

      *    Fatura em montagem: cabecalho e linhas ficam na memoria
      *    ate a conferencia do total (ate 500 linhas por fatura).
           05  CAB-CARTAO-W          PIC X(04)    VALUE SPACES.
           05  CAB-FORNEC-W          PIC 9(06)    VALUE ZEROS.
           05  CAB-FECHAMENTO-W      PIC 9(08)    VALUE ZEROS.
           05  CAB-VENCTO-W          PIC 9(08)    VALUE ZEROS.
           05  CAB-TOTAL-W           PIC S9(08)V99 VALUE ZEROS.
           05  CAB-PORTADOR-W        PIC X(30)    VALUE SPACES.
           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  TB-LINHAS.
               10  TB-LINHA-OCORRE OCCURS 500.
                   15  DATA-COMPRA-TB    PIC 9(08).
                   15  VALOR-TB          PIC S9(08)V99.
                   15  ESTAB-TB          PIC X(30).

           05  QT-FATURAS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADAS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-LANCTOS-W          PIC 9(6)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-S-E             PIC ----.---.--9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-FATURAS-W QT-REJEITADAS-W
                         QT-LANCTOS-W TEM-FATURA-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD039"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD039
           MOVE "CPD040"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD040
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "FATCP93" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FATURA
           MOVE "RELCP93" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CGD001
           OPEN I-O CPD039 CPD040 LOG003
           IF ST-CPD039 = "35"
              CLOSE CPD039      OPEN OUTPUT CPD039
              CLOSE CPD039      OPEN I-O CPD039
           END-IF
           IF ST-CPD040 = "35"
              CLOSE CPD040      OPEN OUTPUT CPD040
              CLOSE CPD040      OPEN I-O CPD040
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT ARQ-FATURA
           OPEN OUTPUT ARQ-RELAT

           IF ST-CGD001 <> "00" OR ST-CPD039 <> "00" OR
              ST-CPD040 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CGD001/CPD039/CPD040/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-FATURA <> "00"
              DISPLAY "ARQUIVO DA ADMINISTRADORA FATCP93 NAO "
                      "ENCONTRADO: " ST-FATURA
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "IMPORTACAO DE FATURAS DO CARTAO CORPORATIVO - "
                TO REG-RELAT(01: 47)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(48: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM ACHA-ULT-FATURA
              PERFORM PROCESSA-ARQUIVO
              CLOSE ARQ-FATURA
           END-IF.

           CLOSE CGD001 CPD039 CPD040 LOG003 ARQ-RELAT.

           DISPLAY "FATURAS IMPORTADAS...............: " QT-FATURAS-W.
           DISPLAY "FATURAS REJEITADAS...............: "
                   QT-REJEITADAS-W.
           DISPLAY "LANCAMENTOS IMPORTADOS...........: " QT-LANCTOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       ACHA-ULT-FATURA SECTION.
           MOVE ZEROS TO NR-FATURA-CP39 ULT-FATURA-W.
           START CPD039 KEY IS NOT < NR-FATURA-CP39 INVALID KEY
                 MOVE "10" TO ST-CPD039.
           PERFORM UNTIL ST-CPD039 = "10"
              READ CPD039 NEXT RECORD AT END MOVE "10" TO ST-CPD039
              NOT AT END
                MOVE NR-FATURA-CP39 TO ULT-FATURA-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD039.

       PROCESSA-ARQUIVO SECTION.
           PERFORM UNTIL ST-FATURA = "10"
              READ ARQ-FATURA AT END
                   MOVE "10" TO ST-FATURA
              NOT AT END
                   PERFORM PROCESSA-UMA-LINHA
              END-READ
           END-PERFORM.
           IF TEM-FATURA-W = 1
              PERFORM FECHA-FATURA
           END-IF.

       PROCESSA-UMA-LINHA SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                          CAMPO5-X CAMPO6-X.
           EVALUATE LINHA-FATURA(1: 2)
               WHEN "H;"
                    IF TEM-FATURA-W = 1
                       PERFORM FECHA-FATURA
                    END-IF
                    UNSTRING LINHA-FATURA(3: 118) DELIMITED BY ";"
                         INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
                              CAMPO5-X CAMPO6-X
                    END-UNSTRING
                    PERFORM ABRE-FATURA
               WHEN "L;"
                    UNSTRING LINHA-FATURA(3: 118) DELIMITED BY ";"
                         INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO6-X
                    END-UNSTRING
                    PERFORM GUARDA-LANCAMENTO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       ABRE-FATURA SECTION.
           MOVE 1      TO TEM-FATURA-W.
           MOVE ZEROS  TO REJEITA-W QT-LINHAS-W CAB-FORNEC-W
                          CAB-FECHAMENTO-W CAB-VENCTO-W CAB-TOTAL-W.
           MOVE SPACES TO MOTIVO-W.
           MOVE CAMPO1-X(1: 4) TO CAB-CARTAO-W.
           MOVE CAMPO6-X       TO CAB-PORTADOR-W.
           IF CAMPO2-X(1: 6) NOT NUMERIC OR
              CAMPO3-X(1: 8) NOT NUMERIC OR
              CAMPO4-X(1: 8) NOT NUMERIC OR CAMPO5-X NOT NUMERIC
              MOVE 1 TO REJEITA-W
              MOVE "CABECALHO H INVALIDO" TO MOTIVO-W
              GO ABRE-FATURA-FIM.
           MOVE CAMPO2-X(1: 6) TO CAB-FORNEC-W.
           MOVE CAMPO3-X(1: 8) TO CAB-FECHAMENTO-W.
           MOVE CAMPO4-X(1: 8) TO CAB-VENCTO-W.
           MOVE CAMPO5-X       TO VALOR-CENT-W.
           COMPUTE CAB-TOTAL-W = VALOR-CENT-W / 100.
           MOVE CAB-FORNEC-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE 1 TO REJEITA-W
                MOVE "ADMINISTRADORA NAO CADASTRADA EM CGD001"
                     TO MOTIVO-W
                GO ABRE-FATURA-FIM.
      *    Mesmo cartao e fechamento = fatura ja importada.
           MOVE ZEROS TO NR-FATURA-CP39.
           START CPD039 KEY IS NOT < NR-FATURA-CP39 INVALID KEY
                 MOVE "10" TO ST-CPD039.
           PERFORM UNTIL ST-CPD039 = "10"
              READ CPD039 NEXT RECORD AT END MOVE "10" TO ST-CPD039
              NOT AT END
                IF CARTAO-CP39 = CAB-CARTAO-W AND
                   DATA-FECHAMENTO-CP39 = CAB-FECHAMENTO-W
                   MOVE 1 TO REJEITA-W
                   MOVE "FATURA JA IMPORTADA" TO MOTIVO-W
                   MOVE "10" TO ST-CPD039
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD039.
       ABRE-FATURA-FIM.
           EXIT.

       GUARDA-LANCAMENTO SECTION.
           IF TEM-FATURA-W = 0 OR REJEITA-W = 1
              GO GUARDA-LANCAMENTO-FIM.
           IF CAMPO1-X(1: 8) NOT NUMERIC OR CAMPO2-X NOT NUMERIC OR
              (CAMPO3-X(1: 1) NOT = "D" AND CAMPO3-X(1: 1) NOT = "C")
              MOVE 1 TO REJEITA-W
              MOVE "LANCAMENTO L INVALIDO" TO MOTIVO-W
              GO GUARDA-LANCAMENTO-FIM.
           IF QT-LINHAS-W = 500
              MOVE 1 TO REJEITA-W
              MOVE "MAIS DE 500 LANCAMENTOS NA FATURA" TO MOTIVO-W
              GO GUARDA-LANCAMENTO-FIM.
           ADD 1 TO QT-LINHAS-W.
           MOVE CAMPO1-X(1: 8) TO DATA-COMPRA-TB(QT-LINHAS-W).
           MOVE CAMPO2-X       TO VALOR-CENT-W.
           COMPUTE VALOR-TB(QT-LINHAS-W) = VALOR-CENT-W / 100.
           IF CAMPO3-X(1: 1) = "C"
              COMPUTE VALOR-TB(QT-LINHAS-W) =
                      VALOR-TB(QT-LINHAS-W) * -1
           END-IF.
           MOVE CAMPO6-X       TO ESTAB-TB(QT-LINHAS-W).
       GUARDA-LANCAMENTO-FIM.
           EXIT.

       FECHA-FATURA SECTION.
      *    Confere o total e grava cabecalho + linhas.
           MOVE ZEROS TO TEM-FATURA-W SOMA-LINHAS-W.
           IF REJEITA-W = 0
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
                 ADD VALOR-TB(I) TO SOMA-LINHAS-W
              END-PERFORM
              IF QT-LINHAS-W = ZEROS
                 MOVE 1 TO REJEITA-W
                 MOVE "FATURA SEM LANCAMENTOS" TO MOTIVO-W
              ELSE
                 IF SOMA-LINHAS-W NOT = CAB-TOTAL-W
                    MOVE 1 TO REJEITA-W
                    MOVE "SOMA DOS LANCAMENTOS DIFERE DO TOTAL"
                         TO MOTIVO-W
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE "CARTAO "         TO REG-RELAT(01: 07)
           MOVE CAB-CARTAO-W      TO REG-RELAT(08: 04)
           MOVE CAB-FECHAMENTO-W  TO DATA-E
           MOVE DATA-E            TO REG-RELAT(13: 10)
           MOVE CAB-PORTADOR-W    TO REG-RELAT(24: 30)
           MOVE CAB-TOTAL-W       TO VALOR-S-E
           MOVE VALOR-S-E         TO REG-RELAT(55: 15)
           IF REJEITA-W = 1
              ADD 1 TO QT-REJEITADAS-W
              MOVE "REJEITADA"    TO REG-RELAT(71: 09)
              WRITE REG-RELAT
              MOVE SPACES TO REG-RELAT
              MOVE MOTIVO-W       TO REG-RELAT(13: 40)
              IF SOMA-LINHAS-W NOT = ZEROS
                 MOVE SOMA-LINHAS-W TO VALOR-S-E
                 MOVE VALOR-S-E     TO REG-RELAT(55: 15)
              END-IF
              WRITE REG-RELAT
              GO FECHA-FATURA-FIM.

           ADD 1 TO ULT-FATURA-W.
           INITIALIZE REG-CPD039.
           MOVE ULT-FATURA-W     TO NR-FATURA-CP39.
           MOVE CAB-CARTAO-W     TO CARTAO-CP39.
           MOVE CAB-PORTADOR-W   TO PORTADOR-CP39.
           MOVE CAB-FORNEC-W     TO FORNEC-CP39.
           MOVE CAB-FECHAMENTO-W TO DATA-FECHAMENTO-CP39.
           MOVE CAB-VENCTO-W     TO DATA-VENCTO-CP39.
           MOVE CAB-TOTAL-W      TO VALOR-TOTAL-CP39.
           MOVE QT-LINHAS-W      TO QT-LINHAS-CP39.
           MOVE ZEROS            TO SITUACAO-CP39 FORNEC-TIT-CP39
                                    SEQ-TIT-CP39.
           MOVE DATA-HOJE-W      TO DATA-IMPORTACAO-CP39.
           MOVE USUARIO-W        TO USUARIO-CP39.
           WRITE REG-CPD039 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD039: " ST-CPD039
                 MOVE 1 TO ERRO-W
                 GO FECHA-FATURA-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD039"   TO LOG3-ARQUIVO
                 MOVE REG-CPD039 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              INITIALIZE REG-CPD040
              MOVE ULT-FATURA-W       TO NR-FATURA-CP40
              MOVE I                  TO LINHA-CP40
              MOVE DATA-COMPRA-TB(I)  TO DATA-COMPRA-CP40
              MOVE ESTAB-TB(I)        TO ESTABELECIMENTO-CP40
              MOVE VALOR-TB(I)        TO VALOR-CP40
              MOVE ZEROS              TO CODREDUZ-APUR-CP40
                                         NR-CONTRATO-CP40
                                         DATA-CLASS-CP40
              MOVE SPACES             TO PATH-COMPROV-CP40
                                         USUARIO-CLASS-CP40
              WRITE REG-CPD040 INVALID KEY
                    DISPLAY "ERRO GRAVACAO CPD040: " ST-CPD040
                    MOVE 1 TO ERRO-W
              NOT INVALID KEY
                    ADD 1 TO QT-LANCTOS-W
                    MOVE "I"        TO LOG3-OPERACAO
                    MOVE "CPD040"   TO LOG3-ARQUIVO
                    MOVE REG-CPD040 TO LOG3-REGISTRO
                    PERFORM GRAVA-LOG
              END-WRITE
           END-PERFORM.
           ADD 1 TO QT-FATURAS-W.
           MOVE "FATURA "         TO REG-RELAT(71: 07)
           MOVE ULT-FATURA-W      TO REG-RELAT(78: 05)
           MOVE QT-LINHAS-W       TO REG-RELAT(84: 04)
           MOVE " LANCTOS"        TO REG-RELAT(88: 08)
           WRITE REG-RELAT.
       FECHA-FATURA-FIM.
           EXIT.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja vem do chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB093"    TO LOG3-PROGRAMA
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
