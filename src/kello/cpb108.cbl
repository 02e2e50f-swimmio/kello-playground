       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB108.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Guarda dos masters de fitas - o VID100 diz que a fita
      * foi produzida, mas nao onde o master esta; pedido de
      * reedicao ou reclamacao de formando virava caca na estante.
      * Primeiro aplica os movimentos do arquivo FITC108 (pasta da
      * empresa), um por linha:
      *   L;CONTRATO;FITA;PRATELEIRA;CAIXA
      *     local de guarda do master (LOCAL-V100)
      *   S;CONTRATO;FITA;RESPONSAVEL;FINALIDADE;PREV-RETORNO
      *     retirada: quem levou, p/ que (1-REEDICAO 2-REVISAO
      *     3-COPIA P/ FORMANDO 4-RETRABALHO) e quando volta
      *     (AAAAMMDD; em branco = 7 dias) - fita ja fora nao sai
      *     de novo
      *   E;CONTRATO;FITA;DATA
      *     devolucao da retirada em aberto (DATA em branco = hoje)
      * As retiradas automaticas do VIP101/VIP106 (retrabalho e
      * re-revisao) tambem aceitam devolucao manual. Toda gravacao
      * gera imagem LOG003. Depois lista as fitas fora com a volta
      * prevista ja vencida: local, responsavel, finalidade e dias
      * de atraso (GRDIAS1). Relatorio RELC108 (arquivo ausente =
      * so o relatorio).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY VIPX100.
           COPY VIPX106.
           COPY LOGX003.

           SELECT ARQ-MOVTOS ASSIGN TO PATH-MOVTOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-MOVTOS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY VIPW100.
       COPY VIPW106.
       COPY LOGW003.

       FD  ARQ-MOVTOS.
       01  LINHA-MOVTO              PIC X(80).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID106             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MOVTOS             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-MOVTOS           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  PRAZO-RETIRADA-W      PIC 9(3)     VALUE 7.
           05  CAMPO-OP-X            PIC X(01)    VALUE SPACES.
           05  CAMPO-CONTRATO-X      PIC X(04)    VALUE SPACES.
           05  CAMPO-FITA-X          PIC X(05)    VALUE SPACES.
           05  CAMPO3-X              PIC X(20)    VALUE SPACES.
           05  CAMPO4-X              PIC X(08)    VALUE SPACES.
           05  CAMPO5-X              PIC X(08)    VALUE SPACES.
           05  DATA-MOV-W            PIC 9(8)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  SEQ-ABERTA-W          PIC 9(3)     VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC S9(5)    VALUE ZEROS.
           05  QT-LOCAIS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-SAIDAS-W           PIC 9(5)     VALUE ZEROS.
           05  QT-RETORNOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-FORA-W             PIC 9(5)     VALUE ZEROS.
           05  QT-ATRASADAS-W        PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
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
           05  DIAS-E                PIC ZZZZ9.

           COPY "CPTIME.CPY".
           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LOCAIS-W QT-SAIDAS-W QT-RETORNOS-W
                         QT-REJEITADOS-W QT-FORA-W QT-ATRASADAS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "VID100"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID100
           MOVE "VID106"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-VID106
           MOVE "LOG003"  TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "FITC108" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-MOVTOS
           MOVE "RELC108" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN I-O VID100
           OPEN I-O VID106
           IF ST-VID106 = "35"
              CLOSE VID106      OPEN OUTPUT VID106
              CLOSE VID106      OPEN I-O VID106
           END-IF.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-VID100 <> "00" OR ST-VID106 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA VID100/VID106/LOG003: "
                      ST-VID100 " " ST-VID106 " " ST-LOG003
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.

           OPEN INPUT ARQ-MOVTOS
           IF ST-MOVTOS = "00"
              PERFORM UNTIL ST-MOVTOS = "10"
                 READ ARQ-MOVTOS AT END
                      MOVE "10" TO ST-MOVTOS
                 NOT AT END
                      PERFORM PROCESSA-MOVIMENTO
                 END-READ
              END-PERFORM
              CLOSE ARQ-MOVTOS
           END-IF.

           PERFORM LISTA-ATRASADAS.
           CLOSE VID100 VID106 LOG003.

           DISPLAY "LOCAIS DE GUARDA GRAVADOS........: " QT-LOCAIS-W.
           DISPLAY "RETIRADAS LANCADAS...............: " QT-SAIDAS-W.
           DISPLAY "DEVOLUCOES LANCADAS..............: "
                   QT-RETORNOS-W.
           DISPLAY "MOVIMENTOS REJEITADOS............: "
                   QT-REJEITADOS-W.
           DISPLAY "FITAS FORA DA PRATELEIRA.........: " QT-FORA-W.
           DISPLAY "FITAS COM DEVOLUCAO ATRASADA.....: "
                   QT-ATRASADAS-W.
       MAIN-PROCESS-FIM.
           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-MOVIMENTO SECTION.
           MOVE SPACES TO CAMPO-OP-X CAMPO-CONTRATO-X CAMPO-FITA-X
                          CAMPO3-X CAMPO4-X CAMPO5-X.
           UNSTRING LINHA-MOVTO DELIMITED BY ";"
                INTO CAMPO-OP-X CAMPO-CONTRATO-X CAMPO-FITA-X
                     CAMPO3-X CAMPO4-X CAMPO5-X
           END-UNSTRING.
           IF CAMPO-OP-X NOT = "L" AND "S" AND "E"
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "OPERACAO DESCONHECIDA: " LINHA-MOVTO
              GO PROCESSA-MOVIMENTO-FIM.
           IF CAMPO-CONTRATO-X NOT NUMERIC OR
              CAMPO-FITA-X NOT NUMERIC
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "CONTRATO/FITA INVALIDO: " LINHA-MOVTO
              GO PROCESSA-MOVIMENTO-FIM.
           MOVE CAMPO-CONTRATO-X TO CONTRATO-V100.
           MOVE CAMPO-FITA-X     TO NR-FITA-V100.
           READ VID100 INVALID KEY
                ADD 1 TO QT-REJEITADOS-W
                DISPLAY "FITA NAO EMITIDA (VIP100): " LINHA-MOVTO
                GO PROCESSA-MOVIMENTO-FIM.
           EVALUATE CAMPO-OP-X
             WHEN "L"
                PERFORM GRAVA-LOCAL
             WHEN "S"
                PERFORM REGISTRA-SAIDA
             WHEN "E"
                PERFORM REGISTRA-RETORNO
           END-EVALUATE.
       PROCESSA-MOVIMENTO-FIM.
           EXIT.

       GRAVA-LOCAL SECTION.
           IF CAMPO3-X(1: 4) = SPACES
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "INFORME A PRATELEIRA: " LINHA-MOVTO
              GO GRAVA-LOCAL-FIM.
           MOVE CAMPO3-X(1: 4) TO PRATELEIRA-V100.
           MOVE CAMPO4-X(1: 4) TO CAIXA-V100.
           REWRITE REG-VID100 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO REGRAVACAO VID100: " ST-VID100
           NOT INVALID KEY
                 ADD 1 TO QT-LOCAIS-W
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "VID100"   TO LOG3-ARQUIVO
                 MOVE REG-VID100 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
       GRAVA-LOCAL-FIM.
           EXIT.

       REGISTRA-SAIDA SECTION.
           IF CAMPO3-X = SPACES
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "INFORME O RESPONSAVEL: " LINHA-MOVTO
              GO REGISTRA-SAIDA-FIM.
           IF CAMPO4-X(1: 1) < "1" OR CAMPO4-X(1: 1) > "4" OR
              CAMPO4-X(2: 7) NOT = SPACES
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "FINALIDADE: 1-REEDICAO 2-REVISAO 3-COPIA "
                      "4-RETRABALHO: " LINHA-MOVTO
              GO REGISTRA-SAIDA-FIM.
           IF CAMPO5-X = SPACES
              MOVE 2                TO GRTIME-TYPE
              MOVE 1                TO GRTIME-FUNCTION
              MOVE DATA-HOJE-W      TO GRTIME-DATE
              MOVE PRAZO-RETIRADA-W TO GRTIME-DAYS
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              MOVE GRTIME-DATE-FINAL TO DATA-MOV-W
           ELSE
              MOVE ZEROS TO GRTIME-DATE-FINAL
              IF CAMPO5-X IS NUMERIC
                 MOVE 2        TO GRTIME-TYPE
                 MOVE 7        TO GRTIME-FUNCTION
                 MOVE CAMPO5-X TO GRTIME-DATE
                 CALL   "GRTIME" USING PARAMETROS-GRTIME
                 CANCEL "GRTIME"
              END-IF
              IF GRTIME-DATE-FINAL = ZEROS
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "DATA PREVISTA DE RETORNO INVALIDA: "
                         LINHA-MOVTO
                 GO REGISTRA-SAIDA-FIM
              END-IF
              MOVE CAMPO5-X TO DATA-MOV-W
           END-IF.
           PERFORM LOCALIZA-RETIRADA.
           IF SEQ-ABERTA-W NOT = ZEROS
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "FITA JA ESTA FORA (DEVOLVA ANTES): "
                      LINHA-MOVTO
              GO REGISTRA-SAIDA-FIM.
           INITIALIZE REG-VID106.
           MOVE NR-FITAS-V100    TO NR-FITAS-V106.
           COMPUTE SEQ-MOV-V106 = ULT-SEQ-W + 1.
           MOVE DATA-HOJE-W      TO DATA-SAIDA-V106.
           MOVE CAMPO3-X         TO RESPONSAVEL-V106.
           MOVE CAMPO4-X(1: 1)   TO FINALIDADE-V106.
           MOVE DATA-MOV-W       TO DATA-PREV-RETORNO-V106.
           MOVE ZEROS            TO DATA-RETORNO-V106 ORIGEM-V106.
           MOVE USUARIO-W        TO USUARIO-SAIDA-V106.
           WRITE REG-VID106 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO GRAVACAO VID106: " ST-VID106
           NOT INVALID KEY
                 ADD 1 TO QT-SAIDAS-W
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "VID106"   TO LOG3-ARQUIVO
                 MOVE REG-VID106 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
       REGISTRA-SAIDA-FIM.
           EXIT.

       REGISTRA-RETORNO SECTION.
           MOVE DATA-HOJE-W TO DATA-MOV-W.
           IF CAMPO3-X NOT = SPACES
              MOVE ZEROS TO GRTIME-DATE-FINAL
              IF CAMPO3-X(1: 8) IS NUMERIC
                 MOVE 2              TO GRTIME-TYPE
                 MOVE 7              TO GRTIME-FUNCTION
                 MOVE CAMPO3-X(1: 8) TO GRTIME-DATE
                 CALL   "GRTIME" USING PARAMETROS-GRTIME
                 CANCEL "GRTIME"
              END-IF
              IF GRTIME-DATE-FINAL = ZEROS
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "DATA DA DEVOLUCAO INVALIDA: " LINHA-MOVTO
                 GO REGISTRA-RETORNO-FIM
              END-IF
              MOVE CAMPO3-X(1: 8) TO DATA-MOV-W
           END-IF.
           PERFORM LOCALIZA-RETIRADA.
           IF SEQ-ABERTA-W = ZEROS
              ADD 1 TO QT-REJEITADOS-W
              DISPLAY "FITA NAO ESTA FORA: " LINHA-MOVTO
              GO REGISTRA-RETORNO-FIM.
           MOVE NR-FITAS-V100 TO NR-FITAS-V106.
           MOVE SEQ-ABERTA-W  TO SEQ-MOV-V106.
           READ VID106 INVALID KEY
                ADD 1 TO QT-REJEITADOS-W
                DISPLAY "ERRO LEITURA VID106: " ST-VID106
                GO REGISTRA-RETORNO-FIM.
           MOVE DATA-MOV-W TO DATA-RETORNO-V106.
           MOVE USUARIO-W  TO USUARIO-RETORNO-V106.
           REWRITE REG-VID106 INVALID KEY
                 ADD 1 TO QT-REJEITADOS-W
                 DISPLAY "ERRO REGRAVACAO VID106: " ST-VID106
           NOT INVALID KEY
                 ADD 1 TO QT-RETORNOS-W
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "VID106"   TO LOG3-ARQUIVO
                 MOVE REG-VID106 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
       REGISTRA-RETORNO-FIM.
           EXIT.

       LOCALIZA-RETIRADA SECTION.
      *    Ultima sequencia da fita (ULT-SEQ-W) e a retirada ainda
      *    sem devolucao (SEQ-ABERTA-W, zeros = fita na prateleira).
           MOVE ZEROS TO ULT-SEQ-W SEQ-ABERTA-W.
           MOVE NR-FITAS-V100 TO NR-FITAS-V106.
           MOVE ZEROS         TO SEQ-MOV-V106.
           START VID106 KEY IS NOT < CHAVE-V106 INVALID KEY
                 MOVE "10" TO ST-VID106.
           PERFORM UNTIL ST-VID106 = "10"
              READ VID106 NEXT RECORD AT END MOVE "10" TO ST-VID106
              NOT AT END
                IF NR-FITAS-V106 NOT = NR-FITAS-V100
                   MOVE "10" TO ST-VID106
                ELSE
                   MOVE SEQ-MOV-V106 TO ULT-SEQ-W
                   IF DATA-RETORNO-V106 = ZEROS
                      MOVE SEQ-MOV-V106 TO SEQ-ABERTA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID106.

       LISTA-ATRASADAS SECTION.
      *    Retiradas em aberto com a volta prevista antes de hoje.
           OPEN OUTPUT ARQ-RELAT
           MOVE DATA-HOJE-W TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "MASTERS DE FITAS FORA COM DEVOLUCAO ATRASADA - "
                  DATA-E DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "CONT  FITA PRAT CAIXA RESPONSAVEL          "
                  "FINALIDADE  SAIDA      PREVISTA   ATRASO ORIGEM"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT

           MOVE LOW-VALUES TO CHAVE-V106.
           START VID106 KEY IS NOT < CHAVE-V106 INVALID KEY
                 MOVE "10" TO ST-VID106.
           PERFORM UNTIL ST-VID106 = "10"
              READ VID106 NEXT RECORD AT END MOVE "10" TO ST-VID106
              NOT AT END
                IF DATA-RETORNO-V106 = ZEROS
                   ADD 1 TO QT-FORA-W
                   IF DATA-PREV-RETORNO-V106 < DATA-HOJE-W
                      PERFORM IMPRIME-ATRASADA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID106.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL DE FITAS ATRASADAS: " TO REG-RELAT(01: 26)
           MOVE QT-ATRASADAS-W TO REG-RELAT(27: 05)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL DE FITAS FORA.....: " TO REG-RELAT(01: 26)
           MOVE QT-FORA-W TO REG-RELAT(27: 05)
           WRITE REG-RELAT
           CLOSE ARQ-RELAT.

       IMPRIME-ATRASADA SECTION.
           ADD 1 TO QT-ATRASADAS-W.
           MOVE NR-FITAS-V106 TO NR-FITAS-V100.
           READ VID100 INVALID KEY
                MOVE SPACES TO LOCAL-V100
           END-READ.
           MOVE DATA-PREV-RETORNO-V106 TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-HOJE-W            TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-ATRASO-W.

           MOVE SPACES TO REG-RELAT
           MOVE CONTRATO-V106    TO REG-RELAT(01: 04)
           MOVE NR-FITA-V106     TO REG-RELAT(06: 05)
           MOVE PRATELEIRA-V100  TO REG-RELAT(12: 04)
           MOVE CAIXA-V100       TO REG-RELAT(17: 04)
           MOVE RESPONSAVEL-V106 TO REG-RELAT(23: 20)
           EVALUATE FINALIDADE-V106
               WHEN 1 MOVE "REEDICAO"   TO REG-RELAT(44: 11)
               WHEN 2 MOVE "REVISAO"    TO REG-RELAT(44: 11)
               WHEN 3 MOVE "COPIA FORM" TO REG-RELAT(44: 11)
               WHEN 4 MOVE "RETRABALHO" TO REG-RELAT(44: 11)
           END-EVALUATE
           MOVE DATA-SAIDA-V106  TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE DATA-E           TO REG-RELAT(56: 10)
           MOVE DATA-PREV-RETORNO-V106 TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE DATA-E           TO REG-RELAT(67: 10)
           MOVE DIAS-ATRASO-W    TO DIAS-E
           MOVE DIAS-E           TO REG-RELAT(78: 05)
           IF ORIGEM-V106 = 1
              MOVE "AUTOM." TO REG-RELAT(85: 06)
           ELSE
              MOVE "MANUAL" TO REG-RELAT(85: 06)
           END-IF
           WRITE REG-RELAT.

       GRAVA-LOG SECTION.
      *    Operacao, arquivo e imagem ja preenchidos pelo chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB108"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       FORMATA-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DMA-W
           MOVE MES-INV-W TO MES-DMA-W
           MOVE ANO-INV-W TO ANO-DMA-W
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
