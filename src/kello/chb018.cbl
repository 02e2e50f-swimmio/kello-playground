       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHB018.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Repasse de cheques de terceiros - o cheque do formando
      * endossado ao buffet ou a empresa de onibus era anotado a mao e
      * o SITUACAO-CH10 = 3 (repassado) nunca era usado. Paga titulos
      * em aberto do contas a pagar (CPD020) com cheques em carteira
      * (SITUACAO-CH10 = 0): cada cheque gera uma baixa parcial em
      * CPD023 com a chave do cheque (CHEQUE-CP23); qdo as baixas
      * cobrem o valor do titulo ele passa a pago (SITUACAO-CP20 = 2,
      * com jornal LOG004 como todo CPD020). O cheque fica repassado
      * (SITUACAO-CH10 = 3) com o fornecedor e o titulo que pagou
      * (REPASSE-FORN-CH10/REPASSE-SEQ-CH10) - tudo com imagem LOG003.
      * Cheque maior que o saldo do titulo e recusado (o fornecedor
      * nao da troco de cheque de terceiro).
      * Cheque repassado que volta (devolvido pelo CHP010) e cobrado
      * pelo fornecedor: a relacao final lista os repassados
      * devolvidos com o titulo que cada um havia quitado.
      *
      * Parametro: arquivo REPCH18 na pasta da empresa, uma linha por
      * cheque: FORNEC(6);SEQ(5);DATA-MOVTO-CHEQUE(8);SEQ-CHEQUE(5).
      * Sem o arquivo nada e repassado e sai so a relacao dos
      * repassados devolvidos.
      * Saida: RELCH18.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CHPX010.
           COPY CPPX020.
           COPY CPPX023.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CHPW010.
       COPY CPPW020.
       COPY CPPW023.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(50).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
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
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FIM-PARAM-W           PIC X        VALUE "N".
           05  CAMPO1-X              PIC X(06)    VALUE SPACES.
           05  CAMPO2-X              PIC X(05)    VALUE SPACES.
           05  CAMPO3-X              PIC X(08)    VALUE SPACES.
           05  CAMPO4-X              PIC X(05)    VALUE SPACES.
           05  FORNEC-W              PIC 9(6)     VALUE ZEROS.
           05  SEQ-TITULO-W          PIC 9(5)     VALUE ZEROS.
           05  DATA-MOVTO-CH-W       PIC 9(8)     VALUE ZEROS.
           05  SEQ-CHEQUE-W          PIC 9(5)     VALUE ZEROS.
           05  MOTIVO-W              PIC X(40)    VALUE SPACES.
           05  SOMA-BAIXAS-W         PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-ABERTO-W        PIC 9(10)V99 VALUE ZEROS.
           05  PROX-SEQ-BAIXA-W      PIC 9(3)     VALUE ZEROS.
           05  QUITOU-W              PIC X        VALUE "N".

           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  QT-REPASSADOS-W       PIC 9(4)     VALUE ZEROS.
           05  QT-RECUSADOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-QUITADOS-W         PIC 9(4)     VALUE ZEROS.
           05  VALOR-REPASSADO-W     PIC 9(10)V99 VALUE ZEROS.
           05  QT-DEVOLVIDOS-W       PIC 9(4)     VALUE ZEROS.
           05  VALOR-DEVOLVIDO-W     PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LINHAS-W QT-REPASSADOS-W
                         QT-RECUSADOS-W QT-QUITADOS-W VALOR-REPASSADO-W
                         QT-DEVOLVIDOS-W VALOR-DEVOLVIDO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "REPCH18" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCH18" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CHB018"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CHD010 CPD020 CPD023 LOG003 LOG004
           IF ST-CPD023 = "35"
              CLOSE CPD023      OPEN OUTPUT CPD023
              CLOSE CPD023      OPEN I-O CPD023
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
      *    CGD001 so da o nome do fornecedor no relatorio.
           OPEN INPUT CGD001
           OPEN OUTPUT ARQ-RELAT

           IF ST-CHD010 <> "00" OR ST-CPD020 <> "00" OR
              ST-CPD023 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CHD010/CPD020/CPD023/LOG003"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-LOG004 = "00"
              PERFORM ACHA-SEQ-JORNAL
           END-IF.

           IF ERRO-W = 0
              OPEN INPUT ARQ-PARAM
              IF ST-PARAM = "00"
                 PERFORM CABECALHO-REPASSE
                 MOVE "N" TO FIM-PARAM-W
                 PERFORM LE-PARAMETRO UNTIL FIM-PARAM-W = "S"
                 CLOSE ARQ-PARAM
                 PERFORM TOTAL-REPASSE
              END-IF
              PERFORM REPASSADOS-DEVOLVIDOS
           END-IF.

           CLOSE CGD001 CHD010 CPD020 CPD023 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "LINHAS DO PARAMETRO..............: " QT-LINHAS-W.
           DISPLAY "CHEQUES REPASSADOS...............: "
                   QT-REPASSADOS-W.
           DISPLAY "CHEQUES RECUSADOS................: " QT-RECUSADOS-W.
           DISPLAY "TITULOS QUITADOS.................: " QT-QUITADOS-W.
           DISPLAY "REPASSADOS DEVOLVIDOS............: "
                   QT-DEVOLVIDOS-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CABECALHO-REPASSE SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "REPASSE DE CHEQUES DE TERCEIROS - EMISSAO " TO
                REG-RELAT(01: 42)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E TO REG-RELAT(43: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC/SEQ   BCO CHEQUE  CLIENTE   BOM-PARA" TO
                REG-RELAT(01: 43)
           MOVE "           VALOR  SITUACAO" TO REG-RELAT(44: 26)
           WRITE REG-RELAT.

       LE-PARAMETRO SECTION.
           READ ARQ-PARAM AT END
                MOVE "S" TO FIM-PARAM-W
                GO LE-PARAMETRO-FIM.
           IF LINHA-PARAM = SPACES
              GO LE-PARAMETRO-FIM.
           ADD 1 TO QT-LINHAS-W.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X.
           UNSTRING LINHA-PARAM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X CAMPO4-X
           END-UNSTRING.
           IF CAMPO1-X NOT NUMERIC OR CAMPO2-X NOT NUMERIC OR
              CAMPO3-X NOT NUMERIC OR CAMPO4-X NOT NUMERIC
              DISPLAY "LINHA REPCH18 INVALIDA - USE FORNEC;SEQ;"
                      "DATA-MOVTO;SEQ-CHEQUE: " LINHA-PARAM
              ADD 1 TO QT-RECUSADOS-W
              GO LE-PARAMETRO-FIM.
           MOVE CAMPO1-X TO FORNEC-W.
           MOVE CAMPO2-X TO SEQ-TITULO-W.
           MOVE CAMPO3-X TO DATA-MOVTO-CH-W.
           MOVE CAMPO4-X TO SEQ-CHEQUE-W.
           PERFORM REPASSA-CHEQUE.
       LE-PARAMETRO-FIM.
           EXIT.

       REPASSA-CHEQUE SECTION.
           MOVE SPACES TO MOTIVO-W.
           MOVE DATA-MOVTO-CH-W TO DATA-MOVTO-CH10.
           MOVE SEQ-CHEQUE-W    TO SEQ-CH10.
           READ CHD010 INVALID KEY
                MOVE "CHEQUE NAO CADASTRADO EM CHD010" TO MOTIVO-W
                INITIALIZE REG-CHD010
                MOVE DATA-MOVTO-CH-W TO DATA-MOVTO-CH10
                MOVE SEQ-CHEQUE-W    TO SEQ-CH10
                GO REPASSA-CHEQUE-RECUSA.
           IF SITUACAO-CH10 NOT = 0
              MOVE "CHEQUE NAO ESTA EM CARTEIRA" TO MOTIVO-W
              GO REPASSA-CHEQUE-RECUSA.
           MOVE FORNEC-W     TO FORNEC-CP20.
           MOVE SEQ-TITULO-W TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE "TITULO NAO CADASTRADO EM CPD020" TO MOTIVO-W
                GO REPASSA-CHEQUE-RECUSA.
           IF SITUACAO-CP20 NOT = 0
              MOVE "TITULO NAO ESTA A PAGAR" TO MOTIVO-W
              GO REPASSA-CHEQUE-RECUSA.
      *    Saldo do titulo = valor total menos as baixas parciais ja
      *    gravadas (mesma conta do CPB024).
           PERFORM SOMA-BAIXAS-CPD023.
           IF SOMA-BAIXAS-W NOT < VALOR-TOT-CP20
              MOVE ZEROS TO SALDO-ABERTO-W
           ELSE
              COMPUTE SALDO-ABERTO-W = VALOR-TOT-CP20 - SOMA-BAIXAS-W
           END-IF.
           IF VALOR-CH10 > SALDO-ABERTO-W
              MOVE "CHEQUE MAIOR QUE O SALDO DO TITULO" TO MOTIVO-W
              GO REPASSA-CHEQUE-RECUSA.

           PERFORM GRAVA-BAIXA-CPD023.
           IF MOTIVO-W NOT = SPACES
              GO REPASSA-CHEQUE-RECUSA.
           MOVE "N" TO QUITOU-W.
           IF VALOR-CH10 = SALDO-ABERTO-W
              PERFORM QUITA-TITULO
           END-IF.

           MOVE 3            TO SITUACAO-CH10.
           MOVE FORNEC-W     TO REPASSE-FORN-CH10.
           MOVE SEQ-TITULO-W TO REPASSE-SEQ-CH10.
           REWRITE REG-CHD010 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CHD010: " ST-CHD010
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CHD010"   TO LOG3-ARQUIVO
                 MOVE REG-CHD010 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
           ADD 1          TO QT-REPASSADOS-W.
           ADD VALOR-CH10 TO VALOR-REPASSADO-W.
           IF QUITOU-W = "S"
              MOVE "REPASSADO - TITULO QUITADO" TO MOTIVO-W
           ELSE
              MOVE "REPASSADO - BAIXA PARCIAL" TO MOTIVO-W
           END-IF.
           PERFORM GRAVA-LINHA-REPASSE.
           GO REPASSA-CHEQUE-FIM.
       REPASSA-CHEQUE-RECUSA.
           ADD 1 TO QT-RECUSADOS-W.
           PERFORM GRAVA-LINHA-REPASSE.
       REPASSA-CHEQUE-FIM.
           EXIT.

       SOMA-BAIXAS-CPD023 SECTION.
           MOVE ZEROS TO SOMA-BAIXAS-W.
           MOVE FORNEC-CP20 TO FORNEC-CP23.
           MOVE SEQ-CP20    TO SEQ-CP23.
           MOVE ZEROS       TO SEQ-BAIXA-CP23.
           START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                MOVE "99" TO ST-CPD023.
           PERFORM UNTIL ST-CPD023 NOT = "00"
                READ CPD023 NEXT RECORD AT END
                     MOVE "99" TO ST-CPD023
                NOT AT END
                     IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                        SEQ-CP23    NOT = SEQ-CP20
                        MOVE "99" TO ST-CPD023
                     ELSE
                        ADD VALOR-PAGO-CP23 TO SOMA-BAIXAS-W
                     END-IF
                END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD023.

       GRAVA-BAIXA-CPD023 SECTION.
      *    Proxima baixa do titulo, com a chave do cheque repassado.
           MOVE FORNEC-CP20 TO FORNEC-CP23.
           MOVE SEQ-CP20    TO SEQ-CP23.
           MOVE ZEROS       TO SEQ-BAIXA-CP23 PROX-SEQ-BAIXA-W.
           START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                 MOVE "99" TO ST-CPD023.
           PERFORM UNTIL ST-CPD023 NOT = "00"
              READ CPD023 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD023
              NOT AT END
                   IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                      SEQ-CP23    NOT = SEQ-CP20
                      MOVE "99" TO ST-CPD023
                   ELSE
                      MOVE SEQ-BAIXA-CP23 TO PROX-SEQ-BAIXA-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD023.
           ADD 1 TO PROX-SEQ-BAIXA-W.
           MOVE FORNEC-CP20      TO FORNEC-CP23.
           MOVE SEQ-CP20         TO SEQ-CP23.
           MOVE PROX-SEQ-BAIXA-W TO SEQ-BAIXA-CP23.
           MOVE DATA-HOJE-W      TO DATA-PGTO-CP23.
           MOVE VALOR-CH10       TO VALOR-PAGO-CP23.
           MOVE PORTADOR-CP20    TO PORTADOR-CP23.
           MOVE ZEROS            TO SEQ-CAIXA-CP23.
           MOVE DATA-MOVTO-CH10  TO DATA-MOVTO-CH-CP23.
           MOVE SEQ-CH10         TO SEQ-CH-CP23.
           MOVE FORNEC-CP23 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD023 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD023: " ST-CPD023
                 MOVE "ERRO NA GRAVACAO DA BAIXA (CPD023)" TO MOTIVO-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD023"   TO LOG3-ARQUIVO
                 MOVE REG-CPD023 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

       QUITA-TITULO SECTION.
      *    Baixas cobriram o titulo: passa a pago, como a CPB070.
           MOVE REG-CPD020  TO ANTES-IMAGEM-W.
           MOVE 2           TO SITUACAO-CP20.
           MOVE DATA-HOJE-W TO DATA-PGTO-CP20.
           IF VALOR-LIQ-CP20 = ZEROS
              MOVE VALOR-TOT-CP20 TO VALOR-LIQ-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD020: " ST-CPD020
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 IF ST-LOG004 = "00"
                    MOVE "A" TO JRN-OPERACAO-W
                    PERFORM GRAVA-JORNAL-CPD020
                 END-IF
                 MOVE "S" TO QUITOU-W
                 ADD 1 TO QT-QUITADOS-W
           END-REWRITE.

       GRAVA-LINHA-REPASSE SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-W       TO REG-RELAT(01: 06)
           MOVE "/"            TO REG-RELAT(07: 01)
           MOVE SEQ-TITULO-W   TO REG-RELAT(08: 05)
           MOVE BANCO-CH10     TO REG-RELAT(14: 03)
           MOVE NR-CHEQUE-CH10 TO REG-RELAT(18: 06)
           MOVE CLIENTE-CH10   TO REG-RELAT(26: 08)
           MOVE BOM-PARA-CH10  TO DATA-E
           MOVE DATA-E         TO REG-RELAT(36: 10)
           MOVE VALOR-CH10     TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(47: 15)
           MOVE MOTIVO-W       TO REG-RELAT(63: 38)
           WRITE REG-RELAT.

       TOTAL-REPASSE SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL REPASSADO....: " TO REG-RELAT(01: 21)
           MOVE VALOR-REPASSADO-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           MOVE QT-REPASSADOS-W TO REG-RELAT(40: 04)
           MOVE " CHEQUES" TO REG-RELAT(44: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TITULOS QUITADOS...: " TO REG-RELAT(01: 21)
           MOVE QT-QUITADOS-W TO REG-RELAT(22: 04)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CHEQUES RECUSADOS..: " TO REG-RELAT(01: 21)
           MOVE QT-RECUSADOS-W TO REG-RELAT(22: 04)
           WRITE REG-RELAT.

       REPASSADOS-DEVOLVIDOS SECTION.
      *    Cheques repassados que voltaram (SITUACAO 2 com titulo de
      *    repasse): o fornecedor cobra de volta o que o cheque pagou.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "REPASSADOS DEVOLVIDOS - COBRANCA DO FORNECEDOR" TO
                REG-RELAT(01: 46)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC/SEQ   BCO CHEQUE  CLIENTE   BOM-PARA" TO
                REG-RELAT(01: 43)
           MOVE "           VALOR  FORNECEDOR" TO REG-RELAT(44: 28)
           WRITE REG-RELAT
           MOVE ZEROS TO DATA-MOVTO-CH10 SEQ-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   IF SITUACAO-CH10 = 2 AND
                      REPASSE-FORN-CH10 > ZEROS
                      PERFORM LINHA-REPASSADO-DEVOLVIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL DEVOLVIDO....: " TO REG-RELAT(01: 21)
           MOVE VALOR-DEVOLVIDO-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(22: 15)
           MOVE QT-DEVOLVIDOS-W TO REG-RELAT(40: 04)
           MOVE " CHEQUES" TO REG-RELAT(44: 08)
           WRITE REG-RELAT.

       LINHA-REPASSADO-DEVOLVIDO SECTION.
           ADD 1          TO QT-DEVOLVIDOS-W.
           ADD VALOR-CH10 TO VALOR-DEVOLVIDO-W.
           MOVE SPACES TO NOME-CG01.
           IF ST-CGD001 = "00"
              MOVE REPASSE-FORN-CH10 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   MOVE SPACES TO NOME-CG01
              END-READ
           END-IF.
           MOVE SPACES TO REG-RELAT
           MOVE REPASSE-FORN-CH10 TO REG-RELAT(01: 06)
           MOVE "/"               TO REG-RELAT(07: 01)
           MOVE REPASSE-SEQ-CH10  TO REG-RELAT(08: 05)
           MOVE BANCO-CH10        TO REG-RELAT(14: 03)
           MOVE NR-CHEQUE-CH10    TO REG-RELAT(18: 06)
           MOVE CLIENTE-CH10      TO REG-RELAT(26: 08)
           MOVE BOM-PARA-CH10     TO DATA-E
           MOVE DATA-E            TO REG-RELAT(36: 10)
           MOVE VALOR-CH10        TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(47: 15)
           MOVE NOME-CG01         TO REG-RELAT(63: 30)
           WRITE REG-RELAT.

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
           MOVE "CHB018"        TO LOG4-PROGRAMA.
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

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/-ARQUIVO/-REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CHB018"    TO LOG3-PROGRAMA
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
