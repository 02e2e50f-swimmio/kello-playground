       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB089.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Aplicacao dos creditos de devolucao de brindes - o
      * credito que o fornecedor nos deve pelo lote devolvido com
      * defeito era cobrado por e-mail. O COP060, na devolucao ao
      * fornecedor (COD060 TIPO 5), grava o credito em CPD027
      * (TIPO-CP27 = 2) com saldo, no mesmo controle do adiantamento
      * da CPB036. Este batch percorre os creditos com saldo e abate
      * cada um do proximo titulo em aberto do mesmo fornecedor
      * (chave ALT4-CP20: SITUACAO-CP20 = 0, menor vencimento
      * primeiro), seguindo p/ os titulos seguintes enquanto houver
      * saldo. Fica de fora o titulo ja selecionado em bordero
      * (NR-BORDERO-CP20), remetido/confirmado no banco
      * (SIT-REMESSA-CP20 1/2), previsto (PREV-DEF-CP20 = 1) ou de
      * valor zerado. Cada abatimento reduz VALOR-TOT-CP20 (como a
      * aplicacao da CPB036, com LOG003 e jornal LOG004), baixa o
      * saldo do credito e grava o registro de aplicacao
      * (TIPO-CP27 = 1). Credito sem titulo elegivel fica com saldo
      * p/ a proxima rodada.
      *
      * Saida: arquivo-relatorio RELCP89 na pasta da empresa - uma
      * linha por abatimento.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CPPX020.
           COPY CPPX027.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CPPW020.
       COPY CPPW027.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
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
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FORNEC-CRED-W         PIC 9(6)     VALUE ZEROS.
           05  SEQ-CRED-W            PIC 9(5)     VALUE ZEROS.
           05  SALDO-CRED-W          PIC 9(8)V99  VALUE ZEROS.
           05  CONSOME-W             PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ANTES-W         PIC 9(8)V99  VALUE ZEROS.
           05  SEQ-TITULO-W          PIC 9(5)     VALUE ZEROS.
           05  SEQ-LIVRE-W           PIC 9(5)     VALUE ZEROS.
           05  ACHOU-TITULO-W        PIC 9        VALUE ZEROS.
           05  QT-CREDITOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-APLICACOES-W       PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-TITULO-W       PIC 9(5)     VALUE ZEROS.
           05  TOT-APLICADO-W        PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CREDITOS-W QT-APLICACOES-W
                         QT-SEM-TITULO-W TOT-APLICADO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "RELCP89" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB089"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CPD020 CPD027 LOG003 LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/LOG003: "
                      ST-CPD020 " " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CPD027 nao ha credito a aplicar.
           IF ST-CPD027 <> "00" AND ST-CPD027 <> "35"
              DISPLAY "ERRO ABERTURA CPD027: " ST-CPD027
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "APLICACAO DOS CREDITOS DE DEVOLUCAO DE BRINDES - "
                TO REG-RELAT(01: 50)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(51: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC CRED.  TITULO   VENCTO      VALOR ANTES"
                TO REG-RELAT(01: 46)
           MOVE "      APLICADO  SALDO CREDITO" TO REG-RELAT(47: 30)
           WRITE REG-RELAT

           IF ERRO-W = 0 AND ST-CPD027 = "00"
              PERFORM VARRE-CREDITOS
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL APLICADO: " TO REG-RELAT(01: 16)
           MOVE TOT-APLICADO-W     TO VALOR-E1
           MOVE VALOR-E1           TO REG-RELAT(17: 17)
           WRITE REG-RELAT

           CLOSE CPD020 CPD027 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "CREDITOS COM SALDO...............: "
                   QT-CREDITOS-W.
           DISPLAY "ABATIMENTOS EM TITULOS...........: "
                   QT-APLICACOES-W.
           DISPLAY "CREDITOS SEM TITULO ELEGIVEL.....: "
                   QT-SEM-TITULO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CREDITOS SECTION.
           MOVE ZEROS TO FORNEC-CP27 SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 NOT = "00"
              READ CPD027 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD027
              NOT AT END
                   IF TIPO-CP27 = 2 AND SALDO-CP27 > ZEROS
                      PERFORM APLICA-CREDITO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD027.

       APLICA-CREDITO SECTION.
           ADD 1 TO QT-CREDITOS-W.
           MOVE FORNEC-CP27 TO FORNEC-CRED-W.
           MOVE SEQ-ADT-CP27 TO SEQ-CRED-W.
           MOVE SALDO-CP27  TO SALDO-CRED-W.
           MOVE 1 TO ACHOU-TITULO-W.
           PERFORM UNTIL SALDO-CRED-W = ZEROS OR ACHOU-TITULO-W = 0
              PERFORM ACHA-PROXIMO-TITULO
              IF ACHOU-TITULO-W = 1
                 PERFORM ABATE-TITULO
              END-IF
           END-PERFORM.
           IF SALDO-CRED-W > ZEROS
              ADD 1 TO QT-SEM-TITULO-W.
      *    Reposiciona a varredura depois do credito (os WRITEs das
      *    aplicacoes mexeram no buffer/posicao do arquivo).
           MOVE FORNEC-CRED-W TO FORNEC-CP27.
           MOVE SEQ-CRED-W    TO SEQ-ADT-CP27.
           START CPD027 KEY IS > CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.

       ACHA-PROXIMO-TITULO SECTION.
      *    Titulo em aberto do fornecedor de menor vencimento que
      *    possa ser abatido.
           MOVE ZEROS TO ACHOU-TITULO-W.
           MOVE FORNEC-CRED-W TO FORNEC-CP20.
           MOVE 0             TO SITUACAO-CP20.
           MOVE ZEROS         TO DATA-VENCTO-CP20.
           START CPD020 KEY IS NOT < ALT4-CP20 INVALID KEY
                 MOVE "99" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 NOT = "00"
              READ CPD020 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-CRED-W OR
                      SITUACAO-CP20 NOT = 0
                      MOVE "99" TO ST-CPD020
                   ELSE
                      IF NR-BORDERO-CP20 = ZEROS AND
                         SIT-REMESSA-CP20 NOT = 1 AND
                         SIT-REMESSA-CP20 NOT = 2 AND
                         PREV-DEF-CP20 = 0 AND
                         VALOR-TOT-CP20 > ZEROS
                         MOVE 1    TO ACHOU-TITULO-W
                         MOVE SEQ-CP20 TO SEQ-TITULO-W
                         MOVE "99" TO ST-CPD020
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.

       ABATE-TITULO SECTION.
      *    Titulo (buffer de CPD020 no titulo achado) abatido ate o
      *    menor entre o saldo do credito e o valor do titulo.
           MOVE FORNEC-CRED-W TO FORNEC-CP20.
           MOVE SEQ-TITULO-W  TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE ZEROS TO ACHOU-TITULO-W
                GO ABATE-TITULO-FIM.
           IF SALDO-CRED-W NOT < VALOR-TOT-CP20
              MOVE VALOR-TOT-CP20 TO CONSOME-W
           ELSE
              MOVE SALDO-CRED-W   TO CONSOME-W
           END-IF.
           MOVE VALOR-TOT-CP20 TO VALOR-ANTES-W.
           MOVE REG-CPD020 TO ANTES-IMAGEM-W.
           SUBTRACT CONSOME-W FROM VALOR-TOT-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD020 - FORNEC="
                         FORNEC-CRED-W " SEQ=" SEQ-TITULO-W
                 MOVE ZEROS TO ACHOU-TITULO-W
                 GO ABATE-TITULO-FIM
           NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU TO LOG3-DATA
                 ACCEPT WS-HORA-SYS FROM TIME
                 MOVE WS-HORA-SYS TO LOG3-HORAS
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CPD020"    TO LOG3-ARQUIVO
                 MOVE "CPB089"    TO LOG3-PROGRAMA
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE "A" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.
           SUBTRACT CONSOME-W FROM SALDO-CRED-W.
           ADD CONSOME-W TO TOT-APLICADO-W.
           ADD 1 TO QT-APLICACOES-W.
      *    Baixa o saldo do credito.
           MOVE FORNEC-CRED-W TO FORNEC-CP27.
           MOVE SEQ-CRED-W    TO SEQ-ADT-CP27.
           READ CPD027 INVALID KEY
                GO ABATE-TITULO-LISTA.
           MOVE SALDO-CRED-W  TO SALDO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD027 NOT INVALID KEY
                 MOVE "A" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD027
           END-REWRITE.
      *    Registro de aplicacao (TIPO-CP27 = 1) ligando titulo e
      *    credito consumido.
           PERFORM ACHA-SEQ-CPD027.
           MOVE FORNEC-CRED-W   TO FORNEC-CP27.
           MOVE SEQ-LIVRE-W     TO SEQ-ADT-CP27.
           MOVE 1               TO TIPO-CP27.
           MOVE WS-DATA-CPU     TO DATA-CP27.
           MOVE CONSOME-W       TO VALOR-CP27.
           MOVE ZEROS           TO SALDO-CP27.
           MOVE SEQ-TITULO-W    TO SEQ-TITULO-CP27.
           MOVE SEQ-CRED-W      TO SEQ-ADT-ORIG-CP27.
           MOVE USUARIO-W       TO USUARIO-CP27.
           MOVE "CREDITO DE DEVOLUCAO" TO DESCRICAO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD027 NOT INVALID KEY
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CPD027
           END-WRITE.
       ABATE-TITULO-LISTA.
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-CRED-W  TO REG-RELAT(01: 06)
           MOVE SEQ-CRED-W     TO REG-RELAT(08: 05)
           MOVE SEQ-TITULO-W   TO REG-RELAT(15: 05)
           MOVE DATA-VENCTO-CP20 TO DATA-E
           MOVE DATA-E         TO REG-RELAT(22: 10)
           MOVE VALOR-ANTES-W  TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(33: 14)
           MOVE CONSOME-W      TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(48: 14)
           MOVE SALDO-CRED-W   TO VALOR-E
           MOVE VALOR-E        TO REG-RELAT(63: 14)
           WRITE REG-RELAT.
       ABATE-TITULO-FIM.
           EXIT.

       ACHA-SEQ-CPD027 SECTION.
      *    Proxima sequencia livre de CPD027 do fornecedor.
           MOVE ZEROS TO SEQ-LIVRE-W.
           MOVE FORNEC-CRED-W TO FORNEC-CP27.
           MOVE ZEROS         TO SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 NOT = "00"
              READ CPD027 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD027
              NOT AT END
                   IF FORNEC-CP27 NOT = FORNEC-CRED-W
                      MOVE "99" TO ST-CPD027
                   ELSE
                      MOVE SEQ-ADT-CP27 TO SEQ-LIVRE-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD027.
           ADD 1 TO SEQ-LIVRE-W.

       GRAVA-LOG-CPD027 SECTION.
      *    LOG3-OPERACAO ja vem preenchida pelo chamador ("I"/"A").
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD027"    TO LOG3-ARQUIVO
           MOVE "CPB089"    TO LOG3-PROGRAMA
           MOVE REG-CPD027  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

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
      *    Entrada sequenciada no jornal do dia: imagem de antes
      *    (ANTES-IMAGEM-W) e de depois.
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CPB089"        TO LOG4-PROGRAMA.
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
