       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB084.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Pagamento do cache da equipe dos eventos de contrato -
      * gera em CPD020 um titulo p/ cada profissional alocado
      * (COD081, fornecedor de CGD001) em evento ja encerrado no
      * COP080 (SITUACAO-CO80 = 1), do mesmo jeito que o CPB057 paga
      * os revisores (CPD021/LOG001, LOG003 e jornal LOG004).
      * A alocacao paga recebe o titulo gerado (SEQ-TITULO-CO81) com
      * imagem LOG003 - e o que impede pagar o mesmo cache de novo.
      * Alocacao sem cache, de evento agendado ou cancelado nao e
      * paga. Fornecedor nao cadastrado/bloqueado em CGD001 fica p/ a
      * proxima rodada, sem carimbar a alocacao.
      * Documento: "EV" + contrato + sequencia do evento.
      *
      * Parametro: arquivo EVECP84 na pasta da empresa -
      *   linha 1: vencimento do titulo AAAAMMDD (vazio = hoje)
      *   linha 2: conta reduzida de apuracao (vazio = zeros)
      * Saida: arquivo-relatorio RELCP84 na pasta da empresa.
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
           COPY COPX080.
           COPY COPX081.
           COPY CPPX020.
           COPY CPPX021.
           COPY LOGX001.
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
       COPY COPW080.
       COPY COPW081.
       COPY CPPW020.
       COPY CPPW021.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD080             PIC XX       VALUE SPACES.
           05  ST-COD081             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
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

           05  DATA-VENCTO-W         PIC 9(8)     VALUE ZEROS.
           05  CONTA-REDUZ-W         PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-SEM-CADASTRO-W     PIC 9(5)     VALUE ZEROS.
           05  VALOR-TOTAL-W         PIC 9(10)V99 VALUE ZEROS.
           05  OBS-W                 PIC X(22)    VALUE SPACES.
           05  DOCTO-GERADO-W.
               10  FILLER            PIC X(2)     VALUE "EV".
               10  DOCTO-CONTRATO-W  PIC 9(4).
               10  DOCTO-EVENTO-W    PIC 9(3).
               10  FILLER            PIC X(1)     VALUE SPACE.

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-TITULOS-W
                         QT-SEM-CADASTRO-W VALOR-TOTAL-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "COD080"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD080
           MOVE "COD081"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD081
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "EVECP84" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP84" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB084"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

      *    Sem arquivo de parametro: vencimento hoje, conta zerada.
           MOVE WS-DATA-CPU TO DATA-VENCTO-W.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 8) NUMERIC AND
                    REG-PARAM(1: 8) > "00000000"
                    MOVE REG-PARAM(1: 8) TO DATA-VENCTO-W
                 END-IF
              END-READ
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 5) NUMERIC
                    MOVE REG-PARAM(1: 5) TO CONTA-REDUZ-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CGD001 COD080
           OPEN I-O   COD081 CPD020 CPD021 LOG001 LOG003 LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004     OPEN OUTPUT LOG004
              CLOSE LOG004     OPEN I-O LOG004
           END-IF.
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-LOG001 <> "00" OR ST-LOG003 <> "00" OR
              ST-LOG004 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/LOGS"
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD080 <> "00" OR ST-COD081 <> "00"
              DISPLAY "ERRO ABERTURA COD080/COD081: " ST-COD080 " "
                      ST-COD081
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD001 <> "00" AND ST-CGD001 <> "05" AND
              ST-CGD001 <> "35"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM ACHA-SEQ-JORNAL
              PERFORM IMPRIME-CABECALHO
              PERFORM PAGA-ALOCACOES
              PERFORM IMPRIME-TOTAL
           END-IF.

           CLOSE CGD001 COD080 COD081 CPD020 CPD021 LOG001 LOG003
                 LOG004 ARQ-RELAT.

           DISPLAY "ALOCACOES LIDAS..................: "
                   QT-LIDOS-W.
           DISPLAY "TITULOS DE CACHE GERADOS.........: "
                   QT-TITULOS-W.
           DISPLAY "FORNEC SEM CADASTRO/BLOQUEADO....: "
                   QT-SEM-CADASTRO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PAGA-ALOCACOES SECTION.
           MOVE ZEROS TO NR-CONTRATO-CO81 SEQ-EVENTO-CO81 FORNEC-CO81.
           START COD081 KEY IS NOT < CHAVE-CO81 INVALID KEY
                 MOVE "10" TO ST-COD081.
           PERFORM UNTIL ST-COD081 = "10"
              READ COD081 NEXT RECORD AT END
                   MOVE "10" TO ST-COD081
              NOT AT END
                   ADD 1 TO QT-LIDOS-W
                   IF SEQ-TITULO-CO81 = ZEROS AND
                      VALOR-CACHE-CO81 > ZEROS
                      PERFORM PAGA-UMA-ALOCACAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD081.

       PAGA-UMA-ALOCACAO SECTION.
           MOVE NR-CONTRATO-CO81 TO NR-CONTRATO-CO80.
           MOVE SEQ-EVENTO-CO81  TO SEQ-EVENTO-CO80.
           READ COD080 INVALID KEY
                GO PAGA-UMA-ALOCACAO-FIM.
           IF SITUACAO-CO80 NOT = 1
              GO PAGA-UMA-ALOCACAO-FIM.
           MOVE SPACES TO OBS-W.
      *    Fornecedor precisa existir em CGD001 e nao estar
      *    bloqueado - senao fica p/ a proxima rodada.
           IF ST-CGD001 = "00"
              MOVE FORNEC-CO81 TO CODIGO-CG01
              READ CGD001 INVALID KEY
                   DISPLAY "FORNECEDOR SEM CADASTRO: " FORNEC-CO81
                   MOVE "FORNEC NAO CADASTRADO" TO OBS-W
                   ADD 1 TO QT-SEM-CADASTRO-W
                   PERFORM IMPRIME-ALOCACAO
                   GO PAGA-UMA-ALOCACAO-FIM
              END-READ
              IF SITUACAO-CG01 = 1
                 DISPLAY "FORNECEDOR BLOQUEADO: " FORNEC-CO81
                 MOVE "FORNEC BLOQUEADO" TO OBS-W
                 ADD 1 TO QT-SEM-CADASTRO-W
                 PERFORM IMPRIME-ALOCACAO
                 GO PAGA-UMA-ALOCACAO-FIM
              END-IF
           END-IF.
           PERFORM GERA-UM-TITULO.
           IF SEQ-TITULO-CO81 = ZEROS
              GO PAGA-UMA-ALOCACAO-FIM.
           REWRITE REG-COD081 INVALID KEY
                   DISPLAY "ERRO REGRAVANDO COD081: " CHAVE-CO81
           NOT INVALID KEY
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "COD081"    TO LOG3-ARQUIVO
                   MOVE REG-COD081  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG003
           END-REWRITE.
           PERFORM IMPRIME-ALOCACAO.
       PAGA-UMA-ALOCACAO-FIM.
           EXIT.

       GERA-UM-TITULO SECTION.
           MOVE NR-CONTRATO-CO81 TO DOCTO-CONTRATO-W.
           MOVE SEQ-EVENTO-CO81  TO DOCTO-EVENTO-W.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-CO81         TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21            TO SEQ-CP20.
           MOVE DOCTO-GERADO-W      TO NR-DOCTO-CP20.
           MOVE 0101                TO NR-PARCELA-CP20.
           MOVE WS-DATA-CPU         TO DATA-MOVTO-CP20
                                       DATA-EMISSAO-CP20.
           MOVE DATA-VENCTO-W       TO DATA-VENCTO-CP20.
           MOVE CONTA-REDUZ-W       TO CODREDUZ-APUR-CP20.
           MOVE DATA-EVENTO-CO80(1: 6) TO COMPETENCIA-CP20.
           MOVE SPACES              TO DESCRICAO-CP20.
           STRING "CACHE EVENTO " NR-CONTRATO-CO81 "/"
                  SEQ-EVENTO-CO81 " "
                  DATA-EVENTO-CO80(7: 2) "/" DATA-EVENTO-CO80(5: 2)
                  "/" DATA-EVENTO-CO80(1: 4)
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE VALOR-CACHE-CO81    TO VALOR-TOT-CP20.
           MOVE ZEROS               TO SITUACAO-CP20 LIBERADO-CP20
                                       SEQ-CAIXA-CP20 PORTADOR-CP20.
           MOVE 0                   TO PREV-DEF-CP20 TIPO-CONTA-CP20
                                       TIPO-MOEDA-CP20.
           MOVE USUARIO-W           TO DIGITADOR-CP20.

           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                        " EVENTO=" NR-CONTRATO-CO81 "/"
                        SEQ-EVENTO-CO81
                MOVE "ERRO GRAVACAO CPD020" TO OBS-W
                PERFORM IMPRIME-ALOCACAO
           NOT INVALID KEY
                MOVE "I"         TO LOG3-OPERACAO
                MOVE "CPD020"    TO LOG3-ARQUIVO
                MOVE REG-CPD020  TO LOG3-REGISTRO
                PERFORM GRAVA-LOG003
                PERFORM GRAVA-JORNAL-CPD020
                ADD 1 TO QT-TITULOS-W
                ADD VALOR-CACHE-CO81 TO VALOR-TOTAL-W
                MOVE SEQ-CP20    TO SEQ-TITULO-CO81
           END-WRITE.

       ATUALIZA-SEQ-CPD021 SECTION.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG001
                  END-REWRITE
           END-READ.

       GRAVA-LOG001 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CPB084"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG003 SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB084"    TO LOG3-PROGRAMA
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
      *    Entrada do jornal do dia p/ o titulo recem-incluido
      *    (imagem de antes em branco - e uma inclusao).
           MOVE PROX-SEQ-JRN-W  TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU     TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS     TO LOG4-HORAS.
           MOVE USUARIO-W       TO LOG4-USUARIO.
           MOVE "CPB084"        TO LOG4-PROGRAMA.
           MOVE "I"             TO LOG4-OPERACAO.
           MOVE SPACES          TO LOG4-ANTES.
           MOVE REG-CPD020      TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       IMPRIME-CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           STRING "CACHE DA EQUIPE DE EVENTOS ENCERRADOS - EMISSAO "
                  WS-DATA-CPU(7: 2) "/" WS-DATA-CPU(5: 2) "/"
                  WS-DATA-CPU(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CONT/EVE DATA       FORNEC NOME" TO
                REG-RELAT(01: 31)
           MOVE "          CACHE  TITULO/SITUACAO" TO
                REG-RELAT(63: 33)
           WRITE REG-RELAT.

       IMPRIME-ALOCACAO SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE NR-CONTRATO-CO81 TO REG-RELAT(01: 04).
           MOVE "/"              TO REG-RELAT(05: 01).
           MOVE SEQ-EVENTO-CO81  TO REG-RELAT(06: 03).
           STRING DATA-EVENTO-CO80(7: 2) "/" DATA-EVENTO-CO80(5: 2)
                  "/" DATA-EVENTO-CO80(1: 4)
                  DELIMITED BY SIZE INTO REG-RELAT(10: 10).
           MOVE FORNEC-CO81      TO REG-RELAT(21: 06).
           IF OBS-W = "FORNEC NAO CADASTRADO"
              MOVE "********"    TO REG-RELAT(28: 30)
           ELSE
              MOVE NOME-CG01     TO REG-RELAT(28: 30)
           END-IF.
           MOVE VALOR-CACHE-CO81 TO VALOR-E.
           MOVE VALOR-E          TO REG-RELAT(63: 15).
           IF SEQ-TITULO-CO81 > ZEROS
              MOVE SEQ-TITULO-CO81 TO REG-RELAT(80: 05)
           ELSE
              MOVE OBS-W           TO REG-RELAT(80: 22)
           END-IF.
           WRITE REG-RELAT.

       IMPRIME-TOTAL SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE "TOTAL DE CACHE GERADO EM CPD020" TO REG-RELAT(01: 31).
           MOVE VALOR-TOTAL-W TO VALOR-E.
           MOVE VALOR-E       TO REG-RELAT(63: 15).
           WRITE REG-RELAT.

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
