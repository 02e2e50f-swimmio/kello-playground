       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB102.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Pagamentos atipicos (red flags) - o CPB063 pega a
      * mesma nota duas vezes, mas nao os outros sinais classicos de
      * fraude ou erro. Este batch varre CPD020/CPD023 do periodo e
      * aponta em CPD051, com uma pontuacao por tipo:
      *   01 (30) titulo lancado com valor ate P% abaixo do limite
      *           de liberacao de supervisor (VALOR-LIMITE-LIBERA-
      *           CA20) - foge da liberacao por pouco;
      *   02 (10) valor redondo (multiplo de 100,00) a partir de um
      *           minimo;
      *   03 (15) lancamento (DATA-MOVTO) em sabado/domingo/feriado;
      *   04 (25) pagamento (DATA-PGTO ou baixa parcial em CPD023) em
      *           sabado/domingo/feriado (FED001);
      *   05 (25) fornecedor pago ate N dias depois do cadastro em
      *           CGD001 (DATA-CADASTRO-CG01; p/ os fornecedores
      *           anteriores ao campo, a imagem "I" de LOG003);
      *   06 (30) conta bancaria de CAD021 (banco/agencia/conta)
      *           cadastrada p/ dois ou mais fornecedores - aponta
      *           o fornecedor (SEQ-CP51 = zeros);
      *   07 (35) o DIGITADOR-CP20 do titulo e o mesmo usuario que
      *           gravou a baixa (imagem LOG003 do titulo pago ou da
      *           baixa parcial de CPD023 no periodo).
      * Titulos excluidos/cancelados (SITUACAO 3/4) ficam de fora.
      * Apontamento ja revisado nao e alterado; pendente e regravado
      * com a data da ultima deteccao.
      *
      * Conclusao do revisor: arquivo CNCC102 na pasta da empresa,
      * aplicado antes da varredura, uma linha por apontamento:
      *   FORNEC(6);SEQ(5);TIPO(2);CONCLUSAO(1-procedente
      *   2-improcedente);REVISOR(8);TEXTO(60)
      * grava revisor/data/texto em CPD051 com imagem LOG003.
      *
      * Parametros: arquivo PARC102 - 1a linha "AAAAMMDD;AAAAMMDD"
      * (periodo; sem o arquivo, o mes anterior) e linhas opcionais
      * LIMITE;PP (% abaixo do limite, padrao 10), REDONDO;VVVVVV
      * (valor minimo em reais, padrao 1000) e NOVO;DDD (dias apos
      * o cadastro, padrao 30).
      * Saida: relatorio RELC102 - titulos com apontamento pendente
      * da maior pontuacao p/ a menor, as contas compartilhadas e as
      * conclusoes aplicadas nesta rodada. Trabalho: WRKC102.
      * A conta compartilhada (tipo 06) sai em CPD051/RELC102 com o
      * banco e a agencia/conta mascarada pela rotina GEMASCAR
      * (batch - sempre mascara); o cadastro inteiro fica em CAD021.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX020.
           COPY CAPX021.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX023.
           COPY CPPX051.
           COPY FEPX001.
           COPY LOGX003.

           SELECT WORK ASSIGN TO PATH-WORK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK.

           SELECT ARQ-CONCLUSAO ASSIGN TO PATH-CONCL
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CONCLUSAO.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW020.
       COPY CAPW021.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW023.
       COPY CPPW051.
       COPY FEPW001.
       COPY LOGW003.

      *    Dois usos, um apos o outro: contas de CAD021 agrupadas por
      *    banco/agencia/conta (TIPO-WK "C") e, depois, titulos com
      *    apontamento pendente ordenados pela pontuacao (TIPO-WK
      *    "P", PONTOS-INV = 9999 - pontuacao).
       FD  WORK.
       01  REG-WORK.
           05  CHAVE-WK.
               10  TIPO-WK         PIC X.
               10  CONTA-WK.
                   15  BANCO-WK    PIC 9(3).
                   15  AGENCIA-WK  PIC 9(4).
                   15  NUMCONTA-WK PIC 9(10).
               10  PONTOS-INV-WK REDEFINES CONTA-WK.
                   15  PONTOS-WK   PIC 9(4).
                   15  FILLER      PIC X(13).
               10  FORNEC-WK       PIC 9(6).
               10  SEQ-WK          PIC 9(5).
           05  PONTOS-TIT-WK       PIC 9(4).

       FD  ARQ-CONCLUSAO.
       01  REG-CONCLUSAO            PIC X(100).

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CAD021             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD051             PIC XX       VALUE SPACES.
           05  ST-FED001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  ST-CONCLUSAO          PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-WORK             PIC X(30)    VALUE SPACES.
           05  PATH-CONCL            PIC X(30)    VALUE SPACES.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-X-W          PIC X(8)     VALUE SPACES.
           05  DATA-FIM-X-W          PIC X(8)     VALUE SPACES.
           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).
           05  DATA-LOG-INI-W        PIC 9(8)     VALUE ZEROS.
           05  MESES-VOLTA-W         PIC 9(3)     VALUE ZEROS.

      *    Parametros (PARC102)
           05  PARAM-CHAVE-W         PIC X(8)     VALUE SPACES.
           05  PARAM-VALOR-W         PIC X(8)     VALUE SPACES.
           05  PARAM-NUM-W           PIC 9(8)     VALUE ZEROS.
           05  PERC-LIMITE-W         PIC 9(3)     VALUE 10.
           05  VALOR-REDONDO-W       PIC 9(8)     VALUE 1000.
           05  DIAS-NOVO-W           PIC 9(3)     VALUE 30.
           05  VALOR-LIMITE-W        PIC 9(8)V99  VALUE ZEROS.
           05  FAIXA-LIMITE-W        PIC 9(8)V99  VALUE ZEROS.

      *    Linha de conclusao (CNCC102)
           05  CNC-FORNEC-W          PIC 9(6)     VALUE ZEROS.
           05  CNC-SEQ-W             PIC 9(5)     VALUE ZEROS.
           05  CNC-TIPO-W            PIC 9(2)     VALUE ZEROS.
           05  CNC-SIT-W             PIC X        VALUE SPACES.
           05  CNC-REVISOR-W         PIC X(8)     VALUE SPACES.
           05  CNC-TEXTO-W           PIC X(60)    VALUE SPACES.

      *    Apontamento a gravar
           05  AP-FORNEC-W           PIC 9(6)     VALUE ZEROS.
           05  AP-SEQ-W              PIC 9(5)     VALUE ZEROS.
           05  AP-TIPO-W             PIC 9(2)     VALUE ZEROS.
           05  AP-PONTOS-W           PIC 9(3)     VALUE ZEROS.
           05  AP-DETALHE-W          PIC X(40)    VALUE SPACES.
           05  AP-VALOR-W            PIC 9(8)V99  VALUE ZEROS.

           05  DATA-TESTE-W          PIC 9(8)     VALUE ZEROS.
           05  DIA-SEMANA-W          PIC 9(01)    VALUE ZEROS.
      *    DIA-SEMANA-W - retorno de GRTIME-WEEK-NUM (0-Sabado,
      *    1-Domingo, 2-Segunda ... 6-Sexta)
           05  DIA-ATIPICO-W         PIC X        VALUE "N".
           05  DESCR-DIA-W           PIC X(07)    VALUE SPACES.
           05  DATA-CAD-FORN-W       PIC 9(8)     VALUE ZEROS.
           05  RESTO-W               PIC 9(8)V99  VALUE ZEROS.
           05  QUOC-W                PIC 9(8)     VALUE ZEROS.
           05  DIGITADOR-W           PIC X(05)    VALUE SPACES.
           05  FIM-WORK-W            PIC X        VALUE "N".
           05  CONTA-ANT-W           PIC X(17)    VALUE SPACES.
           05  CONTA-MASC-W          PIC X(14)    VALUE SPACES.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  SEQ-ANT-W             PIC 9(5)     VALUE ZEROS.
           05  QT-FORN-CONTA-W       PIC 9(3)     VALUE ZEROS.
           05  PONTOS-TIT-W          PIC 9(4)     VALUE ZEROS.
           05  IX-CAD-W              PIC 9(4)     VALUE ZEROS.
           05  IX-FC-W               PIC 9(3)     VALUE ZEROS.
           05  IX-FC2-W              PIC 9(3)     VALUE ZEROS.

           05  QT-CONCLUSOES-W       PIC 9(5)     VALUE ZEROS.
           05  QT-CONCL-REJ-W        PIC 9(5)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(7)     VALUE ZEROS.
           05  QT-NOVOS-W            PIC 9(5)     VALUE ZEROS.
           05  QT-PENDENTES-W        PIC 9(5)     VALUE ZEROS.
           05  QT-TIT-PEND-W         PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PONTOS-E              PIC ZZZ9.

      *    Data de cadastro dos fornecedores anteriores a DATA-
      *    CADASTRO-CG01, colhida das imagens "I" de CGD001 em LOG003
       01  TAB-CADASTRO-W.
           05  QT-CAD-W              PIC 9(4)     VALUE ZEROS.
           05  CAD-W OCCURS 3000 TIMES.
               10  CAD-FORNEC-W      PIC 9(6).
               10  CAD-DATA-W        PIC 9(8).

      *    Fornecedores de uma mesma conta bancaria
       01  TAB-FORN-CONTA-W.
           05  FC-W OCCURS 50 TIMES.
               10  FC-FORNEC-W       PIC 9(6).

           COPY "CPTIME.CPY".
           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONCLUSOES-W QT-CONCL-REJ-W
                         QT-TITULOS-W QT-NOVOS-W QT-PENDENTES-W
                         QT-TIT-PEND-W QT-CAD-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

      *    Periodo padrao: o mes anterior inteiro
           MOVE ANO-CPU-W TO ANO-AUX-W
           MOVE MES-CPU-W TO MES-AUX-W
           IF MES-AUX-W = 1
              MOVE 12 TO MES-AUX-W
              SUBTRACT 1 FROM ANO-AUX-W
           ELSE
              SUBTRACT 1 FROM MES-AUX-W
           END-IF.
           MOVE 01 TO DIA-AUX-W
           MOVE DATA-AUX-NUM-W TO DATA-INI-W
           MOVE 31 TO DIA-AUX-W
           MOVE DATA-AUX-NUM-W TO DATA-FIM-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CAD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD021
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "CPD051"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD051
           MOVE "FED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FED001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "WRKC102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-WORK
           MOVE "CNCC102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CONCL
           MOVE "PARC102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC102" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CPB102"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           PERFORM LE-PARAMETROS.

      *    Limite de liberacao de supervisor (registro unico de CAD020)
           OPEN INPUT CAD020
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE VALOR-LIMITE-LIBERA-CA20 TO VALOR-LIMITE-W
              END-READ
              CLOSE CAD020
           END-IF.
           COMPUTE FAIXA-LIMITE-W ROUNDED =
                   VALOR-LIMITE-W * (100 - PERC-LIMITE-W) / 100.

           OPEN INPUT CAD021 CGD001 CPD020 CPD023 FED001
           IF ST-CPD020 <> "00" OR ST-CPD023 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/CPD023: " ST-CPD020 " "
                      ST-CPD023
              MOVE 1 TO ERRO-W
           END-IF.
      *    FED001 e opcional: sem o calendario so os fins de semana
      *    contam.
           IF ST-FED001 <> "00" AND ST-FED001 <> "05"
              DISPLAY "ERRO ABERTURA FED001: " ST-FED001
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN I-O LOG003 CPD051
           IF ST-CPD051 = "35"
              CLOSE CPD051      OPEN OUTPUT CPD051
              CLOSE CPD051      OPEN I-O CPD051
           END-IF.
           IF ST-CPD051 <> "00" OR ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD051/LOG003: " ST-CPD051 " "
                      ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT WORK  CLOSE WORK  OPEN I-O WORK
           IF ST-WORK <> "00"
              DISPLAY "ERRO ABERTURA WRKC102: " ST-WORK
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PAGAMENTOS ATIPICOS - PERIODO " TO REG-RELAT(01: 30)
           MOVE DATA-INI-W        TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(31: 10)
           MOVE " A "             TO REG-RELAT(41: 03)
           MOVE DATA-FIM-W        TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(44: 10)
           MOVE " - EMISSAO "     TO REG-RELAT(54: 11)
           MOVE DATA-HOJE-W       TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(65: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM APLICA-CONCLUSOES
              PERFORM VARRE-LOG003
              PERFORM VARRE-TITULOS
              PERFORM CONTAS-COMPARTILHADAS
              PERFORM LISTA-PENDENTES
           END-IF.

           CLOSE CAD021 CGD001 CPD020 CPD023 FED001 LOG003 CPD051
                 WORK ARQ-RELAT.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "CONCLUSOES APLICADAS.............: "
                   QT-CONCLUSOES-W.
           DISPLAY "CONCLUSOES REJEITADAS............: "
                   QT-CONCL-REJ-W.
           DISPLAY "TITULOS EXAMINADOS...............: " QT-TITULOS-W.
           DISPLAY "APONTAMENTOS NOVOS...............: " QT-NOVOS-W.
           DISPLAY "APONTAMENTOS PENDENTES...........: "
                   QT-PENDENTES-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
           OPEN INPUT ARQ-PARAM
           IF ST-PARAM NOT = "00"
              GO LE-PARAMETROS-FIM.
           READ ARQ-PARAM AT END
                MOVE "10" TO ST-PARAM
           NOT AT END
                UNSTRING REG-PARAM DELIMITED BY ";"
                         INTO DATA-INI-X-W DATA-FIM-X-W
                IF DATA-INI-X-W NUMERIC AND DATA-FIM-X-W NUMERIC
                   MOVE DATA-INI-X-W TO DATA-INI-W
                   MOVE DATA-FIM-X-W TO DATA-FIM-W
                END-IF
           END-READ.
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
                     WHEN "LIMITE"  MOVE PARAM-NUM-W TO PERC-LIMITE-W
                     WHEN "REDONDO" MOVE PARAM-NUM-W TO VALOR-REDONDO-W
                     WHEN "NOVO"    MOVE PARAM-NUM-W TO DIAS-NOVO-W
                   END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE ARQ-PARAM.
       LE-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Conclusoes do revisor (CNCC102)
      *----------------------------------------------------------------
       APLICA-CONCLUSOES SECTION.
           OPEN INPUT ARQ-CONCLUSAO
           IF ST-CONCLUSAO NOT = "00"
              GO APLICA-CONCLUSOES-FIM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CONCLUSOES DE REVISAO APLICADAS (CNCC102)" TO
                REG-RELAT(01: 41)
           WRITE REG-RELAT
           PERFORM UNTIL ST-CONCLUSAO NOT = "00"
              READ ARQ-CONCLUSAO AT END
                   MOVE "10" TO ST-CONCLUSAO
              NOT AT END
                   PERFORM APLICA-CONCLUSAO
              END-READ
           END-PERFORM.
           CLOSE ARQ-CONCLUSAO.
       APLICA-CONCLUSOES-FIM.
           EXIT.

       APLICA-CONCLUSAO SECTION.
           IF REG-CONCLUSAO = SPACES
              GO APLICA-CONCLUSAO-FIM.
           MOVE ZEROS  TO CNC-FORNEC-W CNC-SEQ-W CNC-TIPO-W.
           MOVE SPACES TO CNC-SIT-W CNC-REVISOR-W CNC-TEXTO-W.
           UNSTRING REG-CONCLUSAO DELIMITED BY ";"
                    INTO CNC-FORNEC-W CNC-SEQ-W CNC-TIPO-W CNC-SIT-W
                         CNC-REVISOR-W CNC-TEXTO-W.
           MOVE SPACES TO REG-RELAT
           MOVE CNC-FORNEC-W          TO REG-RELAT(01: 06)
           MOVE "/"                   TO REG-RELAT(07: 01)
           MOVE CNC-SEQ-W             TO REG-RELAT(08: 05)
           MOVE CNC-TIPO-W            TO REG-RELAT(14: 02)
           MOVE CNC-REVISOR-W         TO REG-RELAT(17: 08)
           MOVE CNC-FORNEC-W TO FORNEC-CP51.
           MOVE CNC-SEQ-W    TO SEQ-CP51.
           MOVE CNC-TIPO-W   TO TIPO-CP51.
           READ CPD051 INVALID KEY
                MOVE "APONTAMENTO NAO ENCONTRADO" TO REG-RELAT(26: 26)
                GO APLICA-CONCLUSAO-REJ.
           IF CNC-SIT-W NOT = "1" AND CNC-SIT-W NOT = "2"
              MOVE "CONCLUSAO DEVE SER 1 OU 2" TO REG-RELAT(26: 25)
              GO APLICA-CONCLUSAO-REJ.
           IF CNC-REVISOR-W = SPACES OR CNC-TEXTO-W = SPACES
              MOVE "INFORME REVISOR E TEXTO" TO REG-RELAT(26: 23)
              GO APLICA-CONCLUSAO-REJ.
           MOVE CNC-SIT-W     TO SIT-REVISAO-CP51.
           MOVE CNC-REVISOR-W TO REVISOR-CP51.
           MOVE DATA-HOJE-W   TO DATA-REVISAO-CP51.
           MOVE CNC-TEXTO-W   TO CONCLUSAO-CP51.
           REWRITE REG-CPD051 INVALID KEY
                   MOVE "ERRO REGRAVACAO CPD051" TO REG-RELAT(26: 22)
                   GO APLICA-CONCLUSAO-REJ
           END-REWRITE.
           MOVE CNC-REVISOR-W TO LOG3-USUARIO
           MOVE DATA-HOJE-W   TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS   TO LOG3-HORAS
           MOVE "A"           TO LOG3-OPERACAO
           MOVE "CPD051"      TO LOG3-ARQUIVO
           MOVE "CPB102"      TO LOG3-PROGRAMA
           MOVE REG-CPD051    TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
           IF SIT-REVISAO-CP51 = 1
              MOVE "PROCEDENTE"   TO REG-RELAT(26: 10)
           ELSE
              MOVE "IMPROCEDENTE" TO REG-RELAT(26: 12)
           END-IF.
           MOVE CNC-TEXTO-W(1: 60)    TO REG-RELAT(40: 60)
           WRITE REG-RELAT.
           ADD 1 TO QT-CONCLUSOES-W.
           GO APLICA-CONCLUSAO-FIM.
       APLICA-CONCLUSAO-REJ.
           WRITE REG-RELAT.
           ADD 1 TO QT-CONCL-REJ-W.
       APLICA-CONCLUSAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    LOG003: data de cadastro dos fornecedores antigos e quem
      *    gravou as baixas do periodo (tipo 07)
      *----------------------------------------------------------------
       VARRE-LOG003 SECTION.
      *    Comeca meses antes do periodo p/ alcancar os cadastros
      *    feitos ate DIAS-NOVO-W dias antes do 1o pagamento.
           MOVE DATA-INI-W TO DATA-AUX-NUM-W.
           MOVE 01         TO DIA-AUX-W.
           COMPUTE MESES-VOLTA-W = DIAS-NOVO-W / 28 + 1.
           PERFORM MESES-VOLTA-W TIMES
              IF MES-AUX-W = 1
                 MOVE 12 TO MES-AUX-W
                 SUBTRACT 1 FROM ANO-AUX-W
              ELSE
                 SUBTRACT 1 FROM MES-AUX-W
              END-IF
           END-PERFORM.
           MOVE DATA-AUX-NUM-W TO DATA-LOG-INI-W.

           MOVE LOW-VALUES     TO CHAVE-LOG3.
           MOVE DATA-LOG-INI-W TO LOG3-DATA.
           START LOG003 KEY IS NOT < CHAVE-LOG3 INVALID KEY
                 MOVE "10" TO ST-LOG003.
           PERFORM UNTIL ST-LOG003 NOT = "00"
              READ LOG003 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG003
              NOT AT END
                   IF LOG3-DATA > DATA-FIM-W
                      MOVE "10" TO ST-LOG003
                   ELSE
                      PERFORM TRATA-LOG003
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG003.

       TRATA-LOG003 SECTION.
           IF LOG3-ARQUIVO = "CGD001" AND LOG3-OPERACAO = "I"
              IF QT-CAD-W < 3000
                 ADD 1 TO QT-CAD-W
                 MOVE LOG3-REGISTRO(1: 6) TO CAD-FORNEC-W(QT-CAD-W)
                 MOVE LOG3-DATA           TO CAD-DATA-W(QT-CAD-W)
              END-IF
              GO TRATA-LOG003-FIM.
           IF LOG3-DATA < DATA-INI-W
              GO TRATA-LOG003-FIM.
           IF LOG3-USUARIO = SPACES OR LOG3-USUARIO = "BATCH"
              GO TRATA-LOG003-FIM.
           EVALUATE TRUE
             WHEN LOG3-ARQUIVO = "CPD020" AND LOG3-OPERACAO = "A"
                  MOVE LOG3-REGISTRO TO REG-CPD020
                  IF SITUACAO-CP20 = 2
                     PERFORM CONFERE-DIGITADOR-BAIXA
                  END-IF
             WHEN LOG3-ARQUIVO = "CPD023" AND LOG3-OPERACAO = "I"
                  MOVE LOG3-REGISTRO TO REG-CPD023
                  MOVE FORNEC-CP23   TO FORNEC-CP20
                  MOVE SEQ-CP23      TO SEQ-CP20
                  READ CPD020 INVALID KEY
                       CONTINUE
                  NOT INVALID KEY
                       PERFORM CONFERE-DIGITADOR-BAIXA
                  END-READ
           END-EVALUATE.
       TRATA-LOG003-FIM.
           EXIT.

       CONFERE-DIGITADOR-BAIXA SECTION.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO CONFERE-DIGITADOR-BAIXA-FIM.
           MOVE LOG3-USUARIO(1: 5) TO DIGITADOR-W.
           IF DIGITADOR-CP20 = SPACES OR DIGITADOR-CP20 NOT =
              DIGITADOR-W
              GO CONFERE-DIGITADOR-BAIXA-FIM.
           MOVE FORNEC-CP20    TO AP-FORNEC-W.
           MOVE SEQ-CP20       TO AP-SEQ-W.
           MOVE 07             TO AP-TIPO-W.
           MOVE 35             TO AP-PONTOS-W.
           MOVE VALOR-TOT-CP20 TO AP-VALOR-W.
           MOVE SPACES         TO AP-DETALHE-W.
           MOVE LOG3-DATA      TO DATA-AUX-NUM-W.
           PERFORM EDITA-DATA.
           STRING "LANCOU E BAIXOU: " LOG3-USUARIO " " DATA-E
                  DELIMITED BY SIZE INTO AP-DETALHE-W.
           PERFORM GRAVA-APONTAMENTO.
       CONFERE-DIGITADOR-BAIXA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Titulos lancados ou pagos no periodo (tipos 01 a 05)
      *----------------------------------------------------------------
       VARRE-TITULOS SECTION.
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 NOT = "00"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF SITUACAO-CP20 NOT = 3 AND SITUACAO-CP20 NOT = 4
                      ADD 1 TO QT-TITULOS-W
                      PERFORM EXAMINA-TITULO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.

       EXAMINA-TITULO SECTION.
           MOVE FORNEC-CP20    TO AP-FORNEC-W.
           MOVE SEQ-CP20       TO AP-SEQ-W.
           MOVE VALOR-TOT-CP20 TO AP-VALOR-W.
           IF DATA-MOVTO-CP20 NOT < DATA-INI-W AND
              DATA-MOVTO-CP20 NOT > DATA-FIM-W
              PERFORM EXAMINA-LANCAMENTO
           END-IF.
           IF SITUACAO-CP20 = 2 AND
              DATA-PGTO-CP20 NOT < DATA-INI-W AND
              DATA-PGTO-CP20 NOT > DATA-FIM-W
              MOVE DATA-PGTO-CP20 TO DATA-TESTE-W
              PERFORM EXAMINA-PAGAMENTO
           END-IF.
      *    Baixas parciais do periodo
           MOVE FORNEC-CP20 TO FORNEC-CP23.
           MOVE SEQ-CP20    TO SEQ-CP23.
           MOVE ZEROS       TO SEQ-BAIXA-CP23.
           START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                 MOVE "10" TO ST-CPD023.
           PERFORM UNTIL ST-CPD023 NOT = "00"
              READ CPD023 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD023
              NOT AT END
                   IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                      SEQ-CP23 NOT = SEQ-CP20
                      MOVE "10" TO ST-CPD023
                   ELSE
                      IF DATA-PGTO-CP23 NOT < DATA-INI-W AND
                         DATA-PGTO-CP23 NOT > DATA-FIM-W
                         MOVE DATA-PGTO-CP23 TO DATA-TESTE-W
                         PERFORM EXAMINA-PAGAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD023.

       EXAMINA-LANCAMENTO SECTION.
      *    01 - logo abaixo do limite de liberacao
           IF VALOR-LIMITE-W > ZEROS AND
              VALOR-TOT-CP20 NOT < FAIXA-LIMITE-W AND
              VALOR-TOT-CP20 NOT > VALOR-LIMITE-W
              MOVE 01     TO AP-TIPO-W
              MOVE 30     TO AP-PONTOS-W
              MOVE SPACES TO AP-DETALHE-W
              MOVE VALOR-LIMITE-W TO VALOR-E
              STRING "ABAIXO DO LIMITE DE " VALOR-E
                     DELIMITED BY SIZE INTO AP-DETALHE-W
              PERFORM GRAVA-APONTAMENTO
           END-IF.
      *    02 - valor redondo (multiplo de 100,00)
           IF VALOR-TOT-CP20 NOT < VALOR-REDONDO-W
              DIVIDE VALOR-TOT-CP20 BY 100 GIVING QUOC-W
                     REMAINDER RESTO-W
              IF RESTO-W = ZEROS
                 MOVE 02     TO AP-TIPO-W
                 MOVE 10     TO AP-PONTOS-W
                 MOVE "VALOR REDONDO" TO AP-DETALHE-W
                 PERFORM GRAVA-APONTAMENTO
              END-IF
           END-IF.
      *    03 - lancado em fim de semana/feriado
           MOVE DATA-MOVTO-CP20 TO DATA-TESTE-W.
           PERFORM VERIFICA-DIA-ATIPICO.
           IF DIA-ATIPICO-W = "S"
              MOVE 03     TO AP-TIPO-W
              MOVE 15     TO AP-PONTOS-W
              MOVE SPACES TO AP-DETALHE-W
              MOVE DATA-TESTE-W TO DATA-AUX-NUM-W
              PERFORM EDITA-DATA
              STRING "LANCADO EM " DESCR-DIA-W " " DATA-E
                     DELIMITED BY SIZE INTO AP-DETALHE-W
              PERFORM GRAVA-APONTAMENTO
           END-IF.

       EXAMINA-PAGAMENTO SECTION.
      *    DATA-TESTE-W = data do pagamento/baixa
      *    04 - pago em fim de semana/feriado
           PERFORM VERIFICA-DIA-ATIPICO.
           IF DIA-ATIPICO-W = "S"
              MOVE 04     TO AP-TIPO-W
              MOVE 25     TO AP-PONTOS-W
              MOVE SPACES TO AP-DETALHE-W
              MOVE DATA-TESTE-W TO DATA-AUX-NUM-W
              PERFORM EDITA-DATA
              STRING "PAGO EM " DESCR-DIA-W " " DATA-E
                     DELIMITED BY SIZE INTO AP-DETALHE-W
              PERFORM GRAVA-APONTAMENTO
           END-IF.
      *    05 - fornecedor pago logo apos o cadastro
           PERFORM ACHA-DATA-CADASTRO.
           IF DATA-CAD-FORN-W > ZEROS AND
              DATA-CAD-FORN-W NOT > DATA-TESTE-W
              MOVE DATA-CAD-FORN-W TO GRDIAS-AAMMDD-INICIAL
              MOVE DATA-TESTE-W    TO GRDIAS-AAMMDD-FINAL
              CALL   "GRDIAS1" USING PARAMETROS-GRDIAS1
              CANCEL "GRDIAS1"
              IF GRDIAS-NUM-DIAS NOT > DIAS-NOVO-W
                 MOVE 05     TO AP-TIPO-W
                 MOVE 25     TO AP-PONTOS-W
                 MOVE SPACES TO AP-DETALHE-W
                 MOVE DATA-CAD-FORN-W TO DATA-AUX-NUM-W
                 PERFORM EDITA-DATA
                 STRING "FORNECEDOR CADASTRADO EM " DATA-E
                        DELIMITED BY SIZE INTO AP-DETALHE-W
                 PERFORM GRAVA-APONTAMENTO
              END-IF
           END-IF.

       ACHA-DATA-CADASTRO SECTION.
           MOVE ZEROS       TO DATA-CAD-FORN-W.
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                GO ACHA-DATA-CADASTRO-FIM.
           IF DATA-CADASTRO-CG01 NUMERIC AND
              DATA-CADASTRO-CG01 > ZEROS
              MOVE DATA-CADASTRO-CG01 TO DATA-CAD-FORN-W
              GO ACHA-DATA-CADASTRO-FIM.
           PERFORM VARYING IX-CAD-W FROM 1 BY 1
                   UNTIL IX-CAD-W > QT-CAD-W
              IF CAD-FORNEC-W(IX-CAD-W) = FORNEC-CP20
                 MOVE CAD-DATA-W(IX-CAD-W) TO DATA-CAD-FORN-W
              END-IF
           END-PERFORM.
       ACHA-DATA-CADASTRO-FIM.
           EXIT.

       VERIFICA-DIA-ATIPICO SECTION.
      *    Sabado/domingo (GRTIME) ou feriado de FED001
           MOVE "N"    TO DIA-ATIPICO-W.
           MOVE SPACES TO DESCR-DIA-W.
           IF DATA-TESTE-W = ZEROS
              GO VERIFICA-DIA-ATIPICO-FIM.
           MOVE 2            TO GRTIME-TYPE
           MOVE 8            TO GRTIME-FUNCTION
           MOVE DATA-TESTE-W TO GRTIME-DATE
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-WEEK-NUM TO DIA-SEMANA-W
           IF DIA-SEMANA-W = 0
              MOVE "S"       TO DIA-ATIPICO-W
              MOVE "SABADO"  TO DESCR-DIA-W
              GO VERIFICA-DIA-ATIPICO-FIM.
           IF DIA-SEMANA-W = 1
              MOVE "S"       TO DIA-ATIPICO-W
              MOVE "DOMINGO" TO DESCR-DIA-W
              GO VERIFICA-DIA-ATIPICO-FIM.
           IF ST-FED001 NOT = "00"
              GO VERIFICA-DIA-ATIPICO-FIM.
           MOVE DATA-TESTE-W TO DATA-FE01
           MOVE ZEROS        TO FORNEC-FE01
           READ FED001 INVALID KEY
                GO VERIFICA-DIA-ATIPICO-FIM.
           IF TIPO-FE01 = 0
              MOVE "S"       TO DIA-ATIPICO-W
              MOVE "FERIADO" TO DESCR-DIA-W.
       VERIFICA-DIA-ATIPICO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    06 - mesma conta bancaria p/ fornecedores diferentes
      *----------------------------------------------------------------
       CONTAS-COMPARTILHADAS SECTION.
           MOVE LOW-VALUES TO CHAVE-CA21.
           START CAD021 KEY IS NOT < CHAVE-CA21 INVALID KEY
                 MOVE "10" TO ST-CAD021.
           PERFORM UNTIL ST-CAD021 NOT = "00"
              READ CAD021 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD021
              NOT AT END
                   MOVE "C"          TO TIPO-WK
                   MOVE BANCO-CA21   TO BANCO-WK
                   MOVE AGENCIA-CA21 TO AGENCIA-WK
                   MOVE CONTA-CA21   TO NUMCONTA-WK
                   MOVE FORNEC-CA21  TO FORNEC-WK
                   MOVE ZEROS        TO SEQ-WK PONTOS-TIT-WK
                   WRITE REG-WORK INVALID KEY
                         CONTINUE
                   END-WRITE
              END-READ
           END-PERFORM.

           MOVE SPACES TO CONTA-ANT-W.
           MOVE ZEROS  TO QT-FORN-CONTA-W.
           MOVE "N"    TO FIM-WORK-W.
           MOVE LOW-VALUES TO CHAVE-WK.
           MOVE "C"        TO TIPO-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "S" TO FIM-WORK-W.
           PERFORM UNTIL FIM-WORK-W = "S"
              READ WORK NEXT RECORD AT END
                   MOVE "S" TO FIM-WORK-W
              NOT AT END
                   IF TIPO-WK NOT = "C"
                      MOVE "S" TO FIM-WORK-W
                   ELSE
                      IF CONTA-WK NOT = CONTA-ANT-W
                         PERFORM FECHA-CONTA
                         MOVE CONTA-WK TO CONTA-ANT-W
                         MOVE ZEROS    TO QT-FORN-CONTA-W
                      END-IF
                      IF QT-FORN-CONTA-W < 50
                         ADD 1 TO QT-FORN-CONTA-W
                         MOVE FORNEC-WK TO FC-FORNEC-W(QT-FORN-CONTA-W)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-CONTA.

       FECHA-CONTA SECTION.
           IF QT-FORN-CONTA-W < 2
              GO FECHA-CONTA-FIM.
      *    Cada fornecedor da conta e apontado com o 1o dos outros
           PERFORM VARYING IX-FC-W FROM 1 BY 1
                   UNTIL IX-FC-W > QT-FORN-CONTA-W
              IF IX-FC-W = 1
                 MOVE 2 TO IX-FC2-W
              ELSE
                 MOVE 1 TO IX-FC2-W
              END-IF
              MOVE FC-FORNEC-W(IX-FC-W) TO AP-FORNEC-W
              MOVE ZEROS                TO AP-SEQ-W AP-VALOR-W
              MOVE 06                   TO AP-TIPO-W
              MOVE 30                   TO AP-PONTOS-W
      *       agencia/conta so mascarada (rotina GEMASCAR)
              MOVE 3                    TO GEMASCAR-FUNCAO
              MOVE SPACES               TO GEMASCAR-VALOR
              STRING CONTA-ANT-W(4: 4) "/" CONTA-ANT-W(8: 10)
                     DELIMITED BY SIZE INTO GEMASCAR-VALOR
              MOVE SPACES               TO GEMASCAR-REFERENCIA
              STRING "CAD021 " FC-FORNEC-W(IX-FC-W)
                     DELIMITED BY SIZE INTO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
              MOVE GEMASCAR-TEXTO(1: 14) TO CONTA-MASC-W
              MOVE SPACES               TO AP-DETALHE-W
              STRING "CONTA " CONTA-ANT-W(1: 3) "/"
                     DELIMITED BY SIZE
                     CONTA-MASC-W DELIMITED BY SPACE
                     " TB " FC-FORNEC-W(IX-FC2-W)
                     DELIMITED BY SIZE INTO AP-DETALHE-W
              PERFORM GRAVA-APONTAMENTO
           END-PERFORM.
       FECHA-CONTA-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Gravacao do apontamento (o revisado nao e tocado)
      *----------------------------------------------------------------
       GRAVA-APONTAMENTO SECTION.
           MOVE AP-FORNEC-W TO FORNEC-CP51.
           MOVE AP-SEQ-W    TO SEQ-CP51.
           MOVE AP-TIPO-W   TO TIPO-CP51.
           READ CPD051 INVALID KEY
                INITIALIZE REG-CPD051
                MOVE AP-FORNEC-W  TO FORNEC-CP51
                MOVE AP-SEQ-W     TO SEQ-CP51
                MOVE AP-TIPO-W    TO TIPO-CP51
                MOVE AP-PONTOS-W  TO PONTOS-CP51
                MOVE DATA-HOJE-W  TO DATA-APONT-CP51
                MOVE AP-DETALHE-W TO DETALHE-CP51
                MOVE AP-VALOR-W   TO VALOR-CP51
                MOVE ZEROS        TO SIT-REVISAO-CP51
                WRITE REG-CPD051 INVALID KEY
                      DISPLAY "ERRO GRAVACAO CPD051: " ST-CPD051
                      MOVE 1 TO ERRO-W
                NOT INVALID KEY
                      ADD 1 TO QT-NOVOS-W
                END-WRITE
                GO GRAVA-APONTAMENTO-FIM.
           IF SIT-REVISAO-CP51 NOT = 0
              GO GRAVA-APONTAMENTO-FIM.
           MOVE AP-PONTOS-W  TO PONTOS-CP51.
           MOVE DATA-HOJE-W  TO DATA-APONT-CP51.
           MOVE AP-DETALHE-W TO DETALHE-CP51.
           MOVE AP-VALOR-W   TO VALOR-CP51.
           REWRITE REG-CPD051 INVALID KEY
                   DISPLAY "ERRO REGRAVACAO CPD051: " ST-CPD051
                   MOVE 1 TO ERRO-W
           END-REWRITE.
       GRAVA-APONTAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Relatorio: pendentes por titulo, maior pontuacao primeiro
      *----------------------------------------------------------------
       LISTA-PENDENTES SECTION.
           MOVE ZEROS TO FORNEC-ANT-W SEQ-ANT-W PONTOS-TIT-W.
           MOVE LOW-VALUES TO CHAVE-CP51.
           START CPD051 KEY IS NOT < CHAVE-CP51 INVALID KEY
                 MOVE "10" TO ST-CPD051.
           PERFORM UNTIL ST-CPD051 NOT = "00"
              READ CPD051 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD051
              NOT AT END
                   IF SIT-REVISAO-CP51 = 0
                      IF FORNEC-CP51 NOT = FORNEC-ANT-W OR
                         SEQ-CP51 NOT = SEQ-ANT-W
                         PERFORM GRAVA-PONTOS-TITULO
                         MOVE FORNEC-CP51 TO FORNEC-ANT-W
                         MOVE SEQ-CP51    TO SEQ-ANT-W
                         MOVE ZEROS       TO PONTOS-TIT-W
                      END-IF
                      ADD PONTOS-CP51 TO PONTOS-TIT-W
                      ADD 1 TO QT-PENDENTES-W
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM GRAVA-PONTOS-TITULO.
           MOVE "00" TO ST-CPD051.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "APONTAMENTOS PENDENTES DE REVISAO" TO REG-RELAT(01: 33)
           MOVE " - MAIOR PONTUACAO PRIMEIRO"   TO REG-RELAT(34: 28)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TITULO       PONTOS TP  DETALHE" TO REG-RELAT(01: 31)
           MOVE "VALOR"                  TO REG-RELAT(73: 05)
           MOVE "APONTADO"               TO REG-RELAT(80: 08)
           WRITE REG-RELAT

           MOVE "N"        TO FIM-WORK-W.
           MOVE LOW-VALUES TO CHAVE-WK.
           MOVE "P"        TO TIPO-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "S" TO FIM-WORK-W.
           PERFORM UNTIL FIM-WORK-W = "S"
              READ WORK NEXT RECORD AT END
                   MOVE "S" TO FIM-WORK-W
              NOT AT END
                   IF TIPO-WK NOT = "P"
                      MOVE "S" TO FIM-WORK-W
                   ELSE
                      PERFORM LISTA-TITULO
                   END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO REG-RELAT
           MOVE "TITULOS/FORNEC. PENDENTES:"   TO REG-RELAT(01: 26)
           MOVE QT-TIT-PEND-W                 TO REG-RELAT(28: 05)
           MOVE "APONTAMENTOS:"               TO REG-RELAT(35: 13)
           MOVE QT-PENDENTES-W                TO REG-RELAT(49: 05)
           WRITE REG-RELAT.

       GRAVA-PONTOS-TITULO SECTION.
           IF PONTOS-TIT-W = ZEROS
              GO GRAVA-PONTOS-TITULO-FIM.
           MOVE SPACES         TO REG-WORK.
           MOVE "P"            TO TIPO-WK.
           COMPUTE PONTOS-WK = 9999 - PONTOS-TIT-W.
           MOVE FORNEC-ANT-W   TO FORNEC-WK.
           MOVE SEQ-ANT-W      TO SEQ-WK.
           MOVE PONTOS-TIT-W   TO PONTOS-TIT-WK.
           WRITE REG-WORK INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 ADD 1 TO QT-TIT-PEND-W
           END-WRITE.
       GRAVA-PONTOS-TITULO-FIM.
           EXIT.

       LISTA-TITULO SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE FORNEC-WK TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-WK          TO REG-RELAT(01: 06)
           MOVE "/"                TO REG-RELAT(07: 01)
           MOVE SEQ-WK             TO REG-RELAT(08: 05)
           MOVE PONTOS-TIT-WK      TO PONTOS-E
           MOVE PONTOS-E           TO REG-RELAT(15: 04)
           MOVE NOME-CG01          TO REG-RELAT(24: 30)
           IF SEQ-WK > ZEROS
              MOVE FORNEC-WK TO FORNEC-CP20
              MOVE SEQ-WK    TO SEQ-CP20
              READ CPD020 INVALID KEY
                   MOVE SPACES TO NR-DOCTO-CP20
              END-READ
              MOVE NR-DOCTO-CP20   TO REG-RELAT(55: 10)
           ELSE
              MOVE "(FORNECEDOR)"  TO REG-RELAT(55: 12)
           END-IF.
           WRITE REG-RELAT.

           MOVE FORNEC-WK TO FORNEC-CP51.
           MOVE SEQ-WK    TO SEQ-CP51.
           MOVE ZEROS     TO TIPO-CP51.
           START CPD051 KEY IS NOT < CHAVE-CP51 INVALID KEY
                 MOVE "10" TO ST-CPD051.
           PERFORM UNTIL ST-CPD051 NOT = "00"
              READ CPD051 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD051
              NOT AT END
                   IF FORNEC-CP51 NOT = FORNEC-WK OR
                      SEQ-CP51 NOT = SEQ-WK
                      MOVE "10" TO ST-CPD051
                   ELSE
                      IF SIT-REVISAO-CP51 = 0
                         PERFORM LISTA-APONTAMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD051.

       LISTA-APONTAMENTO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE PONTOS-CP51        TO PONTOS-E
           MOVE PONTOS-E           TO REG-RELAT(15: 04)
           MOVE TIPO-CP51          TO REG-RELAT(20: 02)
           MOVE DETALHE-CP51       TO REG-RELAT(24: 40)
           IF VALOR-CP51 > ZEROS
              MOVE VALOR-CP51      TO VALOR-E
              MOVE VALOR-E         TO REG-RELAT(65: 13)
           END-IF.
           MOVE DATA-APONT-CP51    TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E             TO REG-RELAT(80: 10)
           WRITE REG-RELAT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-AUX-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-AUX-W * 1000000 +
                            MES-AUX-W * 10000 + ANO-AUX-W.

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
