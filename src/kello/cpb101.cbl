       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB101.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Segregacao de funcoes - confronta as permissoes de
      * GED001/GED002 com uma tabela de pares de permissoes
      * conflitantes (quem cadastra conta bancaria nao aprova, quem
      * lanca o titulo nao libera, quem monta o bordero nao envia a
      * remessa...) e lista:
      *   1) cada usuario que possui os dois lados de algum par;
      *   2) cada titulo em que o mesmo usuario de fato executou os
      *      dois lados no periodo, pelas trilhas LOG003/LOG004.
      *
      * Tabela de conflitos: arquivo SODC101 na pasta da empresa, um
      * par por linha (linha iniciada por "*" e comentario):
      *   PROGRAMA A;OPERACAO A;PROGRAMA B;OPERACAO B;DESCRICAO
      * PROGRAMA = codigo de 6 posicoes (inicio de PROGRAMA-GE01,
      * ex.: CPP020); OPERACAO = "*" p/ o acesso ao programa
      * (GED001) ou o texto de OPERACAO-GE02 (ex.: Supervisor).
      * Sem o arquivo, o programa grava a tabela padrao abaixo p/
      * a auditoria revisar.
      *
      * Nas trilhas, cada gravacao de titulo (LOG004, imagem antes/
      * depois de CPD020; inclusoes tambem em LOG003) conta como
      * acesso "*" do programa que gravou, e a troca de LIBERADO-
      * CP20 de 0 p/ 1 conta como "Supervisor" de CPP020. Inclusao/
      * alteracao de conta bancaria de CAD021 (LOG003) conta como
      * acesso "*" de CAP021, e a aprovacao (SITUACAO-CA21 = 1) como
      * "Supervisor" de CAP021 - ambas valem p/ todos os titulos do
      * fornecedor. Gravacoes feitas pelos batches ficam em nome de
      * BATCH e nao identificam a pessoa: nao entram no confronto
      * das trilhas (so no das permissoes).
      *
      * Periodo: arquivo PARC101 com uma linha "AAAAMMDD;AAAAMMDD";
      * sem o arquivo, o mes anterior. LOG004 e lido dia a dia
      * (JR + AAAAMMDD); dia sem jornal e simplesmente pulado.
      * Trabalho: WRKC101. Saida: relatorio RELC101.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX021.
           COPY CPPX020.
           COPY GERX001.
           COPY GERX002.
           COPY LOGX003.
           COPY LOGX004.

           SELECT WORK ASSIGN TO PATH-WORK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK.

           SELECT ARQ-TABELA ASSIGN TO PATH-TABELA
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-TABELA.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW021.
       COPY CPPW020.
       COPY GERW001.
       COPY GERW002.
       COPY LOGW003.
       COPY LOGW004.

       FD  WORK.
       01  REG-WORK.
           05  CHAVE-WK.
               10  FORNEC-WK       PIC 9(6).
               10  SEQ-WK          PIC 9(5).
      *        SEQ-WK zero = evento do fornecedor (conta bancaria)
               10  USUARIO-WK      PIC X(8).
               10  PROGRAMA-WK     PIC X(6).
               10  OPERACAO-WK     PIC X(15).
           05  DATA-WK             PIC 9(8).

       FD  ARQ-TABELA.
       01  REG-TABELA               PIC X(100).

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD021             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  ST-TABELA             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-WORK             PIC X(30)    VALUE SPACES.
           05  PATH-TABELA           PIC X(30)    VALUE SPACES.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-X-W          PIC X(8)     VALUE SPACES.
           05  DATA-FIM-X-W          PIC X(8)     VALUE SPACES.
           05  DATA-JRN-W.
               10  ANO-JRN-W         PIC 9(4).
               10  MES-JRN-W         PIC 9(2).
               10  DIA-JRN-W         PIC 9(2).
           05  DATA-JRN-NUM-W REDEFINES DATA-JRN-W PIC 9(8).
           05  LIB-ANTES-W           PIC X        VALUE SPACES.

      *    Linha da tabela de conflitos
           05  LIN-PROG-A-W          PIC X(6)     VALUE SPACES.
           05  LIN-OPER-A-W          PIC X(15)    VALUE SPACES.
           05  LIN-PROG-B-W          PIC X(6)     VALUE SPACES.
           05  LIN-OPER-B-W          PIC X(15)    VALUE SPACES.
           05  LIN-DESCR-W           PIC X(40)    VALUE SPACES.

           05  USUARIO-ANT-W         PIC X(8)     VALUE SPACES.
           05  NOME-USU-W            PIC X(30)    VALUE SPACES.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  SEQ-ANT-W             PIC 9(5)     VALUE ZEROS.
           05  FIM-WORK-W            PIC X        VALUE "N".
           05  ACHEI-W               PIC X        VALUE "N".
           05  LADO-A-W              PIC X        VALUE "N".
           05  LADO-B-W              PIC X        VALUE "N".

           05  IX-PAR-W              PIC 9(3)     VALUE ZEROS.
           05  IX-LADO-W             PIC 9(3)     VALUE ZEROS.
           05  IX-EV-W               PIC 9(3)     VALUE ZEROS.
           05  IX-EV2-W              PIC 9(3)     VALUE ZEROS.
           05  IX-IMP-W              PIC 9(3)     VALUE ZEROS.

           05  QT-USUARIOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-CONFL-PERM-W       PIC 9(5)     VALUE ZEROS.
           05  QT-EVENTOS-W          PIC 9(7)     VALUE ZEROS.
           05  QT-CONFL-TIT-W        PIC 9(5)     VALUE ZEROS.
           05  QT-DIAS-JRN-W         PIC 9(3)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

      *    Tabela de pares conflitantes (SODC101)
       01  TAB-CONFLITO-W.
           05  QT-PAR-W              PIC 9(3)     VALUE ZEROS.
           05  PAR-W OCCURS 50 TIMES.
               10  PROG-A-W          PIC X(6).
               10  OPER-A-W          PIC X(15).
               10  PROG-B-W          PIC X(6).
               10  OPER-B-W          PIC X(15).
               10  DESCR-PAR-W       PIC X(40).

      *    Permissoes do usuario corrente (GED001 = "*", GED002 =
      *    operacao)
       01  TAB-LADO-W.
           05  QT-LADO-W             PIC 9(3)     VALUE ZEROS.
           05  LADO-W OCCURS 200 TIMES.
               10  LADO-PROG-W       PIC X(6).
               10  LADO-OPER-W       PIC X(15).

      *    Eventos do titulo corrente (T) e do seu fornecedor (F)
       01  TAB-EVENTO-W.
           05  QT-EV-W               PIC 9(3)     VALUE ZEROS.
           05  EV-W OCCURS 300 TIMES.
               10  EV-USU-W          PIC X(8).
               10  EV-PROG-W         PIC X(6).
               10  EV-OPER-W         PIC X(15).
               10  EV-NIVEL-W        PIC X.
       01  TAB-EVENTO-FORN-W.
           05  QT-EVF-W              PIC 9(3)     VALUE ZEROS.
           05  EVF-W OCCURS 100 TIMES.
               10  EVF-USU-W         PIC X(8).
               10  EVF-PROG-W        PIC X(6).
               10  EVF-OPER-W        PIC X(15).

      *    Conflitos ja listados p/ o titulo corrente
       01  TAB-IMPRESSO-W.
           05  QT-IMP-W              PIC 9(3)     VALUE ZEROS.
           05  IMP-W OCCURS 100 TIMES.
               10  IMP-USU-W         PIC X(8).
               10  IMP-PAR-W         PIC 9(3).

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-USUARIOS-W QT-CONFL-PERM-W
                         QT-EVENTOS-W QT-CONFL-TIT-W QT-DIAS-JRN-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

      *    Periodo padrao: o mes anterior inteiro
           MOVE ANO-CPU-W TO ANO-JRN-W
           MOVE MES-CPU-W TO MES-JRN-W
           IF MES-JRN-W = 1
              MOVE 12 TO MES-JRN-W
              SUBTRACT 1 FROM ANO-JRN-W
           ELSE
              SUBTRACT 1 FROM MES-JRN-W
           END-IF.
           MOVE 01 TO DIA-JRN-W
           MOVE DATA-JRN-NUM-W TO DATA-INI-W
           MOVE 31 TO DIA-JRN-W
           MOVE DATA-JRN-NUM-W TO DATA-FIM-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD021
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "GED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED001
           MOVE "GED002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED002
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "WRKC101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-WORK
           MOVE "SODC101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-TABELA
           MOVE "PARC101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 UNSTRING REG-PARAM DELIMITED BY ";"
                          INTO DATA-INI-X-W DATA-FIM-X-W
                 IF DATA-INI-X-W NUMERIC AND DATA-FIM-X-W NUMERIC
                    MOVE DATA-INI-X-W TO DATA-INI-W
                    MOVE DATA-FIM-X-W TO DATA-FIM-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           PERFORM CARREGA-TABELA.

           OPEN INPUT CAD021 CPD020 GED001 GED002 LOG003
           IF ST-GED001 <> "00"
              DISPLAY "ERRO ABERTURA GED001: " ST-GED001
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-GED002 <> "00"
              DISPLAY "ERRO ABERTURA GED002: " ST-GED002
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT WORK  CLOSE WORK  OPEN I-O WORK
           IF ST-WORK <> "00"
              DISPLAY "ERRO ABERTURA WRKC101: " ST-WORK
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SEGREGACAO DE FUNCOES - CONFLITOS DE PERMISSAO - " TO
                REG-RELAT(01: 49)
           MOVE DATA-HOJE-W       TO DATA-JRN-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(50: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0 AND QT-PAR-W > 0
              PERFORM CONFLITO-PERMISSOES
              PERFORM MONTA-WORK-LOG003
              PERFORM MONTA-WORK-LOG004
              PERFORM CONFLITO-TITULOS
           END-IF.

           CLOSE CAD021 CPD020 GED001 GED002 LOG003 WORK ARQ-RELAT.

           DISPLAY "PARES DE CONFLITO NA TABELA......: " QT-PAR-W.
           DISPLAY "USUARIOS ANALISADOS..............: "
                   QT-USUARIOS-W.
           DISPLAY "CONFLITOS DE PERMISSAO...........: "
                   QT-CONFL-PERM-W.
           DISPLAY "DIAS DE JORNAL LOG004 LIDOS......: "
                   QT-DIAS-JRN-W.
           DISPLAY "EVENTOS DAS TRILHAS..............: "
                   QT-EVENTOS-W.
           DISPLAY "CONFLITOS EXECUTADOS EM TITULOS..: "
                   QT-CONFL-TIT-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

      *----------------------------------------------------------------
      *    Tabela de conflitos
      *----------------------------------------------------------------
       CARREGA-TABELA SECTION.
           MOVE ZEROS TO QT-PAR-W.
           OPEN INPUT ARQ-TABELA
           IF ST-TABELA = "35"
              PERFORM GRAVA-TABELA-PADRAO
              OPEN INPUT ARQ-TABELA
           END-IF.
           IF ST-TABELA <> "00"
              DISPLAY "ERRO ABERTURA SODC101: " ST-TABELA
              MOVE 1 TO ERRO-W
              GO CARREGA-TABELA-FIM.
           PERFORM UNTIL ST-TABELA NOT = "00"
              READ ARQ-TABELA AT END
                   MOVE "10" TO ST-TABELA
              NOT AT END
                   PERFORM CARREGA-PAR
              END-READ
           END-PERFORM.
           CLOSE ARQ-TABELA.
       CARREGA-TABELA-FIM.
           EXIT.

       CARREGA-PAR SECTION.
           IF REG-TABELA(1: 1) = "*" OR REG-TABELA = SPACES
              GO CARREGA-PAR-FIM.
           MOVE SPACES TO LIN-PROG-A-W LIN-OPER-A-W LIN-PROG-B-W
                          LIN-OPER-B-W LIN-DESCR-W.
           UNSTRING REG-TABELA DELIMITED BY ";"
                    INTO LIN-PROG-A-W LIN-OPER-A-W LIN-PROG-B-W
                         LIN-OPER-B-W LIN-DESCR-W.
           IF LIN-PROG-A-W = SPACES OR LIN-PROG-B-W = SPACES
              GO CARREGA-PAR-FIM.
           IF QT-PAR-W = 50
              DISPLAY "TABELA SODC101 COM MAIS DE 50 PARES"
              GO CARREGA-PAR-FIM.
           ADD 1 TO QT-PAR-W.
           MOVE LIN-PROG-A-W TO PROG-A-W(QT-PAR-W).
           MOVE LIN-OPER-A-W TO OPER-A-W(QT-PAR-W).
           MOVE LIN-PROG-B-W TO PROG-B-W(QT-PAR-W).
           MOVE LIN-OPER-B-W TO OPER-B-W(QT-PAR-W).
           MOVE LIN-DESCR-W  TO DESCR-PAR-W(QT-PAR-W).
           IF OPER-A-W(QT-PAR-W) = SPACES
              MOVE "*" TO OPER-A-W(QT-PAR-W).
           IF OPER-B-W(QT-PAR-W) = SPACES
              MOVE "*" TO OPER-B-W(QT-PAR-W).
       CARREGA-PAR-FIM.
           EXIT.

       GRAVA-TABELA-PADRAO SECTION.
           OPEN OUTPUT ARQ-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "* PROGRAMA A;OPERACAO A;" TO REG-TABELA(01: 24)
           MOVE "PROGRAMA B;OPERACAO B;DESCRICAO"
                TO REG-TABELA(25: 31)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CAP021;*;CAP021;Supervisor;" TO REG-TABELA(01: 27)
           MOVE "CADASTRA E APROVA CONTA BANCARIA"
                TO REG-TABELA(28: 32)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CGP001;*;CAP021;Supervisor;" TO REG-TABELA(01: 27)
           MOVE "CADASTRA FORNECEDOR E APROVA A CONTA"
                TO REG-TABELA(28: 36)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CAP021;*;CPP020;*;" TO REG-TABELA(01: 18)
           MOVE "CADASTRA CONTA BANCARIA E LANCA TITULO"
                TO REG-TABELA(19: 38)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CPP020;*;CPP020;Supervisor;" TO REG-TABELA(01: 27)
           MOVE "LANCA E LIBERA O TITULO"
                TO REG-TABELA(28: 23)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CPB026;*;CPB027;*;" TO REG-TABELA(01: 18)
           MOVE "MONTA O BORDERO E ENVIA A REMESSA"
                TO REG-TABELA(19: 33)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CPP020;Supervisor;CPB027;*;" TO REG-TABELA(01: 27)
           MOVE "LIBERA E ENVIA A REMESSA"
                TO REG-TABELA(28: 24)
           WRITE REG-TABELA
           MOVE SPACES TO REG-TABELA
           MOVE "CPP020;*;CPB027;*;" TO REG-TABELA(01: 18)
           MOVE "LANCA O TITULO E ENVIA A REMESSA"
                TO REG-TABELA(19: 32)
           WRITE REG-TABELA
           CLOSE ARQ-TABELA.

      *----------------------------------------------------------------
      *    1) Usuarios com os dois lados de um par nas permissoes
      *----------------------------------------------------------------
       CONFLITO-PERMISSOES SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "USUARIOS COM PERMISSOES CONFLITANTES (GED001/GED002)"
                TO REG-RELAT(01: 52)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "USUARIO  NOME"          TO REG-RELAT(01: 13)
           MOVE "CONFLITO"               TO REG-RELAT(41: 08)
           MOVE "LADO A"                 TO REG-RELAT(82: 06)
           MOVE "LADO B"                 TO REG-RELAT(106: 06)
           WRITE REG-RELAT

           MOVE SPACES TO USUARIO-ANT-W.
           MOVE ZEROS  TO QT-LADO-W.
           MOVE LOW-VALUES TO CHAVE-GE01.
           START GED001 KEY IS NOT < CHAVE-GE01 INVALID KEY
                 MOVE "10" TO ST-GED001.
           PERFORM UNTIL ST-GED001 NOT = "00"
              READ GED001 NEXT RECORD AT END
                   MOVE "10" TO ST-GED001
              NOT AT END
                   IF USUARIO-GE01 NOT = USUARIO-ANT-W
                      IF USUARIO-ANT-W NOT = SPACES
                         PERFORM AVALIA-USUARIO
                      END-IF
                      MOVE USUARIO-GE01    TO USUARIO-ANT-W
                      MOVE NOME-COMPL-GE01 TO NOME-USU-W
                      MOVE ZEROS           TO QT-LADO-W
                   END-IF
                   IF QT-LADO-W < 200
                      ADD 1 TO QT-LADO-W
                      MOVE PROGRAMA-GE01(1: 6)
                                         TO LADO-PROG-W(QT-LADO-W)
                      MOVE "*"           TO LADO-OPER-W(QT-LADO-W)
                   END-IF
              END-READ
           END-PERFORM.
           IF USUARIO-ANT-W NOT = SPACES
              PERFORM AVALIA-USUARIO.

       AVALIA-USUARIO SECTION.
           ADD 1 TO QT-USUARIOS-W.
           PERFORM LE-OPERACOES-USUARIO.
           PERFORM VARYING IX-PAR-W FROM 1 BY 1
                   UNTIL IX-PAR-W > QT-PAR-W
              MOVE "N" TO LADO-A-W LADO-B-W
              PERFORM VARYING IX-LADO-W FROM 1 BY 1
                      UNTIL IX-LADO-W > QT-LADO-W
                 IF LADO-PROG-W(IX-LADO-W) = PROG-A-W(IX-PAR-W) AND
                    LADO-OPER-W(IX-LADO-W) = OPER-A-W(IX-PAR-W)
                    MOVE "S" TO LADO-A-W
                 END-IF
                 IF LADO-PROG-W(IX-LADO-W) = PROG-B-W(IX-PAR-W) AND
                    LADO-OPER-W(IX-LADO-W) = OPER-B-W(IX-PAR-W)
                    MOVE "S" TO LADO-B-W
                 END-IF
              END-PERFORM
              IF LADO-A-W = "S" AND LADO-B-W = "S"
                 PERFORM LISTA-CONFLITO-PERMISSAO
              END-IF
           END-PERFORM.

       LE-OPERACOES-USUARIO SECTION.
      *    Operacao de GED002 so vale com o acesso ao programa em
      *    GED001 (mesma regra da abertura dos programas).
           MOVE LOW-VALUES    TO CHAVE-GE02.
           MOVE USUARIO-ANT-W TO USUARIO-C-GE02.
           START GED002 KEY IS NOT < CHAVE-GE02 INVALID KEY
                 GO LE-OPERACOES-USUARIO-FIM.
           PERFORM UNTIL ST-GED002 NOT = "00"
              READ GED002 NEXT RECORD AT END
                   MOVE "10" TO ST-GED002
              NOT AT END
                   IF USUARIO-C-GE02 NOT = USUARIO-ANT-W
                      MOVE "10" TO ST-GED002
                   ELSE
                      PERFORM INCLUI-OPERACAO
                   END-IF
              END-READ
           END-PERFORM.
       LE-OPERACOES-USUARIO-FIM.
           MOVE "00" TO ST-GED002.

       INCLUI-OPERACAO SECTION.
           MOVE "N" TO ACHEI-W.
           PERFORM VARYING IX-LADO-W FROM 1 BY 1
                   UNTIL IX-LADO-W > QT-LADO-W
              IF LADO-PROG-W(IX-LADO-W) = PROGRAMA-GE02(1: 6)
                 IF LADO-OPER-W(IX-LADO-W) = "*"
                    IF ACHEI-W = "N"
                       MOVE "S" TO ACHEI-W
                    END-IF
                 END-IF
                 IF LADO-OPER-W(IX-LADO-W) = OPERACAO-GE02
                    MOVE "J" TO ACHEI-W
                 END-IF
              END-IF
           END-PERFORM.
      *    S = tem o acesso e a operacao ainda nao esta na lista
           IF ACHEI-W = "S" AND QT-LADO-W < 200
              ADD 1 TO QT-LADO-W
              MOVE PROGRAMA-GE02(1: 6) TO LADO-PROG-W(QT-LADO-W)
              MOVE OPERACAO-GE02       TO LADO-OPER-W(QT-LADO-W)
           END-IF.

       LISTA-CONFLITO-PERMISSAO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE USUARIO-ANT-W            TO REG-RELAT(01: 08)
           MOVE NOME-USU-W               TO REG-RELAT(10: 30)
           MOVE DESCR-PAR-W(IX-PAR-W)    TO REG-RELAT(41: 40)
           STRING PROG-A-W(IX-PAR-W) "/" OPER-A-W(IX-PAR-W)
                  DELIMITED BY SIZE INTO REG-RELAT(82: 22)
           STRING PROG-B-W(IX-PAR-W) "/" OPER-B-W(IX-PAR-W)
                  DELIMITED BY SIZE INTO REG-RELAT(106: 22)
           WRITE REG-RELAT.
           ADD 1 TO QT-CONFL-PERM-W.

      *----------------------------------------------------------------
      *    2) Eventos das trilhas no periodo -> WORK (titulo, usuario,
      *       programa, operacao), sem repeticao
      *----------------------------------------------------------------
       MONTA-WORK-LOG003 SECTION.
           MOVE LOW-VALUES TO CHAVE-LOG3.
           MOVE DATA-INI-W TO LOG3-DATA.
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

       TRATA-LOG003 SECTION.
           IF LOG3-USUARIO = SPACES OR LOG3-USUARIO = "BATCH"
              GO TRATA-LOG003-FIM.
           MOVE LOG3-DATA    TO DATA-WK.
           MOVE LOG3-USUARIO TO USUARIO-WK.
           EVALUATE TRUE
             WHEN LOG3-ARQUIVO = "CAD021" AND
                  (LOG3-OPERACAO = "I" OR LOG3-OPERACAO = "A")
                  MOVE LOG3-REGISTRO TO REG-CAD021
                  MOVE FORNEC-CA21   TO FORNEC-WK
                  MOVE ZEROS         TO SEQ-WK
                  MOVE "CAP021"      TO PROGRAMA-WK
                  IF SITUACAO-CA21 = 1 AND LOG3-OPERACAO = "A"
                     MOVE "Supervisor" TO OPERACAO-WK
                  ELSE
                     MOVE "*"          TO OPERACAO-WK
                  END-IF
                  PERFORM GRAVA-WORK
      *      Alteracoes de titulo vem de LOG004 (antes/depois); aqui so
      *      a inclusao, p/ os dias cujo jornal nao existe mais
             WHEN LOG3-ARQUIVO = "CPD020" AND LOG3-OPERACAO = "I"
                  MOVE LOG3-REGISTRO      TO REG-CPD020
                  MOVE FORNEC-CP20        TO FORNEC-WK
                  MOVE SEQ-CP20           TO SEQ-WK
                  MOVE LOG3-PROGRAMA(1: 6) TO PROGRAMA-WK
                  MOVE "*"                TO OPERACAO-WK
                  PERFORM GRAVA-WORK
           END-EVALUATE.
       TRATA-LOG003-FIM.
           EXIT.

       MONTA-WORK-LOG004 SECTION.
           MOVE DATA-INI-W TO DATA-JRN-NUM-W.
           PERFORM UNTIL DATA-JRN-NUM-W > DATA-FIM-W
              PERFORM LE-JORNAL-DIA
              ADD 1 TO DIA-JRN-W
              IF DIA-JRN-W > 31
                 MOVE 01 TO DIA-JRN-W
                 ADD 1 TO MES-JRN-W
                 IF MES-JRN-W > 12
                    MOVE 01 TO MES-JRN-W
                    ADD 1 TO ANO-JRN-W
                 END-IF
              END-IF
           END-PERFORM.

       LE-JORNAL-DIA SECTION.
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" DATA-JRN-W
                  DELIMITED BY SIZE INTO PATH-LOG004
           OPEN INPUT LOG004
           IF ST-LOG004 NOT = "00"
              GO LE-JORNAL-DIA-FIM.
           ADD 1 TO QT-DIAS-JRN-W.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG004
              NOT AT END
                   PERFORM TRATA-LOG004
              END-READ
           END-PERFORM.
           CLOSE LOG004.
       LE-JORNAL-DIA-FIM.
           EXIT.

       TRATA-LOG004 SECTION.
           IF LOG4-USUARIO = SPACES OR LOG4-USUARIO = "BATCH"
              GO TRATA-LOG004-FIM.
           MOVE LOG4-ANTES    TO REG-CPD020.
           MOVE LIBERADO-CP20 TO LIB-ANTES-W.
           MOVE LOG4-DEPOIS   TO REG-CPD020.
           MOVE FORNEC-CP20   TO FORNEC-WK.
           MOVE SEQ-CP20      TO SEQ-WK.
           MOVE LOG4-USUARIO  TO USUARIO-WK.
           MOVE LOG4-DATA     TO DATA-WK.
      *    Liberacao de supervisor (LIBERADO-CP20 0 -> 1 em CPP020A)
           IF LOG4-OPERACAO = "A" AND LIBERADO-CP20 = 1 AND
              LIB-ANTES-W NOT = "1"
              MOVE "CPP020"          TO PROGRAMA-WK
              MOVE "Supervisor"      TO OPERACAO-WK
           ELSE
              MOVE LOG4-PROGRAMA(1: 6) TO PROGRAMA-WK
              MOVE "*"               TO OPERACAO-WK
           END-IF.
           PERFORM GRAVA-WORK.
       TRATA-LOG004-FIM.
           EXIT.

       GRAVA-WORK SECTION.
           WRITE REG-WORK INVALID KEY
                 CONTINUE
           NOT INVALID KEY
                 ADD 1 TO QT-EVENTOS-W
           END-WRITE.

      *----------------------------------------------------------------
      *    3) Titulos em que o mesmo usuario executou os dois lados
      *----------------------------------------------------------------
       CONFLITO-TITULOS SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CONFLITOS EXECUTADOS NO PERIODO (LOG003/LOG004) DE "
                TO REG-RELAT(01: 51)
           MOVE DATA-INI-W        TO DATA-JRN-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(52: 10)
           MOVE " A "             TO REG-RELAT(62: 03)
           MOVE DATA-FIM-W        TO DATA-JRN-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(65: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TITULO       DOCTO"     TO REG-RELAT(01: 18)
           MOVE "VALOR"                  TO REG-RELAT(32: 05)
           MOVE "USUARIO"                TO REG-RELAT(38: 07)
           MOVE "CONFLITO"               TO REG-RELAT(47: 08)
           WRITE REG-RELAT

           MOVE "N"   TO FIM-WORK-W.
           MOVE ZEROS TO FORNEC-ANT-W SEQ-ANT-W QT-EV-W QT-EVF-W.
           MOVE LOW-VALUES TO CHAVE-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "S" TO FIM-WORK-W.
           PERFORM UNTIL FIM-WORK-W = "S"
              READ WORK NEXT RECORD AT END
                   MOVE "S" TO FIM-WORK-W
              NOT AT END
                   PERFORM TRATA-EVENTO-WORK
              END-READ
           END-PERFORM.
           IF SEQ-ANT-W > ZEROS
              PERFORM AVALIA-TITULO.

       TRATA-EVENTO-WORK SECTION.
           IF FORNEC-WK NOT = FORNEC-ANT-W OR SEQ-WK NOT = SEQ-ANT-W
              IF SEQ-ANT-W > ZEROS
                 PERFORM AVALIA-TITULO
              END-IF
              IF FORNEC-WK NOT = FORNEC-ANT-W
                 MOVE ZEROS TO QT-EVF-W
              END-IF
              MOVE FORNEC-WK TO FORNEC-ANT-W
              MOVE SEQ-WK    TO SEQ-ANT-W
              MOVE ZEROS     TO QT-EV-W
           END-IF.
           IF SEQ-WK = ZEROS
              IF QT-EVF-W < 100
                 ADD 1 TO QT-EVF-W
                 MOVE USUARIO-WK  TO EVF-USU-W(QT-EVF-W)
                 MOVE PROGRAMA-WK TO EVF-PROG-W(QT-EVF-W)
                 MOVE OPERACAO-WK TO EVF-OPER-W(QT-EVF-W)
              END-IF
           ELSE
              IF QT-EV-W < 200
                 ADD 1 TO QT-EV-W
                 MOVE USUARIO-WK  TO EV-USU-W(QT-EV-W)
                 MOVE PROGRAMA-WK TO EV-PROG-W(QT-EV-W)
                 MOVE OPERACAO-WK TO EV-OPER-W(QT-EV-W)
                 MOVE "T"         TO EV-NIVEL-W(QT-EV-W)
              END-IF
           END-IF.

       AVALIA-TITULO SECTION.
      *    Eventos do fornecedor (conta bancaria) valem p/ o titulo,
      *    mas o conflito precisa de ao menos um lado no proprio
      *    titulo.
           PERFORM VARYING IX-EV-W FROM 1 BY 1
                   UNTIL IX-EV-W > QT-EVF-W
              ADD 1 TO QT-EV-W
              MOVE EVF-USU-W(IX-EV-W)  TO EV-USU-W(QT-EV-W)
              MOVE EVF-PROG-W(IX-EV-W) TO EV-PROG-W(QT-EV-W)
              MOVE EVF-OPER-W(IX-EV-W) TO EV-OPER-W(QT-EV-W)
              MOVE "F"                 TO EV-NIVEL-W(QT-EV-W)
           END-PERFORM.
           MOVE ZEROS TO QT-IMP-W.
           PERFORM VARYING IX-PAR-W FROM 1 BY 1
                   UNTIL IX-PAR-W > QT-PAR-W
              PERFORM VARYING IX-EV-W FROM 1 BY 1
                      UNTIL IX-EV-W > QT-EV-W
                 IF EV-NIVEL-W(IX-EV-W) = "T"
                    PERFORM PROCURA-OUTRO-LADO
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE ZEROS TO QT-EV-W.

       PROCURA-OUTRO-LADO SECTION.
           MOVE "N" TO LADO-A-W LADO-B-W.
           IF EV-PROG-W(IX-EV-W) = PROG-A-W(IX-PAR-W) AND
              EV-OPER-W(IX-EV-W) = OPER-A-W(IX-PAR-W)
              MOVE "S" TO LADO-A-W.
           IF EV-PROG-W(IX-EV-W) = PROG-B-W(IX-PAR-W) AND
              EV-OPER-W(IX-EV-W) = OPER-B-W(IX-PAR-W)
              MOVE "S" TO LADO-B-W.
           IF LADO-A-W = "N" AND LADO-B-W = "N"
              GO PROCURA-OUTRO-LADO-FIM.
           MOVE "N" TO ACHEI-W.
           PERFORM VARYING IX-EV2-W FROM 1 BY 1
                   UNTIL IX-EV2-W > QT-EV-W OR ACHEI-W = "S"
              IF IX-EV2-W NOT = IX-EV-W AND
                 EV-USU-W(IX-EV2-W) = EV-USU-W(IX-EV-W)
                 IF LADO-A-W = "S" AND
                    EV-PROG-W(IX-EV2-W) = PROG-B-W(IX-PAR-W) AND
                    EV-OPER-W(IX-EV2-W) = OPER-B-W(IX-PAR-W)
                    MOVE "S" TO ACHEI-W
                 END-IF
                 IF LADO-B-W = "S" AND
                    EV-PROG-W(IX-EV2-W) = PROG-A-W(IX-PAR-W) AND
                    EV-OPER-W(IX-EV2-W) = OPER-A-W(IX-PAR-W)
                    MOVE "S" TO ACHEI-W
                 END-IF
              END-IF
           END-PERFORM.
           IF ACHEI-W = "N"
              GO PROCURA-OUTRO-LADO-FIM.
      *    Mesmo usuario/par ja listado p/ este titulo
           PERFORM VARYING IX-IMP-W FROM 1 BY 1
                   UNTIL IX-IMP-W > QT-IMP-W
              IF IMP-USU-W(IX-IMP-W) = EV-USU-W(IX-EV-W) AND
                 IMP-PAR-W(IX-IMP-W) = IX-PAR-W
                 GO PROCURA-OUTRO-LADO-FIM
              END-IF
           END-PERFORM.
           IF QT-IMP-W < 100
              ADD 1 TO QT-IMP-W
              MOVE EV-USU-W(IX-EV-W) TO IMP-USU-W(QT-IMP-W)
              MOVE IX-PAR-W          TO IMP-PAR-W(QT-IMP-W)
           END-IF.
           PERFORM LISTA-CONFLITO-TITULO.
       PROCURA-OUTRO-LADO-FIM.
           EXIT.

       LISTA-CONFLITO-TITULO SECTION.
           MOVE FORNEC-ANT-W TO FORNEC-CP20.
           MOVE SEQ-ANT-W    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE SPACES TO NR-DOCTO-CP20
                MOVE ZEROS  TO VALOR-TOT-CP20.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-ANT-W             TO REG-RELAT(01: 06)
           MOVE "/"                      TO REG-RELAT(07: 01)
           MOVE SEQ-ANT-W                TO REG-RELAT(08: 05)
           MOVE NR-DOCTO-CP20            TO REG-RELAT(14: 10)
           MOVE VALOR-TOT-CP20           TO VALOR-E
           MOVE VALOR-E                  TO REG-RELAT(24: 13)
           MOVE EV-USU-W(IX-EV-W)        TO REG-RELAT(38: 08)
           MOVE DESCR-PAR-W(IX-PAR-W)    TO REG-RELAT(47: 40)
           WRITE REG-RELAT.
           ADD 1 TO QT-CONFL-TIT-W.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-JRN-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-JRN-W * 1000000 +
                            MES-JRN-W * 10000 + ANO-JRN-W.
