       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB103.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Posicao do contas a pagar numa data passada - refaz o
      * CPD020 como estava num dia/horario escolhido, partindo do
      * arquivo de hoje e desfazendo as alteracoes de tras p/ frente
      * (mesma regra do CPB044, so que num WORK e sem tocar no
      * arquivo vivo):
      *   1) jornais diarios LOG004 (JRAAAAMMDD), de hoje ate o dia
      *      da posicao - no proprio dia so as entradas depois do
      *      horario de corte: A regrava a imagem de antes, I exclui
      *      o titulo incluido, E devolve o titulo excluido;
      *   2) p/ os dias sem jornal, as imagens de CPD020 em LOG003:
      *      o titulo mexido nesses dias volta p/ a ultima imagem
      *      gravada ate a data/horario de corte; sem imagem anterior
      *      - incluido depois (I) some, excluido depois (E) volta
      *      com a imagem da exclusao, alterado (A) fica como esta e
      *      sai listado como posicao aproximada;
      *   3) arquivo anual do CPB039 (H20AAAA/H23AAAA), do ano da
      *      posicao ate o ano corrente, p/ titulos que ja sairam do
      *      CPD020: quitado depois da data volta como em aberto.
      * Por garantia, titulo lancado depois da data nao entra e
      * titulo pago depois da data conta como em aberto.
      *
      * Imprime a posicao em aberto (SITUACAO 0-a pagar e 1-suspen-
      * so) por fornecedor, com os mesmos totais do extrato CPP052:
      * qtde de titulos, valor total, valor pago (baixas parciais de
      * CPD023/H23AAAA pagas ate a data), atraso medio (dias de
      * atraso na data da posicao, ponderados pelo valor) e valor a
      * pagar (SITUACAO 0). Titulo em dolar convertido pela cotacao
      * de CAD025 do dia da posicao.
      *
      * Parametros: arquivo POSC103 na pasta da empresa, uma linha
      *   AAAAMMDD;HHMMSSCC;FORNEC-INI;FORNEC-FIM;R
      * (data e horario de corte - sem horario, fim do dia; faixa de
      * fornecedores - sem faixa, todos; R = so os totais por
      * fornecedor, sem os titulos). Sem o arquivo, posicao do
      * fechamento do mes anterior (ultimo dia, fim do dia).
      * Saida: relatorio RELC103. Trabalho: WRKC103.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX025.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX023.
           COPY LOGX003.
           COPY LOGX004.

      *    Arquivo anual do CPB039 (mesmo desenho dos arquivos vivos)
           SELECT HIS020 ASSIGN TO PATH-HIS020
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-HIS020
                  RECORD KEY IS CHAVE-H20.
           SELECT HIS023 ASSIGN TO PATH-HIS023
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-HIS023
                  RECORD KEY IS CHAVE-H23.

           SELECT WORK ASSIGN TO PATH-WORK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-WORK
                  RECORD KEY IS CHAVE-WK.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW025.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW023.
       COPY LOGW003.
       COPY LOGW004.

       FD  HIS020.
       01  REG-HIS020.
           05  CHAVE-H20.
               10  FORNEC-H20      PIC 9(06).
               10  SEQ-H20         PIC 9(05).
           05  CORPO-H20           PIC X(289).
       FD  HIS023.
       01  REG-HIS023.
           05  CHAVE-H23.
               10  FORNEC-H23      PIC 9(06).
               10  SEQ-H23         PIC 9(05).
               10  SEQ-BAIXA-H23   PIC 9(03).
           05  CORPO-H23           PIC X(48).

      *    TIPO-WK "T" - titulo como estava na data (imagem CPD020);
      *            "L" - titulo mexido depois do corte em dia sem
      *                  jornal, a acertar pelas imagens de LOG003.
       FD  WORK.
       01  REG-WORK.
           05  CHAVE-WK.
               10  TIPO-WK         PIC X.
               10  FORNEC-WK       PIC 9(6).
               10  SEQ-WK          PIC 9(5).
           05  ORIGEM-WK           PIC X.
      *    ORIGEM - V-CPD020  L-imagem LOG003  H-arquivo anual
           05  ANO-HIST-WK         PIC 9(4).
           05  PRIM-OPER-WK        PIC X.
           05  ULT-OPER-WK         PIC X.
           05  ACHOU-IMG-WK        PIC X.
           05  IMAGEM-WK           PIC X(300).

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(40).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CAD025             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-HIS020             PIC XX       VALUE SPACES.
           05  ST-HIS023             PIC XX       VALUE SPACES.
           05  ST-WORK               PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
               10  FILLER            PIC X(13).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-HIS020           PIC X(30)    VALUE SPACES.
           05  PATH-HIS023           PIC X(30)    VALUE SPACES.
           05  PATH-WORK             PIC X(30)    VALUE SPACES.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-POS-W            PIC 9(8)     VALUE ZEROS.
           05  HORA-CORTE-W          PIC 9(8)     VALUE 23595999.
           05  FORNEC-INI-W          PIC 9(6)     VALUE ZEROS.
           05  FORNEC-FIM-W          PIC 9(6)     VALUE 999999.
           05  SO-TOTAIS-W           PIC X        VALUE "N".
           05  DATA-X-W              PIC X(8)     VALUE SPACES.
           05  HORA-X-W              PIC X(8)     VALUE SPACES.
           05  FORNEC-INI-X-W        PIC X(6)     VALUE SPACES.
           05  FORNEC-FIM-X-W        PIC X(6)     VALUE SPACES.
           05  RESUMO-X-W            PIC X(1)     VALUE SPACES.
           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).
           05  HORA-AUX-W.
               10  HH-AUX-W          PIC 9(2).
               10  MI-AUX-W          PIC 9(2).
               10  SS-AUX-W          PIC 9(2).
               10  CC-AUX-W          PIC 9(2).
           05  HORA-AUX-NUM-W REDEFINES HORA-AUX-W PIC 9(8).

      *    Dia corrente da volta pelos jornais e jornal em cache
           05  DATA-DIA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-JRN-TESTADA-W    PIC 9(8)     VALUE ZEROS.
           05  JORNAL-EXISTE-W       PIC X        VALUE "N".
           05  ULT-SEQ-JRN-W         PIC 9(09)    VALUE ZEROS.
           05  SEQ-ALVO-W            PIC 9(09)    VALUE ZEROS.
           05  ANO-W                 PIC 9(4)     VALUE ZEROS.
           05  ANO-POS-W             PIC 9(4)     VALUE ZEROS.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  IMAGEM-W              PIC X(300)   VALUE SPACES.
           05  IMAGEM-CHAVE-W REDEFINES IMAGEM-W.
               10  IMG-FORNEC-W      PIC 9(6).
               10  IMG-SEQ-W         PIC 9(5).
               10  FILLER            PIC X(289).
           05  DEPOIS-CORTE-W        PIC X        VALUE "N".
           05  ORIGEM-NOVA-W         PIC X        VALUE SPACES.
           05  COTACAO-DOLAR-W       PIC 9(3)V9999 VALUE ZEROS.
           05  VALOR-CONV-W          PIC 9(10)V99 VALUE ZEROS.
           05  SOMA-BAIXAS-W         PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-TIT-W           PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-PAGO-TIT-W      PIC 9(10)V99 VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC 9(5)     VALUE ZEROS.
           05  VALOR-ACUM-W          PIC 9(14)V99 VALUE ZEROS.

      *    Totais do fornecedor e gerais (os do extrato CPP052)
           05  TOT-TITULO-F-W        PIC 9(6)     VALUE ZEROS.
           05  TOT-VALOR-F-W         PIC 9(12)V99 VALUE ZEROS.
           05  TOT-PAGO-F-W          PIC 9(12)V99 VALUE ZEROS.
           05  TOT-A-PAGAR-F-W       PIC 9(12)V99 VALUE ZEROS.
           05  TOT-ACUM-F-W          PIC 9(16)V99 VALUE ZEROS.
           05  TOT-TITULO-G-W        PIC 9(6)     VALUE ZEROS.
           05  TOT-VALOR-G-W         PIC 9(12)V99 VALUE ZEROS.
           05  TOT-PAGO-G-W          PIC 9(12)V99 VALUE ZEROS.
           05  TOT-A-PAGAR-G-W       PIC 9(12)V99 VALUE ZEROS.
           05  TOT-ACUM-G-W          PIC 9(16)V99 VALUE ZEROS.
           05  ATRASO-MEDIO-W        PIC 9(5)V99  VALUE ZEROS.

           05  QT-VIVOS-W            PIC 9(7)     VALUE ZEROS.
           05  QT-JORNAIS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-DIAS-SEM-JRN-W     PIC 9(5)     VALUE ZEROS.
           05  QT-DESFEITOS-W        PIC 9(7)     VALUE ZEROS.
           05  QT-ACERTO-LOG-W       PIC 9(7)     VALUE ZEROS.
           05  QT-APROXIMADOS-W      PIC 9(5)     VALUE ZEROS.
           05  QT-ARQUIVADOS-W       PIC 9(5)     VALUE ZEROS.
           05  QT-FORNEC-W           PIC 9(5)     VALUE ZEROS.
           05  QT-DOLAR-SEM-COT-W    PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  ATRASO-E              PIC ZZ.ZZ9,99.
           05  QTDE-E                PIC ZZZ.ZZ9.

           COPY "CPTIME.CPY".
           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-VIVOS-W QT-JORNAIS-W
                         QT-DIAS-SEM-JRN-W QT-DESFEITOS-W
                         QT-ACERTO-LOG-W QT-APROXIMADOS-W
                         QT-ARQUIVADOS-W QT-FORNEC-W
                         QT-DOLAR-SEM-COT-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

      *    Posicao padrao: fechamento do mes anterior (ultimo dia)
           MOVE ANO-CPU-W TO ANO-AUX-W
           MOVE MES-CPU-W TO MES-AUX-W
           MOVE 01        TO DIA-AUX-W
           MOVE 2         TO GRTIME-TYPE
           MOVE 5         TO GRTIME-FUNCTION
           MOVE DATA-AUX-NUM-W TO GRTIME-DATE
           MOVE 1         TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           MOVE GRTIME-DATE-FINAL TO DATA-POS-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD025"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD025
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "WRKC103" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-WORK
           MOVE "POSC103" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELC103" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           PERFORM LE-PARAMETROS.
           IF DATA-POS-W > DATA-HOJE-W
              DISPLAY "DATA DA POSICAO POSTERIOR A HOJE: " DATA-POS-W
              MOVE 1 TO ERRO-W
           END-IF.
           MOVE DATA-POS-W TO DATA-AUX-NUM-W
           MOVE ANO-AUX-W  TO ANO-POS-W

           OPEN INPUT CGD001 CPD020 CPD023 LOG003
           IF ST-CPD020 <> "00" OR ST-CPD023 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/CPD023: " ST-CPD020 " "
                      ST-CPD023
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA LOG003: " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT WORK  CLOSE WORK  OPEN I-O WORK
           IF ST-WORK <> "00"
              DISPLAY "ERRO ABERTURA WRKC103: " ST-WORK
              MOVE 1 TO ERRO-W
           END-IF.

           PERFORM LE-COTACAO.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "POSICAO DO CONTAS A PAGAR EM " TO REG-RELAT(01: 29)
           MOVE DATA-POS-W        TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(30: 10)
           MOVE " AS "            TO REG-RELAT(40: 04)
           MOVE HORA-CORTE-W      TO HORA-AUX-NUM-W
           MOVE HH-AUX-W          TO REG-RELAT(44: 02)
           MOVE ":"               TO REG-RELAT(46: 01)
           MOVE MI-AUX-W          TO REG-RELAT(47: 02)
           MOVE ":"               TO REG-RELAT(49: 01)
           MOVE SS-AUX-W          TO REG-RELAT(50: 02)
           MOVE " - FORNEC "      TO REG-RELAT(52: 10)
           MOVE FORNEC-INI-W      TO REG-RELAT(62: 06)
           MOVE " A "             TO REG-RELAT(68: 03)
           MOVE FORNEC-FIM-W      TO REG-RELAT(71: 06)
           MOVE " - EMISSAO "     TO REG-RELAT(77: 11)
           MOVE DATA-HOJE-W       TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E            TO REG-RELAT(88: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM CARREGA-VIVOS
              PERFORM DESFAZ-JORNAIS
              PERFORM ACERTA-PELO-LOG003
              PERFORM CARREGA-ARQUIVO-ANUAL
              PERFORM IMPRIME-POSICAO
              PERFORM LISTA-APROXIMADOS
           END-IF.

           CLOSE CGD001 CPD020 CPD023 LOG003 WORK ARQ-RELAT.

           DISPLAY "TITULOS LIDOS DO CPD020..........: " QT-VIVOS-W.
           DISPLAY "JORNAIS DESFEITOS................: "
                   QT-JORNAIS-W.
           DISPLAY "DIAS SEM JORNAL..................: "
                   QT-DIAS-SEM-JRN-W.
           DISPLAY "ENTRADAS DE JORNAL DESFEITAS.....: "
                   QT-DESFEITOS-W.
           DISPLAY "TITULOS ACERTADOS PELO LOG003....: "
                   QT-ACERTO-LOG-W.
           DISPLAY "TITULOS DO ARQUIVO ANUAL.........: "
                   QT-ARQUIVADOS-W.
           DISPLAY "POSICAO APROXIMADA (SEM IMAGEM)..: "
                   QT-APROXIMADOS-W.
           DISPLAY "TITULOS EM ABERTO NA DATA........: "
                   TOT-TITULO-G-W.

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
                MOVE SPACES TO DATA-X-W HORA-X-W FORNEC-INI-X-W
                               FORNEC-FIM-X-W RESUMO-X-W
                UNSTRING REG-PARAM DELIMITED BY ";"
                         INTO DATA-X-W HORA-X-W FORNEC-INI-X-W
                              FORNEC-FIM-X-W RESUMO-X-W
                IF DATA-X-W NUMERIC
                   MOVE DATA-X-W TO DATA-POS-W
                ELSE
                   DISPLAY "DATA INVALIDA EM POSC103: " REG-PARAM
                   MOVE 1 TO ERRO-W
                END-IF
                IF HORA-X-W NUMERIC
                   MOVE HORA-X-W TO HORA-CORTE-W
                END-IF
                IF FORNEC-INI-X-W NUMERIC AND FORNEC-FIM-X-W NUMERIC
                   MOVE FORNEC-INI-X-W TO FORNEC-INI-W
                   MOVE FORNEC-FIM-X-W TO FORNEC-FIM-W
                END-IF
                IF RESUMO-X-W = "R"
                   MOVE "S" TO SO-TOTAIS-W
                END-IF
           END-READ.
           CLOSE ARQ-PARAM.
       LE-PARAMETROS-FIM.
           EXIT.

       LE-COTACAO SECTION.
      *    Cotacao do dolar do dia da posicao (CAD025, como CPP052)
           MOVE ZEROS TO COTACAO-DOLAR-W.
           OPEN INPUT CAD025.
           IF ST-CAD025 NOT = "00"
              GO LE-COTACAO-FIM.
           MOVE DATA-POS-W TO DATA-CA25.
           READ CAD025 INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE COTACAO-CA25 TO COTACAO-DOLAR-W
           END-READ.
           CLOSE CAD025.
       LE-COTACAO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Ponto de partida: o CPD020 de hoje, na faixa pedida
      *----------------------------------------------------------------
       CARREGA-VIVOS SECTION.
           MOVE FORNEC-INI-W TO FORNEC-CP20.
           MOVE ZEROS        TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 > FORNEC-FIM-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      ADD 1 TO QT-VIVOS-W
                      MOVE REG-CPD020 TO IMAGEM-W
                      MOVE "V"        TO ORIGEM-WK
                      MOVE ZEROS      TO ANO-HIST-WK
                      PERFORM GRAVA-TITULO-WORK
                   END-IF
              END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      *    Jornais LOG004, de hoje ate o dia da posicao
      *----------------------------------------------------------------
       DESFAZ-JORNAIS SECTION.
           MOVE DATA-HOJE-W TO DATA-DIA-W.
           PERFORM UNTIL DATA-DIA-W < DATA-POS-W
              PERFORM DESFAZ-JORNAL-DIA
              MOVE 2          TO GRTIME-TYPE
              MOVE 5          TO GRTIME-FUNCTION
              MOVE DATA-DIA-W TO GRTIME-DATE
              MOVE 1          TO GRTIME-DAYS
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              MOVE GRTIME-DATE-FINAL TO DATA-DIA-W
           END-PERFORM.

       DESFAZ-JORNAL-DIA SECTION.
           MOVE SPACES TO PATH-LOG004.
           STRING "\" EMP-REC "\JR" DATA-DIA-W
                  DELIMITED BY SIZE INTO PATH-LOG004.
           OPEN INPUT LOG004.
           IF ST-LOG004 NOT = "00"
              ADD 1 TO QT-DIAS-SEM-JRN-W
              GO DESFAZ-JORNAL-DIA-FIM.
           ADD 1 TO QT-JORNAIS-W.
           MOVE ZEROS TO ULT-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO ULT-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
      *    Da ultima entrada p/ a primeira; no dia da posicao so o
      *    que aconteceu depois do horario de corte.
           PERFORM VARYING SEQ-ALVO-W FROM ULT-SEQ-JRN-W BY -1
                   UNTIL SEQ-ALVO-W < 1
              MOVE SEQ-ALVO-W TO LOG4-SEQ
              READ LOG004 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF DATA-DIA-W > DATA-POS-W OR
                      LOG4-HORAS > HORA-CORTE-W
                      PERFORM DESFAZ-ENTRADA
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG004.
       DESFAZ-JORNAL-DIA-FIM.
           EXIT.

       DESFAZ-ENTRADA SECTION.
           MOVE "V"   TO ORIGEM-WK.
           MOVE ZEROS TO ANO-HIST-WK.
           EVALUATE LOG4-OPERACAO
             WHEN "A"
             WHEN "E"
      *         volta (ou devolve) a imagem de antes
                MOVE LOG4-ANTES TO IMAGEM-W
                IF IMG-FORNEC-W NOT < FORNEC-INI-W AND
                   IMG-FORNEC-W NOT > FORNEC-FIM-W
                   ADD 1 TO QT-DESFEITOS-W
                   PERFORM GRAVA-TITULO-WORK
                END-IF
             WHEN "I"
      *         some com o titulo incluido
                MOVE LOG4-DEPOIS TO IMAGEM-W
                IF IMG-FORNEC-W NOT < FORNEC-INI-W AND
                   IMG-FORNEC-W NOT > FORNEC-FIM-W
                   ADD 1 TO QT-DESFEITOS-W
                   PERFORM EXCLUI-TITULO-WORK
                END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Dias sem jornal: imagens de CPD020 em LOG003
      *----------------------------------------------------------------
       ACERTA-PELO-LOG003 SECTION.
           IF QT-DIAS-SEM-JRN-W = ZEROS
              GO ACERTA-PELO-LOG003-FIM.
           MOVE ZEROS TO DATA-JRN-TESTADA-W.
      *    1a passada: titulos mexidos depois do corte em dia sem
      *    jornal, com a primeira operacao (e a imagem dela)
           MOVE LOW-VALUES TO CHAVE-LOG3.
           MOVE DATA-POS-W TO LOG3-DATA.
           START LOG003 KEY IS NOT < CHAVE-LOG3 INVALID KEY
                 MOVE "10" TO ST-LOG003.
           PERFORM UNTIL ST-LOG003 = "10"
              READ LOG003 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG003
              NOT AT END
                   IF LOG3-ARQUIVO = "CPD020"
                      PERFORM MARCA-TITULO-LOG003
                   END-IF
              END-READ
           END-PERFORM.
      *    2a passada: ultima imagem de cada um ate o corte
           MOVE "00" TO ST-LOG003.
           MOVE LOW-VALUES TO CHAVE-LOG3.
           START LOG003 KEY IS NOT < CHAVE-LOG3 INVALID KEY
                 MOVE "10" TO ST-LOG003.
           PERFORM UNTIL ST-LOG003 = "10"
              READ LOG003 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG003
              NOT AT END
                   PERFORM VERIFICA-CORTE-LOG003
                   IF DEPOIS-CORTE-W = "S"
                      MOVE "10" TO ST-LOG003
                   ELSE
                      IF LOG3-ARQUIVO = "CPD020"
                         PERFORM GUARDA-IMAGEM-LOG003
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *    3a passada: aplica nos titulos da data
           PERFORM APLICA-IMAGENS-LOG003.
       ACERTA-PELO-LOG003-FIM.
           EXIT.

       VERIFICA-CORTE-LOG003 SECTION.
           MOVE "N" TO DEPOIS-CORTE-W.
           IF LOG3-DATA > DATA-POS-W
              MOVE "S" TO DEPOIS-CORTE-W
           ELSE
              IF LOG3-DATA = DATA-POS-W AND
                 LOG3-HORAS > HORA-CORTE-W
                 MOVE "S" TO DEPOIS-CORTE-W
              END-IF
           END-IF.

       MARCA-TITULO-LOG003 SECTION.
           PERFORM VERIFICA-CORTE-LOG003.
           IF DEPOIS-CORTE-W = "N"
              GO MARCA-TITULO-LOG003-FIM.
           MOVE LOG3-REGISTRO TO IMAGEM-W.
           IF IMG-FORNEC-W < FORNEC-INI-W OR
              IMG-FORNEC-W > FORNEC-FIM-W
              GO MARCA-TITULO-LOG003-FIM.
      *    Dia com jornal ja foi desfeito em DESFAZ-JORNAIS
           IF LOG3-DATA NOT = DATA-JRN-TESTADA-W
              MOVE LOG3-DATA TO DATA-JRN-TESTADA-W
              MOVE SPACES TO PATH-LOG004
              STRING "\" EMP-REC "\JR" LOG3-DATA
                     DELIMITED BY SIZE INTO PATH-LOG004
              OPEN INPUT LOG004
              IF ST-LOG004 = "00"
                 MOVE "S" TO JORNAL-EXISTE-W
                 CLOSE LOG004
              ELSE
                 MOVE "N" TO JORNAL-EXISTE-W
              END-IF
           END-IF.
           IF JORNAL-EXISTE-W = "S"
              GO MARCA-TITULO-LOG003-FIM.
           MOVE "L"          TO TIPO-WK.
           MOVE IMG-FORNEC-W TO FORNEC-WK.
           MOVE IMG-SEQ-W    TO SEQ-WK.
           READ WORK INVALID KEY
                MOVE "L"           TO ORIGEM-WK
                MOVE ZEROS         TO ANO-HIST-WK
                MOVE LOG3-OPERACAO TO PRIM-OPER-WK ULT-OPER-WK
                MOVE "N"           TO ACHOU-IMG-WK
                MOVE LOG3-REGISTRO TO IMAGEM-WK
                WRITE REG-WORK
                END-WRITE
           END-READ.
       MARCA-TITULO-LOG003-FIM.
           EXIT.

       GUARDA-IMAGEM-LOG003 SECTION.
           MOVE LOG3-REGISTRO TO IMAGEM-W.
           MOVE "L"          TO TIPO-WK.
           MOVE IMG-FORNEC-W TO FORNEC-WK.
           MOVE IMG-SEQ-W    TO SEQ-WK.
           READ WORK INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "S"           TO ACHOU-IMG-WK
                MOVE LOG3-OPERACAO TO ULT-OPER-WK
                MOVE LOG3-REGISTRO TO IMAGEM-WK
                REWRITE REG-WORK
                END-REWRITE
           END-READ.

       APLICA-IMAGENS-LOG003 SECTION.
           MOVE "L"   TO TIPO-WK.
           MOVE ZEROS TO FORNEC-WK SEQ-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "10" TO ST-WORK.
           PERFORM UNTIL ST-WORK = "10"
              READ WORK NEXT RECORD AT END
                   MOVE "10" TO ST-WORK
              NOT AT END
                   IF TIPO-WK NOT = "L"
                      MOVE "10" TO ST-WORK
                   ELSE
                      PERFORM APLICA-IMAGEM-TITULO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-WORK.

       APLICA-IMAGEM-TITULO SECTION.
           MOVE IMAGEM-WK TO IMAGEM-W.
           ADD 1 TO QT-ACERTO-LOG-W.
           IF ACHOU-IMG-WK = "S"
      *       ultima imagem ate o corte: exclusao = titulo nao
      *       existia mais; do contrario e o titulo como estava
              IF ULT-OPER-WK = "E"
                 PERFORM EXCLUI-TITULO-WORK
              ELSE
                 MOVE "L"   TO ORIGEM-WK
                 PERFORM GRAVA-TITULO-WORK
              END-IF
           ELSE
              EVALUATE PRIM-OPER-WK
                WHEN "I"
                     PERFORM EXCLUI-TITULO-WORK
                WHEN "E"
                     MOVE "L"   TO ORIGEM-WK
                     PERFORM GRAVA-TITULO-WORK
                WHEN OTHER
                     ADD 1 TO QT-APROXIMADOS-W
              END-EVALUATE
           END-IF.
      *    GRAVA/EXCLUI mexem no registro "T" - reposiciona no "L"
           MOVE "L"          TO TIPO-WK.
           MOVE IMG-FORNEC-W TO FORNEC-WK.
           MOVE IMG-SEQ-W    TO SEQ-WK.
           START WORK KEY IS > CHAVE-WK INVALID KEY
                 MOVE "10" TO ST-WORK.

      *----------------------------------------------------------------
      *    Titulos que o CPB039 ja tirou do CPD020
      *----------------------------------------------------------------
       CARREGA-ARQUIVO-ANUAL SECTION.
           MOVE ANO-POS-W TO ANO-W.
           PERFORM UNTIL ANO-W > ANO-CPU-W
              PERFORM CARREGA-ANO-ARQUIVO
              ADD 1 TO ANO-W
           END-PERFORM.

       CARREGA-ANO-ARQUIVO SECTION.
           MOVE SPACES TO ARQ-REC.
           STRING "H20" ANO-W DELIMITED BY SIZE INTO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-HIS020.
           OPEN INPUT HIS020.
           IF ST-HIS020 NOT = "00"
              GO CARREGA-ANO-ARQUIVO-FIM.
           MOVE FORNEC-INI-W TO FORNEC-H20.
           MOVE ZEROS        TO SEQ-H20.
           START HIS020 KEY IS NOT < CHAVE-H20 INVALID KEY
                 MOVE "10" TO ST-HIS020.
           PERFORM UNTIL ST-HIS020 = "10"
              READ HIS020 NEXT RECORD AT END
                   MOVE "10" TO ST-HIS020
              NOT AT END
                   IF FORNEC-H20 > FORNEC-FIM-W
                      MOVE "10" TO ST-HIS020
                   ELSE
                      PERFORM AVALIA-TITULO-ARQUIVADO
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE HIS020.
       CARREGA-ANO-ARQUIVO-FIM.
           EXIT.

       AVALIA-TITULO-ARQUIVADO SECTION.
      *    So interessa o quitado depois da data (em aberto nela) que
      *    nao tenha voltado pelos jornais/LOG003; cancelado nao tem
      *    data de cancelamento e fica de fora.
           MOVE REG-HIS020 TO REG-CPD020.
           IF SITUACAO-CP20 NOT = 2 OR
              DATA-MOVTO-CP20 > DATA-POS-W OR
              DATA-PGTO-CP20 NOT > DATA-POS-W
              GO AVALIA-TITULO-ARQUIVADO-FIM.
           MOVE "T"         TO TIPO-WK.
           MOVE FORNEC-CP20 TO FORNEC-WK.
           MOVE SEQ-CP20    TO SEQ-WK.
           READ WORK INVALID KEY
                MOVE REG-CPD020 TO IMAGEM-WK
                MOVE "H"        TO ORIGEM-WK
                MOVE ANO-W      TO ANO-HIST-WK
                MOVE SPACES     TO PRIM-OPER-WK ULT-OPER-WK
                                   ACHOU-IMG-WK
                WRITE REG-WORK
                END-WRITE
                ADD 1 TO QT-ARQUIVADOS-W
           END-READ.
       AVALIA-TITULO-ARQUIVADO-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Manutencao do titulo "T" no WORK (imagem em IMAGEM-W,
      *    ORIGEM-WK/ANO-HIST-WK ja informados)
      *----------------------------------------------------------------
       GRAVA-TITULO-WORK SECTION.
           MOVE ORIGEM-WK    TO ORIGEM-NOVA-W.
           MOVE "T"          TO TIPO-WK.
           MOVE IMG-FORNEC-W TO FORNEC-WK.
           MOVE IMG-SEQ-W    TO SEQ-WK.
           READ WORK INVALID KEY
                MOVE ORIGEM-NOVA-W TO ORIGEM-WK
                MOVE SPACES     TO PRIM-OPER-WK ULT-OPER-WK
                                   ACHOU-IMG-WK
                MOVE IMAGEM-W   TO IMAGEM-WK
                WRITE REG-WORK
                END-WRITE
           NOT INVALID KEY
                MOVE ORIGEM-NOVA-W TO ORIGEM-WK
                MOVE IMAGEM-W   TO IMAGEM-WK
                REWRITE REG-WORK
                END-REWRITE
           END-READ.

       EXCLUI-TITULO-WORK SECTION.
           MOVE "T"          TO TIPO-WK.
           MOVE IMG-FORNEC-W TO FORNEC-WK.
           MOVE IMG-SEQ-W    TO SEQ-WK.
           DELETE WORK INVALID KEY
                  CONTINUE
           END-DELETE.

      *----------------------------------------------------------------
      *    Relatorio: posicao em aberto por fornecedor
      *----------------------------------------------------------------
       IMPRIME-POSICAO SECTION.
           MOVE ZEROS TO TOT-TITULO-G-W TOT-VALOR-G-W TOT-PAGO-G-W
                         TOT-A-PAGAR-G-W TOT-ACUM-G-W FORNEC-ANT-W.
           PERFORM ZERA-TOTAIS-FORNEC.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           IF SO-TOTAIS-W = "N"
              MOVE "FORNEC SEQ   DOCUMENTO  PARC VENCIMENTO SIT"
                   TO REG-RELAT(01: 43)
              MOVE "   VALOR TOTAL     VALOR PAGO ATRASO  ORIGEM"
                   TO REG-RELAT(44: 44)
              WRITE REG-RELAT
           END-IF.
           MOVE "T"   TO TIPO-WK.
           MOVE ZEROS TO FORNEC-WK SEQ-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "10" TO ST-WORK.
           PERFORM UNTIL ST-WORK = "10"
              READ WORK NEXT RECORD AT END
                   MOVE "10" TO ST-WORK
              NOT AT END
                   IF TIPO-WK NOT = "T"
                      MOVE "10" TO ST-WORK
                   ELSE
                      PERFORM AVALIA-TITULO-POSICAO
                   END-IF
              END-READ
           END-PERFORM.
           IF FORNEC-ANT-W NOT = ZEROS
              PERFORM IMPRIME-TOTAL-FORNEC
           END-IF.
      *    Total geral
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "TOTAL GERAL - FORNECEDORES: " TO REG-RELAT(01: 28)
           MOVE QT-FORNEC-W    TO QTDE-E
           MOVE QTDE-E         TO REG-RELAT(29: 07)
           WRITE REG-RELAT
           MOVE TOT-TITULO-G-W  TO TOT-TITULO-F-W
           MOVE TOT-VALOR-G-W   TO TOT-VALOR-F-W
           MOVE TOT-PAGO-G-W    TO TOT-PAGO-F-W
           MOVE TOT-A-PAGAR-G-W TO TOT-A-PAGAR-F-W
           MOVE TOT-ACUM-G-W    TO TOT-ACUM-F-W
           PERFORM MONTA-LINHA-TOTAIS.
           IF QT-DOLAR-SEM-COT-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "TITULOS EM DOLAR SEM COTACAO NA DATA (CAD025), "
                   TO REG-RELAT(01: 47)
              MOVE "SOMADOS SEM CONVERSAO: " TO REG-RELAT(48: 23)
              MOVE QT-DOLAR-SEM-COT-W TO QTDE-E
              MOVE QTDE-E             TO REG-RELAT(71: 07)
              WRITE REG-RELAT
           END-IF.

       AVALIA-TITULO-POSICAO SECTION.
           MOVE IMAGEM-WK TO REG-CPD020.
      *    Garantia p/ o que nenhum log cobriu: lancado depois da
      *    data nao existia; pago depois da data estava em aberto.
           IF DATA-MOVTO-CP20 > DATA-POS-W
              GO AVALIA-TITULO-POSICAO-FIM.
           IF SITUACAO-CP20 = 2 AND DATA-PGTO-CP20 > DATA-POS-W
              MOVE 0     TO SITUACAO-CP20
              MOVE ZEROS TO DATA-PGTO-CP20
           END-IF.
           IF SITUACAO-CP20 NOT = 0 AND SITUACAO-CP20 NOT = 1
              GO AVALIA-TITULO-POSICAO-FIM.
           IF FORNEC-CP20 NOT = FORNEC-ANT-W
              IF FORNEC-ANT-W NOT = ZEROS
                 PERFORM IMPRIME-TOTAL-FORNEC
              END-IF
              PERFORM CABECALHO-FORNEC
           END-IF.
           PERFORM SOMA-BAIXAS-PARCIAIS.
           IF TIPO-MOEDA-CP20 = 1
              IF COTACAO-DOLAR-W > ZEROS
                 COMPUTE VALOR-TIT-W = VALOR-TOT-CP20 *
                                       COTACAO-DOLAR-W
                 COMPUTE VALOR-PAGO-TIT-W = SOMA-BAIXAS-W *
                                            COTACAO-DOLAR-W
              ELSE
                 ADD 1 TO QT-DOLAR-SEM-COT-W
                 MOVE VALOR-TOT-CP20 TO VALOR-TIT-W
                 MOVE SOMA-BAIXAS-W  TO VALOR-PAGO-TIT-W
              END-IF
           ELSE
              MOVE VALOR-TOT-CP20 TO VALOR-TIT-W
              MOVE SOMA-BAIXAS-W  TO VALOR-PAGO-TIT-W
           END-IF.
      *    Atraso na data da posicao (vencido e nao pago ate ela)
           MOVE ZEROS TO DIAS-ATRASO-W.
           IF DATA-VENCTO-CP20 < DATA-POS-W
              MOVE DATA-VENCTO-CP20 TO GRDIAS-AAMMDD-INICIAL
              MOVE DATA-POS-W       TO GRDIAS-AAMMDD-FINAL
              CALL   "GRDIAS1" USING PARAMETROS-GRDIAS1
              CANCEL "GRDIAS1"
              IF GRDIAS-NUM-DIAS > ZEROS
                 MOVE GRDIAS-NUM-DIAS TO DIAS-ATRASO-W
              END-IF
           END-IF.
           COMPUTE VALOR-ACUM-W = DIAS-ATRASO-W * VALOR-TIT-W.
           ADD 1                TO TOT-TITULO-F-W TOT-TITULO-G-W.
           ADD VALOR-TIT-W      TO TOT-VALOR-F-W TOT-VALOR-G-W.
           ADD VALOR-PAGO-TIT-W TO TOT-PAGO-F-W TOT-PAGO-G-W.
           ADD VALOR-ACUM-W     TO TOT-ACUM-F-W TOT-ACUM-G-W.
           IF SITUACAO-CP20 = 0
              ADD VALOR-TIT-W   TO TOT-A-PAGAR-F-W TOT-A-PAGAR-G-W
           END-IF.
           IF SO-TOTAIS-W = "N"
              PERFORM IMPRIME-TITULO
           END-IF.
       AVALIA-TITULO-POSICAO-FIM.
           EXIT.

       SOMA-BAIXAS-PARCIAIS SECTION.
      *    Baixas parciais pagas ate a data - do CPD023 ou, p/ o
      *    titulo que veio do arquivo anual, do H23 do mesmo ano.
           MOVE ZEROS TO SOMA-BAIXAS-W.
           IF ORIGEM-WK = "H"
              PERFORM SOMA-BAIXAS-ARQUIVO
              GO SOMA-BAIXAS-PARCIAIS-FIM.
           MOVE FORNEC-CP20 TO FORNEC-CP23.
           MOVE SEQ-CP20    TO SEQ-CP23.
           MOVE ZEROS       TO SEQ-BAIXA-CP23.
           START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                MOVE "10" TO ST-CPD023.
           PERFORM UNTIL ST-CPD023 = "10"
                READ CPD023 NEXT RECORD AT END
                     MOVE "10" TO ST-CPD023
                NOT AT END
                     IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                        SEQ-CP23    NOT = SEQ-CP20
                        MOVE "10" TO ST-CPD023
                     ELSE
                        IF DATA-PGTO-CP23 NOT > DATA-POS-W
                           ADD VALOR-PAGO-CP23 TO SOMA-BAIXAS-W
                        END-IF
                     END-IF
                END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD023.
       SOMA-BAIXAS-PARCIAIS-FIM.
           EXIT.

       SOMA-BAIXAS-ARQUIVO SECTION.
           MOVE SPACES TO ARQ-REC.
           STRING "H23" ANO-HIST-WK DELIMITED BY SIZE INTO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-HIS023.
           OPEN INPUT HIS023.
           IF ST-HIS023 NOT = "00"
              GO SOMA-BAIXAS-ARQUIVO-FIM.
           MOVE FORNEC-CP20 TO FORNEC-H23.
           MOVE SEQ-CP20    TO SEQ-H23.
           MOVE ZEROS       TO SEQ-BAIXA-H23.
           START HIS023 KEY IS NOT < CHAVE-H23 INVALID KEY
                MOVE "10" TO ST-HIS023.
           PERFORM UNTIL ST-HIS023 = "10"
                READ HIS023 NEXT RECORD AT END
                     MOVE "10" TO ST-HIS023
                NOT AT END
                     IF FORNEC-H23 NOT = FORNEC-CP20 OR
                        SEQ-H23    NOT = SEQ-CP20
                        MOVE "10" TO ST-HIS023
                     ELSE
                        MOVE REG-HIS023 TO REG-CPD023
                        IF DATA-PGTO-CP23 NOT > DATA-POS-W
                           ADD VALOR-PAGO-CP23 TO SOMA-BAIXAS-W
                        END-IF
                     END-IF
                END-READ
           END-PERFORM.
           CLOSE HIS023.
       SOMA-BAIXAS-ARQUIVO-FIM.
           EXIT.

       CABECALHO-FORNEC SECTION.
           MOVE FORNEC-CP20 TO FORNEC-ANT-W.
           ADD 1 TO QT-FORNEC-W.
           PERFORM ZERA-TOTAIS-FORNEC.
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "** FORNECEDOR NAO CADASTRADO **" TO NOME-CG01
           END-READ.
           IF SO-TOTAIS-W = "N"
              MOVE SPACES TO REG-RELAT
              WRITE REG-RELAT
           END-IF.
           MOVE SPACES      TO REG-RELAT.
           MOVE FORNEC-CP20 TO REG-RELAT(01: 06).
           MOVE " - "       TO REG-RELAT(07: 03).
           MOVE NOME-CG01   TO REG-RELAT(10: 30).
           WRITE REG-RELAT.

       IMPRIME-TITULO SECTION.
           MOVE SPACES            TO REG-RELAT.
           MOVE FORNEC-CP20       TO REG-RELAT(01: 06).
           MOVE SEQ-CP20          TO REG-RELAT(08: 05).
           MOVE NR-DOCTO-CP20     TO REG-RELAT(14: 10).
           MOVE NR-PARCELA-CP20   TO REG-RELAT(25: 04).
           MOVE DATA-VENCTO-CP20  TO DATA-AUX-NUM-W.
           PERFORM EDITA-DATA.
           MOVE DATA-E            TO REG-RELAT(30: 10).
           MOVE SITUACAO-CP20     TO REG-RELAT(42: 01).
           MOVE VALOR-TIT-W       TO VALOR-E.
           MOVE VALOR-E           TO REG-RELAT(44: 14).
           MOVE VALOR-PAGO-TIT-W  TO VALOR-E.
           MOVE VALOR-E           TO REG-RELAT(59: 14).
           MOVE DIAS-ATRASO-W     TO REG-RELAT(74: 05).
           EVALUATE ORIGEM-WK
             WHEN "V" MOVE "CPD020"   TO REG-RELAT(81: 06)
             WHEN "L" MOVE "LOG003"   TO REG-RELAT(81: 06)
             WHEN "H" MOVE "H20"      TO REG-RELAT(81: 03)
                      MOVE ANO-HIST-WK TO REG-RELAT(84: 04)
           END-EVALUATE.
           WRITE REG-RELAT.

       ZERA-TOTAIS-FORNEC SECTION.
           MOVE ZEROS TO TOT-TITULO-F-W TOT-VALOR-F-W TOT-PAGO-F-W
                         TOT-A-PAGAR-F-W TOT-ACUM-F-W.

       IMPRIME-TOTAL-FORNEC SECTION.
           PERFORM MONTA-LINHA-TOTAIS.

       MONTA-LINHA-TOTAIS SECTION.
      *    Mesmas colunas do rodape do extrato CPP052
           MOVE SPACES TO REG-RELAT.
           MOVE "  QTDE TITULOS     VALOR-TOTAL      VALOR PAGO"
                TO REG-RELAT(01: 46).
           MOVE "  ATRAS.MED   VALOR A PAGAR" TO REG-RELAT(47: 27).
           WRITE REG-RELAT.
           MOVE SPACES TO REG-RELAT.
           MOVE TOT-TITULO-F-W  TO QTDE-E.
           MOVE QTDE-E          TO REG-RELAT(08: 07).
           MOVE TOT-VALOR-F-W   TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(17: 14).
           MOVE TOT-PAGO-F-W    TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(33: 14).
           MOVE ZEROS           TO ATRASO-MEDIO-W.
           IF TOT-VALOR-F-W > ZEROS
              DIVIDE TOT-ACUM-F-W BY TOT-VALOR-F-W
                     GIVING ATRASO-MEDIO-W ROUNDED
           END-IF.
           MOVE ATRASO-MEDIO-W  TO ATRASO-E.
           MOVE ATRASO-E        TO REG-RELAT(49: 09).
           MOVE TOT-A-PAGAR-F-W TO VALOR-E.
           MOVE VALOR-E         TO REG-RELAT(60: 14).
           WRITE REG-RELAT.

      *----------------------------------------------------------------
      *    Titulos alterados depois da data em dia sem jornal e sem
      *    imagem anterior em LOG003 - ficaram como estao hoje
      *----------------------------------------------------------------
       LISTA-APROXIMADOS SECTION.
           IF QT-APROXIMADOS-W = ZEROS
              GO LISTA-APROXIMADOS-FIM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "POSICAO APROXIMADA - ALTERADOS DEPOIS DA DATA SEM "
                TO REG-RELAT(01: 50)
           MOVE "JORNAL NEM IMAGEM ANTERIOR:" TO REG-RELAT(51: 27)
           WRITE REG-RELAT
           MOVE "L"   TO TIPO-WK.
           MOVE ZEROS TO FORNEC-WK SEQ-WK.
           START WORK KEY IS NOT < CHAVE-WK INVALID KEY
                 MOVE "10" TO ST-WORK.
           PERFORM UNTIL ST-WORK = "10"
              READ WORK NEXT RECORD AT END
                   MOVE "10" TO ST-WORK
              NOT AT END
                   IF TIPO-WK NOT = "L"
                      MOVE "10" TO ST-WORK
                   ELSE
                      IF ACHOU-IMG-WK = "N" AND
                         PRIM-OPER-WK NOT = "I" AND
                         PRIM-OPER-WK NOT = "E"
                         MOVE SPACES    TO REG-RELAT
                         MOVE FORNEC-WK TO REG-RELAT(01: 06)
                         MOVE SEQ-WK    TO REG-RELAT(08: 05)
                         WRITE REG-RELAT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
       LISTA-APROXIMADOS-FIM.
           EXIT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-AUX-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-AUX-W * 1000000 +
                            MES-AUX-W * 10000 + ANO-AUX-W.
