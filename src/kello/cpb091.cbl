       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB091.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Cronograma dos emprestimos e financiamentos - o
      * capital de giro e o financiamento de equipamento eram
      * digitados no CPP020A uma parcela por vez a partir do PDF do
      * banco, sem separar principal de juros. Para cada contrato
      * cadastrado no CPP037 (CPD037, SITUACAO-CP37 = 0) este batch:
      *  - calcula o cronograma completo: durante a carencia so
      *    juros; depois PRICE (parcela constante, juros sobre o
      *    saldo e o resto amortiza) ou SAC (amortizacao constante,
      *    principal / prazo); a ultima parcela zera o saldo;
      *  - grava cada parcela em CPD020 (fornecedor = conta do banco
      *    em CBD001, NR-DOCTO = contrato do banco, definitiva, com
      *    LOG001/LOG003 e jornal LOG004 como todo titulo gerado em
      *    lote) e a linha do cronograma em CPD038 com juros,
      *    amortizacao e saldo devedor ligados ao titulo;
      *  - credita o principal liberado na conta do banco (CBD002 +
      *    SALDO-ATUAL-CB01, como o CBB001/CHB017), na data de
      *    liberacao;
      *  - marca o contrato como gerado (SITUACAO-CP37 = 1).
      * Vencimentos mensais a partir do 1o. vencimento do contrato;
      * dia inexistente no mes cai no ultimo dia do mes.
      *
      * Saida: arquivo-relatorio RELCP91 na pasta da empresa - o
      * cronograma de cada contrato gerado.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CBPX001.
           COPY CBPX002.
           COPY CPPX020.
           COPY CPPX021.
           COPY CPPX037.
           COPY CPPX038.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CBPW001.
       COPY CBPW002.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW037.
       COPY CPPW038.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-CBD002             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD037             PIC XX       VALUE SPACES.
           05  ST-CPD038             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ERRO-CONTRATO-W       PIC 9        VALUE ZEROS.
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
           05  NR-EMPREST-W          PIC 9(5)     VALUE ZEROS.
           05  CONTA-W               PIC 9(6)     VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(4)     VALUE ZEROS.
           05  QT-PARC-W             PIC 9(3)     VALUE ZEROS.
           05  IX-PARC-W             PIC 9(3)     VALUE ZEROS.
           05  TAXA-W                PIC 9V9(8)   VALUE ZEROS.
           05  FATOR-W               PIC 9(6)V9(10) VALUE ZEROS.
           05  PRESTACAO-W           PIC 9(8)V99  VALUE ZEROS.
           05  AMORT-SAC-W           PIC 9(8)V99  VALUE ZEROS.
           05  SALDO-W               PIC 9(8)V99  VALUE ZEROS.
           05  JUROS-W               PIC 9(8)V99  VALUE ZEROS.
           05  AMORT-W               PIC 9(8)V99  VALUE ZEROS.
           05  PARCELA-W             PIC 9(8)V99  VALUE ZEROS.
           05  TOT-JUROS-W           PIC 9(10)V99 VALUE ZEROS.
           05  VENCTO-W              PIC 9(8)     VALUE ZEROS.
           05  VENCTO-R REDEFINES VENCTO-W.
               10  ANO-VENC-W        PIC 9(4).
               10  MES-VENC-W        PIC 9(2).
               10  DIA-VENC-W        PIC 9(2).
           05  DIA-BASE-W            PIC 9(2)     VALUE ZEROS.
           05  MES-BASE-W            PIC 9(2)     VALUE ZEROS.
           05  ANO-BASE-W            PIC 9(4)     VALUE ZEROS.
           05  MESES-W               PIC 9(4)     VALUE ZEROS.

           05  QT-CONTRATOS-W        PIC 9(5)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(6)     VALUE ZEROS.
           05  VALOR-CREDITADO-W     PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  TAXA-E                PIC Z9,9999.

           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONTRATOS-W QT-TITULOS-W
                         VALOR-CREDITADO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CBD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001
           MOVE "CBD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD002
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD037"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD037
           MOVE "CPD038"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD038
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "RELCP91" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB091"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CBD001 CBD002 CPD020 CPD021 CPD037 CPD038
                    LOG001 LOG003 LOG004
           IF ST-CBD002 = "35"
              CLOSE CBD002      OPEN OUTPUT CBD002
              CLOSE CBD002      OPEN I-O CBD002
           END-IF
           IF ST-CPD038 = "35"
              CLOSE CPD038      OPEN OUTPUT CPD038
              CLOSE CPD038      OPEN I-O CPD038
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CBD001 <> "00" OR ST-CBD002 <> "00" OR
              ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-CPD038 <> "00" OR ST-LOG001 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CBD001/002 CPD020/021/038 "
                      "LOG001/003"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CPD037 nao ha contrato cadastrado.
           IF ST-CPD037 <> "00" AND ST-CPD037 <> "35"
              DISPLAY "ERRO ABERTURA CPD037: " ST-CPD037
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "CRONOGRAMA DE EMPRESTIMOS E FINANCIAMENTOS - "
                TO REG-RELAT(01: 46)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(47: 10)
           WRITE REG-RELAT

           IF ERRO-W = 0 AND ST-CPD037 = "00"
              PERFORM VARRE-CONTRATOS
           END-IF.

           CLOSE CBD001 CBD002 CPD020 CPD021 CPD037 CPD038
                 LOG001 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "CONTRATOS GERADOS................: "
                   QT-CONTRATOS-W.
           DISPLAY "TITULOS GRAVADOS EM CPD020.......: "
                   QT-TITULOS-W.
           DISPLAY "PRINCIPAL CREDITADO EM CBD002....: "
                   VALOR-CREDITADO-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CONTRATOS SECTION.
           MOVE ZEROS TO NR-EMPREST-CP37.
           START CPD037 KEY IS NOT < NR-EMPREST-CP37 INVALID KEY
                 MOVE "99" TO ST-CPD037.
           PERFORM UNTIL ST-CPD037 NOT = "00"
              READ CPD037 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD037
              NOT AT END
                   IF SITUACAO-CP37 = 0
                      PERFORM GERA-CONTRATO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD037.

       GERA-CONTRATO SECTION.
           MOVE NR-EMPREST-CP37 TO NR-EMPREST-W.
           MOVE CONTA-CP37      TO CONTA-W.
           MOVE ZEROS TO ERRO-CONTRATO-W TOT-JUROS-W.
           MOVE CONTA-W TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                DISPLAY "CONTA NAO CADASTRADA EM CBD001: " CONTA-W
                        " - EMPRESTIMO " NR-EMPREST-W
                MOVE 1 TO ERRO-W
                GO GERA-CONTRATO-FIM.
      *    Contrato ja com cronograma (rodada anterior interrompida
      *    antes de marcar o CPD037) nao gera de novo.
           MOVE NR-EMPREST-W TO NR-EMPREST-CP38.
           MOVE ZEROS        TO NR-PARC-CP38.
           START CPD038 KEY IS NOT < CHAVE-CP38 INVALID KEY
                 MOVE "10" TO ST-CPD038.
           IF ST-CPD038 = "00"
              READ CPD038 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD038
              END-READ
              IF ST-CPD038 = "00" AND NR-EMPREST-CP38 = NR-EMPREST-W
                 DISPLAY "EMPRESTIMO " NR-EMPREST-W
                         " JA TEM CRONOGRAMA EM CPD038"
                 MOVE 1 TO ERRO-W
                 GO GERA-CONTRATO-FIM
              END-IF
           END-IF.
           MOVE "00" TO ST-CPD038.

           PERFORM CABECALHO-CONTRATO.
           PERFORM CREDITA-PRINCIPAL.
           IF ERRO-CONTRATO-W = 1
              GO GERA-CONTRATO-FIM.

           COMPUTE QT-PARC-W = CARENCIA-CP37 + PRAZO-CP37.
           COMPUTE TAXA-W ROUNDED = TAXA-MES-CP37 / 100.
           MOVE VALOR-PRINCIPAL-CP37 TO SALDO-W.
           IF SISTEMA-CP37 = 1
              IF TAXA-W = ZEROS
                 COMPUTE PRESTACAO-W ROUNDED =
                         VALOR-PRINCIPAL-CP37 / PRAZO-CP37
              ELSE
                 COMPUTE FATOR-W ROUNDED = (1 + TAXA-W) ** PRAZO-CP37
                 COMPUTE PRESTACAO-W ROUNDED =
                         VALOR-PRINCIPAL-CP37 * TAXA-W * FATOR-W /
                         (FATOR-W - 1)
              END-IF
           ELSE
              COMPUTE AMORT-SAC-W ROUNDED =
                      VALOR-PRINCIPAL-CP37 / PRAZO-CP37
           END-IF.
           MOVE DATA-PRIM-VENCTO-CP37 TO VENCTO-W.
           MOVE DIA-VENC-W TO DIA-BASE-W.
           MOVE MES-VENC-W TO MES-BASE-W.
           MOVE ANO-VENC-W TO ANO-BASE-W.
           PERFORM GERA-PARCELA VARYING IX-PARC-W FROM 1 BY 1
                   UNTIL IX-PARC-W > QT-PARC-W.

           MOVE 1            TO SITUACAO-CP37.
           MOVE DATA-HOJE-W  TO DATA-GERACAO-CP37.
           REWRITE REG-CPD037 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD037: " NR-EMPREST-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD037"   TO LOG3-ARQUIVO
                 MOVE REG-CPD037 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
           ADD 1 TO QT-CONTRATOS-W.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL DE JUROS DO CONTRATO: " TO REG-RELAT(01: 28)
           MOVE TOT-JUROS-W TO VALOR-E1
           MOVE VALOR-E1    TO REG-RELAT(29: 16)
           WRITE REG-RELAT.
       GERA-CONTRATO-FIM.
           EXIT.

       CABECALHO-CONTRATO SECTION.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "EMPRESTIMO " TO REG-RELAT(01: 11)
           MOVE NR-EMPREST-W  TO REG-RELAT(12: 05)
           MOVE NR-DOCTO-CP37 TO REG-RELAT(18: 10)
           MOVE NOME-BANCO-CB01 TO REG-RELAT(29: 30)
           IF SISTEMA-CP37 = 1
              MOVE "PRICE" TO REG-RELAT(60: 05)
           ELSE
              MOVE "SAC"   TO REG-RELAT(60: 05)
           END-IF
           MOVE TAXA-MES-CP37 TO TAXA-E
           MOVE TAXA-E        TO REG-RELAT(66: 07)
           MOVE "% A.M."      TO REG-RELAT(73: 06)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PRINCIPAL: " TO REG-RELAT(01: 11)
           MOVE VALOR-PRINCIPAL-CP37 TO VALOR-E
           MOVE VALOR-E       TO REG-RELAT(12: 13)
           MOVE " PRAZO: "    TO REG-RELAT(26: 08)
           MOVE PRAZO-CP37    TO REG-RELAT(34: 03)
           MOVE " CARENCIA: " TO REG-RELAT(37: 11)
           MOVE CARENCIA-CP37 TO REG-RELAT(48: 02)
           MOVE " LIBERACAO: " TO REG-RELAT(50: 12)
           MOVE DATA-LIBERACAO-CP37 TO DATA-E
           MOVE DATA-E        TO REG-RELAT(62: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PARC VENCTO       PRESTACAO         JUROS"
                TO REG-RELAT(01: 42)
           MOVE "   AMORTIZACAO  SALDO DEVEDOR  TITULO"
                TO REG-RELAT(43: 38)
           WRITE REG-RELAT.

       GERA-PARCELA SECTION.
      *    Juros sobre o saldo; na carencia nao ha amortizacao.
           COMPUTE JUROS-W ROUNDED = SALDO-W * TAXA-W.
           IF IX-PARC-W NOT > CARENCIA-CP37
              MOVE ZEROS TO AMORT-W
           ELSE
              IF SISTEMA-CP37 = 1
                 IF PRESTACAO-W > JUROS-W
                    COMPUTE AMORT-W = PRESTACAO-W - JUROS-W
                 ELSE
                    MOVE ZEROS TO AMORT-W
                 END-IF
              ELSE
                 MOVE AMORT-SAC-W TO AMORT-W
              END-IF
              IF IX-PARC-W = QT-PARC-W OR AMORT-W > SALDO-W
                 MOVE SALDO-W TO AMORT-W
              END-IF
           END-IF.
           COMPUTE PARCELA-W = JUROS-W + AMORT-W.
           SUBTRACT AMORT-W FROM SALDO-W.
           ADD JUROS-W TO TOT-JUROS-W.
           PERFORM CALCULA-VENCTO.

           INITIALIZE REG-CPD020.
           MOVE CONTA-W         TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE NR-DOCTO-CP37   TO NR-DOCTO-CP20.
      *    NR-PARCELA no formato parcela/total (0112 = 1a. de 12)
      *    enquanto couber em 2 + 2 digitos.
           IF QT-PARC-W < 100
              COMPUTE NR-PARCELA-CP20 = IX-PARC-W * 100 + QT-PARC-W
           ELSE
              MOVE IX-PARC-W TO NR-PARCELA-CP20
           END-IF.
           MOVE ZEROS           TO TIPO-FORN-CP20 PORTADOR-CP20
                                   SEQ-CAIXA-CP20
                                   NR-BORDERO-CP20 SIT-REMESSA-CP20
                                   SITUACAO-CP20 LIBERADO-CP20
                                   VALOR-LIQ-CP20 TAXA-APLIC-CP20
                                   DATA-PGTO-CP20 MULTA-ATRASO-CP20
                                   JUROS-MORA-CP20.
           MOVE CODREDUZ-APUR-CP37 TO CODREDUZ-APUR-CP20.
           MOVE DATA-HOJE-W     TO DATA-MOVTO-CP20.
           MOVE DATA-LIBERACAO-CP37 TO DATA-EMISSAO-CP20.
           MOVE VENCTO-W        TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           STRING "EMPREST " NR-EMPREST-W " PARC " IX-PARC-W "/"
                  QT-PARC-W DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE VENCTO-W(1: 6)  TO COMPETENCIA-CP20.
           MOVE PARCELA-W       TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " EMPRESTIMO " NR-EMPREST-W
                         " PARC " IX-PARC-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 ADD 1 TO QT-TITULOS-W
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.

           MOVE NR-EMPREST-W    TO NR-EMPREST-CP38.
           MOVE IX-PARC-W       TO NR-PARC-CP38.
           MOVE FORNEC-CP20     TO FORNEC-CP38.
           MOVE SEQ-CP20        TO SEQ-CP38.
           MOVE VENCTO-W        TO DATA-VENCTO-CP38.
           MOVE PARCELA-W       TO VALOR-PARCELA-CP38.
           MOVE JUROS-W         TO VALOR-JUROS-CP38.
           MOVE AMORT-W         TO VALOR-AMORT-CP38.
           MOVE SALDO-W         TO SALDO-DEVEDOR-CP38.
           WRITE REG-CPD038 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD038: " ST-CPD038
                         " EMPRESTIMO " NR-EMPREST-W
                         " PARC " IX-PARC-W
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD038"   TO LOG3-ARQUIVO
                 MOVE REG-CPD038 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

           MOVE SPACES TO REG-RELAT
           MOVE IX-PARC-W       TO REG-RELAT(01: 03)
           MOVE VENCTO-W        TO DATA-E
           MOVE DATA-E          TO REG-RELAT(06: 10)
           MOVE PARCELA-W       TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(17: 13)
           MOVE JUROS-W         TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(31: 13)
           MOVE AMORT-W         TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(45: 13)
           MOVE SALDO-W         TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(59: 13)
           MOVE FORNEC-CP20     TO REG-RELAT(74: 06)
           MOVE "/"             TO REG-RELAT(80: 01)
           MOVE SEQ-CP20        TO REG-RELAT(81: 05)
           WRITE REG-RELAT.

       CALCULA-VENCTO SECTION.
      *    1o. vencimento + (parcela - 1) meses, no mesmo dia; dia
      *    inexistente no mes (31/04, 29/02...) recua ate o ultimo
      *    dia valido.
           COMPUTE MESES-W = MES-BASE-W - 1 + IX-PARC-W - 1.
           DIVIDE MESES-W BY 12 GIVING ANO-VENC-W
                  REMAINDER MES-VENC-W.
           ADD ANO-BASE-W TO ANO-VENC-W.
           ADD 1 TO MES-VENC-W.
           MOVE DIA-BASE-W TO DIA-VENC-W.
           MOVE ZEROS TO GRTIME-DATE-FINAL.
           PERFORM UNTIL GRTIME-DATE-FINAL NOT = ZEROS OR
                         DIA-VENC-W < 28
              MOVE 2               TO GRTIME-TYPE
              MOVE 7               TO GRTIME-FUNCTION
              MOVE VENCTO-W        TO GRTIME-DATE
              CALL   "GRTIME" USING PARAMETROS-GRTIME
              CANCEL "GRTIME"
              IF GRTIME-DATE-FINAL = ZEROS
                 SUBTRACT 1 FROM DIA-VENC-W
              END-IF
           END-PERFORM.

       CREDITA-PRINCIPAL SECTION.
      *    Credito do principal liberado na conta do banco - mesmo
      *    lancamento do CBB001 (proxima sequencia do dia + saldo da
      *    conta), na data de liberacao do contrato.
           PERFORM ACHA-SEQ-MOVIMENTO.
           MOVE CONTA-W         TO CONTA-CB02.
           MOVE DATA-LIBERACAO-CP37 TO DATA-CB02.
           MOVE "C"             TO TIPO-DC-CB02.
           MOVE VALOR-PRINCIPAL-CP37 TO VALOR-CB02.
           MOVE SPACES          TO HISTORICO-CB02.
           STRING "EMPRESTIMO " NR-EMPREST-W " CONTR "
                  NR-DOCTO-CP37 DELIMITED BY SIZE INTO HISTORICO-CB02.
           MOVE ZEROS           TO CONTA-CONTRA-CB02.
           MOVE USUARIO-W       TO USUARIO-CB02.
           WRITE REG-CBD002 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CBD002: " ST-CBD002
                         " EMPRESTIMO " NR-EMPREST-W
                 MOVE 1 TO ERRO-W ERRO-CONTRATO-W
                 GO CREDITA-PRINCIPAL-FIM
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CBD002"   TO LOG3-ARQUIVO
                 MOVE REG-CBD002 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           ADD VALOR-PRINCIPAL-CP37 TO SALDO-ATUAL-CB01
                                       VALOR-CREDITADO-W.
           REWRITE REG-CBD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CBD001: " ST-CBD001
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CBD001"   TO LOG3-ARQUIVO
                 MOVE REG-CBD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
       CREDITA-PRINCIPAL-FIM.
           EXIT.

       ACHA-SEQ-MOVIMENTO SECTION.
      *    Ultima sequencia do dia na conta + 1.
           MOVE CONTA-W     TO CONTA-CB02.
           MOVE DATA-LIBERACAO-CP37 TO DATA-CB02.
           MOVE ZEROS       TO SEQ-CB02.
           START CBD002 KEY IS NOT < CHAVE-CB02 INVALID KEY
                 MOVE "10" TO ST-CBD002.
           MOVE ZEROS TO ULT-SEQ-W.
           PERFORM UNTIL ST-CBD002 = "10"
              READ CBD002 NEXT RECORD AT END
                   MOVE "10" TO ST-CBD002
              NOT AT END
                   IF CONTA-CB02 NOT = CONTA-W OR
                      DATA-CB02 NOT = DATA-LIBERACAO-CP37
                      MOVE "10" TO ST-CBD002
                   ELSE
                      MOVE SEQ-CB02 TO ULT-SEQ-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD002.
           COMPUTE SEQ-CB02 = ULT-SEQ-W + 1.

       ATUALIZA-SEQ-CPD021 SECTION.
      *    Proxima sequencia do fornecedor, com trilha LOG001 como
      *    em CPP020A/CPB020.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO GRAVACAO CPD021: " ST-CPD021
                NOT INVALID KEY
                        MOVE "I" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        DISPLAY "ERRO REGRAVACAO CPD021: " ST-CPD021
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG-CPD021
                  END-REWRITE
           END-READ.

       GRAVA-LOG-CPD021 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "CPD021"    TO LOG1-ARQUIVO
           MOVE "CPB091"    TO LOG1-PROGRAMA
           MOVE REG-CPD021  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja vem do chamador.
           MOVE USUARIO-W   TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPB091"    TO LOG3-PROGRAMA
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
           MOVE "CPB091"        TO LOG4-PROGRAMA.
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
