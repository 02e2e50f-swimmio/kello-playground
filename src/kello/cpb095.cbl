       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB095.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Reembolso dos relatorios de despesas de viagem. Para
      * cada relatorio aprovado no CPP041 (CPD041, SITUACAO-CP41 = 1)
      * este batch:
      *  - abate o adiantamento dado p/ a viagem (SEQ-ADT-CP41, um
      *    TIPO 0 de CPD027 do funcionario) ate o total das
      *    despesas, baixando o SALDO-CP27 como o CPB036;
      *  - grava o titulo do reembolso LIQUIDO em CPD020 p/ o codigo
      *    do funcionario em CGD001 (vencimento hoje, competencia do
      *    fim da viagem, conta de apuracao = a da maior linha),
      *    com LOG001/LOG003 e jornal LOG004 como todo titulo gerado
      *    em lote, e o vinculo com o contrato em CPD034 quando todas
      *    as linhas sao do mesmo contrato (como o CPB094);
      *  - grava a aplicacao (TIPO-CP27 = 1) ligando o titulo (ou
      *    zero, qdo o adiantamento cobriu tudo) ao adiantamento
      *    consumido;
      *  - marca o relatorio como reembolsado (SITUACAO-CP41 = 2,
      *    valores de adiantamento/liquido e o titulo gerado).
      * O titulo e o liquido, por isso o relatorio de despesas por
      * conta (CPB035/CPB064) ve a parte adiantada no adiantamento.
      *
      * Saida: arquivo-relatorio RELCP95 na pasta da empresa - os
      * reembolsos gerados (com o saldo de adiantamento que sobrou p/
      * devolucao) e os relatorios aguardando aprovacao, com os
      * ACIMA DO LIMITE diario da politica destacados e as linhas
      * que passaram, p/ o aprovador.
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
           COPY CPPX021.
           COPY CPPX027.
           COPY CPPX034.
           COPY CPPX041.
           COPY CPPX042.
           COPY CGPX001.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW027.
       COPY CPPW034.
       COPY CPPW041.
       COPY CPPW042.
       COPY CGPW001.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-CPD041             PIC XX       VALUE SPACES.
           05  ST-CPD042             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
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
           05  NR-RELAT-W            PIC 9(5)     VALUE ZEROS.
           05  TEM-ADT-W             PIC 9        VALUE ZEROS.
           05  SOMA-RELAT-W          PIC 9(08)V99 VALUE ZEROS.
           05  ABATE-W               PIC 9(08)V99 VALUE ZEROS.
           05  LIQUIDO-W             PIC 9(08)V99 VALUE ZEROS.
           05  SOBRA-ADT-W           PIC 9(08)V99 VALUE ZEROS.
           05  MAIOR-VALOR-W         PIC 9(06)V99 VALUE ZEROS.
           05  REDUZ-MAIOR-W         PIC 9(05)    VALUE ZEROS.
           05  CONTRATO-W            PIC 9(04)    VALUE ZEROS.
           05  CONTRATO-UNICO-W      PIC 9        VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(4)     VALUE ZEROS.
           05  SEQ-TITULO-W          PIC 9(5)     VALUE ZEROS.
           05  SEQ-LIVRE-W           PIC 9(5)     VALUE ZEROS.

           05  QT-GERADOS-W          PIC 9(5)     VALUE ZEROS.
           05  QT-COBERTOS-W         PIC 9(5)     VALUE ZEROS.
           05  QT-AGUARDANDO-W       PIC 9(5)     VALUE ZEROS.
           05  QT-ACIMA-W            PIC 9(5)     VALUE ZEROS.
           05  VALOR-GERADO-W        PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-ABATIDO-W       PIC 9(10)V99 VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-GERADOS-W QT-COBERTOS-W
                         QT-AGUARDANDO-W QT-ACIMA-W VALOR-GERADO-W
                         VALOR-ABATIDO-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "CPD041"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD041
           MOVE "CPD042"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD042
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "RELCP95" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB095"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN I-O CPD020 CPD021 CPD027 CPD034 CPD041 LOG001 LOG003
                    LOG004
           OPEN INPUT CPD042 CGD001
           IF ST-CPD027 = "35"
              CLOSE CPD027      OPEN OUTPUT CPD027
              CLOSE CPD027      OPEN I-O CPD027
           END-IF
           IF ST-CPD034 = "35"
              CLOSE CPD034      OPEN OUTPUT CPD034
              CLOSE CPD034      OPEN I-O CPD034
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-CPD027 <> "00" OR ST-CPD034 <> "00" OR
              ST-CGD001 <> "00" OR ST-LOG001 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/027/034 CGD001 LOG"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CPD041/CPD042 nenhum relatorio foi digitado ainda.
           IF (ST-CPD041 <> "00" AND ST-CPD041 <> "35") OR
              (ST-CPD042 <> "00" AND ST-CPD042 <> "35")
              DISPLAY "ERRO ABERTURA CPD041/CPD042: " ST-CPD041 " "
                      ST-CPD042
              MOVE 1 TO ERRO-W
           END-IF.

           MOVE SPACES TO REG-RELAT
           MOVE "REEMBOLSO DE DESPESAS DE VIAGEM - "
                TO REG-RELAT(01: 34)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(35: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0 AND ST-CPD041 = "00" AND ST-CPD042 = "00"
              PERFORM VARRE-APROVADOS
              PERFORM VARRE-AGUARDANDO
           END-IF.

           CLOSE CPD020 CPD021 CPD027 CPD034 CPD041 CPD042 CGD001
                 LOG001 LOG003 LOG004 ARQ-RELAT.

           DISPLAY "TITULOS DE REEMBOLSO GERADOS.....: " QT-GERADOS-W.
           DISPLAY "VALOR DOS TITULOS GERADOS........: "
                   VALOR-GERADO-W.
           DISPLAY "COBERTOS PELO ADIANTAMENTO.......: "
                   QT-COBERTOS-W.
           DISPLAY "VALOR ABATIDO DE ADIANTAMENTOS...: "
                   VALOR-ABATIDO-W.
           DISPLAY "RELATORIOS AGUARDANDO APROVACAO..: "
                   QT-AGUARDANDO-W.
           DISPLAY "AGUARDANDO ACIMA DO LIMITE.......: " QT-ACIMA-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-APROVADOS SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "REEMBOLSOS GERADOS" TO REG-RELAT(01: 18)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RELAT FUNC.  NOME"    TO REG-RELAT(01: 17)
           MOVE "DESPESAS"             TO REG-RELAT(46: 08)
           MOVE "ADIANTADO"            TO REG-RELAT(59: 09)
           MOVE "LIQUIDO"              TO REG-RELAT(75: 07)
           MOVE "TITULO"               TO REG-RELAT(84: 06)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-RELAT-CP41.
           START CPD041 KEY IS NOT < NR-RELAT-CP41 INVALID KEY
                 MOVE "10" TO ST-CPD041.
           PERFORM UNTIL ST-CPD041 = "10"
              READ CPD041 NEXT RECORD AT END MOVE "10" TO ST-CPD041
              NOT AT END
                IF SITUACAO-CP41 = 1
                   PERFORM PROCESSA-RELATORIO
                END-IF
              END-READ
           END-PERFORM.

       PROCESSA-RELATORIO SECTION.
           PERFORM SOMA-LINHAS.
           IF QT-LINHAS-W = ZEROS
              GO PROCESSA-RELATORIO-FIM.
           PERFORM ABATE-ADIANTAMENTO.
           COMPUTE LIQUIDO-W = SOMA-RELAT-W - ABATE-W.
           MOVE ZEROS TO SEQ-TITULO-W.
           IF LIQUIDO-W > ZEROS
              PERFORM GRAVA-TITULO
              IF ERRO-W = 1
                 GO PROCESSA-RELATORIO-FIM
              END-IF
              MOVE SEQ-CP20 TO SEQ-TITULO-W
              IF CONTRATO-UNICO-W = 1 AND CONTRATO-W NOT = ZEROS
                 PERFORM GRAVA-CONTRATO-TITULO
              END-IF
              ADD 1 TO QT-GERADOS-W
              ADD LIQUIDO-W TO VALOR-GERADO-W
           ELSE
              ADD 1 TO QT-COBERTOS-W
           END-IF.
           IF ABATE-W > ZEROS
              PERFORM BAIXA-ADIANTAMENTO
           END-IF.
           IF ABATE-W > ZEROS
              PERFORM GRAVA-APLICACAO
              ADD ABATE-W TO VALOR-ABATIDO-W
           END-IF.
      *    Relatorio relido: o WRITE/REWRITE do adiantamento e do
      *    titulo nao mexem em CPD041, mas a posicao da varredura e
      *    reafirmada antes do REWRITE.
           MOVE NR-RELAT-W TO NR-RELAT-CP41.
           READ CPD041 INVALID KEY
                DISPLAY "ERRO LEITURA CPD041: " NR-RELAT-W
                MOVE 1 TO ERRO-W
                GO PROCESSA-RELATORIO-FIM.
           MOVE SOMA-RELAT-W    TO VALOR-DESPESAS-CP41.
           MOVE ABATE-W         TO VALOR-ADIANT-CP41.
           MOVE LIQUIDO-W       TO VALOR-LIQUIDO-CP41.
           IF SEQ-TITULO-W NOT = ZEROS
              MOVE FORNEC-CP41  TO FORNEC-TIT-CP41
           ELSE
              MOVE ZEROS        TO FORNEC-TIT-CP41
           END-IF.
           MOVE SEQ-TITULO-W    TO SEQ-TIT-CP41.
           MOVE 2               TO SITUACAO-CP41.
           REWRITE REG-CPD041 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD041: " ST-CPD041
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD041"   TO LOG3-ARQUIVO
                 MOVE REG-CPD041 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
           PERFORM IMPRIME-REEMBOLSO.
           MOVE NR-RELAT-W TO NR-RELAT-CP41.
           START CPD041 KEY IS > NR-RELAT-CP41 INVALID KEY
                 MOVE "10" TO ST-CPD041.
       PROCESSA-RELATORIO-FIM.
           EXIT.

       SOMA-LINHAS SECTION.
      *    Total, reduzida da maior linha e se o contrato e o mesmo
      *    em todas as linhas.
           MOVE ZEROS TO SOMA-RELAT-W MAIOR-VALOR-W REDUZ-MAIOR-W
                         CONTRATO-W QT-LINHAS-W.
           MOVE 1 TO CONTRATO-UNICO-W.
           MOVE NR-RELAT-CP41 TO NR-RELAT-CP42 NR-RELAT-W.
           MOVE ZEROS         TO LINHA-CP42.
           START CPD042 KEY IS NOT < CHAVE-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END MOVE "10" TO ST-CPD042
              NOT AT END
                IF NR-RELAT-CP42 NOT = NR-RELAT-W
                   MOVE "10" TO ST-CPD042
                ELSE
                   ADD 1 TO QT-LINHAS-W
                   ADD VALOR-CP42 TO SOMA-RELAT-W
                   IF VALOR-CP42 > MAIOR-VALOR-W OR QT-LINHAS-W = 1
                      MOVE VALOR-CP42         TO MAIOR-VALOR-W
                      MOVE CODREDUZ-APUR-CP42 TO REDUZ-MAIOR-W
                   END-IF
                   IF QT-LINHAS-W = 1
                      MOVE NR-CONTRATO-CP42 TO CONTRATO-W
                   ELSE
                      IF NR-CONTRATO-CP42 NOT = CONTRATO-W
                         MOVE 0 TO CONTRATO-UNICO-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD042.

       ABATE-ADIANTAMENTO SECTION.
      *    Consome do adiantamento da viagem ate o total das
      *    despesas; o que sobrar fica no SALDO-CP27 p/ devolucao.
           MOVE ZEROS TO ABATE-W SOBRA-ADT-W TEM-ADT-W.
           IF SEQ-ADT-CP41 = ZEROS
              GO ABATE-ADIANTAMENTO-FIM.
           MOVE FORNEC-CP41  TO FORNEC-CP27.
           MOVE SEQ-ADT-CP41 TO SEQ-ADT-CP27.
           READ CPD027 INVALID KEY
                GO ABATE-ADIANTAMENTO-FIM.
           IF TIPO-CP27 NOT = 0
              GO ABATE-ADIANTAMENTO-FIM.
           MOVE 1 TO TEM-ADT-W.
           IF SALDO-CP27 NOT < SOMA-RELAT-W
              MOVE SOMA-RELAT-W TO ABATE-W
           ELSE
              MOVE SALDO-CP27   TO ABATE-W
           END-IF.
           COMPUTE SOBRA-ADT-W = SALDO-CP27 - ABATE-W.
       ABATE-ADIANTAMENTO-FIM.
           EXIT.

       BAIXA-ADIANTAMENTO SECTION.
      *    Baixa o saldo so depois do titulo gravado, p/ um erro de
      *    gravacao nao deixar adiantamento consumido sem aplicacao.
           MOVE FORNEC-CP41  TO FORNEC-CP27.
           MOVE SEQ-ADT-CP41 TO SEQ-ADT-CP27.
           READ CPD027 INVALID KEY
                MOVE ZEROS TO ABATE-W
                GO BAIXA-ADIANTAMENTO-FIM.
           SUBTRACT ABATE-W FROM SALDO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD027 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD027: " ST-CPD027
                 MOVE ZEROS TO ABATE-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD027"   TO LOG3-ARQUIVO
                 MOVE REG-CPD027 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.
       BAIXA-ADIANTAMENTO-FIM.
           EXIT.

       GRAVA-APLICACAO SECTION.
      *    Registro de aplicacao (TIPO-CP27 = 1) ligando o titulo do
      *    reembolso (zero se o adiantamento cobriu tudo) ao
      *    adiantamento consumido, como no CPB036.
           PERFORM ACHA-SEQ-ADIANTAMENTO.
           INITIALIZE REG-CPD027.
           MOVE FORNEC-CP41     TO FORNEC-CP27.
           MOVE SEQ-LIVRE-W     TO SEQ-ADT-CP27.
           MOVE 1               TO TIPO-CP27.
           MOVE DATA-HOJE-W     TO DATA-CP27.
           MOVE ABATE-W         TO VALOR-CP27.
           MOVE ZEROS           TO SALDO-CP27.
           MOVE SEQ-TITULO-W    TO SEQ-TITULO-CP27.
           MOVE SEQ-ADT-CP41    TO SEQ-ADT-ORIG-CP27.
           MOVE USUARIO-W       TO USUARIO-CP27.
           MOVE SPACES          TO DESCRICAO-CP27.
           STRING "RELAT DESPESAS " NR-RELAT-W DELIMITED BY SIZE
                  INTO DESCRICAO-CP27.
           MOVE FORNEC-CP27 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD027 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD027: " ST-CPD027
                         " RELATORIO " NR-RELAT-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD027"   TO LOG3-ARQUIVO
                 MOVE REG-CPD027 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

       ACHA-SEQ-ADIANTAMENTO SECTION.
      *    Proxima sequencia livre de CPD027 do funcionario.
           MOVE ZEROS TO SEQ-LIVRE-W.
           MOVE FORNEC-CP41 TO FORNEC-CP27.
           MOVE ZEROS       TO SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 NOT = "00"
              READ CPD027 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD027
              NOT AT END
                   IF FORNEC-CP27 NOT = FORNEC-CP41
                      MOVE "99" TO ST-CPD027
                   ELSE
                      MOVE SEQ-ADT-CP27 TO SEQ-LIVRE-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD027.
           ADD 1 TO SEQ-LIVRE-W.

       GRAVA-TITULO SECTION.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-CP41     TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE SPACES          TO NR-DOCTO-CP20.
           STRING "RD" NR-RELAT-CP41 DELIMITED BY SIZE
                  INTO NR-DOCTO-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20 PORTADOR-CP20
                                   SEQ-CAIXA-CP20 NR-PARCELA-CP20
                                   NR-BORDERO-CP20 SIT-REMESSA-CP20
                                   SITUACAO-CP20 LIBERADO-CP20
                                   VALOR-LIQ-CP20 TAXA-APLIC-CP20
                                   DATA-PGTO-CP20 MULTA-ATRASO-CP20
                                   JUROS-MORA-CP20.
           MOVE REDUZ-MAIOR-W   TO CODREDUZ-APUR-CP20.
           MOVE DATA-HOJE-W     TO DATA-MOVTO-CP20.
           MOVE DATA-FIM-CP41   TO DATA-EMISSAO-CP20.
           MOVE DATA-HOJE-W     TO DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           STRING "REEMB DESPESAS " NR-RELAT-CP41 " "
                  DESCRICAO-CP41 DELIMITED BY SIZE
                  INTO DESCRICAO-CP20.
           MOVE USU-APROV-CP41  TO RESPONSAVEL-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE DATA-FIM-CP41(1: 6) TO COMPETENCIA-CP20.
           MOVE LIQUIDO-W       TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " RELATORIO " NR-RELAT-CP41
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.

       GRAVA-CONTRATO-TITULO SECTION.
           INITIALIZE REG-CPD034.
           MOVE FORNEC-CP20     TO FORNEC-CP34.
           MOVE SEQ-CP20        TO SEQ-CP34.
           MOVE CONTRATO-W      TO NR-CONTRATO-CP34.
           MOVE ZEROS           TO ITEM-CP34.
           MOVE USUARIO-W       TO USUARIO-CP34.
           MOVE DATA-HOJE-W     TO DATA-CP34.
           WRITE REG-CPD034 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD034: " ST-CPD034
                         " RELATORIO " NR-RELAT-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD034"   TO LOG3-ARQUIVO
                 MOVE REG-CPD034 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.

       IMPRIME-REEMBOLSO SECTION.
           MOVE FORNEC-CP41 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE NR-RELAT-CP41        TO REG-RELAT(01: 05)
           MOVE FORNEC-CP41          TO REG-RELAT(07: 06)
           MOVE NOME-CG01            TO REG-RELAT(14: 26)
           MOVE SOMA-RELAT-W         TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(41: 13)
           MOVE ABATE-W              TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(55: 13)
           MOVE LIQUIDO-W            TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(69: 13)
           IF SEQ-TITULO-W NOT = ZEROS
              MOVE SEQ-TITULO-W      TO REG-RELAT(84: 05)
           ELSE
              MOVE "COBERTO"         TO REG-RELAT(84: 07)
           END-IF.
           WRITE REG-RELAT.
           IF TEM-ADT-W = 1 AND SOBRA-ADT-W > ZEROS
              MOVE SPACES TO REG-RELAT
              MOVE "SALDO DO ADIANTAMENTO A DEVOLVER "
                   TO REG-RELAT(07: 33)
              MOVE SEQ-ADT-CP41      TO REG-RELAT(41: 05)
              MOVE SOBRA-ADT-W       TO VALOR-E
              MOVE VALOR-E           TO REG-RELAT(55: 13)
              WRITE REG-RELAT
           END-IF.

       VARRE-AGUARDANDO SECTION.
      *    Fila do aprovador: relatorios ainda nao aprovados, com o
      *    destaque dos que passaram do limite diario.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "RELATORIOS AGUARDANDO APROVACAO" TO REG-RELAT(01: 31)
           WRITE REG-RELAT
           MOVE ZEROS TO NR-RELAT-CP41.
           START CPD041 KEY IS NOT < NR-RELAT-CP41 INVALID KEY
                 MOVE "10" TO ST-CPD041.
           PERFORM UNTIL ST-CPD041 = "10"
              READ CPD041 NEXT RECORD AT END MOVE "10" TO ST-CPD041
              NOT AT END
                IF SITUACAO-CP41 = 0
                   PERFORM IMPRIME-AGUARDANDO
                END-IF
              END-READ
           END-PERFORM.

       IMPRIME-AGUARDANDO SECTION.
           ADD 1 TO QT-AGUARDANDO-W.
           MOVE FORNEC-CP41 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE NR-RELAT-CP41        TO REG-RELAT(01: 05)
           MOVE FORNEC-CP41          TO REG-RELAT(07: 06)
           MOVE NOME-CG01            TO REG-RELAT(14: 26)
           MOVE VALOR-DESPESAS-CP41  TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(41: 13)
           MOVE USU-INCL-CP41        TO REG-RELAT(55: 06)
           IF ACIMA-LIMITE-CP41 = 1
              ADD 1 TO QT-ACIMA-W
              MOVE "*** ACIMA DO LIMITE ***" TO REG-RELAT(62: 23)
           END-IF.
           WRITE REG-RELAT.
           IF ACIMA-LIMITE-CP41 = 1
              PERFORM LISTA-LINHAS-ACIMA
           END-IF.

       LISTA-LINHAS-ACIMA SECTION.
           MOVE NR-RELAT-CP41 TO NR-RELAT-CP42 NR-RELAT-W.
           MOVE ZEROS         TO LINHA-CP42.
           START CPD042 KEY IS NOT < CHAVE-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END MOVE "10" TO ST-CPD042
              NOT AT END
                IF NR-RELAT-CP42 NOT = NR-RELAT-W
                   MOVE "10" TO ST-CPD042
                ELSE
                   IF ACIMA-LIMITE-CP42 = 1
                      MOVE SPACES TO REG-RELAT
                      MOVE LINHA-CP42        TO REG-RELAT(07: 03)
                      MOVE DATA-DESPESA-CP42 TO DATA-E
                      MOVE DATA-E            TO REG-RELAT(11: 10)
                      MOVE CATEGORIA-CP42    TO REG-RELAT(22: 02)
                      MOVE HISTORICO-CP42    TO REG-RELAT(25: 15)
                      MOVE VALOR-CP42        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(41: 13)
                      WRITE REG-RELAT
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD042.

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
           MOVE "CPB095"    TO LOG1-PROGRAMA
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
           MOVE "CPB095"    TO LOG3-PROGRAMA
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
           MOVE "CPB095"        TO LOG4-PROGRAMA.
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
