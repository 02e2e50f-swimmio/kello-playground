      * e todo lancamento de baixa do caixa deve ter a sua CPD023.
      * As pontas soltas saem no proprio relatorio.
      *
      * Fundo fixo (CAD020): fechado o dia, saldo final abaixo do
      * PISO-FUNDO-FIXO-CA20 gera o titulo de reposicao em CPD020
      * (credor/conta/portador do CAD020, valor = fundo menos saldo,
      * vencimento no proprio dia) e a reposicao em CPD048 com o
      * total gasto por grupo de CXD031 desde a reposicao anterior -
      * o suporte do titulo, impresso no relatorio. Enquanto a
      * reposicao nao for paga nao se gera outra. Paga (SITUACAO-CP20
      * = 2), o fechamento seguinte lanca a entrada no caixa
      * (TIPO-LCTO-FUNDO-CA20) antes de totalizar o dia; titulo
      * excluido/cancelado libera uma nova reposicao.
      *
      * Contagem do numerario: o dia so fecha com a contagem da
      * gaveta no arquivo CNTCX02 da pasta da empresa, uma linha
      * por item:
      *   O;OPERADOR(8)                 - responsavel pelo caixa
      *   N;FACE(centavos);QTDE         - notas
      *   M;FACE(centavos);QTDE         - moedas
      *   C;VALOR(centavos);QTDE        - cheques em maos
      *   R;MOTIVO(40)                  - motivo da quebra
      *   S;CODIGO(6)                   - Supervisor que aprova
      * Contado diferente do saldo calculado e quebra de caixa:
      * exige motivo, e acima de LIMITE-QUEBRA-CA20 exige o codigo
      * de um Supervisor do CXB002 em GED002 (negado vai p/
      * LOGACESS e o dia fica aberto). Aceita, a quebra e lancada
      * no caixa (TIPO-LCTO-QUEBRA-CA20, sobra entrada / falta
      * saida, o saldo final passa a ser o contado) e a contagem
      * fica em CXD033 - base do relatorio mensal CXB003.
      *
      * Data a fechar: arquivo FCHCX02 na pasta da empresa com uma
      * linha AAAAMMDD; sem o arquivo, fecha o dia corrente.
      * Saida: arquivo-relatorio RELCX02 na pasta da empresa.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CXPX001.
           COPY CXPX002.
           COPY CXPX031.
           COPY CXPX033.
           COPY CAPX020.
           COPY CPPX020.
           COPY CPPX021.
           COPY CPPX023.
           COPY CPPX048.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.
           COPY GERX001.
           COPY GERX002.
           COPY LOGACESS.SEL.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-CONTAGEM ASSIGN TO PATH-CONTAGEM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-CONTAGEM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.
       COPY CXPW001.
       COPY CXPW002.
       COPY CXPW031.
       COPY CXPW033.
       COPY CAPW020.
       COPY CPPW020.
       COPY CPPW021.
       COPY CPPW023.
       COPY CPPW048.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.
       COPY GERW001.
       COPY GERW002.
       COPY LOGACESS.FD.

       FD  ARQ-PARAM.
       01  LINHA-PARAM              PIC X(10).

       FD  ARQ-CONTAGEM.
       01  LINHA-CONTAGEM           PIC X(60).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

           05  ST-CXD001             PIC XX       VALUE SPACES.
           05  ST-CXD002             PIC XX       VALUE SPACES.
           05  ST-CXD031             PIC XX       VALUE SPACES.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD048             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  JRN-OPERACAO-W        PIC X        VALUE SPACE.
           05  ANTES-IMAGEM-W        PIC X(300)   VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-CONTAGEM           PIC XX       VALUE SPACES.
           05  ST-CXD033             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-CONTAGEM         PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-CAIXA-W          PIC 9(8)     VALUE ZEROS.
                   15  GRP-SAIDAS-TB     PIC 9(10)V99.
           05  GRUPO-REL-W           PIC 9(3)     VALUE ZEROS.

      *    Fundo fixo: reposicao pendente, gasto por grupo desde a
      *    reposicao anterior (grupo + 1, como TB-GRUPOS) e o
      *    lancamento de entrada das reposicoes pagas.
           05  TEM-FUNDO-W           PIC 9        VALUE ZEROS.
           05  TEM-PENDENTE-W        PIC 9        VALUE ZEROS.
           05  FORNEC-PEND-W         PIC 9(6)     VALUE ZEROS.
           05  SEQ-PEND-W            PIC 9(5)     VALUE ZEROS.
           05  PROX-SEQ-LCTO-W       PIC 9(4)     VALUE ZEROS.
           05  ULT-FIM-REPOS-W       PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-REPOS-W      PIC 9(8)     VALUE ZEROS.
           05  VALOR-REPOS-W         PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-CREDITO-W       PIC 9(8)V99  VALUE ZEROS.
           05  TOT-GASTO-REPOS-W     PIC 9(10)V99 VALUE ZEROS.
           05  TITULO-OK-W           PIC 9        VALUE ZEROS.
           05  QT-REPOS-CRED-W       PIC 9(3)     VALUE ZEROS.
           05  TB-GASTOS-FUNDO.
               10  TB-GASTO-OCORRE OCCURS 100.
                   15  GASTO-GRUPO-TB    PIC 9(10)V99.

      *    Contagem do numerario e quebra de caixa
           05  CAMPO1-X              PIC X(01)    VALUE SPACES.
           05  CAMPO2-X              PIC X(40)    VALUE SPACES.
           05  CAMPO3-X              PIC X(12)    VALUE SPACES.
           05  VALOR-CENT-W          PIC 9(10)    VALUE ZEROS.
           05  QTDE-DENOM-W          PIC 9(06)    VALUE ZEROS.
           05  FACE-DENOM-W          PIC 9(08)V99 VALUE ZEROS.
           05  TOTAL-DENOM-W         PIC 9(08)V99 VALUE ZEROS.
           05  CONTAGEM-ERRO-W       PIC 9        VALUE ZEROS.
           05  NR-LINHA-CNT-W        PIC 9(3)     VALUE ZEROS.
           05  DIFERENCA-W           PIC S9(08)V99 VALUE ZEROS.
           05  DIFERENCA-ABS-W       PIC 9(08)V99 VALUE ZEROS.
           05  LIMITE-QUEBRA-W       PIC 9(06)V99 VALUE ZEROS.
           05  SUPERVISOR-W          PIC X(06)    VALUE SPACES.
           05  ACHEI                 PIC X        VALUE "N".
           05  OPERACAO-NEG-W        PIC X(20)    VALUE SPACES.

      *    Lancamentos de baixa do dia (FORNEC > 0), p/ o confronto
      *    com CPD023 nos dois sentidos.
           05  QT-BAIXAS-CX-W        PIC 9(4)     VALUE ZEROS.
           05  VALOR-S-E             PIC ---.---.--9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "CXD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD001
           MOVE "CXD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD002
           MOVE "CXD031"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD031
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "CPD048"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD048
           MOVE "LOG001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE SPACES TO PATH-LOG004
           STRING "\" EMP-REC "\JR" WS-DATA-CPU(1: 8)
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "CXD033"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD033
           MOVE "GED001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED001
           MOVE "GED002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED002
           MOVE "FCHCX02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "CNTCX02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CONTAGEM
           MOVE "RELCX02" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CXB002"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
              CLOSE ARQ-PARAM
           END-IF

           OPEN INPUT CXD031 CPD023 CAD020 GED001 GED002
           OPEN I-O   CXD001 CXD002 CPD020 CPD021 CPD048 CXD033
                      LOG001 LOG003 LOG004
           IF ST-CXD033 = "35"
              CLOSE CXD033      OPEN OUTPUT CXD033
              CLOSE CXD033      OPEN I-O CXD033
           END-IF
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           IF ST-CPD048 = "35"
              CLOSE CPD048      OPEN OUTPUT CPD048
              CLOSE CPD048      OPEN I-O CPD048
           END-IF
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF
           PERFORM ACHA-SEQ-JORNAL
           OPEN OUTPUT ARQ-RELAT

           IF ST-CXD001 <> "00" OR ST-CXD002 <> "00"
              DISPLAY "ERRO ABERTURA CPD023: " ST-CPD023
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CPD020 <> "00" OR ST-CPD021 <> "00" OR
              ST-CPD048 <> "00" OR ST-LOG001 <> "00" OR
              ST-CXD033 <> "00"
              DISPLAY "ERRO ABERTURA CPD020/021/048 CXD033 LOG001"
              MOVE 1 TO ERRO-W
           END-IF.
      *    Sem CAD020 (ou sem valor de fundo) o caixa nao e de fundo
      *    fixo: fecha normal, sem reposicao; e sem limite de quebra
      *    toda quebra exige Supervisor.
           MOVE ZEROS TO TEM-FUNDO-W LIMITE-QUEBRA-W.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   INITIALIZE REG-CAD020
              NOT INVALID KEY
                   IF VALOR-FUNDO-FIXO-CA20 IS NUMERIC AND
                      VALOR-FUNDO-FIXO-CA20 > ZEROS
                      MOVE 1 TO TEM-FUNDO-W
                   END-IF
                   IF LIMITE-QUEBRA-CA20 IS NUMERIC
                      MOVE LIMITE-QUEBRA-CA20 TO LIMITE-QUEBRA-W
                   END-IF
              END-READ
           ELSE
              INITIALIZE REG-CAD020
           END-IF.

           IF ERRO-W = 0
              MOVE DATA-CAIXA-W TO DATA-CAIXA-CX02
           END-IF.

           IF ERRO-W = 0
              PERFORM CREDITA-REPOSICOES
              PERFORM TOTALIZA-DIA
              PERFORM CONFERE-CONTAGEM
           END-IF.
           IF ERRO-W = 0
              PERFORM IMPRIME-FOLHA
              PERFORM CONFRONTA-CPD023
              PERFORM CONFRONTA-CAIXA-SEM-BAIXA
              PERFORM FECHA-SESSAO
           END-IF.
           IF ERRO-W = 0 AND TEM-FUNDO-W = 1
              PERFORM VERIFICA-FUNDO-FIXO
           END-IF.

           CLOSE CXD001 CXD002 CXD031 CPD023 LOG003 ARQ-RELAT
                 CAD020 CPD020 CPD021 CPD048 LOG001 LOG004
                 CXD033 GED001 GED002.

           DISPLAY "LANCAMENTOS DO DIA...............: " QT-LCTOS-W.
           DISPLAY "DIVERGENCIAS CAIXA X CPD023......: " QT-DIVERG-W.
           DISPLAY "REPOSICOES CREDITADAS NO CAIXA...: "
                   QT-REPOS-CRED-W.
           DISPLAY "REPOSICAO DO FUNDO FIXO GERADA...: " VALOR-REPOS-W.
           MOVE DIFERENCA-W TO VALOR-S-E.
           DISPLAY "QUEBRA DE CAIXA..................: " VALOR-S-E.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
                 MOVE REG-CXD002  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-REWRITE.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "DIA FECHADO - NENHUM LANCAMENTO NOVO SERA ACEITO" TO
                REG-RELAT
           WRITE REG-RELAT.

       CREDITA-REPOSICOES SECTION.
      *    Reposicoes do fundo fixo aguardando pagamento: titulo pago
      *    vira entrada no caixa do dia que esta fechando; titulo
      *    excluido/cancelado encerra a reposicao; as demais seguem
      *    pendentes (e seguram uma reposicao nova).
           MOVE ZEROS TO TEM-PENDENTE-W QT-REPOS-CRED-W
                         PROX-SEQ-LCTO-W.
           MOVE ZEROS TO FORNEC-CP48 SEQ-CP48.
           START CPD048 KEY IS NOT < CHAVE-CP48 INVALID KEY
                 MOVE "10" TO ST-CPD048.
           PERFORM UNTIL ST-CPD048 = "10"
              READ CPD048 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD048
              NOT AT END
                   IF SITUACAO-CP48 = 0
                      PERFORM CONFERE-REPOSICAO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD048.

       CONFERE-REPOSICAO SECTION.
           MOVE FORNEC-CP48 TO FORNEC-CP20.
           MOVE SEQ-CP48    TO SEQ-CP20.
           READ CPD020 INVALID KEY
                MOVE 3 TO SITUACAO-CP20.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              MOVE 2 TO SITUACAO-CP48
              PERFORM REGRAVA-REPOSICAO
              MOVE SPACES TO REG-RELAT
              MOVE "REPOSICAO DO FUNDO FIXO COM TITULO CANCELADO "
                   TO REG-RELAT(01: 45)
              PERFORM DETALHE-REPOSICAO
              GO CONFERE-REPOSICAO-FIM.
           IF SITUACAO-CP20 NOT = 2
              MOVE 1           TO TEM-PENDENTE-W
              MOVE FORNEC-CP48 TO FORNEC-PEND-W
              MOVE SEQ-CP48    TO SEQ-PEND-W
              GO CONFERE-REPOSICAO-FIM.
      *    Pago: entrada no caixa pelo valor pago (liquido qdo houver,
      *    como CPB033).
           IF VALOR-LIQ-CP20 > ZEROS
              MOVE VALOR-LIQ-CP20 TO VALOR-CREDITO-W
           ELSE
              MOVE VALOR-TOT-CP20 TO VALOR-CREDITO-W
           END-IF.
           IF PROX-SEQ-LCTO-W = ZEROS
              PERFORM ACHA-PROX-SEQ-LCTO.
           MOVE DATA-CAIXA-W         TO DATA-MOVTO-CX01.
           MOVE PROX-SEQ-LCTO-W      TO SEQ-LCTO-CX01.
           MOVE SEQ-CAIXA-W          TO SEQ-CAIXA-CX01.
           MOVE TIPO-LCTO-FUNDO-CA20 TO TIPO-LCTO-CX01.
           MOVE "E"                  TO TIPO-DC-CX01.
           MOVE VALOR-CREDITO-W      TO VALOR-CX01.
           MOVE "REPOSICAO DO FUNDO FIXO"  TO HISTORICO-CX01.
           MOVE FORNEC-CP48          TO FORNEC-CP20-CX01.
           MOVE SEQ-CP48             TO SEQ-CP20-CX01.
           MOVE USUARIO-W            TO USUARIO-CX01.
           MOVE ZEROS                TO NR-RECIBO-CX01.
           WRITE REG-CXD001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CXD001: " ST-CXD001
                 MOVE 1 TO ERRO-W
                 GO CONFERE-REPOSICAO-FIM.
           MOVE "I"        TO LOG3-OPERACAO
           MOVE "CXD001"   TO LOG3-ARQUIVO
           MOVE REG-CXD001 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG.
           MOVE 1                TO SITUACAO-CP48.
           MOVE DATA-CAIXA-W     TO DATA-CREDITO-CP48.
           MOVE PROX-SEQ-LCTO-W  TO SEQ-LCTO-CX-CP48.
           ADD 1 TO PROX-SEQ-LCTO-W QT-REPOS-CRED-W.
           PERFORM REGRAVA-REPOSICAO.
           MOVE SPACES TO REG-RELAT
           MOVE "REPOSICAO DO FUNDO FIXO CREDITADA NO CAIXA"
                TO REG-RELAT(01: 42)
           PERFORM DETALHE-REPOSICAO.
       CONFERE-REPOSICAO-FIM.
           EXIT.

       REGRAVA-REPOSICAO SECTION.
           REWRITE REG-CPD048 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CPD048: " ST-CPD048
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CPD048"   TO LOG3-ARQUIVO
                 MOVE REG-CPD048 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-REWRITE.

       DETALHE-REPOSICAO SECTION.
           MOVE FORNEC-CP48 TO REG-RELAT(47: 06)
           MOVE "/"         TO REG-RELAT(53: 01)
           MOVE SEQ-CP48    TO REG-RELAT(54: 05)
           MOVE VALOR-REPOS-CP48 TO VALOR-E
           MOVE VALOR-E     TO REG-RELAT(60: 15)
           WRITE REG-RELAT.

       ACHA-PROX-SEQ-LCTO SECTION.
      *    Ultima sequencia de lancamento do dia + 1 (como CXB001).
           MOVE ZEROS        TO PROX-SEQ-LCTO-W SEQ-LCTO-CX01.
           MOVE DATA-CAIXA-W TO DATA-MOVTO-CX01.
           START CXD001 KEY IS NOT < CHAVE-CX01 INVALID KEY
                 MOVE "10" TO ST-CXD001.
           PERFORM UNTIL ST-CXD001 = "10"
              READ CXD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD001
              NOT AT END
                   IF DATA-MOVTO-CX01 NOT = DATA-CAIXA-W
                      MOVE "10" TO ST-CXD001
                   ELSE
                      MOVE SEQ-LCTO-CX01 TO PROX-SEQ-LCTO-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD001.
           ADD 1 TO PROX-SEQ-LCTO-W.

       VERIFICA-FUNDO-FIXO SECTION.
      *    Dia fechado abaixo do piso: titulo de reposicao ate o
      *    valor do fundo, com o gasto por grupo desde a reposicao
      *    anterior em CPD048.
           MOVE ZEROS TO VALOR-REPOS-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "FUNDO FIXO DO CAIXA - VALOR " TO REG-RELAT(01: 28)
           MOVE VALOR-FUNDO-FIXO-CA20 TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(29: 15)
           MOVE "  PISO " TO REG-RELAT(44: 07)
           MOVE PISO-FUNDO-FIXO-CA20 TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(51: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           IF SALDO-FINAL-W NOT < PISO-FUNDO-FIXO-CA20
              MOVE "SALDO FINAL NAO ABAIXO DO PISO - SEM REPOSICAO"
                   TO REG-RELAT(01: 46)
              WRITE REG-RELAT
              GO VERIFICA-FUNDO-FIXO-FIM.
           IF TEM-PENDENTE-W = 1
              MOVE "REPOSICAO ANTERIOR AINDA NAO PAGA - TITULO "
                   TO REG-RELAT(01: 43)
              MOVE FORNEC-PEND-W TO REG-RELAT(44: 06)
              MOVE "/"           TO REG-RELAT(50: 01)
              MOVE SEQ-PEND-W    TO REG-RELAT(51: 05)
              WRITE REG-RELAT
              GO VERIFICA-FUNDO-FIXO-FIM.
           IF FORNEC-FUNDO-CA20 NOT NUMERIC OR
              FORNEC-FUNDO-CA20 = ZEROS
              MOVE "CREDOR DO FUNDO FIXO NAO INFORMADO (CAP020) - SEM"
                   TO REG-RELAT(01: 49)
              MOVE " REPOSICAO" TO REG-RELAT(50: 10)
              WRITE REG-RELAT
              DISPLAY "FUNDO FIXO SEM CREDOR NO CAD020"
              GO VERIFICA-FUNDO-FIXO-FIM.
           COMPUTE VALOR-REPOS-W = VALOR-FUNDO-FIXO-CA20 -
                                   SALDO-FINAL-W.
           PERFORM ACHA-ULT-REPOSICAO.
           PERFORM SOMA-GASTOS-PERIODO.
           PERFORM GRAVA-TITULO-REPOSICAO.
           IF TITULO-OK-W = 1
              PERFORM GRAVA-REPOSICAO
           ELSE
              MOVE ZEROS TO VALOR-REPOS-W
           END-IF.
       VERIFICA-FUNDO-FIXO-FIM.
           EXIT.

       ACHA-ULT-REPOSICAO SECTION.
      *    Fechamento da ultima reposicao valida (nao cancelada).
           MOVE ZEROS TO ULT-FIM-REPOS-W DATA-FIM-CP48.
           START CPD048 KEY IS NOT < DATA-FIM-CP48 INVALID KEY
                 MOVE "10" TO ST-CPD048.
           PERFORM UNTIL ST-CPD048 = "10"
              READ CPD048 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD048
              NOT AT END
                   IF SITUACAO-CP48 NOT = 2
                      MOVE DATA-FIM-CP48 TO ULT-FIM-REPOS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD048.

       SOMA-GASTOS-PERIODO SECTION.
      *    Saidas do caixa depois do dia da reposicao anterior ate o
      *    dia fechado, por grupo de CXD031.
           INITIALIZE TB-GASTOS-FUNDO.
           MOVE ZEROS TO TOT-GASTO-REPOS-W DATA-INI-REPOS-W.
           MOVE ULT-FIM-REPOS-W TO DATA-MOVTO-CX01.
           MOVE ZEROS           TO SEQ-LCTO-CX01.
           START CXD001 KEY IS NOT < CHAVE-CX01 INVALID KEY
                 MOVE "10" TO ST-CXD001.
           PERFORM UNTIL ST-CXD001 = "10"
              READ CXD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CXD001
              NOT AT END
                   IF DATA-MOVTO-CX01 > DATA-CAIXA-W
                      MOVE "10" TO ST-CXD001
                   ELSE
                      IF DATA-MOVTO-CX01 > ULT-FIM-REPOS-W
                         PERFORM ACUMULA-GASTO-FUNDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CXD001.
           IF DATA-INI-REPOS-W = ZEROS
              MOVE DATA-CAIXA-W TO DATA-INI-REPOS-W.

       ACUMULA-GASTO-FUNDO SECTION.
           IF DATA-INI-REPOS-W = ZEROS
              MOVE DATA-MOVTO-CX01 TO DATA-INI-REPOS-W.
           IF TIPO-DC-CX01 NOT = "S"
              GO ACUMULA-GASTO-FUNDO-FIM.
           MOVE TIPO-LCTO-CX01 TO TIPO-LCTO-CX31.
           READ CXD031 INVALID KEY
                MOVE ZEROS TO GRUPO-CX31
           END-READ.
           ADD VALOR-CX01 TO GASTO-GRUPO-TB(GRUPO-CX31 + 1)
                             TOT-GASTO-REPOS-W.
       ACUMULA-GASTO-FUNDO-FIM.
           EXIT.

       GRAVA-TITULO-REPOSICAO SECTION.
           MOVE ZEROS TO TITULO-OK-W.
           INITIALIZE REG-CPD020.
           MOVE FORNEC-FUNDO-CA20 TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21        TO SEQ-CP20.
           MOVE SPACES          TO NR-DOCTO-CP20.
           STRING "FF" DATA-CAIXA-W DELIMITED BY SIZE
                  INTO NR-DOCTO-CP20.
           MOVE ZEROS           TO TIPO-FORN-CP20 SEQ-CAIXA-CP20
                                   NR-PARCELA-CP20 NR-BORDERO-CP20
                                   SIT-REMESSA-CP20 SITUACAO-CP20
                                   LIBERADO-CP20 VALOR-LIQ-CP20
                                   TAXA-APLIC-CP20 DATA-PGTO-CP20
                                   MULTA-ATRASO-CP20 JUROS-MORA-CP20.
           MOVE PORTADOR-FUNDO-CA20 TO PORTADOR-CP20.
           MOVE CONTA-FUNDO-CA20    TO CODREDUZ-APUR-CP20.
           MOVE DATA-CAIXA-W    TO DATA-MOVTO-CP20 DATA-EMISSAO-CP20
                                   DATA-VENCTO-CP20.
           MOVE SPACES          TO DESCRICAO-CP20 RESPONSAVEL-CP20
                                   LINHA-DIGITAVEL-CP20
                                   PATH-DOCTO-CP20.
           MOVE "REPOSICAO DO FUNDO FIXO DE CAIXA" TO DESCRICAO-CP20.
           MOVE 0               TO TIPO-MOEDA-CP20 TIPO-CONTA-CP20
                                   PREV-DEF-CP20.
           MOVE DATA-CAIXA-W(1: 6) TO COMPETENCIA-CP20.
           MOVE VALOR-REPOS-W   TO VALOR-TOT-CP20.
           MOVE USUARIO-W       TO DIGITADOR-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           WRITE REG-CPD020 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD020: " ST-CPD020
                         " FORNEC " FORNEC-FUNDO-CA20
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE 1          TO TITULO-OK-W
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD020"   TO LOG3-ARQUIVO
                 MOVE REG-CPD020 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE SPACES TO ANTES-IMAGEM-W
                 MOVE "I" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.

       GRAVA-REPOSICAO SECTION.
           INITIALIZE REG-CPD048.
           MOVE FORNEC-CP20           TO FORNEC-CP48.
           MOVE SEQ-CP20              TO SEQ-CP48.
           MOVE DATA-INI-REPOS-W      TO DATA-INI-CP48.
           MOVE DATA-CAIXA-W          TO DATA-FIM-CP48.
           MOVE SALDO-FINAL-W         TO SALDO-FINAL-CP48.
           MOVE VALOR-FUNDO-FIXO-CA20 TO VALOR-FUNDO-CP48.
           MOVE VALOR-REPOS-W         TO VALOR-REPOS-CP48.
           MOVE ZEROS TO QT-GRUPOS-CP48 SITUACAO-CP48
                         DATA-CREDITO-CP48 SEQ-LCTO-CX-CP48.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 100
              IF GASTO-GRUPO-TB(I) > ZEROS
                 IF QT-GRUPOS-CP48 < 30
                    ADD 1 TO QT-GRUPOS-CP48
                    COMPUTE GRUPO-CP48(QT-GRUPOS-CP48) = I - 1
                 END-IF
                 ADD GASTO-GRUPO-TB(I) TO
                     VALOR-GRUPO-CP48(QT-GRUPOS-CP48)
              END-IF
           END-PERFORM.
           WRITE REG-CPD048 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CPD048: " ST-CPD048
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CPD048"   TO LOG3-ARQUIVO
                 MOVE REG-CPD048 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
           MOVE SPACES TO REG-RELAT
           MOVE "TITULO DE REPOSICAO GERADO" TO REG-RELAT(01: 26)
           PERFORM DETALHE-REPOSICAO.
           MOVE SPACES TO REG-RELAT
           MOVE "GASTOS DE " TO REG-RELAT(01: 10)
           MOVE DATA-INI-CP48 TO DATA-E
           MOVE DATA-E        TO REG-RELAT(11: 10)
           MOVE " A "         TO REG-RELAT(21: 03)
           MOVE DATA-FIM-CP48 TO DATA-E
           MOVE DATA-E        TO REG-RELAT(24: 10)
           MOVE " - SALDO FINAL " TO REG-RELAT(34: 15)
           MOVE SALDO-FINAL-CP48 TO VALOR-S-E
           MOVE VALOR-S-E     TO REG-RELAT(49: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "GRUPO           GASTO" TO REG-RELAT(01: 21)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-GRUPOS-CP48
              MOVE SPACES TO REG-RELAT
              MOVE GRUPO-CP48(I)       TO REG-RELAT(01: 02)
              MOVE VALOR-GRUPO-CP48(I) TO VALOR-E
              MOVE VALOR-E             TO REG-RELAT(10: 15)
              WRITE REG-RELAT
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GASTO" TO REG-RELAT(01: 11)
           MOVE TOT-GASTO-REPOS-W TO VALOR-E
           MOVE VALOR-E       TO REG-RELAT(10: 15)
           WRITE REG-RELAT.

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
           MOVE "CXB002"    TO LOG1-PROGRAMA
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
           MOVE "CXB002"    TO LOG3-PROGRAMA
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
           MOVE "CXB002"        TO LOG4-PROGRAMA.
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

       CONFERE-CONTAGEM SECTION.
      *    Contagem da gaveta x saldo calculado. Qualquer problema
      *    (sem contagem, linha invalida, quebra sem motivo, quebra
      *    acima do limite sem Supervisor) deixa o dia aberto.
           MOVE ZEROS TO DIFERENCA-W.
           MOVE DATA-CAIXA-W TO DATA-CAIXA-CX33.
           READ CXD033 NOT INVALID KEY
                MOVE DIFERENCA-CX33 TO DIFERENCA-W
                MOVE SPACES TO REG-RELAT
                MOVE "CONTAGEM DO NUMERARIO JA REGISTRADA P/ O DIA"
                     TO REG-RELAT(01: 44)
                WRITE REG-RELAT
                GO CONFERE-CONTAGEM-FIM.
           INITIALIZE REG-CXD033.
           MOVE DATA-CAIXA-W  TO DATA-CAIXA-CX33.
           MOVE SEQ-CAIXA-W   TO SEQ-CAIXA-CX33.
           MOVE SALDO-FINAL-W TO SALDO-CALC-CX33.
           MOVE SPACES TO MOTIVO-CX33 OPERADOR-CX33 SUPERVISOR-W.
           MOVE ZEROS  TO CONTAGEM-ERRO-W NR-LINHA-CNT-W.
           MOVE SPACES TO REG-RELAT
           MOVE "CONTAGEM DO NUMERARIO" TO REG-RELAT(01: 21)
           WRITE REG-RELAT
           OPEN INPUT ARQ-CONTAGEM
           IF ST-CONTAGEM <> "00"
              MOVE SPACES TO REG-RELAT
              MOVE "CONTAGEM NAO INFORMADA (CNTCX02) - DIA NAO FECHADO"
                   TO REG-RELAT(01: 51)
              WRITE REG-RELAT
              DISPLAY "CONTAGEM DO NUMERARIO NAO INFORMADA (CNTCX02)"
              MOVE 1 TO ERRO-W
              GO CONFERE-CONTAGEM-FIM.
           PERFORM UNTIL ST-CONTAGEM = "10"
              READ ARQ-CONTAGEM AT END
                   MOVE "10" TO ST-CONTAGEM
              NOT AT END
                   ADD 1 TO NR-LINHA-CNT-W
                   PERFORM LE-LINHA-CONTAGEM
              END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
           IF OPERADOR-CX33 = SPACES
              MOVE SPACES TO REG-RELAT
              MOVE "OPERADOR (LINHA O) NAO INFORMADO NA CONTAGEM"
                   TO REG-RELAT(01: 44)
              WRITE REG-RELAT
              MOVE 1 TO CONTAGEM-ERRO-W.
           IF CONTAGEM-ERRO-W = 1
              DISPLAY "CONTAGEM DO NUMERARIO INVALIDA - VER RELCX02"
              MOVE 1 TO ERRO-W
              GO CONFERE-CONTAGEM-FIM.

           COMPUTE VALOR-CONTADO-CX33 = TOTAL-NOTAS-CX33 +
                   TOTAL-MOEDAS-CX33 + TOTAL-CHEQUES-CX33.
           COMPUTE DIFERENCA-W = VALOR-CONTADO-CX33 - SALDO-FINAL-W.
           MOVE DIFERENCA-W TO DIFERENCA-CX33.
           PERFORM IMPRIME-CONTAGEM.
           IF DIFERENCA-W = ZEROS
              GO CONFERE-CONTAGEM-GRAVA.

           IF MOTIVO-CX33 = SPACES
              MOVE SPACES TO REG-RELAT
              MOVE "QUEBRA DE CAIXA SEM MOTIVO (LINHA R) - DIA NAO FEC"
                   TO REG-RELAT(01: 50)
              MOVE "HADO" TO REG-RELAT(51: 04)
              WRITE REG-RELAT
              DISPLAY "QUEBRA DE CAIXA SEM MOTIVO"
              MOVE 1 TO ERRO-W
              GO CONFERE-CONTAGEM-FIM.
           IF DIFERENCA-W < ZEROS
              COMPUTE DIFERENCA-ABS-W = ZEROS - DIFERENCA-W
           ELSE
              MOVE DIFERENCA-W TO DIFERENCA-ABS-W
           END-IF.
           IF DIFERENCA-ABS-W > LIMITE-QUEBRA-W
              MOVE "N" TO ACHEI
              IF SUPERVISOR-W NOT = SPACES
                 PERFORM VERIFICA-SUPERVISOR
              END-IF
              IF ACHEI = "N"
                 MOVE SPACES TO REG-RELAT
                 MOVE "QUEBRA ACIMA DO LIMITE SEM APROVACAO DE SUPERVI"
                      TO REG-RELAT(01: 47)
                 MOVE "SOR - DIA NAO FECHADO" TO REG-RELAT(48: 21)
                 WRITE REG-RELAT
                 DISPLAY "QUEBRA ACIMA DO LIMITE EXIGE SUPERVISOR"
                 MOVE "QUEBRA DE CAIXA" TO OPERACAO-NEG-W
                 PERFORM GRAVA-EVENTO-NEGADO
                 MOVE 1 TO ERRO-W
                 GO CONFERE-CONTAGEM-FIM
              END-IF
              MOVE SUPERVISOR-W TO SUPERVISOR-CX33
              MOVE SPACES TO REG-RELAT
              MOVE "QUEBRA ACIMA DO LIMITE APROVADA PELO SUPERVISOR "
                   TO REG-RELAT(01: 48)
              MOVE SUPERVISOR-W TO REG-RELAT(49: 06)
              WRITE REG-RELAT
           END-IF.
           PERFORM GRAVA-LANCAMENTO-QUEBRA.
       CONFERE-CONTAGEM-GRAVA.
           IF ERRO-W = 1
              GO CONFERE-CONTAGEM-FIM.
           WRITE REG-CXD033 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CXD033: " ST-CXD033
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CXD033"   TO LOG3-ARQUIVO
                 MOVE REG-CXD033 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
       CONFERE-CONTAGEM-FIM.
           EXIT.

       LE-LINHA-CONTAGEM SECTION.
           MOVE SPACES TO CAMPO1-X CAMPO2-X CAMPO3-X.
           UNSTRING LINHA-CONTAGEM DELIMITED BY ";"
                INTO CAMPO1-X CAMPO2-X CAMPO3-X
           END-UNSTRING.
           EVALUATE CAMPO1-X
             WHEN "O"
                  MOVE CAMPO2-X TO OPERADOR-CX33
             WHEN "R"
                  MOVE CAMPO2-X TO MOTIVO-CX33
             WHEN "S"
                  MOVE CAMPO2-X TO SUPERVISOR-W
             WHEN "N"
             WHEN "M"
             WHEN "C"
                  PERFORM ACUMULA-DENOMINACAO
             WHEN OTHER
                  IF LINHA-CONTAGEM NOT = SPACES
                     MOVE SPACES TO REG-RELAT
                     MOVE "LINHA "        TO REG-RELAT(01: 06)
                     MOVE NR-LINHA-CNT-W  TO REG-RELAT(07: 03)
                     MOVE " TIPO INVALIDO (USE O N M C R S)"
                          TO REG-RELAT(10: 32)
                     WRITE REG-RELAT
                     MOVE 1 TO CONTAGEM-ERRO-W
                  END-IF
           END-EVALUATE.

       ACUMULA-DENOMINACAO SECTION.
           IF CAMPO2-X(1: 10) NOT NUMERIC OR CAMPO3-X(1: 6) NOT NUMERIC
              OR QT-DENOM-CX33 NOT < 25
              MOVE SPACES TO REG-RELAT
              MOVE "LINHA "        TO REG-RELAT(01: 06)
              MOVE NR-LINHA-CNT-W  TO REG-RELAT(07: 03)
              MOVE " VALOR/QTDE INVALIDO OU MAIS DE 25 ITENS"
                   TO REG-RELAT(10: 40)
              WRITE REG-RELAT
              MOVE 1 TO CONTAGEM-ERRO-W
              GO ACUMULA-DENOMINACAO-FIM.
           MOVE CAMPO2-X(1: 10) TO VALOR-CENT-W.
           COMPUTE FACE-DENOM-W = VALOR-CENT-W / 100.
           MOVE CAMPO3-X(1: 6)  TO QTDE-DENOM-W.
           COMPUTE TOTAL-DENOM-W = FACE-DENOM-W * QTDE-DENOM-W.
           ADD 1 TO QT-DENOM-CX33.
           MOVE CAMPO1-X     TO TIPO-DENOM-CX33(QT-DENOM-CX33).
           MOVE FACE-DENOM-W TO FACE-DENOM-CX33(QT-DENOM-CX33).
           MOVE QTDE-DENOM-W TO QTDE-DENOM-CX33(QT-DENOM-CX33).
           EVALUATE CAMPO1-X
             WHEN "N" ADD TOTAL-DENOM-W TO TOTAL-NOTAS-CX33
             WHEN "M" ADD TOTAL-DENOM-W TO TOTAL-MOEDAS-CX33
             WHEN "C" ADD TOTAL-DENOM-W TO TOTAL-CHEQUES-CX33
           END-EVALUATE.
       ACUMULA-DENOMINACAO-FIM.
           EXIT.

       IMPRIME-CONTAGEM SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "TIPO       FACE    QTDE          TOTAL" TO
                REG-RELAT(01: 39)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-DENOM-CX33
              MOVE SPACES TO REG-RELAT
              MOVE TIPO-DENOM-CX33(I) TO REG-RELAT(01: 01)
              MOVE FACE-DENOM-CX33(I) TO VALOR-E
              MOVE VALOR-E            TO REG-RELAT(03: 15)
              MOVE QTDE-DENOM-CX33(I) TO REG-RELAT(19: 06)
              COMPUTE TOTAL-DENOM-W = FACE-DENOM-CX33(I) *
                                      QTDE-DENOM-CX33(I)
              MOVE TOTAL-DENOM-W      TO VALOR-E
              MOVE VALOR-E            TO REG-RELAT(26: 15)
              WRITE REG-RELAT
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           MOVE "NOTAS...........: " TO REG-RELAT(01: 18)
           MOVE TOTAL-NOTAS-CX33     TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(26: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "MOEDAS..........: " TO REG-RELAT(01: 18)
           MOVE TOTAL-MOEDAS-CX33    TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(26: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "CHEQUES EM MAOS.: " TO REG-RELAT(01: 18)
           MOVE TOTAL-CHEQUES-CX33   TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(26: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL CONTADO...: " TO REG-RELAT(01: 18)
           MOVE VALOR-CONTADO-CX33   TO VALOR-E
           MOVE VALOR-E              TO REG-RELAT(26: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SALDO CALCULADO.: " TO REG-RELAT(01: 18)
           MOVE SALDO-CALC-CX33      TO VALOR-S-E
           MOVE VALOR-S-E            TO REG-RELAT(26: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "QUEBRA DE CAIXA.: " TO REG-RELAT(01: 18)
           MOVE DIFERENCA-W          TO VALOR-S-E
           MOVE VALOR-S-E            TO REG-RELAT(26: 15)
           IF DIFERENCA-W > ZEROS
              MOVE "SOBRA"           TO REG-RELAT(42: 05)
           END-IF
           IF DIFERENCA-W < ZEROS
              MOVE "FALTA"           TO REG-RELAT(42: 05)
           END-IF
           MOVE OPERADOR-CX33        TO REG-RELAT(49: 08)
           MOVE MOTIVO-CX33          TO REG-RELAT(58: 40)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.

       GRAVA-LANCAMENTO-QUEBRA SECTION.
      *    Sobra entra, falta sai - o saldo final do dia passa a ser
      *    o contado.
           IF PROX-SEQ-LCTO-W = ZEROS
              PERFORM ACHA-PROX-SEQ-LCTO.
           MOVE DATA-CAIXA-W          TO DATA-MOVTO-CX01.
           MOVE PROX-SEQ-LCTO-W       TO SEQ-LCTO-CX01.
           MOVE SEQ-CAIXA-W           TO SEQ-CAIXA-CX01.
           MOVE TIPO-LCTO-QUEBRA-CA20 TO TIPO-LCTO-CX01.
           IF DIFERENCA-W > ZEROS
              MOVE "E"                     TO TIPO-DC-CX01
              MOVE "QUEBRA DE CAIXA - SOBRA" TO HISTORICO-CX01
           ELSE
              MOVE "S"                     TO TIPO-DC-CX01
              MOVE "QUEBRA DE CAIXA - FALTA" TO HISTORICO-CX01
           END-IF.
           MOVE DIFERENCA-ABS-W       TO VALOR-CX01.
           MOVE ZEROS                 TO FORNEC-CP20-CX01 SEQ-CP20-CX01
                                         NR-RECIBO-CX01.
           MOVE OPERADOR-CX33         TO USUARIO-CX01.
           WRITE REG-CXD001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CXD001: " ST-CXD001
                 MOVE 1 TO ERRO-W
           NOT INVALID KEY
                 MOVE "I"        TO LOG3-OPERACAO
                 MOVE "CXD001"   TO LOG3-ARQUIVO
                 MOVE REG-CXD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 MOVE PROX-SEQ-LCTO-W TO SEQ-LCTO-CX33
                 ADD 1 TO PROX-SEQ-LCTO-W QT-LCTOS-W
                 PERFORM ACUMULA-LANCAMENTO
                 COMPUTE SALDO-FINAL-W = SALDO-ANTERIOR-CX02
                                 + TOT-ENTRADAS-W - TOT-SAIDAS-W
           END-WRITE.

       VERIFICA-SUPERVISOR SECTION.
      *    Mesma consulta de Supervisor em GED001/GED002 do
      *    LIBERA-TITULO de CPP020A, com o codigo informado na
      *    contagem.
           INITIALIZE REG-GED001.
           MOVE "N" TO ACHEI.
           IF ST-GED001 <> "00" OR ST-GED002 <> "00"
              GO VERIFICA-SUPERVISOR-FIM.
           MOVE "CXB002 - Fechamento do Caixa" TO PROGRAMA-GE01.
           START GED001 KEY IS NOT LESS ALT-GE01 INVALID KEY
               MOVE "10" TO ST-GED001.
           PERFORM UNTIL ST-GED001 = "10"
               READ GED001 NEXT AT END
                   MOVE "10" TO ST-GED001
               NOT AT END
                   IF "CXB002 - Fechamento do Caixa" <>
                      PROGRAMA-GE01
                      MOVE "10" TO ST-GED001
                   ELSE
                      MOVE USUARIO-GE01     TO USUARIO-C-GE02
                      MOVE SUPERVISOR-W     TO USUARIO-P-GE02
                      MOVE "CXB002 - Fechamento do Caixa" TO
                           PROGRAMA-GE02
                      MOVE SPACES           TO IDENTIFICACAO-GE02
                      READ GED002 NOT INVALID KEY
                           IF OPERACAO-GE02 = "Supervisor"
                              MOVE "S"      TO ACHEI
                              MOVE "10"     TO ST-GED001
                           END-IF
                      END-READ
                   END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO ST-GED001.
       VERIFICA-SUPERVISOR-FIM.
           EXIT.

       GRAVA-EVENTO-NEGADO SECTION.
      *    Tentativa barrada registrada em LOGACESS com status
      *    "NEGADO", p/ o relatorio CPB053.
           MOVE "LOGACESS" TO ARQ-REC.
           MOVE EMPRESA-REF TO ARQUIVO-LOGACESS.
           OPEN I-O LOGACESS.
           IF FS-LOGACESS = "35"
              CLOSE LOGACESS     OPEN OUTPUT LOGACESS
              CLOSE LOGACESS     OPEN I-O LOGACESS
           END-IF.
           IF FS-LOGACESS <> "00"
              GO GRAVA-EVENTO-NEGADO-FIM.
           MOVE OPERADOR-CX33 TO LOGACESS-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOGACESS-HORAS
           MOVE 1           TO LOGACESS-SEQUENCIA
           MOVE "CXB002"    TO LOGACESS-PROGRAMA
           MOVE "NEGADO"    TO LOGACESS-STATUS
           MOVE OPERACAO-NEG-W TO LOGACESS-COMPLEMENTO
           MOVE "10" TO FS-LOGACESS
           PERFORM UNTIL FS-LOGACESS = "00"
                WRITE REG-LOGACESS INVALID KEY
                    ADD 1 TO LOGACESS-SEQUENCIA
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
           EXIT.

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

       SELA-LOGACESS SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF FS-LOGACESS NOT = "00" AND FS-LOGACESS NOT = "02"
              GO SELA-LOGACESS-FIM.
           MOVE ARQUIVO-LOGACESS TO GECADEIA-PATH.
           MOVE REG-LOGACESS     TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOGACESS
                                    - LENGTH OF LOGACESS-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOGACESS-POSICAO
              MOVE GECADEIA-HASH    TO LOGACESS-HASH
           ELSE
              MOVE SPACES TO LOGACESS-SELO
           END-IF.
           REWRITE REG-LOGACESS INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO FS-LOGACESS.
       SELA-LOGACESS-FIM.
           EXIT.
