      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP041.
      *DATA: 15/10/2026
      *DESCRICAO: Relatorio de despesas de viagem (CPD041/CPD042) -
      *           o pessoal que viaja p/ formaturas em outras cidades
      *           entregava um monte de notas p/ reembolso. Um
      *           relatorio por funcionario (codigo em CGD001) e
      *           viagem, com o contrato (COD040, opcional) e o
      *           adiantamento dado p/ a viagem (CPD027 TIPO 0); cada
      *           linha com data, categoria (CPD043, que da a conta
      *           de apuracao), contrato, valor, historico e o
      *           caminho do comprovante digitalizado (como
      *           PATH-DOCTO-CP20). A cada linha gravada/excluida o
      *           total e refeito e cada linha e comparada com o
      *           limite diario da categoria (soma da categoria no
      *           dia); relatorio acima do limite aparece destacado
      *           ao aprovador.
      *           Quatro olhos, como no CAP021: o relatorio so segue
      *           p/ o reembolso (CPB095) depois que um SEGUNDO
      *           usuario, com a operacao Supervisor em GED002,
      *           aprovar; o supervisor tambem pode recusar (volta
      *           p/ correcao). Aprovado/reembolsado nao muda mais.
      *           Aprovacoes e recusas carimbadas em LOG001; toda
      *           mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX041.
           COPY CPPX042.
           COPY CPPX043.
           COPY CPPX027.
           COPY CGPX001.
           COPY COPX040.
           COPY LOGX001.
           COPY LOGX003.
           COPY GERX001.
           COPY GERX002.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW041.
       COPY CPPW042.
       COPY CPPW043.
       COPY CPPW027.
       COPY CGPW001.
       COPY COPW040.
       COPY LOGW001.
       COPY LOGW003.
       COPY GERW001.
       COPY GERW002.
       COPY LOGACESS.FD.

       WORKING-STORAGE SECTION.
           COPY "CPP041.CPB".
           COPY "CPP041.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD041             PIC XX       VALUE SPACES.
           05  ST-CPD042             PIC XX       VALUE SPACES.
           05  ST-CPD043             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  OPERACAO-NEG-W        PIC X(20)    VALUE SPACES.
           05  ACHEI                 PIC X(01)    VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
                  15 WS-MES-CPU      PIC 9(02).
                  15 WS-DIA-CPU      PIC 9(02).
               10 FILLER             PIC X(13).
           05  WS-HORA-SYS           PIC 9(08).
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  GRAVA-LINHA-W         PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ULT-RELAT-W           PIC 9(5)     VALUE ZEROS.
           05  NR-RELAT-W            PIC 9(5)     VALUE ZEROS.
           05  I                     PIC 9(3)     VALUE ZEROS.
           05  J                     PIC 9(3)     VALUE ZEROS.
           05  SOMA-DIA-W            PIC 9(08)V99 VALUE ZEROS.
           05  TOTAL-W               PIC 9(08)V99 VALUE ZEROS.
           05  ACIMA-W               PIC 9        VALUE ZEROS.

      *    Linhas do relatorio em memoria p/ a conferencia do limite
      *    diario (soma da categoria no dia), ate 300 linhas.
           05  QT-LINHAS-W           PIC 9(3)     VALUE ZEROS.
           05  TB-LINHAS.
               10  TB-LINHA-OCORRE OCCURS 300.
                   15  LIN-LINHA-TB      PIC 9(03).
                   15  LIN-DATA-TB       PIC 9(08).
                   15  LIN-CATEG-TB      PIC 9(02).
                   15  LIN-VALOR-TB      PIC 9(06)V99.
                   15  LIN-ACIMA-TB      PIC 9.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL CPP041-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP041-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP041-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP041-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD041.
           MOVE "CPD042" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD042.
           OPEN I-O CPD041 CPD042
           MOVE 1 TO GRAVA-W.
           IF ST-CPD041 = "35"
              CLOSE CPD041      OPEN OUTPUT CPD041
              CLOSE CPD041      OPEN I-O CPD041
           END-IF.
           IF ST-CPD042 = "35"
              CLOSE CPD042      OPEN OUTPUT CPD042
              CLOSE CPD042      OPEN I-O CPD042
           END-IF.
           IF ST-CPD041 <> "00"
              MOVE "ERRO ABERTURA CPD041: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-CPD041 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CPD042 <> "00"
              MOVE "ERRO ABERTURA CPD042: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-CPD042 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CPD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD043.
           MOVE "CPD027" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           OPEN INPUT CPD043 CPD027 CGD001 COD040
           IF ST-CPD043 <> "00"
              MOVE "CADASTRAR AS CATEGORIAS (CPP043): " TO
                                                   CPP041-MENSAGEM-ERRO
              MOVE ST-CPD043 TO CPP041-MENSAGEM-ERRO(35: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-CGD001 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-COD040 <> "00"
              MOVE "ERRO ABERTURA COD040: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-COD040 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Sem CPD027 (nenhum adiantamento ainda) o campo so aceita
      *    zeros.
           IF ST-CPD027 <> "00" AND ST-CPD027 <> "35"
              MOVE "ERRO ABERTURA CPD027: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-CPD027 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "GED001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED001.
           MOVE "GED002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED002.
           OPEN INPUT GED001 GED002
           IF ST-GED001 <> "00"
              MOVE "ERRO ABERTURA GED001: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-GED001 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-GED002 <> "00"
              MOVE "ERRO ABERTURA GED002: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-GED002 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           OPEN I-O LOG001
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           IF ST-LOG001 <> "00"
              MOVE "ERRO ABERTURA LOG001: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-LOG001 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP041-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP041-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP041-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP041-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP041-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP041-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP041-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP041-SAVE-LINHA-TRUE
                   PERFORM SALVAR-LINHA
               WHEN CPP041-LOAD-LINHA-TRUE
                   PERFORM CARREGAR-LINHA
               WHEN CPP041-EXCLUI-LINHA-TRUE
                   PERFORM EXCLUI-LINHA
               WHEN CPP041-APROVA-TRUE
                   PERFORM APROVA-RELATORIO
               WHEN CPP041-RECUSA-TRUE
                   PERFORM RECUSA-RELATORIO
               WHEN CPP041-LE-FUNCIONARIO-TRUE
                   PERFORM LE-FUNCIONARIO
               WHEN CPP041-LE-CATEGORIA-TRUE
                   PERFORM LE-CATEGORIA
               WHEN CPP041-LE-ADIANTAMENTO-TRUE
                   PERFORM LE-ADIANTAMENTO
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       LE-FUNCIONARIO SECTION.
           MOVE CPP041-FUNCIONARIO TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE NOME-CG01 TO CPP041-DESCR-FUNCIONARIO.

       LE-CATEGORIA SECTION.
           MOVE CPP041-CATEGORIA TO CATEGORIA-CP43.
           READ CPD043 INVALID KEY
                INITIALIZE REG-CPD043
                MOVE "********" TO DESCRICAO-CP43.
           MOVE DESCRICAO-CP43  TO CPP041-DESCR-CATEGORIA.
           MOVE LIMITE-DIA-CP43 TO CPP041-LIMITE-DIA.

       LE-ADIANTAMENTO SECTION.
      *    Adiantamento da viagem: TIPO 0 do proprio funcionario.
           MOVE ZEROS TO CPP041-SALDO-ADT ACHOU-W.
           IF CPP041-SEQ-ADT = ZEROS OR ST-CPD027 NOT = "00"
              GO LE-ADIANTAMENTO-FIM.
           MOVE CPP041-FUNCIONARIO TO FORNEC-CP27.
           MOVE CPP041-SEQ-ADT     TO SEQ-ADT-CP27.
           READ CPD027 INVALID KEY
                GO LE-ADIANTAMENTO-FIM.
           IF TIPO-CP27 = 0
              MOVE 1          TO ACHOU-W
              MOVE SALDO-CP27 TO CPP041-SALDO-ADT
           END-IF.
       LE-ADIANTAMENTO-FIM.
           EXIT.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP041-NR-RELAT     TO NR-RELAT-CP41
           READ CPD041 INVALID KEY INITIALIZE REG-CPD041
                                   MOVE CPP041-NR-RELAT TO
                                        NR-RELAT-CP41
                                   MOVE 1 TO GRAVA-W.
           PERFORM MOSTRA-CABECALHO.

       MOSTRA-CABECALHO SECTION.
           MOVE FORNEC-CP41           TO CPP041-FUNCIONARIO
           MOVE DESCRICAO-CP41        TO CPP041-DESCRICAO
           MOVE NR-CONTRATO-CP41      TO CPP041-CONTRATO
           MOVE DATA-INICIO-CP41      TO CPP041-DATA-INICIO
           MOVE DATA-FIM-CP41         TO CPP041-DATA-FIM
           MOVE SEQ-ADT-CP41          TO CPP041-SEQ-ADT
           MOVE VALOR-DESPESAS-CP41   TO CPP041-VALOR-DESPESAS
           MOVE VALOR-ADIANT-CP41     TO CPP041-VALOR-ADIANT
           MOVE VALOR-LIQUIDO-CP41    TO CPP041-VALOR-LIQUIDO
           MOVE SITUACAO-CP41         TO CPP041-SITUACAO
           MOVE USU-INCL-CP41         TO CPP041-USU-INCL
           MOVE USU-APROV-CP41        TO CPP041-USU-APROV
           MOVE SPACES                TO CPP041-ALERTA
           IF ACIMA-LIMITE-CP41 = 1
              MOVE "ACIMA DO LIMITE DIARIO DA POLITICA" TO
                                                   CPP041-ALERTA
           END-IF.
           PERFORM LE-FUNCIONARIO.
           PERFORM LE-ADIANTAMENTO.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF GRAVA-W = 0 AND
              (SITUACAO-CP41 = 1 OR SITUACAO-CP41 = 2)
              MOVE "RELATORIO APROVADO - NAO ALTERA" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-FUNCIONARIO.
           IF CPP041-DESCR-FUNCIONARIO = "********"
              MOVE "FUNCIONARIO NAO CADASTRADO EM CGD001" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
      *    O funcionario fica preso as linhas/adiantamento depois da
      *    primeira linha.
           IF GRAVA-W = 0 AND VALOR-DESPESAS-CP41 > ZEROS AND
              CPP041-FUNCIONARIO NOT = FORNEC-CP41
              MOVE "RELATORIO COM LINHAS - FUNCIONARIO NAO MUDA" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP041-DESCRICAO = SPACES
              MOVE "INFORME A VIAGEM (CIDADE/EVENTO)" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP041-DATA-INICIO = ZEROS OR
              CPP041-DATA-FIM < CPP041-DATA-INICIO
              MOVE "PERIODO DA VIAGEM INVALIDO" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP041-CONTRATO NOT = ZEROS
              MOVE CPP041-CONTRATO TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE "CONTRATO NAO CADASTRADO" TO
                                                   CPP041-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
                   GO SALVAR-DADOS-ERRO
              END-READ
           END-IF.
           IF CPP041-SEQ-ADT NOT = ZEROS
              PERFORM LE-ADIANTAMENTO
              IF ACHOU-W = 0
                 MOVE "ADIANTAMENTO NAO ENCONTRADO P/ O FUNCIONARIO"
                      TO CPP041-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO SALVAR-DADOS-ERRO
              END-IF
           END-IF.
           IF GRAVA-W = 1 AND CPP041-NR-RELAT = ZEROS
              PERFORM ACHA-PROX-RELAT
              MOVE ULT-RELAT-W TO CPP041-NR-RELAT
           END-IF.
           IF GRAVA-W = 1
              INITIALIZE REG-CPD041
              MOVE ZEROS TO VALOR-DESPESAS-CP41 VALOR-ADIANT-CP41
                            VALOR-LIQUIDO-CP41 ACIMA-LIMITE-CP41
                            DATA-APROV-CP41 FORNEC-TIT-CP41
                            SEQ-TIT-CP41
              MOVE SPACES TO USU-APROV-CP41
           END-IF.
           MOVE CPP041-NR-RELAT        TO NR-RELAT-CP41
           MOVE CPP041-FUNCIONARIO     TO FORNEC-CP41
           MOVE CPP041-DESCRICAO       TO DESCRICAO-CP41
           MOVE CPP041-CONTRATO        TO NR-CONTRATO-CP41
           MOVE CPP041-DATA-INICIO     TO DATA-INICIO-CP41
           MOVE CPP041-DATA-FIM        TO DATA-FIM-CP41
           MOVE CPP041-SEQ-ADT         TO SEQ-ADT-CP41
      *    Toda gravacao volta p/ aguardando aprovacao (inclusive o
      *    recusado corrigido), em nome de quem alterou.
           MOVE ZEROS                  TO SITUACAO-CP41
           MOVE COD-USUARIO-W          TO USU-INCL-CP41
           IF GRAVA-W = 1
              WRITE REG-CPD041
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP41
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD041
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP41
           END-REWRITE.
           PERFORM MOSTRA-CABECALHO.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       ACHA-PROX-RELAT SECTION.
           MOVE ZEROS TO NR-RELAT-CP41 ULT-RELAT-W.
           START CPD041 KEY IS NOT < NR-RELAT-CP41 INVALID KEY
                 MOVE "10" TO ST-CPD041.
           PERFORM UNTIL ST-CPD041 = "10"
              READ CPD041 NEXT RECORD AT END MOVE "10" TO ST-CPD041
              NOT AT END
                MOVE NR-RELAT-CP41 TO ULT-RELAT-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD041.
           ADD 1 TO ULT-RELAT-W.

       LE-RELATORIO SECTION.
      *    Cabecalho da tela p/ as operacoes de linha/aprovacao;
      *    ACHOU-W = 1 qdo existe.
           MOVE ZEROS TO ACHOU-W.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP41.
           READ CPD041 INVALID KEY
                MOVE "GRAVAR O RELATORIO ANTES DAS LINHAS" TO
                                                   CPP041-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
                MOVE 1 TO ACHOU-W
           END-READ.

       CARREGAR-LINHA SECTION.
           MOVE ZEROS TO GRAVA-LINHA-W.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP42.
           MOVE CPP041-LINHA    TO LINHA-CP42.
           READ CPD042 INVALID KEY
                INITIALIZE REG-CPD042
                MOVE 1 TO GRAVA-LINHA-W
                MOVE NR-CONTRATO-CP41 TO NR-CONTRATO-CP42.
           MOVE DATA-DESPESA-CP42     TO CPP041-DATA-DESPESA
           MOVE CATEGORIA-CP42        TO CPP041-CATEGORIA
           MOVE NR-CONTRATO-CP42      TO CPP041-CONTRATO-LINHA
           MOVE VALOR-CP42            TO CPP041-VALOR-LINHA
           MOVE HISTORICO-CP42        TO CPP041-HISTORICO
           MOVE PATH-COMPROV-CP42     TO CPP041-PATH-COMPROV
           MOVE SPACES                TO CPP041-ALERTA-LINHA
           IF ACIMA-LIMITE-CP42 = 1
              MOVE "CATEGORIA ACIMA DO LIMITE NO DIA" TO
                                                   CPP041-ALERTA-LINHA
           END-IF.
           PERFORM LE-CATEGORIA.

       SALVAR-LINHA SECTION.
           MOVE ZEROS TO ERRO-W.
           PERFORM LE-RELATORIO.
           IF ACHOU-W = 0
              GO SALVAR-LINHA-ERRO.
           IF SITUACAO-CP41 = 1 OR SITUACAO-CP41 = 2
              MOVE "RELATORIO APROVADO - NAO ALTERA" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-LINHA-ERRO.
           IF CPP041-LINHA = ZEROS
              MOVE "INFORME O NUMERO DA LINHA" TO CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-LINHA-ERRO.
           IF CPP041-DATA-DESPESA < DATA-INICIO-CP41 OR
              CPP041-DATA-DESPESA > DATA-FIM-CP41
              MOVE "DATA FORA DO PERIODO DA VIAGEM" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-LINHA-ERRO.
           PERFORM LE-CATEGORIA.
           IF CPP041-DESCR-CATEGORIA = "********"
              MOVE "CATEGORIA NAO CADASTRADA (CPP043)" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-LINHA-ERRO.
           IF CPP041-CONTRATO-LINHA NOT = ZEROS
              MOVE CPP041-CONTRATO-LINHA TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE "CONTRATO NAO CADASTRADO" TO
                                                   CPP041-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
                   GO SALVAR-LINHA-ERRO
              END-READ
           END-IF.
           IF CPP041-VALOR-LINHA = ZEROS
              MOVE "INFORME O VALOR" TO CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-LINHA-ERRO.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP42.
           MOVE CPP041-LINHA    TO LINHA-CP42.
           MOVE ZEROS TO GRAVA-LINHA-W.
           READ CPD042 INVALID KEY
                INITIALIZE REG-CPD042
                MOVE 1 TO GRAVA-LINHA-W.
           MOVE CPP041-NR-RELAT       TO NR-RELAT-CP42
           MOVE CPP041-LINHA          TO LINHA-CP42
           MOVE CPP041-DATA-DESPESA   TO DATA-DESPESA-CP42
           MOVE CPP041-CATEGORIA      TO CATEGORIA-CP42
           MOVE CODREDUZ-APUR-CP43    TO CODREDUZ-APUR-CP42
           MOVE CPP041-CONTRATO-LINHA TO NR-CONTRATO-CP42
           MOVE CPP041-VALOR-LINHA    TO VALOR-CP42
           MOVE CPP041-HISTORICO      TO HISTORICO-CP42
           MOVE CPP041-PATH-COMPROV   TO PATH-COMPROV-CP42
           IF GRAVA-LINHA-W = 1
              MOVE ZEROS TO ACIMA-LIMITE-CP42
              WRITE REG-CPD042
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP42
              END-WRITE
           ELSE REWRITE REG-CPD042
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP42
           END-REWRITE.
           PERFORM RECALCULA-RELATORIO.
           PERFORM CARREGAR-LINHA.
           GO SALVAR-LINHA-FIM.
       SALVAR-LINHA-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-LINHA-FIM.
           EXIT.

       EXCLUI-LINHA SECTION.
           PERFORM LE-RELATORIO.
           IF ACHOU-W = 0
              GO EXCLUI-LINHA-FIM.
           IF SITUACAO-CP41 = 1 OR SITUACAO-CP41 = 2
              MOVE "RELATORIO APROVADO - NAO ALTERA" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-LINHA-FIM.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP42.
           MOVE CPP041-LINHA    TO LINHA-CP42.
           READ CPD042 INVALID KEY
                MOVE "LINHA NAO ENCONTRADA" TO CPP041-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EXCLUI-LINHA-FIM.
           DELETE CPD042 NOT INVALID KEY
                MOVE "E" TO LOG3-OPERACAO
                PERFORM GRAVA-LOG-CP42
           END-DELETE.
           PERFORM RECALCULA-RELATORIO.
           PERFORM CARREGAR-LINHA.
       EXCLUI-LINHA-FIM.
           EXIT.

       RECALCULA-RELATORIO SECTION.
      *    Refaz o total do relatorio e a marca de limite de cada
      *    linha: soma da categoria no dia x LIMITE-DIA-CP43. O
      *    relatorio alterado volta p/ aguardando aprovacao.
           PERFORM CARREGA-TABELA-LINHAS.
           MOVE ZEROS TO TOTAL-W ACIMA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              ADD LIN-VALOR-TB(I) TO TOTAL-W
              MOVE ZEROS TO SOMA-DIA-W LIN-ACIMA-TB(I)
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > QT-LINHAS-W
                 IF LIN-DATA-TB(J)  = LIN-DATA-TB(I) AND
                    LIN-CATEG-TB(J) = LIN-CATEG-TB(I)
                    ADD LIN-VALOR-TB(J) TO SOMA-DIA-W
                 END-IF
              END-PERFORM
              MOVE LIN-CATEG-TB(I) TO CATEGORIA-CP43
              READ CPD043 INVALID KEY
                   MOVE ZEROS TO LIMITE-DIA-CP43
              END-READ
              IF LIMITE-DIA-CP43 > ZEROS AND
                 SOMA-DIA-W > LIMITE-DIA-CP43
                 MOVE 1 TO LIN-ACIMA-TB(I) ACIMA-W
              END-IF
              PERFORM ATUALIZA-MARCA-LINHA
           END-PERFORM.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP41.
           READ CPD041 INVALID KEY
                GO RECALCULA-RELATORIO-FIM.
           MOVE TOTAL-W         TO VALOR-DESPESAS-CP41.
           MOVE ACIMA-W         TO ACIMA-LIMITE-CP41.
           MOVE ZEROS           TO SITUACAO-CP41.
           MOVE COD-USUARIO-W   TO USU-INCL-CP41.
           REWRITE REG-CPD041
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP41
           END-REWRITE.
           PERFORM MOSTRA-CABECALHO.
       RECALCULA-RELATORIO-FIM.
           EXIT.

       CARREGA-TABELA-LINHAS SECTION.
           MOVE ZEROS TO QT-LINHAS-W.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP42 NR-RELAT-W.
           MOVE ZEROS           TO LINHA-CP42.
           START CPD042 KEY IS NOT < CHAVE-CP42 INVALID KEY
                 MOVE "10" TO ST-CPD042.
           PERFORM UNTIL ST-CPD042 = "10"
              READ CPD042 NEXT RECORD AT END MOVE "10" TO ST-CPD042
              NOT AT END
                IF NR-RELAT-CP42 NOT = NR-RELAT-W OR
                   QT-LINHAS-W = 300
                   MOVE "10" TO ST-CPD042
                ELSE
                   ADD 1 TO QT-LINHAS-W
                   MOVE LINHA-CP42        TO LIN-LINHA-TB(QT-LINHAS-W)
                   MOVE DATA-DESPESA-CP42 TO LIN-DATA-TB(QT-LINHAS-W)
                   MOVE CATEGORIA-CP42    TO LIN-CATEG-TB(QT-LINHAS-W)
                   MOVE VALOR-CP42        TO LIN-VALOR-TB(QT-LINHAS-W)
                   MOVE ACIMA-LIMITE-CP42 TO LIN-ACIMA-TB(QT-LINHAS-W)
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD042.

       ATUALIZA-MARCA-LINHA SECTION.
      *    Regrava a linha I so qdo a marca de limite mudou.
           MOVE NR-RELAT-W      TO NR-RELAT-CP42.
           MOVE LIN-LINHA-TB(I) TO LINHA-CP42.
           READ CPD042 INVALID KEY
                GO ATUALIZA-MARCA-LINHA-FIM.
           IF ACIMA-LIMITE-CP42 = LIN-ACIMA-TB(I)
              GO ATUALIZA-MARCA-LINHA-FIM.
           MOVE LIN-ACIMA-TB(I) TO ACIMA-LIMITE-CP42.
           REWRITE REG-CPD042 NOT INVALID KEY
                MOVE "A" TO LOG3-OPERACAO
                PERFORM GRAVA-LOG-CP42
           END-REWRITE.
       ATUALIZA-MARCA-LINHA-FIM.
           EXIT.

       APROVA-RELATORIO SECTION.
      *    Aprovacao: Supervisor em GED002 e usuario DIFERENTE de
      *    quem digitou/alterou por ultimo; negativa vai p/
      *    LOGACESS, aprovacao carimbada em LOG001. Relatorio acima
      *    do limite aparece em CPP041-ALERTA e pode ser aprovado
      *    assim mesmo - a decisao e do aprovador.
           PERFORM LE-RELATORIO.
           IF ACHOU-W = 0
              GO APROVA-RELATORIO-FIM.
           IF SITUACAO-CP41 NOT = 0
              MOVE "RELATORIO NAO ESTA AGUARDANDO APROVACAO" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APROVA-RELATORIO-FIM.
           IF VALOR-DESPESAS-CP41 = ZEROS
              MOVE "RELATORIO SEM LINHAS" TO CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APROVA-RELATORIO-FIM.
           IF USU-INCL-CP41 = COD-USUARIO-W
              MOVE "APROVACAO EXIGE OUTRO USUARIO" TO
                                                   CPP041-MENSAGEM-ERRO
              MOVE "APROVA PROPRIO RELAT" TO OPERACAO-NEG-W
              PERFORM GRAVA-EVENTO-NEGADO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APROVA-RELATORIO-FIM.
           PERFORM VERIFICA-SUPERVISOR.
           IF ACHEI = "N"
              MOVE "USUARIO SEM PERMISSAO DE SUPERVISOR" TO
                                                   CPP041-MENSAGEM-ERRO
              MOVE "APROVACAO DESPESAS" TO OPERACAO-NEG-W
              PERFORM GRAVA-EVENTO-NEGADO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APROVA-RELATORIO-FIM.
           MOVE 1             TO SITUACAO-CP41.
           MOVE COD-USUARIO-W TO USU-APROV-CP41.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU   TO DATA-APROV-CP41.
           REWRITE REG-CPD041
               INVALID KEY PERFORM ERRO-GRAVACAO
               NOT INVALID KEY
                   MOVE "A" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CP41
                   PERFORM GRAVA-LOG1-APROVACAO
           END-REWRITE.
           PERFORM MOSTRA-CABECALHO.
       APROVA-RELATORIO-FIM.
           EXIT.

       RECUSA-RELATORIO SECTION.
      *    Recusa do supervisor: volta p/ o funcionario corrigir;
      *    qualquer gravacao depois disso o recoloca na fila.
           PERFORM LE-RELATORIO.
           IF ACHOU-W = 0
              GO RECUSA-RELATORIO-FIM.
           IF SITUACAO-CP41 NOT = 0
              MOVE "RELATORIO NAO ESTA AGUARDANDO APROVACAO" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECUSA-RELATORIO-FIM.
           PERFORM VERIFICA-SUPERVISOR.
           IF ACHEI = "N"
              MOVE "USUARIO SEM PERMISSAO DE SUPERVISOR" TO
                                                   CPP041-MENSAGEM-ERRO
              MOVE "RECUSA DESPESAS" TO OPERACAO-NEG-W
              PERFORM GRAVA-EVENTO-NEGADO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECUSA-RELATORIO-FIM.
           MOVE 3             TO SITUACAO-CP41.
           MOVE COD-USUARIO-W TO USU-APROV-CP41.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU   TO DATA-APROV-CP41.
           REWRITE REG-CPD041
               INVALID KEY PERFORM ERRO-GRAVACAO
               NOT INVALID KEY
                   MOVE "A" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CP41
                   PERFORM GRAVA-LOG1-APROVACAO
           END-REWRITE.
           PERFORM MOSTRA-CABECALHO.
       RECUSA-RELATORIO-FIM.
           EXIT.

       VERIFICA-SUPERVISOR SECTION.
      *    Mesma consulta de Supervisor em GED001/GED002 do
      *    LIBERA-TITULO de CPP020A.
           INITIALIZE REG-GED001.
           MOVE "N" TO ACHEI.
           MOVE "CPP041 - Relatorio de Despesas" TO PROGRAMA-GE01.
           START GED001 KEY IS NOT LESS ALT-GE01 INVALID KEY
               MOVE "10" TO ST-GED001.
           PERFORM UNTIL ST-GED001 = "10"
               READ GED001 NEXT AT END
                   MOVE "10" TO ST-GED001
               NOT AT END
                   IF "CPP041 - Relatorio de Despesas" <>
                      PROGRAMA-GE01
                      MOVE "10" TO ST-GED001
                   ELSE
                      MOVE USUARIO-GE01     TO USUARIO-C-GE02
                      MOVE COD-USUARIO-W    TO USUARIO-P-GE02
                      MOVE "CPP041 - Relatorio de Despesas" TO
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

       EXCLUI-RECORD SECTION.
      *    So o relatorio ainda nao aprovado; leva as linhas junto.
           PERFORM LE-RELATORIO.
           IF ACHOU-W = 0
              GO EXCLUI-RECORD-FIM.
           IF SITUACAO-CP41 = 1 OR SITUACAO-CP41 = 2
              MOVE "RELATORIO APROVADO - NAO EXCLUI" TO
                                                   CPP041-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-RECORD-FIM.
           PERFORM CARREGA-TABELA-LINHAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-LINHAS-W
              MOVE NR-RELAT-W      TO NR-RELAT-CP42
              MOVE LIN-LINHA-TB(I) TO LINHA-CP42
              READ CPD042 NOT INVALID KEY
                   DELETE CPD042 NOT INVALID KEY
                        MOVE "E" TO LOG3-OPERACAO
                        PERFORM GRAVA-LOG-CP42
                   END-DELETE
              END-READ
           END-PERFORM.
           MOVE CPP041-NR-RELAT TO NR-RELAT-CP41.
           READ CPD041 NOT INVALID KEY
                DELETE CPD041 NOT INVALID KEY
                     MOVE "E" TO LOG3-OPERACAO
                     PERFORM GRAVA-LOG-CP41
                END-DELETE
           END-READ.
           PERFORM LIMPAR-DADOS.
       EXCLUI-RECORD-FIM.
           EXIT.

       GRAVA-LOG-CP41 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD041"    TO LOG3-ARQUIVO
           MOVE "CPP041"    TO LOG3-PROGRAMA
           MOVE REG-CPD041  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       GRAVA-LOG-CP42 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD042"    TO LOG3-ARQUIVO
           MOVE "CPP041"    TO LOG3-PROGRAMA
           MOVE REG-CPD042  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       GRAVA-LOG1-APROVACAO SECTION.
      *    Carimbo da aprovacao/recusa em LOG001 (quem, quando, a
      *    imagem aprovada).
           MOVE COD-USUARIO-W TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG1-HORAS
           MOVE "A"         TO LOG1-OPERACAO
           MOVE "CPD041"    TO LOG1-ARQUIVO
           MOVE "CPP041"    TO LOG1-PROGRAMA
           MOVE REG-CPD041  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

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
           MOVE COD-USUARIO-W TO LOGACESS-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOGACESS-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOGACESS-HORAS
           MOVE 1           TO LOGACESS-SEQUENCIA
           MOVE "CPP041"    TO LOGACESS-PROGRAMA
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

       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP041-MENSAGEM-ERRO
           MOVE ST-CPD041        TO CPP041-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD041
           INITIALIZE REG-CPD042
           INITIALIZE CPP041-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP041-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP041" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP041-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD041 CPD042 CPD043 CGD001 COD040 GED001 GED002
                 LOG001 LOG003.
           IF ST-CPD027 NOT = "35"
              CLOSE CPD027.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
