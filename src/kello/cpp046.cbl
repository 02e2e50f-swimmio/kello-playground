      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP046.
      *DATA: 15/10/2026
      *DESCRICAO: Bens do imobilizado (CPD046) - os bens nascem dos
      *           titulos em conta de investimento pelo CPB097; aqui
      *           se completa a vida util (meses), o local e a
      *           descricao, e se faz a baixa por venda ou perda/
      *           sinistro. Na baixa, o valor residual (aquisicao
      *           menos depreciacao acumulada) vai p/ CPD047 como
      *           movimento B na competencia da baixa e o bem deixa
      *           de depreciar. Toda mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX046.
           COPY CPPX047.
           COPY CXPX020.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW046.
       COPY CPPW047.
       COPY CXPW020.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP046.CPB".
           COPY "CPP046.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD046             PIC XX       VALUE SPACES.
           05  ST-CPD047             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
                  15 WS-MES-CPU      PIC 9(02).
                  15 WS-DIA-CPU      PIC 9(02).
               10 FILLER             PIC X(13).
           05  WS-HORA-SYS           PIC 9(08).
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  DATA-INV-W.
               10  ANO-INV-W         PIC 9(04).
               10  MES-INV-W         PIC 9(02).
               10  DIA-INV-W         PIC 9(02).
           05  DATA-INV-NUM-W REDEFINES DATA-INV-W PIC 9(08).
           05  DATA-DIG-W            PIC 9(08).
           05  DATA-DIG-R REDEFINES DATA-DIG-W.
               10  DIA-DIG-W         PIC 9(02).
               10  MES-DIG-W         PIC 9(02).
               10  ANO-DIG-W         PIC 9(04).
           05  RESIDUAL-W            PIC 9(08)V99 VALUE ZEROS.
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
           PERFORM CORPO-PROGRAMA UNTIL CPP046-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP046-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP046-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP046-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD046" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD046.
           MOVE "CPD047" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD047.
           OPEN I-O CPD046 CPD047
           IF ST-CPD046 = "35"
              CLOSE CPD046      OPEN OUTPUT CPD046
              CLOSE CPD046      OPEN I-O CPD046
           END-IF.
           IF ST-CPD047 = "35"
              CLOSE CPD047      OPEN OUTPUT CPD047
              CLOSE CPD047      OPEN I-O CPD047
           END-IF.
           IF ST-CPD046 <> "00"
              MOVE "ERRO ABERTURA CPD046: "  TO CPP046-MENSAGEM-ERRO
              MOVE ST-CPD046 TO CPP046-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CPD047 <> "00"
              MOVE "ERRO ABERTURA CPD047: "  TO CPP046-MENSAGEM-ERRO
              MOVE ST-CPD047 TO CPP046-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN INPUT CXD020
           IF ST-CXD020 <> "00"
              MOVE "ERRO ABERTURA CXD020: "  TO CPP046-MENSAGEM-ERRO
              MOVE ST-CXD020 TO CPP046-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP046-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP046-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP046-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP046-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP046-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP046-BAIXA-FLG-TRUE
                   PERFORM BAIXA-BEM
               WHEN CPP046-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGAR-DADOS SECTION.
           MOVE CPP046-NR-BEM       TO NR-BEM-CP46
           READ CPD046 INVALID KEY
                MOVE "BEM NAO CADASTRADO - OS BENS SAO CRIADOS PELO CPB0
      -              "97" TO CPP046-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGAR-DADOS-FIM.
           MOVE DESCRICAO-CP46        TO CPP046-DESCRICAO
           MOVE FORNEC-CP46           TO CPP046-FORNEC
           MOVE SEQ-TIT-CP46          TO CPP046-SEQ
           MOVE CODREDUZ-APUR-CP46    TO CPP046-APURACAO
                                         CODIGO-REDUZ-CX20
           READ CXD020 INVALID KEY
                MOVE "********" TO DESCRICAO-CX20.
           MOVE DESCRICAO-CX20        TO CPP046-DESCR-APURACAO
           MOVE DATA-AQUISICAO-CP46   TO DATA-INV-NUM-W
           PERFORM INVERTE-DATA
           MOVE DATA-DIG-W            TO CPP046-DATA-AQUISICAO
           MOVE VALOR-AQUISICAO-CP46  TO CPP046-VALOR-AQUISICAO
           MOVE VIDA-UTIL-CP46        TO CPP046-VIDA-UTIL
           MOVE LOCAL-CP46            TO CPP046-LOCAL
           MOVE DEPREC-ACUM-CP46      TO CPP046-DEPREC-ACUM
           MOVE ULT-COMPET-CP46       TO CPP046-ULT-COMPET
           MOVE MESES-DEPREC-CP46     TO CPP046-MESES-DEPREC
           COMPUTE CPP046-SALDO = VALOR-AQUISICAO-CP46 -
                                  DEPREC-ACUM-CP46
           MOVE SITUACAO-CP46         TO CPP046-TIPO-BAIXA
           MOVE DATA-BAIXA-CP46       TO DATA-INV-NUM-W
           PERFORM INVERTE-DATA
           MOVE DATA-DIG-W            TO CPP046-DATA-BAIXA
           MOVE VALOR-VENDA-CP46      TO CPP046-VALOR-VENDA
           MOVE MOTIVO-BAIXA-CP46     TO CPP046-MOTIVO-BAIXA
           EVALUATE SITUACAO-CP46
             WHEN 0 MOVE "EM USO"               TO CPP046-DESC-SITUACAO
             WHEN 1 MOVE "BAIXADO POR VENDA"    TO CPP046-DESC-SITUACAO
             WHEN 2 MOVE "BAIXADO POR PERDA"    TO CPP046-DESC-SITUACAO
           END-EVALUATE.
       CARREGAR-DADOS-FIM.
           EXIT.

       INVERTE-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DIG-W
           MOVE MES-INV-W TO MES-DIG-W
           MOVE ANO-INV-W TO ANO-DIG-W.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE CPP046-NR-BEM TO NR-BEM-CP46
           READ CPD046 INVALID KEY
                MOVE "CARREGUE O BEM ANTES DE GRAVAR" TO
                                                   CPP046-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SALVAR-DADOS-ERRO.
           IF CPP046-DESCRICAO = SPACES
              MOVE "INFORME A DESCRICAO DO BEM" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP046-VIDA-UTIL = ZEROS
              MOVE "INFORME A VIDA UTIL EM MESES" TO
                                                   CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
      *    Vida menor que os meses ja depreciados deixaria a quota
      *    negativa - a ultima quota fecha o residuo.
           IF CPP046-VIDA-UTIL < MESES-DEPREC-CP46
              MOVE "VIDA UTIL MENOR QUE OS MESES JA DEPRECIADOS" TO
                                                   CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           MOVE CPP046-DESCRICAO       TO DESCRICAO-CP46
           MOVE CPP046-VIDA-UTIL       TO VIDA-UTIL-CP46
           MOVE CPP046-LOCAL           TO LOCAL-CP46
           REWRITE REG-CPD046
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP46
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       BAIXA-BEM SECTION.
           MOVE ZEROS TO ERRO-W.
           MOVE CPP046-NR-BEM TO NR-BEM-CP46
           READ CPD046 INVALID KEY
                MOVE "BEM NAO CADASTRADO" TO CPP046-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO BAIXA-BEM-ERRO.
           IF SITUACAO-CP46 NOT = 0
              MOVE "BEM JA BAIXADO" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
           IF CPP046-TIPO-BAIXA NOT = 1 AND CPP046-TIPO-BAIXA NOT = 2
              MOVE "TIPO DA BAIXA: 1-VENDA  2-PERDA/SINISTRO" TO
                                                   CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
           MOVE CPP046-DATA-BAIXA TO DATA-DIG-W
           MOVE DIA-DIG-W TO DIA-INV-W
           MOVE MES-DIG-W TO MES-INV-W
           MOVE ANO-DIG-W TO ANO-INV-W
           IF DIA-INV-W < 1 OR DIA-INV-W > 31 OR
              MES-INV-W < 1 OR MES-INV-W > 12 OR
              DATA-INV-NUM-W < DATA-AQUISICAO-CP46
              MOVE "DATA DA BAIXA INVALIDA" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
      *    Depreciacao ja lancada no mes da baixa ou depois nao pode
      *    ficar junto com a baixa - estornar antes no contabil.
           IF ULT-COMPET-CP46 NOT < DATA-INV-NUM-W(1: 6)
              MOVE "JA DEPRECIADO NA COMPETENCIA DA BAIXA" TO
                                                   CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
           IF CPP046-TIPO-BAIXA = 1 AND CPP046-VALOR-VENDA = ZEROS
              MOVE "INFORME O VALOR DA VENDA" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
           IF CPP046-MOTIVO-BAIXA = SPACES
              MOVE "INFORME O MOTIVO DA BAIXA" TO CPP046-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-BEM-ERRO.
           COMPUTE RESIDUAL-W = VALOR-AQUISICAO-CP46 -
                                DEPREC-ACUM-CP46.
           INITIALIZE REG-CPD047.
           MOVE NR-BEM-CP46          TO NR-BEM-CP47.
           MOVE DATA-INV-NUM-W(1: 6) TO COMPETENCIA-CP47.
           MOVE "B"                  TO TIPO-CP47.
           MOVE DATA-INV-NUM-W       TO DATA-CP47.
           MOVE RESIDUAL-W           TO VALOR-CP47.
           MOVE CODREDUZ-APUR-CP46   TO CODREDUZ-APUR-CP47.
           MOVE COD-USUARIO-W        TO USUARIO-CP47.
           WRITE REG-CPD047 INVALID KEY
                 MOVE "ERRO GRAVACAO CPD047"  TO CPP046-MENSAGEM-ERRO
                 MOVE ST-CPD047 TO CPP046-MENSAGEM-ERRO(23: 2)
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO BAIXA-BEM-ERRO.
           MOVE "I"        TO LOG3-OPERACAO
           MOVE "CPD047"   TO LOG3-ARQUIVO
           MOVE REG-CPD047 TO LOG3-REGISTRO
           PERFORM GRAVA-LOG.
           MOVE CPP046-TIPO-BAIXA    TO SITUACAO-CP46
           MOVE DATA-INV-NUM-W       TO DATA-BAIXA-CP46
           IF CPP046-TIPO-BAIXA = 1
              MOVE CPP046-VALOR-VENDA TO VALOR-VENDA-CP46
           ELSE
              MOVE ZEROS              TO VALOR-VENDA-CP46
           END-IF
           MOVE CPP046-MOTIVO-BAIXA  TO MOTIVO-BAIXA-CP46
           REWRITE REG-CPD046
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP46
                    PERFORM CARREGAR-DADOS
                    PERFORM SET-UP-FOR-REFRESH-SCREEN
           END-REWRITE.
           GO BAIXA-BEM-FIM.
       BAIXA-BEM-ERRO.
           MOVE ZEROS TO ERRO-W.
       BAIXA-BEM-FIM.
           EXIT.

       GRAVA-LOG-CP46 SECTION.
           MOVE "CPD046"    TO LOG3-ARQUIVO
           MOVE REG-CPD046  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG.
       GRAVA-LOG SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPP046"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP046-MENSAGEM-ERRO
           MOVE ST-CPD046        TO CPP046-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD046
           INITIALIZE CPP046-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP046-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP046" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP046-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD046 CPD047 CXD020 LOG003.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
