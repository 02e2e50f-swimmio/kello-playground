      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP040.
      *DATA: 15/10/2026
      *DESCRICAO: Classificacao dos lancamentos da fatura do cartao
      *           corporativo (CPD040), importados pelo CPB093. Para
      *           cada compra/estorno o financeiro informa a conta de
      *           apuracao (CXD020), o contrato (COD040 - zero quando
      *           nao se aplica) e o caminho do comprovante. Data,
      *           valor e estabelecimento vem da administradora e nao
      *           mudam. Depois que o CPB094 gerou o titulo da fatura
      *           (situacao 1 em CPD039) so o comprovante pode ser
      *           anexado. Lancamento nao exclui. Toda mudanca gera
      *           imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX039.
           COPY CPPX040.
           COPY CXPX020.
           COPY COPX040.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW039.
       COPY CPPW040.
       COPY CXPW020.
       COPY COPW040.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP040.CPB".
           COPY "CPP040.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD039             PIC XX       VALUE SPACES.
           05  ST-CPD040             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
                  15 WS-MES-CPU      PIC 9(02).
                  15 WS-DIA-CPU      PIC 9(02).
               10 FILLER             PIC X(13).
           05  WS-HORA-SYS           PIC 9(08).
           05  ACHOU-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
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
           PERFORM CORPO-PROGRAMA UNTIL CPP040-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP040-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP040-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP040-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD039" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD039.
           MOVE "CPD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD040.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN INPUT CPD039 CXD020 COD040
           OPEN I-O CPD040
           IF ST-CPD039 <> "00"
              MOVE "ERRO ABERTURA CPD039: "  TO CPP040-MENSAGEM-ERRO
              MOVE ST-CPD039 TO CPP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CPD040 <> "00"
              MOVE "ERRO ABERTURA CPD040: "  TO CPP040-MENSAGEM-ERRO
              MOVE ST-CPD040 TO CPP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CXD020 <> "00"
              MOVE "ERRO ABERTURA CXD020: "  TO CPP040-MENSAGEM-ERRO
              MOVE ST-CXD020 TO CPP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-COD040 <> "00"
              MOVE "ERRO ABERTURA COD040: "  TO CPP040-MENSAGEM-ERRO
              MOVE ST-COD040 TO CPP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP040-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP040-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP040-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP040-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP040-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP040-LE-APURACAO-TRUE
                   PERFORM LE-APURACAO
               WHEN CPP040-LE-CONTRATO-TRUE
                   PERFORM LE-CONTRATO
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       LE-APURACAO SECTION.
           MOVE CPP040-APURACAO TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE "********" TO DESCRICAO-CX20.
           IF CPP040-APURACAO = ZEROS
              MOVE SPACES TO DESCRICAO-CX20.
           MOVE DESCRICAO-CX20 TO CPP040-DESCR-APURACAO.

       LE-CONTRATO SECTION.
           MOVE SPACES TO CPP040-DESCR-CONTRATO.
           IF CPP040-CONTRATO = ZEROS
              GO LE-CONTRATO-FIM.
           MOVE CPP040-CONTRATO TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                MOVE "********" TO CPP040-DESCR-CONTRATO
           NOT INVALID KEY
                MOVE "TURMA "   TO CPP040-DESCR-CONTRATO
                MOVE TURMA-CO40 TO CPP040-DESCR-CONTRATO(07: 02)
           END-READ.
       LE-CONTRATO-FIM.
           EXIT.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO ACHOU-W.
           MOVE CPP040-NR-FATURA TO NR-FATURA-CP39.
           READ CPD039 INVALID KEY
                INITIALIZE REG-CPD039
                MOVE "FATURA NAO IMPORTADA" TO CPP040-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGAR-DADOS-FIM.
           MOVE CARTAO-CP39          TO CPP040-CARTAO
           MOVE PORTADOR-CP39        TO CPP040-PORTADOR
           MOVE DATA-FECHAMENTO-CP39 TO CPP040-DATA-FECHAMENTO
           MOVE SITUACAO-CP39        TO CPP040-SITUACAO
           MOVE CPP040-NR-FATURA     TO NR-FATURA-CP40
           MOVE CPP040-LINHA         TO LINHA-CP40
           READ CPD040 INVALID KEY
                INITIALIZE REG-CPD040
                MOVE "LANCAMENTO NAO EXISTE NA FATURA" TO
                                                   CPP040-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGAR-DADOS-FIM.
           MOVE 1 TO ACHOU-W.
           MOVE DATA-COMPRA-CP40     TO CPP040-DATA-COMPRA
           MOVE ESTABELECIMENTO-CP40 TO CPP040-ESTABELECIMENTO
           MOVE VALOR-CP40           TO CPP040-VALOR
           MOVE CODREDUZ-APUR-CP40   TO CPP040-APURACAO
           MOVE NR-CONTRATO-CP40     TO CPP040-CONTRATO
           MOVE PATH-COMPROV-CP40    TO CPP040-PATH-COMPROV
           PERFORM LE-APURACAO
           PERFORM LE-CONTRATO.
       CARREGAR-DADOS-FIM.
           EXIT.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           PERFORM CARREGA-REGISTROS.
           IF ACHOU-W = 0
              GO SALVAR-DADOS-ERRO.
      *    Titulo ja gerado: reduzida e contrato estao no CPD020 e
      *    nos relatorios - so o comprovante ainda pode entrar.
           IF SITUACAO-CP39 = 1 AND
              (CPP040-APURACAO NOT = CODREDUZ-APUR-CP40 OR
               CPP040-CONTRATO NOT = NR-CONTRATO-CP40)
              MOVE "TITULO DA FATURA JA GERADO - SO COMPROVANTE" TO
                                                   CPP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP040-APURACAO = ZEROS
              MOVE "INFORME A CONTA DE APURACAO" TO
                                                   CPP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           MOVE CPP040-APURACAO TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE "CONTA DE APURACAO NAO CADASTRADA" TO
                                                   CPP040-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SALVAR-DADOS-ERRO.
           IF CPP040-CONTRATO NOT = ZEROS
              MOVE CPP040-CONTRATO TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   MOVE "CONTRATO NAO CADASTRADO" TO
                                                   CPP040-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
                   GO SALVAR-DADOS-ERRO
              END-READ
           END-IF.
           MOVE CPP040-APURACAO      TO CODREDUZ-APUR-CP40
           MOVE CPP040-CONTRATO      TO NR-CONTRATO-CP40
           MOVE CPP040-PATH-COMPROV  TO PATH-COMPROV-CP40
           MOVE COD-USUARIO-W        TO USUARIO-CLASS-CP40
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU          TO DATA-CLASS-CP40
           REWRITE REG-CPD040
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP40
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       CARREGA-REGISTROS SECTION.
      *    Rele cabecalho e lancamento antes de regravar.
           MOVE ZEROS TO ACHOU-W.
           MOVE CPP040-NR-FATURA TO NR-FATURA-CP39.
           READ CPD039 INVALID KEY
                MOVE "FATURA NAO IMPORTADA" TO CPP040-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGA-REGISTROS-FIM.
           MOVE CPP040-NR-FATURA TO NR-FATURA-CP40
           MOVE CPP040-LINHA     TO LINHA-CP40
           READ CPD040 INVALID KEY
                MOVE "LANCAMENTO NAO EXISTE NA FATURA" TO
                                                   CPP040-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGA-REGISTROS-FIM.
           MOVE 1 TO ACHOU-W.
       CARREGA-REGISTROS-FIM.
           EXIT.

       GRAVA-LOG-CP40 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD040"    TO LOG3-ARQUIVO
           MOVE "CPP040"    TO LOG3-PROGRAMA
           MOVE REG-CPD040  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP040-MENSAGEM-ERRO
           MOVE ST-CPD040        TO CPP040-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD040
           INITIALIZE CPP040-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP040-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP040" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP040-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD039 CPD040 CXD020 COD040 LOG003.
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
