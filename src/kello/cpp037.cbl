      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPP037.
      *DATA: 15/10/2026
      *DESCRICAO: Cadastro de Emprestimos e Financiamentos (CPD037)
      *           - capital de giro e financiamento de equipamento
      *           deixam de ser digitados parcela a parcela no
      *           CPP020A a partir do PDF do banco: cada contrato
      *           guarda a conta do banco (CBD001), o principal, a
      *           taxa ao mes, o prazo, a carencia (meses so de
      *           juros) e o sistema (1-PRICE 2-SAC). O CPB091 gera o
      *           cronograma (CPD038, juros e amortizacao por
      *           parcela), os titulos em CPD020 e o credito do
      *           principal em CBD002; depois disso o contrato nao
      *           muda mais. Numero zerado na gravacao = proximo
      *           numero livre. Toda mudanca gera imagem LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX037.
           COPY CBPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW037.
       COPY CBPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CPP037.CPB".
           COPY "CPP037.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CPD037             PIC XX       VALUE SPACES.
           05  ST-CBD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
                  15 WS-MES-CPU      PIC 9(02).
                  15 WS-DIA-CPU      PIC 9(02).
               10 FILLER             PIC X(13).
           05  WS-HORA-SYS           PIC 9(08).
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ULT-EMPREST-W         PIC 9(5)     VALUE ZEROS.
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
           PERFORM CORPO-PROGRAMA UNTIL CPP037-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CPP037-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CPP037-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CPP037-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CPD037" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD037.
           OPEN I-O CPD037
           MOVE 1 TO GRAVA-W.
           IF ST-CPD037 = "35"
              CLOSE CPD037      OPEN OUTPUT CPD037
              CLOSE CPD037      OPEN I-O CPD037
           END-IF.
           IF ST-CPD037 <> "00"
              MOVE "ERRO ABERTURA CPD037: "  TO CPP037-MENSAGEM-ERRO
              MOVE ST-CPD037 TO CPP037-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CBD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001.
           OPEN INPUT CBD001
           IF ST-CBD001 <> "00"
              MOVE "ERRO ABERTURA CBD001: "  TO CPP037-MENSAGEM-ERRO
              MOVE ST-CBD001 TO CPP037-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CPP037-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CPP037-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CPP037-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CPP037-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP037-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CPP037-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CPP037-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CPP037-LE-CONTA-TRUE
                   PERFORM LE-CONTA
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       LE-CONTA SECTION.
           MOVE CPP037-CONTA TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                MOVE "********" TO NOME-BANCO-CB01.
           MOVE NOME-BANCO-CB01 TO CPP037-DESCR-CONTA.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CPP037-NR-EMPREST   TO NR-EMPREST-CP37
           READ CPD037 INVALID KEY INITIALIZE REG-CPD037
                                   MOVE CPP037-NR-EMPREST TO
                                        NR-EMPREST-CP37
                                   MOVE 1 TO GRAVA-W.
           MOVE CONTA-CP37            TO CPP037-CONTA
           MOVE NR-DOCTO-CP37         TO CPP037-NR-DOCTO
           MOVE DESCRICAO-CP37        TO CPP037-DESCRICAO
           MOVE TIPO-CP37             TO CPP037-TIPO
           MOVE DATA-LIBERACAO-CP37   TO CPP037-DATA-LIBERACAO
           MOVE VALOR-PRINCIPAL-CP37  TO CPP037-VALOR-PRINCIPAL
           MOVE TAXA-MES-CP37         TO CPP037-TAXA-MES
           MOVE PRAZO-CP37            TO CPP037-PRAZO
           MOVE CARENCIA-CP37         TO CPP037-CARENCIA
           MOVE SISTEMA-CP37          TO CPP037-SISTEMA
           MOVE DATA-PRIM-VENCTO-CP37 TO CPP037-DATA-PRIM-VENCTO
           MOVE CODREDUZ-APUR-CP37    TO CPP037-COD-APURACAO
           MOVE SITUACAO-CP37         TO CPP037-SITUACAO
           PERFORM LE-CONTA.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           IF GRAVA-W = 0 AND SITUACAO-CP37 = 1
              MOVE "CRONOGRAMA JA GERADO - CONTRATO NAO MUDA"
                   TO CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           PERFORM LE-CONTA.
           IF NOME-BANCO-CB01 = "********"
              MOVE "CONTA NAO CADASTRADA EM CBD001" TO
                                                   CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP037-TIPO < 1 OR CPP037-TIPO > 2
              MOVE "TIPO: 1-CAPITAL DE GIRO 2-FINANCIAMENTO" TO
                                                   CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP037-SISTEMA < 1 OR CPP037-SISTEMA > 2
              MOVE "SISTEMA: 1-PRICE 2-SAC" TO CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP037-VALOR-PRINCIPAL = ZEROS OR CPP037-PRAZO = ZEROS
              MOVE "INFORME PRINCIPAL E PRAZO" TO CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP037-DATA-LIBERACAO = ZEROS OR
              CPP037-DATA-PRIM-VENCTO NOT > CPP037-DATA-LIBERACAO
              MOVE "DATAS DE LIBERACAO/1O. VENCTO INVALIDAS" TO
                                                   CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CPP037-NR-DOCTO = SPACES
              MOVE "INFORME O NR. DO CONTRATO NO BANCO" TO
                                                   CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF GRAVA-W = 1 AND CPP037-NR-EMPREST = ZEROS
              PERFORM ACHA-PROX-EMPREST
              MOVE ULT-EMPREST-W TO CPP037-NR-EMPREST
           END-IF.
           MOVE CPP037-NR-EMPREST      TO NR-EMPREST-CP37
           MOVE CPP037-CONTA           TO CONTA-CP37
           MOVE CPP037-NR-DOCTO        TO NR-DOCTO-CP37
           MOVE CPP037-DESCRICAO       TO DESCRICAO-CP37
           MOVE CPP037-TIPO            TO TIPO-CP37
           MOVE CPP037-DATA-LIBERACAO  TO DATA-LIBERACAO-CP37
           MOVE CPP037-VALOR-PRINCIPAL TO VALOR-PRINCIPAL-CP37
           MOVE CPP037-TAXA-MES        TO TAXA-MES-CP37
           MOVE CPP037-PRAZO           TO PRAZO-CP37
           MOVE CPP037-CARENCIA        TO CARENCIA-CP37
           MOVE CPP037-SISTEMA         TO SISTEMA-CP37
           MOVE CPP037-DATA-PRIM-VENCTO TO DATA-PRIM-VENCTO-CP37
           MOVE CPP037-COD-APURACAO    TO CODREDUZ-APUR-CP37
           MOVE ZEROS                  TO SITUACAO-CP37
                                          DATA-GERACAO-CP37
           MOVE COD-USUARIO-W          TO USUARIO-CP37
           IF GRAVA-W = 1
              WRITE REG-CPD037
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CP37
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CPD037
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP37
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       ACHA-PROX-EMPREST SECTION.
           MOVE ZEROS TO NR-EMPREST-CP37 ULT-EMPREST-W.
           START CPD037 KEY IS NOT < NR-EMPREST-CP37 INVALID KEY
                 MOVE "10" TO ST-CPD037.
           PERFORM UNTIL ST-CPD037 = "10"
              READ CPD037 NEXT RECORD AT END MOVE "10" TO ST-CPD037
              NOT AT END
                MOVE NR-EMPREST-CP37 TO ULT-EMPREST-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD037.
           ADD 1 TO ULT-EMPREST-W.

       EXCLUI-RECORD SECTION.
           MOVE CPP037-NR-EMPREST TO NR-EMPREST-CP37
           READ CPD037 INVALID KEY
              MOVE "CONTRATO NAO ENCONTRADO" TO CPP037-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              IF SITUACAO-CP37 = 1
                 MOVE "CRONOGRAMA JA GERADO - NAO EXCLUI"
                      TO CPP037-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              ELSE
                 DELETE CPD037 NOT INVALID KEY
                    MOVE "E" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CP37
                 END-DELETE
                 PERFORM LIMPAR-DADOS
              END-IF
           END-READ.

       GRAVA-LOG-CP37 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CPD037"    TO LOG3-ARQUIVO
           MOVE "CPP037"    TO LOG3-PROGRAMA
           MOVE REG-CPD037  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CPP037-MENSAGEM-ERRO
           MOVE ST-CPD037        TO CPP037-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CPD037
           INITIALIZE CPP037-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CPP037-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CPP037" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CPP037-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CPD037 CBD001 LOG003.
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
