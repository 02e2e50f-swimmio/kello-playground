      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBP004.
      *DATA: 15/10/2026
      *DESCRICAO: Cadastro de Aplicacoes Financeiras (CBD004) - CDB,
      *           fundos e outras aplicacoes feitas a partir de uma
      *           conta bancaria de CBD001: tipo, liquidez (diaria ou
      *           so no vencimento), vencimento e taxa ao mes p/ o
      *           rendimento automatico. Aplicacoes, resgates e
      *           rendimentos entram pelo CBB005, que mantem os
      *           saldos exibidos aqui (so consulta). Aplicacao com
      *           movimento nao exclui. Numero zerado na gravacao =
      *           proximo numero livre. Toda mudanca gera imagem
      *           LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CBPX004.
           COPY CBPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CBPW004.
       COPY CBPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "CBP004.CPB".
           COPY "CBP004.CPY".
           COPY "DS-CNTRL.MF".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CBD004             PIC XX       VALUE SPACES.
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
           05  ULT-APLIC-W           PIC 9(5)     VALUE ZEROS.
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
           PERFORM CORPO-PROGRAMA UNTIL CBP004-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE CBP004-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE CBP004-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE CBP004-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CBD004" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD004.
           OPEN I-O CBD004
           MOVE 1 TO GRAVA-W.
           IF ST-CBD004 = "35"
              CLOSE CBD004      OPEN OUTPUT CBD004
              CLOSE CBD004      OPEN I-O CBD004
           END-IF.
           IF ST-CBD004 <> "00"
              MOVE "ERRO ABERTURA CBD004: "  TO CBP004-MENSAGEM-ERRO
              MOVE ST-CBD004 TO CBP004-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CBD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CBD001.
           OPEN INPUT CBD001
           IF ST-CBD001 <> "00"
              MOVE "ERRO ABERTURA CBD001: "  TO CBP004-MENSAGEM-ERRO
              MOVE ST-CBD001 TO CBP004-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO CBP004-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CBP004-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN CBP004-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN CBP004-SAVE-FLG-TRUE
                   PERFORM SALVAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CBP004-LOAD-FLG-TRUE
                   PERFORM CARREGAR-DADOS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CBP004-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CBP004-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CBP004-LE-CONTA-TRUE
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
           MOVE CBP004-CONTA TO CODIGO-FORN-CB01.
           READ CBD001 INVALID KEY
                MOVE "********" TO NOME-BANCO-CB01.
           MOVE NOME-BANCO-CB01 TO CBP004-DESCR-CONTA.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE CBP004-NR-APLIC     TO NR-APLIC-CB04
           READ CBD004 INVALID KEY INITIALIZE REG-CBD004
                                   MOVE CBP004-NR-APLIC TO
                                        NR-APLIC-CB04
                                   MOVE 1 TO GRAVA-W.
           MOVE CONTA-CB04            TO CBP004-CONTA
           MOVE DESCRICAO-CB04        TO CBP004-DESCRICAO
           MOVE TIPO-CB04             TO CBP004-TIPO
           MOVE LIQUIDEZ-CB04         TO CBP004-LIQUIDEZ
           MOVE DATA-VENCTO-CB04      TO CBP004-DATA-VENCTO
           MOVE TAXA-MES-CB04         TO CBP004-TAXA-MES
           MOVE DATA-APLIC-CB04       TO CBP004-DATA-APLIC
           MOVE VALOR-APLICADO-CB04   TO CBP004-VALOR-APLICADO
           MOVE SALDO-CB04            TO CBP004-SALDO
           MOVE REND-ACUM-CB04        TO CBP004-REND-ACUM
           MOVE IR-ACUM-CB04          TO CBP004-IR-ACUM
           MOVE IOF-ACUM-CB04         TO CBP004-IOF-ACUM
           MOVE ANOMES-ULT-REND-CB04  TO CBP004-ANOMES-ULT-REND
           MOVE SITUACAO-CB04         TO CBP004-SITUACAO
           PERFORM LE-CONTA.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
           PERFORM LE-CONTA.
           IF NOME-BANCO-CB01 = "********"
              MOVE "CONTA NAO CADASTRADA EM CBD001" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
      *    A conta so muda enquanto nao houver movimento - o saldo
      *    aplicado saiu daquela conta e volta p/ ela no resgate.
           IF GRAVA-W = 0 AND VALOR-APLICADO-CB04 > ZEROS AND
              CBP004-CONTA NOT = CONTA-CB04
              MOVE "APLICACAO COM MOVIMENTO - CONTA NAO MUDA" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CBP004-TIPO < 1 OR CBP004-TIPO > 3
              MOVE "TIPO: 1-CDB/RDB 2-FUNDO 3-OUTROS" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CBP004-LIQUIDEZ < 1 OR CBP004-LIQUIDEZ > 2
              MOVE "LIQUIDEZ: 1-DIARIA 2-NO VENCIMENTO" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CBP004-LIQUIDEZ = 2 AND CBP004-DATA-VENCTO = ZEROS
              MOVE "LIQUIDEZ NO VENCIMENTO EXIGE O VENCIMENTO" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF CBP004-DESCRICAO = SPACES
              MOVE "INFORME A DESCRICAO DA APLICACAO" TO
                                                   CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-ERRO.
           IF GRAVA-W = 1 AND CBP004-NR-APLIC = ZEROS
              PERFORM ACHA-PROX-APLIC
              MOVE ULT-APLIC-W TO CBP004-NR-APLIC
           END-IF.
      *    Saldos e acumulados sao do CBB005 - aqui so o cadastro.
           IF GRAVA-W = 1
              INITIALIZE REG-CBD004
              MOVE ZEROS TO DATA-APLIC-CB04 VALOR-APLICADO-CB04
                            SALDO-CB04 REND-ACUM-CB04 IR-ACUM-CB04
                            IOF-ACUM-CB04 ANOMES-ULT-REND-CB04
                            SITUACAO-CB04
           END-IF.
           MOVE CBP004-NR-APLIC        TO NR-APLIC-CB04
           MOVE CBP004-CONTA           TO CONTA-CB04
           MOVE CBP004-DESCRICAO       TO DESCRICAO-CB04
           MOVE CBP004-TIPO            TO TIPO-CB04
           MOVE CBP004-LIQUIDEZ        TO LIQUIDEZ-CB04
           MOVE CBP004-DATA-VENCTO     TO DATA-VENCTO-CB04
           MOVE CBP004-TAXA-MES        TO TAXA-MES-CB04
           MOVE COD-USUARIO-W          TO USUARIO-CB04
           IF GRAVA-W = 1
              WRITE REG-CBD004
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CB04
                       MOVE ZEROS TO GRAVA-W
              END-WRITE
           ELSE REWRITE REG-CBD004
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CB04
           END-REWRITE.
           GO SALVAR-DADOS-FIM.
       SALVAR-DADOS-ERRO.
           MOVE ZEROS TO ERRO-W.
       SALVAR-DADOS-FIM.
           EXIT.

       ACHA-PROX-APLIC SECTION.
           MOVE ZEROS TO NR-APLIC-CB04 ULT-APLIC-W.
           START CBD004 KEY IS NOT < NR-APLIC-CB04 INVALID KEY
                 MOVE "10" TO ST-CBD004.
           PERFORM UNTIL ST-CBD004 = "10"
              READ CBD004 NEXT RECORD AT END MOVE "10" TO ST-CBD004
              NOT AT END
                MOVE NR-APLIC-CB04 TO ULT-APLIC-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CBD004.
           ADD 1 TO ULT-APLIC-W.

       EXCLUI-RECORD SECTION.
           MOVE CBP004-NR-APLIC TO NR-APLIC-CB04
           READ CBD004 INVALID KEY
              MOVE "APLICACAO NAO ENCONTRADA" TO CBP004-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           NOT INVALID KEY
              IF VALOR-APLICADO-CB04 > ZEROS
                 MOVE "APLICACAO COM MOVIMENTO - NAO EXCLUI"
                      TO CBP004-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              ELSE
                 DELETE CBD004 NOT INVALID KEY
                    MOVE "E" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CB04
                 END-DELETE
                 PERFORM LIMPAR-DADOS
              END-IF
           END-READ.

       GRAVA-LOG-CB04 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CBD004"    TO LOG3-ARQUIVO
           MOVE "CBP004"    TO LOG3-PROGRAMA
           MOVE REG-CBD004  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CBP004-MENSAGEM-ERRO
           MOVE ST-CBD004        TO CBP004-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-CBD004
           INITIALIZE CBP004-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE CBP004-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CBP004" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, CBP004-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CBD004 CBD001 LOG003.
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
