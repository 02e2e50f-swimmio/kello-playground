      *AUTORA: EQUIPE KELLO
       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COP067.
      *DATA: 15/10/2026
      *DESCRICAO: Cotacao de Precos de Brindes (COD067/COD068) - a
      *           compra grande deixa de sair do primeiro telefonema:
      *           cada necessidade de compra (brinde validado em
      *           COD050 e quantidade) ganha numero de cotacao, os
      *           fornecedores convidados (validados em CGD001) com o
      *           preco unitario e o prazo de entrega de cada
      *           proposta, e o vencedor escolhido com o motivo
      *           (flag COP067-ESCOLHE-VENCEDOR, motivo obrigatorio;
      *           o vencedor precisa ter proposta com preco). O
      *           pedido de compra nasce da cotacao vencedora no
      *           COP065, que tambem barra pedido acima do limite do
      *           CAD020 sem tres cotacoes. Cotacao ja transformada
      *           em pedido nao muda mais. Toda mudanca gera imagem
      *           LOG003.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COPX067.
           COPY COPX068.
           COPY COPX050.
           COPY CGPX001.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW067.
       COPY COPW068.
       COPY COPW050.
       COPY CGPW001.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
           COPY "COP067.CPB".
           COPY "COP067.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD067             PIC XX       VALUE SPACES.
           05  ST-COD068             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
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
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  ULT-COTACAO-W         PIC 9(5)     VALUE ZEROS.
           05  CUSTO-E               PIC ZZ.ZZZ.ZZ9,99.
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
           PERFORM CORPO-PROGRAMA UNTIL COP067-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE DATA-INV TO DATA-MOVTO-W.
           MOVE ZEROS TO ERRO-W.
           INITIALIZE COP067-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE COP067-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE COP067-VERSION-NO  TO DS-VERSION-NO
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD067" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD067.
           MOVE "COD068" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD068.
           OPEN I-O COD067
           MOVE 1 TO GRAVA-W.
           IF ST-COD067 = "35"
              CLOSE COD067      OPEN OUTPUT COD067
              CLOSE COD067      OPEN I-O COD067
           END-IF.
           IF ST-COD067 <> "00"
              MOVE "ERRO ABERTURA COD067: "  TO COP067-MENSAGEM-ERRO
              MOVE ST-COD067 TO COP067-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           OPEN I-O COD068
           IF ST-COD068 = "35"
              CLOSE COD068      OPEN OUTPUT COD068
              CLOSE COD068      OPEN I-O COD068
           END-IF.
           IF ST-COD068 <> "00"
              MOVE "ERRO ABERTURA COD068: "  TO COP067-MENSAGEM-ERRO
              MOVE ST-COD068 TO COP067-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "COD050" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           OPEN INPUT COD050 CGD001
           IF ST-COD050 <> "00"
              MOVE "ERRO ABERTURA COD050: "  TO COP067-MENSAGEM-ERRO
              MOVE ST-COD050 TO COP067-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ST-CGD001 <> "00"
              MOVE "ERRO ABERTURA CGD001: "  TO COP067-MENSAGEM-ERRO
              MOVE ST-CGD001 TO COP067-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              MOVE "ERRO ABERTURA LOG003: "  TO COP067-MENSAGEM-ERRO
              MOVE ST-LOG003 TO COP067-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF ERRO-W = ZEROS
                PERFORM LOAD-SCREENSET.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN COP067-CENTRALIZA-TRUE
                   PERFORM CENTRALIZAR
               WHEN COP067-SAVE-FLG-TRUE
                   PERFORM SALVAR-CABECALHO
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP067-LOAD-FLG-TRUE
                   PERFORM CARREGAR-CABECALHO
                   PERFORM CARREGA-PROPOSTAS
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN COP067-SAVE-ITEM-TRUE
                   PERFORM SALVAR-PROPOSTA
                   PERFORM CARREGA-PROPOSTAS
               WHEN COP067-EXCLUI-ITEM-TRUE
                   PERFORM EXCLUI-PROPOSTA
                   PERFORM CARREGA-PROPOSTAS
               WHEN COP067-ESCOLHE-VENCEDOR-TRUE
                   PERFORM ESCOLHE-VENCEDOR
                   PERFORM CARREGAR-CABECALHO
               WHEN COP067-LE-FORNEC-TRUE
                   PERFORM LE-FORNEC
               WHEN COP067-LE-BRINDE-TRUE
                   PERFORM LE-BRINDE
               WHEN COP067-CLR-FLG-TRUE
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

       LE-FORNEC SECTION.
           MOVE COP067-FORNEC TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE NOME-CG01 TO COP067-DESCR-FORN.

       LE-BRINDE SECTION.
           MOVE COP067-CODBRINDE TO CODBRINDE-CO50.
           READ COD050 INVALID KEY
                MOVE "********" TO DESCRICAO-CO50.
           MOVE DESCRICAO-CO50 TO COP067-DESCR-BRINDE.

       CARREGAR-CABECALHO SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE COP067-NR-COTACAO TO NR-COTACAO-CO67
           READ COD067 INVALID KEY INITIALIZE REG-COD067
                                   MOVE COP067-NR-COTACAO TO
                                        NR-COTACAO-CO67
                                   MOVE 1 TO GRAVA-W.
           MOVE CODBRINDE-CO67     TO COP067-CODBRINDE
           MOVE QTDE-CO67          TO COP067-QTDE
           MOVE DATA-COTACAO-CO67  TO COP067-DATA-COTACAO
           MOVE SITUACAO-CO67      TO COP067-SITUACAO
           MOVE FORNEC-VENC-CO67   TO COP067-FORNEC-VENC
           MOVE MOTIVO-VENC-CO67   TO COP067-MOTIVO
           MOVE NR-PEDIDO-CO67     TO COP067-NR-PEDIDO
           PERFORM LE-BRINDE.

       SALVAR-CABECALHO SECTION.
           MOVE ZEROS TO ERRO-W.
           IF GRAVA-W = 0 AND SITUACAO-CO67 = 2
              MOVE "COTACAO JA VIROU PEDIDO - NAO ALTERA" TO
                                                   COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-CABECALHO-FIM.
           PERFORM LE-BRINDE.
           IF DESCRICAO-CO50 = "********"
              MOVE "BRINDE NAO CADASTRADO (COP050)" TO
                                                   COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-CABECALHO-FIM.
           IF COP067-QTDE = ZEROS
              MOVE "QUANTIDADE NAO INFORMADA" TO COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-CABECALHO-FIM.
      *    Cotacao nova sem numero: proxima livre.
           IF GRAVA-W = 1 AND COP067-NR-COTACAO = ZEROS
              PERFORM ACHA-PROX-COTACAO
              MOVE ULT-COTACAO-W TO COP067-NR-COTACAO
           END-IF.
           MOVE COP067-NR-COTACAO   TO NR-COTACAO-CO67
           MOVE COP067-CODBRINDE    TO CODBRINDE-CO67
           MOVE COP067-QTDE         TO QTDE-CO67
           IF COP067-DATA-COTACAO = ZEROS
              MOVE DATA-MOVTO-W     TO DATA-COTACAO-CO67
           ELSE
              MOVE COP067-DATA-COTACAO TO DATA-COTACAO-CO67
           END-IF
      *    Situacao so pelo fluxo (vencedor/pedido) ou cancelamento.
           IF COP067-SITUACAO = 3
              MOVE 3                TO SITUACAO-CO67
           END-IF
           MOVE COD-USUARIO-W       TO USUARIO-CO67
           IF GRAVA-W = 1
              MOVE ZEROS            TO SITUACAO-CO67 FORNEC-VENC-CO67
                                       NR-PEDIDO-CO67
              MOVE SPACES           TO MOTIVO-VENC-CO67
              WRITE REG-COD067
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CO67
              END-WRITE
           ELSE REWRITE REG-COD067
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO67
           END-REWRITE.
           MOVE NR-COTACAO-CO67 TO COP067-NR-COTACAO.
           MOVE 0 TO GRAVA-W.
       SALVAR-CABECALHO-FIM.
           EXIT.

       ACHA-PROX-COTACAO SECTION.
           MOVE ZEROS TO NR-COTACAO-CO67 ULT-COTACAO-W.
           START COD067 KEY IS NOT < NR-COTACAO-CO67 INVALID KEY
                 MOVE "10" TO ST-COD067.
           PERFORM UNTIL ST-COD067 = "10"
              READ COD067 NEXT RECORD AT END MOVE "10" TO ST-COD067
              NOT AT END
                MOVE NR-COTACAO-CO67 TO ULT-COTACAO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD067.
           ADD 1 TO ULT-COTACAO-W.

       CONFERE-COTACAO-ABERTA SECTION.
      *    Proposta so entra/sai/vence em cotacao gravada e ainda
      *    sem pedido.
           MOVE ZEROS TO ERRO-W.
           MOVE COP067-NR-COTACAO TO NR-COTACAO-CO67.
           READ COD067 INVALID KEY
                MOVE "GRAVE O CABECALHO DA COTACAO ANTES" TO
                                                   COP067-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CONFERE-COTACAO-ABERTA-FIM.
           IF SITUACAO-CO67 = 2 OR SITUACAO-CO67 = 3
              MOVE "COTACAO ENCERRADA - NAO ALTERA" TO
                                                   COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
       CONFERE-COTACAO-ABERTA-FIM.
           EXIT.

       SALVAR-PROPOSTA SECTION.
           PERFORM CONFERE-COTACAO-ABERTA.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-PROPOSTA-FIM.
           PERFORM LE-FORNEC.
           IF NOME-CG01 = "********"
              MOVE "FORNECEDOR NAO CADASTRADO" TO COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-PROPOSTA-FIM.
           MOVE COP067-NR-COTACAO TO NR-COTACAO-CO68
           MOVE COP067-FORNEC     TO FORNEC-CO68
           READ COD068 INVALID KEY
                INITIALIZE REG-COD068
                MOVE COP067-NR-COTACAO   TO NR-COTACAO-CO68
                MOVE COP067-FORNEC       TO FORNEC-CO68
                MOVE DATA-MOVTO-W        TO DATA-CONVITE-CO68
                PERFORM MOVE-PROPOSTA
                WRITE REG-COD068 NOT INVALID KEY
                      MOVE "I" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG-CO68
                END-WRITE
           NOT INVALID KEY
                PERFORM MOVE-PROPOSTA
                REWRITE REG-COD068 NOT INVALID KEY
                      MOVE "A" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG-CO68
                END-REWRITE
           END-READ.
       SALVAR-PROPOSTA-FIM.
           EXIT.

       MOVE-PROPOSTA SECTION.
           MOVE COP067-CUSTO-UNIT    TO CUSTO-UNIT-CO68
           MOVE COP067-PRAZO-DIAS    TO PRAZO-DIAS-CO68
           MOVE COP067-OBS           TO OBS-CO68
      *    Preco informado sem data = proposta recebida hoje.
           MOVE COP067-DATA-RESPOSTA TO DATA-RESPOSTA-CO68
           IF CUSTO-UNIT-CO68 > ZEROS AND DATA-RESPOSTA-CO68 = ZEROS
              MOVE DATA-MOVTO-W      TO DATA-RESPOSTA-CO68
           END-IF.

       EXCLUI-PROPOSTA SECTION.
           PERFORM CONFERE-COTACAO-ABERTA.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO EXCLUI-PROPOSTA-FIM.
           IF SITUACAO-CO67 = 1 AND FORNEC-VENC-CO67 = COP067-FORNEC
              MOVE "FORNECEDOR E O VENCEDOR - NAO EXCLUI" TO
                                                   COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO EXCLUI-PROPOSTA-FIM.
           MOVE COP067-NR-COTACAO TO NR-COTACAO-CO68
           MOVE COP067-FORNEC     TO FORNEC-CO68
           READ COD068 INVALID KEY
              MOVE "FORNECEDOR NAO CONVIDADO" TO COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO EXCLUI-PROPOSTA-FIM.
           DELETE COD068 NOT INVALID KEY
              MOVE "E" TO LOG3-OPERACAO
              PERFORM GRAVA-LOG-CO68
           END-DELETE.
       EXCLUI-PROPOSTA-FIM.
           EXIT.

       ESCOLHE-VENCEDOR SECTION.
      *    Vencedor = um convidado com preco; motivo obrigatorio.
           PERFORM CONFERE-COTACAO-ABERTA.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO ESCOLHE-VENCEDOR-FIM.
           IF COP067-MOTIVO = SPACES
              MOVE "INFORME O MOTIVO DA ESCOLHA" TO
                                                   COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO ESCOLHE-VENCEDOR-FIM.
           MOVE COP067-NR-COTACAO   TO NR-COTACAO-CO68
           MOVE COP067-FORNEC-VENC  TO FORNEC-CO68
           READ COD068 INVALID KEY
                MOVE "VENCEDOR NAO FOI CONVIDADO" TO
                                                   COP067-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE ZEROS TO ERRO-W
                GO ESCOLHE-VENCEDOR-FIM.
           IF CUSTO-UNIT-CO68 = ZEROS
              MOVE "VENCEDOR SEM PRECO COTADO" TO COP067-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO ESCOLHE-VENCEDOR-FIM.
           MOVE COP067-FORNEC-VENC  TO FORNEC-VENC-CO67.
           MOVE COP067-MOTIVO       TO MOTIVO-VENC-CO67.
           MOVE 1                   TO SITUACAO-CO67.
           MOVE COD-USUARIO-W       TO USUARIO-CO67.
           REWRITE REG-COD067
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO67
           END-REWRITE.
       ESCOLHE-VENCEDOR-FIM.
           EXIT.

       CARREGA-PROPOSTAS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE COP067-NR-COTACAO TO NR-COTACAO-CO68.
           MOVE ZEROS             TO FORNEC-CO68.
           START COD068 KEY IS NOT < CHAVE-CO68 INVALID KEY
                 MOVE "10" TO ST-COD068.
           PERFORM UNTIL ST-COD068 = "10"
              READ COD068 NEXT RECORD AT END MOVE "10" TO ST-COD068
              NOT AT END
                IF NR-COTACAO-CO68 NOT = COP067-NR-COTACAO
                   MOVE "10" TO ST-COD068
                ELSE
                   MOVE FORNEC-CO68 TO CODIGO-CG01
                   READ CGD001 INVALID KEY
                        MOVE "********" TO NOME-CG01
                   END-READ
                   MOVE CUSTO-UNIT-CO68   TO CUSTO-E
                   MOVE SPACES TO COP067-LINDET
                   MOVE FORNEC-CO68       TO COP067-LINDET(01: 06)
                   MOVE NOME-CG01         TO COP067-LINDET(08: 25)
                   MOVE CUSTO-E           TO COP067-LINDET(34: 13)
                   MOVE PRAZO-DIAS-CO68   TO COP067-LINDET(49: 03)
                   MOVE DATA-RESPOSTA-CO68 TO COP067-LINDET(54: 08)
                   IF FORNEC-CO68 = FORNEC-VENC-CO67
                      MOVE "VENCEDOR"     TO COP067-LINDET(64: 08)
                   END-IF
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD068.

       GRAVA-LOG-CO67 SECTION.
           MOVE "COD067"    TO LOG3-ARQUIVO
           MOVE REG-COD067  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-CO68 SECTION.
           MOVE "COD068"    TO LOG3-ARQUIVO
           MOVE REG-COD068  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-GENERICO SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "COP067"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP067-MENSAGEM-ERRO
           MOVE ST-COD067        TO COP067-MENSAGEM-ERRO(23: 2)
           PERFORM LOAD-SCREENSET
           PERFORM CARREGA-MENSAGEM-ERRO.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE 1 TO ERRO-W.
       LIMPAR-DADOS SECTION.
           INITIALIZE REG-COD067
           INITIALIZE COP067-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       CLEAR-FLAGS SECTION.
           INITIALIZE COP067-FLAG-GROUP.
       SET-UP-FOR-REFRESH-SCREEN SECTION.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "COP067" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.
       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, COP067-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD067 COD068 COD050 CGD001 LOG003.
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
