      *           operacao Supervisor em GED002 e fica carimbado em
      *           LOG001 - os numeros da manha nao mudam em
      *           silencio.
      *           Fornecedor e conta de apuracao dos titulos de
      *           devolucao ao formando desistente (campos de tela
      *           CAP020-FORNEC-DEVOL/CAP020-CONTA-DEVOL).
      *           Valor acima do qual o pedido de compra de brindes
      *           exige tres cotacoes (CAP020-LIMITE-COTACAO, usado
      *           pelo COP065).
      *           Fundo fixo do caixa: valor do fundo, piso que
      *           dispara a reposicao no fechamento do CXB002,
      *           credor/conta/portador do titulo de reposicao e o
      *           tipo de lancamento da entrada no caixa qdo o
      *           titulo e pago (CAP020-VALOR-FUNDO,
      *           CAP020-PISO-FUNDO, CAP020-FORNEC-FUNDO,
      *           CAP020-CONTA-FUNDO, CAP020-PORTADOR-FUNDO,
      *           CAP020-TIPO-LCTO-FUNDO).
      *           Quebra de caixa: limite acima do qual a diferenca
      *           da contagem exige Supervisor e o tipo de lancamento
      *           da quebra (CAP020-LIMITE-QUEBRA,
      *           CAP020-TIPO-LCTO-QUEBRA, usados pelo CXB002).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE TALAO-MINIMO-CA20        TO CAP020-TALAO-MINIMO
           MOVE VALOR-REVISAO-CA20       TO CAP020-VALOR-REVISAO
           MOVE PROX-AVISO-CA20          TO CAP020-PROX-AVISO
           MOVE PROX-NOSSO-NUM-CA20      TO CAP020-PROX-NOSSO-NUM
           MOVE PROX-BORDERO-CA20        TO CAP020-PROX-BORDERO
           MOVE DATA-FECH-MOVTO-CA20     TO CAP020-DATA-FECH-MOVTO
           MOVE FORNEC-DEVOL-CA20        TO CAP020-FORNEC-DEVOL
           MOVE CONTA-DEVOL-CA20         TO CAP020-CONTA-DEVOL
           MOVE LIMITE-COTACAO-CA20      TO CAP020-LIMITE-COTACAO
           MOVE VALOR-FUNDO-FIXO-CA20    TO CAP020-VALOR-FUNDO
           MOVE PISO-FUNDO-FIXO-CA20     TO CAP020-PISO-FUNDO
           MOVE FORNEC-FUNDO-CA20        TO CAP020-FORNEC-FUNDO
           MOVE CONTA-FUNDO-CA20         TO CAP020-CONTA-FUNDO
           MOVE PORTADOR-FUNDO-CA20      TO CAP020-PORTADOR-FUNDO
           MOVE TIPO-LCTO-FUNDO-CA20     TO CAP020-TIPO-LCTO-FUNDO
           MOVE LIMITE-QUEBRA-CA20       TO CAP020-LIMITE-QUEBRA
           MOVE TIPO-LCTO-QUEBRA-CA20    TO CAP020-TIPO-LCTO-QUEBRA.

       SALVAR-DADOS SECTION.
      *    Recuo do fechamento diario (reabertura de dia ja batido)
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           IF CAP020-PISO-FUNDO > CAP020-VALOR-FUNDO
              MOVE "PISO MAIOR QUE O VALOR DO FUNDO FIXO" TO
                                                   CAP020-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE 01 TO CODIGO-CA20.
           MOVE CAP020-DATA-LIMITE       TO DATA-LIMITE-CA20
           MOVE CAP020-DIA-PADRAO        TO DIA-PADRAO-CA20
           MOVE CAP020-TALAO-MINIMO      TO TALAO-MINIMO-CA20
           MOVE CAP020-VALOR-REVISAO     TO VALOR-REVISAO-CA20
           MOVE CAP020-PROX-AVISO        TO PROX-AVISO-CA20
           MOVE CAP020-PROX-NOSSO-NUM    TO PROX-NOSSO-NUM-CA20
           MOVE CAP020-PROX-BORDERO      TO PROX-BORDERO-CA20
           MOVE CAP020-DATA-FECH-MOVTO   TO DATA-FECH-MOVTO-CA20
           MOVE CAP020-FORNEC-DEVOL      TO FORNEC-DEVOL-CA20
           MOVE CAP020-CONTA-DEVOL       TO CONTA-DEVOL-CA20
           MOVE CAP020-LIMITE-COTACAO    TO LIMITE-COTACAO-CA20
           MOVE CAP020-VALOR-FUNDO       TO VALOR-FUNDO-FIXO-CA20
           MOVE CAP020-PISO-FUNDO        TO PISO-FUNDO-FIXO-CA20
           MOVE CAP020-FORNEC-FUNDO      TO FORNEC-FUNDO-CA20
           MOVE CAP020-CONTA-FUNDO       TO CONTA-FUNDO-CA20
           MOVE CAP020-PORTADOR-FUNDO    TO PORTADOR-FUNDO-CA20
           MOVE CAP020-TIPO-LCTO-FUNDO   TO TIPO-LCTO-FUNDO-CA20
           MOVE CAP020-LIMITE-QUEBRA     TO LIMITE-QUEBRA-CA20
           MOVE CAP020-TIPO-LCTO-QUEBRA  TO TIPO-LCTO-QUEBRA-CA20
           IF GRAVA-W = 1
              WRITE REG-CAD020
                   INVALID KEY PERFORM ERRO-GRAVACAO
           MOVE "CAP020"    TO LOG1-PROGRAMA
           MOVE REG-CAD020  TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       GRAVA-LOG-CA20 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE "CAP020"    TO LOG3-PROGRAMA
           MOVE REG-CAD020  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CAP020-MENSAGEM-ERRO
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
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
