      *           qtde recebida de cada item; o pendente
      *           pedido-x-recebido e o encerramento automatico saem
      *           pelo CPB074. Toda mudanca gera imagem LOG003.
      *           Os rascunhos da sugestao de compra do CPB087
      *           (SITUACAO-CO65 = 2) sao revistos aqui - itens e
      *           quantidades podem ser acertados - e viram pedido
      *           aberto no botao de confirmacao (flag COP065-
      *           CONFIRMA-PEDIDO), com a data do pedido de hoje.
      *           Pedido a partir da cotacao de precos (COP067): com
      *           o vencedor escolhido, o botao COP065-GERA-COTACAO
      *           cria o pedido aberto p/ o fornecedor vencedor com o
      *           brinde, a qtde e o preco cotados (previsao = hoje +
      *           prazo da proposta) e amarra pedido e cotacao
      *           (COP065-NR-COTACAO). Pedido cujo total passa do
      *           LIMITE-COTACAO-CA20 nao grava item nem e confirmado
      *           sem cotacao de pelo menos tres fornecedores com
      *           preco.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY COPX065.
           COPY COPX066.
           COPY COPX050.
           COPY COPX067.
           COPY COPX068.
           COPY CAPX020.
           COPY CGPX001.
           COPY LOGX003.

       COPY COPW065.
       COPY COPW066.
       COPY COPW050.
       COPY COPW067.
       COPY COPW068.
       COPY CAPW020.
       COPY CGPW001.
       COPY LOGW003.

           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-COD067             PIC XX       VALUE SPACES.
           05  ST-COD068             PIC XX       VALUE SPACES.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
           05  DATA-MOVTO-W          PIC 9(8)     VALUE ZEROS.
           05  ULT-PEDIDO-W          PIC 9(5)     VALUE ZEROS.
           05  ULT-ITEM-W            PIC 9(3)     VALUE ZEROS.
      *    Exigencia de cotacao (ver CONFERE-LIMITE-COTACAO):
      *    ITEM-IGNORA-W - item em edicao (fica de fora da soma, entra
      *    com VALOR-NOVO-W); zeros = soma todos os itens gravados.
           05  LIMITE-COTACAO-W      PIC 9(08)V99 VALUE ZEROS.
           05  TOTAL-PEDIDO-W        PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-NOVO-W          PIC 9(10)V99 VALUE ZEROS.
           05  ITEM-IGNORA-W         PIC 9(3)     VALUE ZEROS.
           05  COTACAO-ALVO-W        PIC 9(5)     VALUE ZEROS.
           05  QT-COTACOES-W         PIC 9(3)     VALUE ZEROS.
           05  MENSAGEM-LIMITE-W.
               10  FILLER            PIC X(16)
                   VALUE "PEDIDO ACIMA DE ".
               10  LIMITE-E          PIC ZZ.ZZZ.ZZ9,99.
               10  FILLER            PIC X(26)
                   VALUE " EXIGE 3 COTACOES (COP067)".
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA CGD001: "  TO COP065-MENSAGEM-ERRO
              MOVE ST-CGD001 TO COP065-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Cotacoes: so leitura/carimbo do pedido gerado; empresa sem
      *    COD067 nao gera pedido por cotacao.
           MOVE "COD067" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD067.
           MOVE "COD068" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD068.
           OPEN I-O COD067
           OPEN INPUT COD068
           MOVE "CAD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020.
           PERFORM LE-PARAMETROS-EMPRESA.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
                   PERFORM LE-FORNEC
               WHEN COP065-LE-BRINDE-TRUE
                   PERFORM LE-BRINDE
               WHEN COP065-GERA-COTACAO-TRUE
                   PERFORM GERA-PEDIDO-COTACAO
                   PERFORM CARREGAR-CABECALHO
                   PERFORM CARREGA-ITENS
               WHEN COP065-CONFIRMA-PEDIDO-TRUE
                   PERFORM CONFIRMA-PEDIDO
                   PERFORM CARREGAR-CABECALHO
               WHEN COP065-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           MOVE DATA-PEDIDO-CO65   TO COP065-DATA-PEDIDO
           MOVE DATA-PREVISTA-CO65 TO COP065-DATA-PREVISTA
           MOVE SITUACAO-CO65      TO COP065-SITUACAO
           MOVE NR-COTACAO-CO65    TO COP065-NR-COTACAO
           PERFORM LE-FORNEC.

       SALVAR-CABECALHO SECTION.
       SALVAR-CABECALHO-FIM.
           EXIT.

       CONFIRMA-PEDIDO SECTION.
      *    Rascunho do CPB087 -> pedido aberto (SITUACAO 0).
           MOVE ZEROS TO ERRO-W.
           MOVE COP065-NR-PEDIDO TO NR-PEDIDO-CO65.
           READ COD065 INVALID KEY
                MOVE "PEDIDO NAO CADASTRADO" TO COP065-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE ZEROS TO ERRO-W
                GO CONFIRMA-PEDIDO-FIM.
           IF SITUACAO-CO65 NOT = 2
              MOVE "PEDIDO NAO E RASCUNHO DE SUGESTAO" TO
                                                   COP065-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO CONFIRMA-PEDIDO-FIM.
           MOVE ZEROS          TO ITEM-IGNORA-W VALOR-NOVO-W.
           PERFORM CONFERE-LIMITE-COTACAO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO CONFIRMA-PEDIDO-FIM.
           MOVE COP065-NR-PEDIDO TO NR-PEDIDO-CO65.
           READ COD065 INVALID KEY
                GO CONFIRMA-PEDIDO-FIM.
           MOVE 0              TO SITUACAO-CO65.
           MOVE DATA-MOVTO-W   TO DATA-PEDIDO-CO65.
           MOVE COD-USUARIO-W  TO USUARIO-CO65.
           REWRITE REG-COD065
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CO65
           END-REWRITE.
       CONFIRMA-PEDIDO-FIM.
           EXIT.

       ACHA-PROX-PEDIDO SECTION.
           MOVE ZEROS TO NR-PEDIDO-CO65 ULT-PEDIDO-W.
           START COD065 KEY IS NOT < NR-PEDIDO-CO65 INVALID KEY
              PERFORM ACHA-PROX-ITEM
              MOVE ULT-ITEM-W TO COP065-ITEM
           END-IF.
      *    Rascunho do CPB087 so e conferido na confirmacao.
           MOVE COP065-ITEM TO ITEM-IGNORA-W.
           COMPUTE VALOR-NOVO-W = COP065-QTDE * COP065-CUSTO.
           PERFORM CONFERE-LIMITE-COTACAO.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-ITEM-FIM.
           MOVE COP065-NR-PEDIDO TO NR-PEDIDO-CO66
           MOVE COP065-ITEM      TO ITEM-CO66
           READ COD066 INVALID KEY
           END-PERFORM.
           MOVE "00" TO ST-COD066.

       LE-PARAMETROS-EMPRESA SECTION.
      *    Limite da exigencia de cotacao (CAD020, registro 01);
      *    empresa sem parametros nao tem exigencia.
           MOVE ZEROS TO LIMITE-COTACAO-W.
           OPEN INPUT CAD020.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF LIMITE-COTACAO-CA20 IS NUMERIC
                      MOVE LIMITE-COTACAO-CA20 TO LIMITE-COTACAO-W
                   END-IF
              END-READ
              CLOSE CAD020
           END-IF.

       CONFERE-LIMITE-COTACAO SECTION.
      *    Total do pedido (itens gravados menos ITEM-IGNORA-W, mais
      *    VALOR-NOVO-W) acima do limite exige cotacao amarrada ao
      *    pedido com pelo menos tres propostas com preco.
           MOVE ZEROS TO ERRO-W.
           IF LIMITE-COTACAO-W = ZEROS
              GO CONFERE-LIMITE-COTACAO-FIM.
           MOVE COP065-NR-PEDIDO TO NR-PEDIDO-CO65.
           READ COD065 INVALID KEY
                GO CONFERE-LIMITE-COTACAO-FIM.
           IF SITUACAO-CO65 = 2 AND ITEM-IGNORA-W > ZEROS
              GO CONFERE-LIMITE-COTACAO-FIM.
           MOVE NR-COTACAO-CO65 TO COTACAO-ALVO-W.
           MOVE VALOR-NOVO-W     TO TOTAL-PEDIDO-W.
           MOVE COP065-NR-PEDIDO TO NR-PEDIDO-CO66.
           MOVE ZEROS            TO ITEM-CO66.
           START COD066 KEY IS NOT < CHAVE-CO66 INVALID KEY
                 MOVE "10" TO ST-COD066.
           PERFORM UNTIL ST-COD066 = "10"
              READ COD066 NEXT RECORD AT END MOVE "10" TO ST-COD066
              NOT AT END
                IF NR-PEDIDO-CO66 NOT = COP065-NR-PEDIDO
                   MOVE "10" TO ST-COD066
                ELSE
                   IF ITEM-CO66 NOT = ITEM-IGNORA-W
                      COMPUTE TOTAL-PEDIDO-W = TOTAL-PEDIDO-W +
                              QTDE-CO66 * CUSTO-UNIT-CO66
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD066.
           IF TOTAL-PEDIDO-W NOT > LIMITE-COTACAO-W
              GO CONFERE-LIMITE-COTACAO-FIM.
           PERFORM CONTA-COTACOES.
           IF QT-COTACOES-W < 3
              MOVE LIMITE-COTACAO-W  TO LIMITE-E
              MOVE MENSAGEM-LIMITE-W TO COP065-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
       CONFERE-LIMITE-COTACAO-FIM.
           EXIT.

       CONTA-COTACOES SECTION.
      *    Propostas com preco da cotacao COTACAO-ALVO-W.
           MOVE ZEROS TO QT-COTACOES-W.
           IF COTACAO-ALVO-W = ZEROS OR ST-COD068 NOT = "00"
              GO CONTA-COTACOES-FIM.
           MOVE COTACAO-ALVO-W TO NR-COTACAO-CO68.
           MOVE ZEROS          TO FORNEC-CO68.
           START COD068 KEY IS NOT < CHAVE-CO68 INVALID KEY
                 MOVE "10" TO ST-COD068.
           PERFORM UNTIL ST-COD068 = "10"
              READ COD068 NEXT RECORD AT END MOVE "10" TO ST-COD068
              NOT AT END
                IF NR-COTACAO-CO68 NOT = COTACAO-ALVO-W
                   MOVE "10" TO ST-COD068
                ELSE
                   IF CUSTO-UNIT-CO68 > ZEROS
                      ADD 1 TO QT-COTACOES-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD068.
       CONTA-COTACOES-FIM.
           EXIT.

       GERA-PEDIDO-COTACAO SECTION.
      *    Cotacao com vencedor escolhido (COP067) -> pedido aberto
      *    p/ o vencedor, item unico com o preco cotado.
           MOVE ZEROS TO ERRO-W.
           IF ST-COD067 NOT = "00" OR ST-COD068 NOT = "00"
              MOVE "COTACOES (COD067/COD068) INDISPONIVEIS" TO
                                                   COP065-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO GERA-PEDIDO-COTACAO-FIM.
           MOVE COP065-NR-COTACAO TO NR-COTACAO-CO67.
           READ COD067 INVALID KEY
                MOVE "COTACAO NAO CADASTRADA (COP067)" TO
                                                   COP065-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE ZEROS TO ERRO-W
                GO GERA-PEDIDO-COTACAO-FIM.
           IF SITUACAO-CO67 NOT = 1
              MOVE "COTACAO SEM VENCEDOR OU JA VIROU PEDIDO" TO
                                                   COP065-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO GERA-PEDIDO-COTACAO-FIM.
           MOVE NR-COTACAO-CO67  TO NR-COTACAO-CO68.
           MOVE FORNEC-VENC-CO67 TO FORNEC-CO68.
           READ COD068 INVALID KEY
                MOVE "PROPOSTA DO VENCEDOR NAO ENCONTRADA" TO
                                                   COP065-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE ZEROS TO ERRO-W
                GO GERA-PEDIDO-COTACAO-FIM.
      *    Exigencia de tres cotacoes acima do limite.
           COMPUTE TOTAL-PEDIDO-W = QTDE-CO67 * CUSTO-UNIT-CO68.
           IF LIMITE-COTACAO-W > ZEROS AND
              TOTAL-PEDIDO-W > LIMITE-COTACAO-W
              MOVE NR-COTACAO-CO67 TO COTACAO-ALVO-W
              PERFORM CONTA-COTACOES
              IF QT-COTACOES-W < 3
                 MOVE LIMITE-COTACAO-W  TO LIMITE-E
                 MOVE MENSAGEM-LIMITE-W TO COP065-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 MOVE ZEROS TO ERRO-W
                 GO GERA-PEDIDO-COTACAO-FIM
              END-IF
           END-IF.
           PERFORM ACHA-PROX-PEDIDO.
           INITIALIZE REG-COD065.
           MOVE ULT-PEDIDO-W      TO NR-PEDIDO-CO65.
           MOVE FORNEC-VENC-CO67  TO FORNEC-CO65.
           MOVE DATA-MOVTO-W      TO DATA-PEDIDO-CO65.
           MOVE 2                 TO GRTIME-TYPE.
           MOVE 1                 TO GRTIME-FUNCTION.
           MOVE DATA-MOVTO-W      TO GRTIME-DATE.
           MOVE PRAZO-DIAS-CO68   TO GRTIME-DAYS.
           CALL   "GRTIME" USING PARAMETROS-GRTIME.
           CANCEL "GRTIME".
           MOVE GRTIME-DATE-FINAL TO DATA-PREVISTA-CO65.
           MOVE 0                 TO SITUACAO-CO65.
           MOVE COD-USUARIO-W     TO USUARIO-CO65.
           MOVE NR-COTACAO-CO67   TO NR-COTACAO-CO65.
           WRITE REG-COD065 INVALID KEY
                 PERFORM ERRO-GRAVACAO
                 GO GERA-PEDIDO-COTACAO-FIM.
           MOVE "I" TO LOG3-OPERACAO.
           PERFORM GRAVA-LOG-CO65.
           INITIALIZE REG-COD066.
           MOVE NR-PEDIDO-CO65    TO NR-PEDIDO-CO66.
           MOVE 1                 TO ITEM-CO66.
           MOVE CODBRINDE-CO67    TO CODBRINDE-CO66.
           MOVE QTDE-CO67         TO QTDE-CO66.
           MOVE CUSTO-UNIT-CO68   TO CUSTO-UNIT-CO66.
           MOVE ZEROS             TO QTDE-RECEBIDA-CO66.
           WRITE REG-COD066 NOT INVALID KEY
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-CO66
           END-WRITE.
           MOVE 2                 TO SITUACAO-CO67.
           MOVE NR-PEDIDO-CO65    TO NR-PEDIDO-CO67.
           MOVE COD-USUARIO-W     TO USUARIO-CO67.
           REWRITE REG-COD067 NOT INVALID KEY
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "COD067"    TO LOG3-ARQUIVO
                 MOVE REG-COD067  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-REWRITE.
           MOVE NR-PEDIDO-CO65    TO COP065-NR-PEDIDO.
       GERA-PEDIDO-COTACAO-FIM.
           EXIT.

       GRAVA-LOG-CO65 SECTION.
           MOVE "COD065"    TO LOG3-ARQUIVO
           MOVE REG-COD065  TO LOG3-REGISTRO
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "COP065"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP065-MENSAGEM-ERRO
           MOVE ST-COD065        TO COP065-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD065 COD066 COD050 CGD001 LOG003 COD067 COD068.
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
