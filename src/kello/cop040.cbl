      *           permanente) e o relatorio de brindes pendentes
      *           (COP056) mostra a data de venda ao lado de cada
      *           item. Toda mudanca gera imagem LOG003.
      *           Na assinatura entra tambem o orcamento do contrato
      *           por categoria de custo (brindes, titulos e
      *           revisoes - campos de tela COP040-ORC-BRINDES/
      *           -TITULOS/-REVISOES), conferido pelo CPB082 e
      *           pelos avisos de estouro do COP055 e CPP020A.
      *           E a multa da desistencia do formando (% do valor
      *           do contrato - COP040-PERC-MULTA), aplicada pelo
      *           COP045/CODESIST.
      *           E o vendedor que fechou o contrato (COP040-
      *           VENDEDOR, conferido no cadastro COD041 - vendedor
      *           inativo nao entra em contrato; nome em COP040-
      *           DESCR-VENDEDOR), base da comissao do CPB083.
      *           E a data prometida de entrega das fitas (COP040-
      *           DATA-ENTREGA), que adianta a revisao das fitas do
      *           contrato na distribuicao do CPB086.
      *           Ao passar p/ ENCERRADO grava a data do encerramento
      *           (DATA-ENCERRA-CO40; reaberto, volta a zeros), de
      *           onde conta o prazo de guarda dos dados pessoais do
      *           GEB003.
      *           E o layout da prestacao de contas a comissao (COP040-
      *           PREST-CLIENTE: 0-completa, 1-cliente sem custos
      *           internos), seguido pelo CPB110.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY COPX040.
           COPY COPX055.
           COPY COPX041.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW040.
       COPY COPW055.
       COPY COPW041.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD041             PIC XX       VALUE SPACES.
           05  VENDEDOR-ANT-W        PIC 9(04)    VALUE ZEROS.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  ERRO-W                PIC 9        VALUE ZEROS.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD040" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD040.
           MOVE "COD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055.
           MOVE "COD041" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD041.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O COD040
           MOVE 1 TO GRAVA-W.
              MOVE "ERRO ABERTURA COD055: "  TO COP040-MENSAGEM-ERRO
              MOVE ST-COD055 TO COP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    COD041 opcional: sem cadastro de vendedores o contrato e
      *    gravado sem vendedor (venda da casa).
           OPEN INPUT COD041
           IF ST-COD041 <> "00" AND ST-COD041 <> "05" AND
              ST-COD041 <> "35"
              MOVE "ERRO ABERTURA COD041: "  TO COP040-MENSAGEM-ERRO
              MOVE ST-COD041 TO COP040-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
                   PERFORM EXCLUI-RECORD
               WHEN COP040-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN COP040-LE-VENDEDOR-TRUE
                   PERFORM LE-VENDEDOR
           END-EVALUATE
           PERFORM CLEAR-FLAGS
           PERFORM CALL-DIALOG-SYSTEM.

          invoke janelaPrincipal "CentralizarNoDesktop".

       LE-VENDEDOR SECTION.
           MOVE "********" TO NOME-CO41.
           MOVE 9 TO SITUACAO-CO41.
           IF ST-COD041 = "00"
              MOVE COP040-VENDEDOR TO CODIGO-CO41
              READ COD041 INVALID KEY
                   MOVE "********" TO NOME-CO41
                   MOVE 9 TO SITUACAO-CO41
              END-READ
           END-IF.
           MOVE NOME-CO41 TO COP040-DESCR-VENDEDOR.

       CARREGAR-DADOS SECTION.
           MOVE ZEROS TO GRAVA-W.
           MOVE COP040-CONTRATO     TO NR-CONTRATO-CO40
           MOVE TURMA-CO40            TO COP040-TURMA
           MOVE CURSO-CO40            TO COP040-CURSO
           MOVE DATA-PREV-VENDA-CO40  TO COP040-PREV-VENDA
           MOVE SITUACAO-CO40         TO COP040-SITUACAO
           MOVE VALOR-FORM-CO40       TO COP040-VALOR-FORM
           MOVE QTDE-PARC-CO40        TO COP040-QTDE-PARC
           MOVE DATA-1A-PARC-CO40     TO COP040-DATA-1A-PARC
           MOVE FORMA-COBR-CO40       TO COP040-FORMA-COBR
           MOVE ORC-BRINDES-CO40      TO COP040-ORC-BRINDES
           MOVE ORC-TITULOS-CO40      TO COP040-ORC-TITULOS
           MOVE ORC-REVISOES-CO40     TO COP040-ORC-REVISOES
           MOVE PERC-MULTA-DESIST-CO40 TO COP040-PERC-MULTA
           MOVE ZEROS                 TO VENDEDOR-ANT-W
           IF VENDEDOR-CO40 IS NUMERIC
              MOVE VENDEDOR-CO40      TO VENDEDOR-ANT-W
           END-IF
           MOVE VENDEDOR-ANT-W        TO COP040-VENDEDOR
           MOVE ZEROS                 TO COP040-DATA-ENTREGA
           IF DATA-ENTREGA-CO40 IS NUMERIC
              MOVE DATA-ENTREGA-CO40  TO COP040-DATA-ENTREGA
           END-IF
           MOVE ZEROS                 TO COP040-PREST-CLIENTE
           IF PREST-CLIENTE-CO40 IS NUMERIC
              MOVE PREST-CLIENTE-CO40 TO COP040-PREST-CLIENTE
           END-IF
           MOVE SPACES                TO COP040-DESCR-VENDEDOR
           IF COP040-VENDEDOR > ZEROS
              PERFORM LE-VENDEDOR
           END-IF.

       SALVAR-DADOS SECTION.
           IF COP040-CONTRATO = ZEROS
                                                   COP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM.
      *    Preco por formando informado exige o resto do plano de
      *    pagamento (o CRB001 nao gera parcela pela metade).
           IF COP040-VALOR-FORM > ZEROS AND
              (COP040-QTDE-PARC = ZEROS OR COP040-DATA-1A-PARC = ZEROS)
              MOVE "INFORME PARCELAS E DATA DA 1A. PARCELA" TO
                                                   COP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM.
           IF COP040-PREST-CLIENTE > 1
              MOVE "LAYOUT DA PRESTACAO: 0-COMPLETA 1-CLIENTE" TO
                                                   COP040-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM.
      *    Vendedor precisa estar cadastrado; inativo so fica no
      *    contrato que ja era dele (nao entra em contrato novo).
           IF COP040-VENDEDOR > ZEROS
              PERFORM LE-VENDEDOR
              IF SITUACAO-CO41 = 9
                 MOVE "VENDEDOR NAO CADASTRADO EM COD041" TO
                                                   COP040-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO SALVAR-DADOS-FIM
              END-IF
              IF SITUACAO-CO41 = 1 AND
                 COP040-VENDEDOR NOT = VENDEDOR-ANT-W
                 MOVE "VENDEDOR INATIVO" TO COP040-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           MOVE COP040-CONTRATO      TO NR-CONTRATO-CO40
           MOVE COP040-TURMA         TO TURMA-CO40
           MOVE COP040-CURSO         TO CURSO-CO40
           MOVE COP040-PREV-VENDA    TO DATA-PREV-VENDA-CO40
           IF COP040-SITUACAO = 1
              IF SITUACAO-CO40 NOT = 1 OR
                 DATA-ENCERRA-CO40 NOT NUMERIC OR
                 DATA-ENCERRA-CO40 = ZEROS
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE WS-DATA-CPU     TO DATA-ENCERRA-CO40
              END-IF
           ELSE
              MOVE ZEROS              TO DATA-ENCERRA-CO40
           END-IF.
           MOVE COP040-SITUACAO      TO SITUACAO-CO40
           MOVE COP040-VALOR-FORM    TO VALOR-FORM-CO40
           MOVE COP040-QTDE-PARC     TO QTDE-PARC-CO40
           MOVE COP040-DATA-1A-PARC  TO DATA-1A-PARC-CO40
           MOVE COP040-FORMA-COBR    TO FORMA-COBR-CO40
           MOVE COP040-ORC-BRINDES   TO ORC-BRINDES-CO40
           MOVE COP040-ORC-TITULOS   TO ORC-TITULOS-CO40
           MOVE COP040-ORC-REVISOES  TO ORC-REVISOES-CO40
           MOVE COP040-PERC-MULTA    TO PERC-MULTA-DESIST-CO40
           MOVE COP040-VENDEDOR      TO VENDEDOR-CO40
           MOVE COP040-DATA-ENTREGA  TO DATA-ENTREGA-CO40
           MOVE COP040-PREST-CLIENTE TO PREST-CLIENTE-CO40
           IF GRAVA-W = 1
              WRITE REG-COD040
                   INVALID KEY PERFORM ERRO-GRAVACAO
           MOVE "COP040"    TO LOG3-PROGRAMA
           MOVE REG-COD040  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP040-MENSAGEM-ERRO

       LIMPAR-DADOS SECTION.
           INITIALIZE REG-COD040
           MOVE ZEROS TO VENDEDOR-ANT-W
           INITIALIZE COP040-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.

             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD040 COD055 COD041 LOG003.
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
