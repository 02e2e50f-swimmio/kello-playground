      *           COD055. Exclusao so e aceita p/ fornecedor sem
      *           titulo em CPD020 - com movimento, o caminho e
      *           bloquear.
      *           A inclusao grava a data de cadastro do fornecedor
      *           (DATA-CADASTRO-CG01), usada pelo relatorio de
      *           pagamentos atipicos (fornecedor pago logo apos o
      *           cadastro).
      *           E-mail do fornecedor (EMAIL-CG01), validado na
      *           gravacao, p/ onde a fila de e-mails de saida manda
      *           avisos de pagamento e cartas de circularizacao.
      *           CEP conferido na base dos Correios (CGD006, carga
      *           pelo CGB002): CEP inexistente e recusado e
      *           logradouro (se em branco), cidade e UF vem da
      *           base, ao sair do CEP e na gravacao. Sem a base
      *           carregada o CEP segue livre como antes.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY CGPX001.
           COPY CGPX002.
           COPY CGPX006.
           COPY CPPX020.
           COPY LOGX003.
           COPY GERX001.
       FILE SECTION.
       COPY CGPW001.
       COPY CGPW002.
       COPY CGPW006.
       COPY CPPW020.
       COPY LOGW003.
       COPY GERW001.
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD002             PIC XX       VALUE SPACES.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
           05  I                     PIC 9(2)     VALUE ZEROS.
           05  PESO-CGC-W            PIC 9(2)     VALUE ZEROS.
           05  CGC-VALIDO-W          PIC X        VALUE "N".
           05  EMAIL-W               PIC X(60)    VALUE SPACES.
           05  EMAIL-X REDEFINES EMAIL-W.
               10  CAR-EMAIL-W OCCURS 60 PIC X.
           05  IX-EMAIL-W            PIC 9(2)     VALUE ZEROS.
           05  TAM-EMAIL-W           PIC 9(2)     VALUE ZEROS.
           05  QT-ARROBA-W           PIC 9(2)     VALUE ZEROS.
           05  POS-ARROBA-W          PIC 9(2)     VALUE ZEROS.
           05  POS-PONTO-W           PIC 9(2)     VALUE ZEROS.
           05  EMAIL-VALIDO-W        PIC X        VALUE "S".
           05  ST-GED001             PIC XX       VALUE SPACES.
           05  ST-GED002             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  OPERACAO-NEG-W        PIC X(20)    VALUE SPACES.
           05  ACHEI                 PIC X(01)    VALUE SPACES.
           05  PATH-CGD006           PIC X(30)    VALUE SPACES.
           05  BASE-CEP-W            PIC X        VALUE "N".
           05  CEP-ACHADO-W          PIC X        VALUE "N".
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA LOG003: "  TO CGP001-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CGP001-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Base de CEP e comum ao grupo (raiz); sem ela carregada o
      *    CEP nao e conferido.
           MOVE "\PROGRAMA\KELLO\CGD006" TO PATH-CGD006.
           OPEN INPUT CGD006
           IF ST-CGD006 = "00"
              MOVE "S" TO BASE-CEP-W.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CGP001-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CGP001-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CGP001-CEP-FLG-TRUE
                   PERFORM PREENCHE-ENDERECO-CEP
               WHEN CGP001-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           MOVE UF-CG01              TO CGP001-UF
           MOVE CEP-CG01             TO CGP001-CEP
           MOVE FONE-CG01            TO CGP001-FONE
           MOVE EMAIL-CG01           TO CGP001-EMAIL
           MOVE TIPO-PESSOA-CG01     TO CGP001-TIPO-PESSOA
           MOVE CGC-CG01             TO CGP001-CGC
           MOVE SITUACAO-CG01        TO CGP001-SITUACAO.
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           IF CGP001-EMAIL NOT = SPACES
              MOVE CGP001-EMAIL TO EMAIL-W
              PERFORM VALIDA-EMAIL
              IF EMAIL-VALIDO-W = "N"
                 MOVE 1 TO CGP001-ERRO
                 MOVE "E-MAIL DO FORNECEDOR INVALIDO" TO
                                                   CGP001-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO SALVAR-DADOS-FIM
              END-IF
           END-IF.
           IF BASE-CEP-W = "S"
              IF CGP001-CEP = ZEROS
                 IF CGP001-ENDERECO NOT = SPACES OR
                    CGP001-CIDADE NOT = SPACES
                    MOVE 1 TO CGP001-ERRO
                    MOVE "INFORME O CEP DO ENDERECO" TO
                                                   CGP001-MENSAGEM-ERRO
                    PERFORM CARREGA-MENSAGEM-ERRO
                    GO SALVAR-DADOS-FIM
                 END-IF
              ELSE
                 PERFORM BUSCA-CEP
                 IF CEP-ACHADO-W = "N"
                    MOVE 1 TO CGP001-ERRO
                    MOVE "CEP NAO EXISTE NA BASE DOS CORREIOS" TO
                                                   CGP001-MENSAGEM-ERRO
                    PERFORM CARREGA-MENSAGEM-ERRO
                    GO SALVAR-DADOS-FIM
                 END-IF
              END-IF
           END-IF.
           MOVE CGP001-CODIGO       TO CODIGO-CG01
           MOVE CGP001-NOME         TO NOME-CG01
           MOVE CGP001-ENDERECO     TO ENDERECO-CG01
           MOVE CGP001-UF           TO UF-CG01
           MOVE CGP001-CEP          TO CEP-CG01
           MOVE CGP001-FONE         TO FONE-CG01
           MOVE CGP001-EMAIL        TO EMAIL-CG01
           MOVE CGP001-TIPO-PESSOA  TO TIPO-PESSOA-CG01
           MOVE CGP001-CGC          TO CGC-CG01
           MOVE CGP001-SITUACAO     TO SITUACAO-CG01
           IF GRAVA-W = 1
              MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
              MOVE WS-DATA-CPU         TO DATA-CADASTRO-CG01
              WRITE REG-CGD001
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
       SALVAR-DADOS-FIM.
           EXIT.

       VALIDA-EMAIL SECTION.
      *    Endereco de e-mail (opcional): um unico "@" que nao abre o
      *    endereco, um "." depois do dominio (nem colado no "@" nem
      *    no fim) e nenhum espaco no meio.
           MOVE "S" TO EMAIL-VALIDO-W.
           MOVE ZEROS TO QT-ARROBA-W POS-ARROBA-W POS-PONTO-W.
           PERFORM VARYING IX-EMAIL-W FROM 60 BY -1
                   UNTIL IX-EMAIL-W < 1
                      OR CAR-EMAIL-W(IX-EMAIL-W) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE IX-EMAIL-W TO TAM-EMAIL-W.
           PERFORM VARYING IX-EMAIL-W FROM 1 BY 1
                   UNTIL IX-EMAIL-W > TAM-EMAIL-W
              EVALUATE CAR-EMAIL-W(IX-EMAIL-W)
                WHEN SPACE
                     MOVE "N" TO EMAIL-VALIDO-W
                WHEN "@"
                     ADD 1 TO QT-ARROBA-W
                     MOVE IX-EMAIL-W TO POS-ARROBA-W
                WHEN "."
                     IF POS-ARROBA-W > ZEROS AND
                        IX-EMAIL-W > POS-ARROBA-W + 1
                        MOVE IX-EMAIL-W TO POS-PONTO-W
                     END-IF
              END-EVALUATE
           END-PERFORM.
           IF QT-ARROBA-W NOT = 1 OR POS-ARROBA-W < 2 OR
              POS-PONTO-W = ZEROS OR POS-PONTO-W = TAM-EMAIL-W
              MOVE "N" TO EMAIL-VALIDO-W.

       PREENCHE-ENDERECO-CEP SECTION.
      *    Saida do campo CEP: traz logradouro/cidade/UF da base.
           IF BASE-CEP-W = "N" OR CGP001-CEP = ZEROS
              GO PREENCHE-ENDERECO-CEP-FIM.
           PERFORM BUSCA-CEP.
           IF CEP-ACHADO-W = "N"
              MOVE "CEP NAO EXISTE NA BASE DOS CORREIOS" TO
                                                   CGP001-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO PREENCHE-ENDERECO-CEP-FIM.
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       PREENCHE-ENDERECO-CEP-FIM.
           EXIT.

       BUSCA-CEP SECTION.
      *    Cidade e UF sempre da base; logradouro so quando o
      *    endereco esta em branco (o digitado traz o numero).
           MOVE "S" TO CEP-ACHADO-W.
           MOVE CGP001-CEP TO CEP-CG06.
           READ CGD006 INVALID KEY
                MOVE "N" TO CEP-ACHADO-W
           NOT INVALID KEY
                MOVE CIDADE-CG06 TO CGP001-CIDADE
                MOVE UF-CG06     TO CGP001-UF
                IF CGP001-ENDERECO = SPACES
                   MOVE LOGRADOURO-CG06 TO CGP001-ENDERECO
                END-IF
           END-READ.

       SALVAR-CONDICOES SECTION.
      *    Condicoes negociadas (CGD002): gravadas junto com o
      *    cadastro, com imagem LOG003 propria.
           MOVE "CGP001"    TO LOG3-PROGRAMA
           MOVE REG-CGD002  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       VALIDA-CNPJ-CPF SECTION.
      *    Digitos verificadores modulo 11: CPF (tipo pessoa 1, 11
           MOVE "CGP001"    TO LOG3-PROGRAMA
           MOVE REG-CGD001  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CGP001-MENSAGEM-ERRO
                NOT INVALID KEY
                    MOVE "00" TO FS-LOGACESS
                END-WRITE
                PERFORM SELA-LOGACESS
           END-PERFORM.
           CLOSE LOGACESS.
       GRAVA-EVENTO-NEGADO-FIM.
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CGD001 CGD002 CPD020 LOG003 GED001 GED002.
           IF BASE-CEP-W = "S"
              CLOSE CGD006.
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
