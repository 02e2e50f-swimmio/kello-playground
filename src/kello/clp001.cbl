      *           (COD040). Exclusao so p/ cliente sem cheque em
      *           CHD010/CHD013 - com movimento, o caminho e
      *           bloquear. Toda mudanca gera imagem LOG003.
      *           E-mail do cliente (EMAIL-CL01), validado na
      *           gravacao, p/ onde a fila de e-mails de saida manda
      *           as cartas da regua de cobranca (CRB005).
      *           CEP conferido na base dos Correios (CGD006, carga
      *           pelo CGB002), como no CGP001: CEP inexistente e
      *           recusado e logradouro (se em branco), cidade e UF
      *           vem da base, ao sair do CEP e na gravacao.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLPX001.
           COPY CGPX006.
           COPY CHPX010.
           COPY CHPX013.
           COPY COPX040.
       DATA DIVISION.
       FILE SECTION.
       COPY CLPW001.
       COPY CGPW006.
       COPY CHPW010.
       COPY CHPW013.
       COPY COPW040.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  DV1-CALC-W            PIC 9(1)     VALUE ZEROS.
           05  DV2-CALC-W            PIC 9(1)     VALUE ZEROS.
           05  CPF-VALIDO-W          PIC X        VALUE "N".
           05  EMAIL-W               PIC X(60)    VALUE SPACES.
           05  EMAIL-X REDEFINES EMAIL-W.
               10  CAR-EMAIL-W OCCURS 60 PIC X.
           05  IX-EMAIL-W            PIC 9(2)     VALUE ZEROS.
           05  TAM-EMAIL-W           PIC 9(2)     VALUE ZEROS.
           05  QT-ARROBA-W           PIC 9(2)     VALUE ZEROS.
           05  POS-ARROBA-W          PIC 9(2)     VALUE ZEROS.
           05  POS-PONTO-W           PIC 9(2)     VALUE ZEROS.
           05  EMAIL-VALIDO-W        PIC X        VALUE "S".
           05  I                     PIC 9(3)     VALUE ZEROS.
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
              MOVE "ERRO ABERTURA LOG003: "  TO CLP001-MENSAGEM-ERRO
              MOVE ST-LOG003 TO CLP001-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Base de CEP e comum ao grupo (raiz); sem ela carregada o
      *    CEP nao e conferido.
           MOVE "\PROGRAMA\KELLO\CGD006" TO PATH-CGD006.
           OPEN INPUT CGD006
           IF ST-CGD006 = "00"
              MOVE "S" TO BASE-CEP-W.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO CLP001-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CLP001-EXCLUI-FLG-TRUE
                   PERFORM EXCLUI-RECORD
               WHEN CLP001-CEP-FLG-TRUE
                   PERFORM PREENCHE-ENDERECO-CEP
               WHEN CLP001-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
           END-EVALUATE
           MOVE UF-CL01             TO CLP001-UF
           MOVE CEP-CL01            TO CLP001-CEP
           MOVE FONE-CL01           TO CLP001-FONE
           MOVE EMAIL-CL01          TO CLP001-EMAIL
           MOVE CPF-CL01            TO CLP001-CPF
           MOVE CONTRATO-CL01       TO CLP001-CONTRATO
           MOVE SITUACAO-CL01       TO CLP001-SITUACAO.
                   PERFORM CARREGA-MENSAGEM-ERRO
              END-READ
           END-IF.
           IF CLP001-EMAIL NOT = SPACES
              MOVE CLP001-EMAIL TO EMAIL-W
              PERFORM VALIDA-EMAIL
              IF EMAIL-VALIDO-W = "N"
                 MOVE "E-MAIL DO CLIENTE INVALIDO" TO
                                                   CLP001-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF.
           IF BASE-CEP-W = "S" AND ERRO-W = ZEROS
              IF CLP001-CEP = ZEROS
                 IF CLP001-ENDERECO NOT = SPACES OR
                    CLP001-CIDADE NOT = SPACES
                    MOVE "INFORME O CEP DO ENDERECO" TO
                                                   CLP001-MENSAGEM-ERRO
                    PERFORM CARREGA-MENSAGEM-ERRO
                 END-IF
              ELSE
                 PERFORM BUSCA-CEP
                 IF CEP-ACHADO-W = "N"
                    MOVE "CEP NAO EXISTE NA BASE DOS CORREIOS" TO
                                                   CLP001-MENSAGEM-ERRO
                    PERFORM CARREGA-MENSAGEM-ERRO
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE CLP001-UF           TO UF-CL01
           MOVE CLP001-CEP          TO CEP-CL01
           MOVE CLP001-FONE         TO FONE-CL01
           MOVE CLP001-EMAIL        TO EMAIL-CL01
           MOVE CLP001-CPF          TO CPF-CL01
           MOVE CLP001-CONTRATO     TO CONTRATO-CL01
           MOVE CLP001-SITUACAO     TO SITUACAO-CL01
       SALVAR-DADOS-FIM.
           EXIT.

       PREENCHE-ENDERECO-CEP SECTION.
      *    Saida do campo CEP: traz logradouro/cidade/UF da base.
           IF BASE-CEP-W = "N" OR CLP001-CEP = ZEROS
              GO PREENCHE-ENDERECO-CEP-FIM.
           PERFORM BUSCA-CEP.
           IF CEP-ACHADO-W = "N"
              MOVE "CEP NAO EXISTE NA BASE DOS CORREIOS" TO
                                                   CLP001-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
              GO PREENCHE-ENDERECO-CEP-FIM.
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       PREENCHE-ENDERECO-CEP-FIM.
           EXIT.

       BUSCA-CEP SECTION.
      *    Cidade e UF sempre da base; logradouro so quando o
      *    endereco esta em branco (o digitado traz o numero).
           MOVE "S" TO CEP-ACHADO-W.
           MOVE CLP001-CEP TO CEP-CG06.
           READ CGD006 INVALID KEY
                MOVE "N" TO CEP-ACHADO-W
           NOT INVALID KEY
                MOVE CIDADE-CG06 TO CLP001-CIDADE
                MOVE UF-CG06     TO CLP001-UF
                IF CLP001-ENDERECO = SPACES
                   MOVE LOGRADOURO-CG06 TO CLP001-ENDERECO
                END-IF
           END-READ.

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

       VALIDA-DIGITOS-CPF SECTION.
      *    1o DV com pesos 10..2 sobre os 9 primeiros digitos, 2o DV
      *    com pesos 11..2 sobre os 10 primeiros; resto < 2 gera
           MOVE "CLP001"    TO LOG3-PROGRAMA
           MOVE REG-CLD001  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CLP001-MENSAGEM-ERRO
           MOVE ST-CLD001        TO CLP001-MENSAGEM-ERRO(23: 2)
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CLD001 CHD010 CHD013 COD040 LOG003.
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
