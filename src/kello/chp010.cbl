      *           2-devolvido, 3-repassado) - o deposito em lote dos
      *           bons-para vencidos e feito pelo CHB011. Toda
      *           mudanca gera imagem LOG003 como nos demais
      *           cadastros. Cheque repassado a fornecedor (CHB018)
      *           que e marcado devolvido avisa o titulo de CPD020
      *           que ele havia pago. Todo cheque recebido emite
      *           recibo numerado (rotina CRRECIBO, CRD004), com o
      *           numero guardado em NR-RECIBO-CH10. O cheque e
      *           identificado pela linha CMC7 (leitora ou digitada),
      *           com os tres DVs conferidos; banco, agencia, conta e
      *           numero saem dela e o mesmo cheque (banco/agencia/
      *           conta/numero) nao entra duas vezes (chave ALT1).
      *           Todo cheque e classificado numa conta de receita do
      *           plano de apuracao (CXD020, TIPO-CONTA 2) pela
      *           rotina CXRECEIT (CXD021) - conta em branco no
      *           cheque de contrato herda a do contrato; cheque
      *           devolvido sai da receita.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY CHPX010.
           COPY COPX040.
           COPY CXPX020.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CHPW010.
       COPY COPW040.
       COPY CXPW020.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           05  SOBRA-E               PIC ZZ.ZZZ.ZZ9,99.
           05  PATH-RECIBO           PIC X(40)    VALUE SPACES.
      *    Linha CMC7 do cheque (so os 30 digitos) e suas partes.
           05  CMC7-W                PIC X(30)    VALUE SPACES.
           05  DIG-CMC7-TAB-W REDEFINES CMC7-W.
               10  DIG-CMC7-W        PIC 9        OCCURS 30 TIMES.
           05  CMC7-CAMPOS-W REDEFINES CMC7-W.
               10  CMC7-BANCO-W      PIC 9(03).
               10  CMC7-AGENCIA-W    PIC 9(04).
               10  CMC7-DV2-W        PIC 9(01).
               10  CMC7-COMPENS-W    PIC 9(03).
               10  CMC7-CHEQUE-W     PIC 9(06).
               10  CMC7-TIPIF-W      PIC 9(01).
               10  CMC7-DV1-W        PIC 9(01).
               10  CMC7-CONTA-W      PIC 9(10).
               10  CMC7-DV3-W        PIC 9(01).
           05  QT-DIG-CMC7-W         PIC 9(02)    VALUE ZEROS.
           05  INI-DV-W              PIC 9(02)    VALUE ZEROS.
           05  FIM-DV-W              PIC 9(02)    VALUE ZEROS.
           05  SOMA-DV-W             PIC 9(04)    VALUE ZEROS.
           05  PESO-DV-W             PIC 9(01)    VALUE ZEROS.
           05  PRODUTO-DV-W          PIC 9(02)    VALUE ZEROS.
           05  RESTO-DV-W            PIC 9(02)    VALUE ZEROS.
           05  DV-CALC-W             PIC 9(01)    VALUE ZEROS.
           05  CMC7-VALIDO-W         PIC X        VALUE "N".
           05  DUPLICADO-W           PIC X        VALUE "N".
           05  I                     PIC 9(03)    VALUE ZEROS.
           05  SALVA-CHD010-W        PIC X(200)   VALUE SPACES.
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPBAIXA".
           COPY "CPRECIB".
           COPY "CPRECEI".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA COD040: "  TO CHP010-MENSAGEM-ERRO
              MOVE ST-COD040 TO CHP010-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CXD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020.
           OPEN INPUT CXD020
           IF ST-CXD020 <> "00"
              MOVE "ERRO ABERTURA CXD020: "  TO CHP010-MENSAGEM-ERRO
              MOVE ST-CXD020 TO CHP010-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "CXD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021.
           MOVE "CRD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001.
           MOVE "CRD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002.
           MOVE "CRD004" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD004.
           MOVE "CLD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001.
           MOVE "RECIBOS" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RECIBO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
                   MOVE "SET-POSICAO-CURSOR1" TO DS-PROCEDURE
               WHEN CHP010-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN CHP010-LE-CONTA-RECEITA-TRUE
                   PERFORM LE-CONTA-RECEITA
               WHEN CHP010-CARREGA-ULT-TRUE
                   PERFORM CARREGA-ULTIMOS
               WHEN CHP010-CARREGA-LIST-BOX-TRUE
           MOVE NR-CHEQUE-CH10      TO CHP010-NR-CHEQUE
           MOVE SITUACAO-CH10       TO CHP010-SITUACAO
           MOVE CONTRATO-CH10       TO CHP010-CONTRATO
           MOVE ITEM-CH10           TO CHP010-ITEM
           MOVE CMC7-CH10           TO CHP010-CMC7.
           MOVE ZEROS               TO CHP010-CONTA-RECEITA.
           IF GRAVA-W = 0
              INITIALIZE PARAMETROS-CXRECEIT
              MOVE 4               TO CXRECEIT-FUNCAO
              MOVE 1               TO CXRECEIT-ORIGEM
              MOVE CHAVE-CH10      TO CXRECEIT-REF-ORIGEM
              PERFORM CHAMA-CXRECEIT
              MOVE CXRECEIT-CONTA  TO CHP010-CONTA-RECEITA
           END-IF.
           PERFORM LE-CONTA-RECEITA.

       LE-CONTA-RECEITA SECTION.
           MOVE SPACES TO CHP010-DESCR-RECEITA.
           IF CHP010-CONTA-RECEITA = ZEROS
              GO LE-CONTA-RECEITA-FIM.
           MOVE CHP010-CONTA-RECEITA TO CODIGO-REDUZ-CX20.
           READ CXD020 INVALID KEY
                MOVE "*****" TO DESCRICAO-CX20
                MOVE ZEROS   TO TIPO-CONTA-CX20
           END-READ.
           MOVE DESCRICAO-CX20 TO CHP010-DESCR-RECEITA.
       LE-CONTA-RECEITA-FIM.
           EXIT.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
                   PERFORM CARREGA-MENSAGEM-ERRO
              END-READ
           END-IF.
      *    Conta de receita: informada, tem que ser de receita;
      *    em branco so no cheque de contrato (herda a do contrato).
           IF CHP010-CONTA-RECEITA > ZEROS
              PERFORM LE-CONTA-RECEITA
              IF TIPO-CONTA-CX20 NOT = 2
                 MOVE "CONTA NAO E DE RECEITA NO PLANO (CXD020)" TO
                                                   CHP010-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           ELSE
              IF CHP010-CONTRATO = ZEROS
                 MOVE "INFORME A CONTA DE RECEITA" TO
                                                   CHP010-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           END-IF.
      *    CMC7 obrigatorio no cheque novo (opcional so p/ alterar
      *    cheque digitado antes dele); informado, precisa dos tres
      *    DVs certos, preenche banco e numero do cheque e nao pode
      *    repetir banco/agencia/conta/numero de outro cheque.
           IF CHP010-CMC7 = SPACES
              IF GRAVA-W = 1
                 MOVE "INFORME O CMC7 DO CHEQUE" TO CHP010-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              END-IF
           ELSE
              PERFORM VALIDA-CMC7
              IF CMC7-VALIDO-W = "N"
                 MOVE "CMC7 INVALIDO - CONFIRA A LINHA DO CHEQUE" TO
                                                   CHP010-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
              ELSE
                 MOVE CMC7-BANCO-W  TO CHP010-BANCO
                 MOVE CMC7-CHEQUE-W TO CHP010-NR-CHEQUE
                 PERFORM VERIFICA-CHEQUE-DUPLICADO
                 IF DUPLICADO-W = "S"
                    MOVE "CHEQUE JA CADASTRADO (BANCO/CONTA/NUMERO)" TO
                                                   CHP010-MENSAGEM-ERRO
                    PERFORM CARREGA-MENSAGEM-ERRO
                 END-IF
              END-IF
           END-IF.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
              MOVE DATA-MOVTO-W TO CHP010-DATA-MOVTO
              PERFORM ACHA-SEQ-CHEQUE
              MOVE ULT-SEQ-W TO CHP010-SEQ
      *       a busca da sequencia deixa na area o ultimo cheque lido
              INITIALIZE REG-CHD010
           END-IF.
      *    na alteracao parte do cheque gravado - a area pode conter
      *    outro cheque, lido ao carregar a lista dos ultimos
           IF GRAVA-W = 0
              MOVE CHP010-DATA-MOVTO TO DATA-MOVTO-CH10
              MOVE CHP010-SEQ        TO SEQ-CH10
              READ CHD010 INVALID KEY
                   PERFORM ERRO-GRAVACAO
                   GO SALVAR-DADOS-FIM
              END-READ
           END-IF.
           MOVE CHP010-DATA-MOVTO   TO DATA-MOVTO-CH10
           MOVE CHP010-SEQ          TO SEQ-CH10
           MOVE CHP010-SITUACAO     TO SITUACAO-CH10
           MOVE CHP010-CONTRATO     TO CONTRATO-CH10
           MOVE CHP010-ITEM         TO ITEM-CH10
           IF CHP010-CMC7 NOT = SPACES
              MOVE CMC7-W           TO CMC7-CH10
              MOVE CMC7-COMPENS-W   TO COMPENS-CH10
              MOVE CMC7-AGENCIA-W   TO AGENCIA-CH10
              MOVE CMC7-CONTA-W     TO CONTA-EMIT-CH10
           END-IF.
           IF GRAVA-W = 1
              WRITE REG-CHD010
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   NOT INVALID KEY
                       MOVE "I" TO LOG3-OPERACAO
                       PERFORM GRAVA-LOG-CH10
                       PERFORM EMITE-RECIBO-CHEQUE
                       PERFORM BAIXA-PARCELA-FORMANDO
                       PERFORM CLASSIFICA-RECEITA
              END-WRITE
           ELSE REWRITE REG-CHD010
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CH10
                    PERFORM EMITE-RECIBO-CHEQUE
                    PERFORM BAIXA-PARCELA-FORMANDO
                    PERFORM CLASSIFICA-RECEITA
           END-REWRITE.
      *    Cheque repassado (CHB018) que volta e cobrado pelo
      *    fornecedor - mostra o titulo que ele tinha pago.
           IF SITUACAO-CH10 = 2 AND REPASSE-FORN-CH10 > ZEROS
              MOVE "REPASSADO - TITULO PAGO:" TO CHP010-MENSAGEM-ERRO
              MOVE REPASSE-FORN-CH10 TO CHP010-MENSAGEM-ERRO(26: 06)
              MOVE "/"               TO CHP010-MENSAGEM-ERRO(32: 01)
              MOVE REPASSE-SEQ-CH10  TO CHP010-MENSAGEM-ERRO(33: 05)
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       SALVAR-DADOS-FIM.
           EXIT.

       EMITE-RECIBO-CHEQUE SECTION.
      *    Recibo numerado do cheque recebido pela rotina CRRECIBO;
      *    o numero fica no cheque (cheque que ja tem recibo ou que
      *    foi devolvido nao emite outro).
           IF NR-RECIBO-CH10 > ZEROS OR SITUACAO-CH10 = 2
              GO EMITE-RECIBO-CHEQUE-FIM.
           INITIALIZE PARAMETROS-CRRECIBO.
           MOVE 1               TO CRRECIBO-FUNCAO
           MOVE 1               TO CRRECIBO-ORIGEM
           MOVE CHAVE-CH10      TO CRRECIBO-REF-ORIGEM
           MOVE CLIENTE-CH10    TO CRRECIBO-CLIENTE
           MOVE CONTRATO-CH10   TO CRRECIBO-CONTRATO
           MOVE VALOR-CH10      TO CRRECIBO-VALOR
           MOVE DATA-MOVTO-CH10 TO CRRECIBO-DATA
           MOVE BOM-PARA-CH10   TO DATA-E
           STRING "CHEQUE BANCO " BANCO-CH10 " NR " NR-CHEQUE-CH10
                  " BOM-PARA " DATA-E
                  DELIMITED BY SIZE INTO CRRECIBO-REFERENTE
           MOVE COD-USUARIO-W   TO CRRECIBO-USUARIO
           MOVE "CHP010"        TO CRRECIBO-PROGRAMA
           MOVE PATH-CRD004     TO CRRECIBO-PATH-CRD004
           MOVE PATH-CLD001     TO CRRECIBO-PATH-CLD001
           MOVE PATH-LOG003     TO CRRECIBO-PATH-LOG003
           MOVE PATH-RECIBO     TO CRRECIBO-PATH-IMPRESSAO
           CALL "CRRECIBO" USING PARAMETROS-CRRECIBO
           CANCEL "CRRECIBO".
           IF CRRECIBO-RETORNO NOT = 0
              MOVE "ERRO NA EMISSAO DO RECIBO (CRD004)" TO
                                                   CHP010-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-RECIBO-CHEQUE-FIM.
           MOVE CRRECIBO-NR-RECIBO TO NR-RECIBO-CH10
           REWRITE REG-CHD010
                INVALID KEY PERFORM ERRO-GRAVACAO
                NOT INVALID KEY
                    MOVE "A" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-CH10
           END-REWRITE.
       EMITE-RECIBO-CHEQUE-FIM.
           EXIT.

       BAIXA-PARCELA-FORMANDO SECTION.
      *    Cheque com contrato abate as parcelas em aberto do
      *    formando (CRD001) pela rotina CRBAIXA - ITEM-CH10 e o
      *    formando; zeros, a rotina acha o formando pelo cliente.
      *    Regravar o mesmo cheque nao baixa de novo (a rotina
      *    reconhece a chave do cheque); cheque que passa a
      *    devolvido tem a baixa estornada.
           IF CONTRATO-CH10 = ZEROS
              GO BAIXA-PARCELA-FORMANDO-FIM.
           INITIALIZE PARAMETROS-CRBAIXA.
           IF SITUACAO-CH10 = 2
              MOVE 2 TO CRBAIXA-FUNCAO
           ELSE
              MOVE 1 TO CRBAIXA-FUNCAO
           END-IF.
           MOVE CONTRATO-CH10   TO CRBAIXA-CONTRATO
           MOVE ITEM-CH10       TO CRBAIXA-FORMANDO
           MOVE CLIENTE-CH10    TO CRBAIXA-CLIENTE
           MOVE VALOR-CH10      TO CRBAIXA-VALOR
           MOVE DATA-MOVTO-CH10 TO CRBAIXA-DATA
           MOVE 1               TO CRBAIXA-ORIGEM
           MOVE CHAVE-CH10      TO CRBAIXA-REF-ORIGEM
           MOVE COD-USUARIO-W   TO CRBAIXA-USUARIO
           MOVE "CHP010"        TO CRBAIXA-PROGRAMA
           MOVE PATH-CRD001     TO CRBAIXA-PATH-CRD001
           MOVE PATH-CRD002     TO CRBAIXA-PATH-CRD002
           MOVE PATH-LOG003     TO CRBAIXA-PATH-LOG003
           CALL "CRBAIXA" USING PARAMETROS-CRBAIXA
           CANCEL "CRBAIXA".
           IF CRBAIXA-FUNCAO = 2
              GO BAIXA-PARCELA-FORMANDO-FIM.
           EVALUATE CRBAIXA-RETORNO
             WHEN 0
               IF CRBAIXA-SOBRA > ZEROS
                  MOVE CRBAIXA-SOBRA TO SOBRA-E
                  MOVE "CHEQUE ACIMA DO SALDO - SOBRA:" TO
                                                   CHP010-MENSAGEM-ERRO
                  MOVE SOBRA-E TO CHP010-MENSAGEM-ERRO(32: 13)
                  PERFORM CARREGA-MENSAGEM-ERRO
               END-IF
             WHEN 2
               MOVE "FORMANDO NAO IDENTIFICADO - NAO BAIXOU"
                                                TO CHP010-MENSAGEM-ERRO
               PERFORM CARREGA-MENSAGEM-ERRO
             WHEN 9
               MOVE "ERRO NA BAIXA DAS PARCELAS (CRD001)" TO
                                                   CHP010-MENSAGEM-ERRO
               PERFORM CARREGA-MENSAGEM-ERRO
           END-EVALUATE.
       BAIXA-PARCELA-FORMANDO-FIM.
           EXIT.

       CLASSIFICA-RECEITA SECTION.
      *    Cheque na conta de receita (CXD021) pela rotina CXRECEIT;
      *    cheque que passa a devolvido sai da receita.
           INITIALIZE PARAMETROS-CXRECEIT.
           IF SITUACAO-CH10 = 2
              MOVE 2 TO CXRECEIT-FUNCAO
           ELSE
              MOVE 1 TO CXRECEIT-FUNCAO
           END-IF.
           MOVE 1                    TO CXRECEIT-ORIGEM
           MOVE CHAVE-CH10           TO CXRECEIT-REF-ORIGEM
           MOVE DATA-MOVTO-CH10      TO CXRECEIT-DATA
           MOVE VALOR-CH10           TO CXRECEIT-VALOR
           MOVE CHP010-CONTA-RECEITA TO CXRECEIT-CONTA
           MOVE CONTRATO-CH10        TO CXRECEIT-CONTRATO
           MOVE CLIENTE-CH10         TO CXRECEIT-CLIENTE
           PERFORM CHAMA-CXRECEIT.
           IF CXRECEIT-FUNCAO = 2
              GO CLASSIFICA-RECEITA-FIM.
           EVALUATE CXRECEIT-RETORNO
             WHEN 0
               MOVE CXRECEIT-CONTA TO CHP010-CONTA-RECEITA
               PERFORM LE-CONTA-RECEITA
             WHEN 1
               MOVE "CONTRATO SEM CONTA DE RECEITA - INFORME A CONTA"
                                                TO CHP010-MENSAGEM-ERRO
               PERFORM CARREGA-MENSAGEM-ERRO
             WHEN OTHER
               MOVE "ERRO NA CLASSIFICACAO DA RECEITA (CXD021)" TO
                                                   CHP010-MENSAGEM-ERRO
               PERFORM CARREGA-MENSAGEM-ERRO
           END-EVALUATE.
       CLASSIFICA-RECEITA-FIM.
           EXIT.

       CHAMA-CXRECEIT SECTION.
           MOVE COD-USUARIO-W   TO CXRECEIT-USUARIO
           MOVE "CHP010"        TO CXRECEIT-PROGRAMA
           MOVE PATH-CXD021     TO CXRECEIT-PATH-CXD021
           MOVE PATH-CXD020     TO CXRECEIT-PATH-CXD020
           MOVE PATH-LOG003     TO CXRECEIT-PATH-LOG003
           CALL "CXRECEIT" USING PARAMETROS-CXRECEIT
           CANCEL "CXRECEIT".

       VALIDA-CMC7 SECTION.
      *    So os digitos da linha contam (separadores < > : e
      *    espacos da leitora sao ignorados): 30 digitos em 3 grupos,
      *    DV modulo 10 cruzado - o grupo 1 (banco/agencia, pos 1-7)
      *    confere na posicao 19, o grupo 2 (compensacao/numero/
      *    tipificacao, pos 9-18) na posicao 8 e o grupo 3 (conta,
      *    pos 20-29) na posicao 30.
           MOVE "N"   TO CMC7-VALIDO-W.
           MOVE ZEROS TO CMC7-W QT-DIG-CMC7-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 60
              IF CHP010-CMC7(I: 1) IS NUMERIC
                 ADD 1 TO QT-DIG-CMC7-W
                 IF QT-DIG-CMC7-W NOT > 30
                    MOVE CHP010-CMC7(I: 1) TO CMC7-W(QT-DIG-CMC7-W: 1)
                 END-IF
              END-IF
           END-PERFORM.
           IF QT-DIG-CMC7-W NOT = 30
              GO VALIDA-CMC7-FIM.
           MOVE 1  TO INI-DV-W.  MOVE 7  TO FIM-DV-W.
           PERFORM CALCULA-DV-MOD10.
           IF DV-CALC-W NOT = CMC7-DV1-W
              GO VALIDA-CMC7-FIM.
           MOVE 9  TO INI-DV-W.  MOVE 18 TO FIM-DV-W.
           PERFORM CALCULA-DV-MOD10.
           IF DV-CALC-W NOT = CMC7-DV2-W
              GO VALIDA-CMC7-FIM.
           MOVE 20 TO INI-DV-W.  MOVE 29 TO FIM-DV-W.
           PERFORM CALCULA-DV-MOD10.
           IF DV-CALC-W = CMC7-DV3-W
              MOVE "S" TO CMC7-VALIDO-W.
       VALIDA-CMC7-FIM.
           EXIT.

       CALCULA-DV-MOD10 SECTION.
      *    Pesos 2,1,2,1... da direita p/ a esquerda; produto de dois
      *    digitos soma os digitos (-9); DV = 10 - resto (resto 0 = 0).
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 2     TO PESO-DV-W.
           PERFORM VARYING I FROM FIM-DV-W BY -1 UNTIL I < INI-DV-W
              COMPUTE PRODUTO-DV-W = DIG-CMC7-W(I) * PESO-DV-W
              IF PRODUTO-DV-W > 9
                 SUBTRACT 9 FROM PRODUTO-DV-W
              END-IF
              ADD PRODUTO-DV-W TO SOMA-DV-W
              IF PESO-DV-W = 2
                 MOVE 1 TO PESO-DV-W
              ELSE
                 MOVE 2 TO PESO-DV-W
              END-IF
           END-PERFORM.
           COMPUTE RESTO-DV-W = FUNCTION MOD(SOMA-DV-W, 10).
           IF RESTO-DV-W = 0
              MOVE ZEROS TO DV-CALC-W
           ELSE
              COMPUTE DV-CALC-W = 10 - RESTO-DV-W
           END-IF.

       VERIFICA-CHEQUE-DUPLICADO SECTION.
      *    Procura pela ALT1 outro cheque com o mesmo banco/agencia/
      *    conta/numero; a area do registro e preservada.
           MOVE "N" TO DUPLICADO-W.
           MOVE REG-CHD010 TO SALVA-CHD010-W.
           MOVE CMC7-BANCO-W   TO BANCO-CH10
           MOVE CMC7-AGENCIA-W TO AGENCIA-CH10
           MOVE CMC7-CONTA-W   TO CONTA-EMIT-CH10
           MOVE CMC7-CHEQUE-W  TO NR-CHEQUE-CH10
           START CHD010 KEY IS = ALT1-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 = "10"
              READ CHD010 NEXT RECORD AT END MOVE "10" TO ST-CHD010
              NOT AT END
                IF BANCO-CH10      NOT = CMC7-BANCO-W   OR
                   AGENCIA-CH10    NOT = CMC7-AGENCIA-W OR
                   CONTA-EMIT-CH10 NOT = CMC7-CONTA-W   OR
                   NR-CHEQUE-CH10  NOT = CMC7-CHEQUE-W
                   MOVE "10" TO ST-CHD010
                ELSE
                   IF DATA-MOVTO-CH10 NOT = CHP010-DATA-MOVTO OR
                      SEQ-CH10        NOT = CHP010-SEQ
                      MOVE "S"  TO DUPLICADO-W
                      MOVE "10" TO ST-CHD010
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
           MOVE SALVA-CHD010-W TO REG-CHD010.

       ACHA-SEQ-CHEQUE SECTION.
      *    Ultima sequencia do dia + 1.
           MOVE DATA-MOVTO-W TO DATA-MOVTO-CH10.
           MOVE "CHP010"    TO LOG3-PROGRAMA
           MOVE REG-CHD010  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO CHP010-MENSAGEM-ERRO
           MOVE ST-CHD010        TO CHP010-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE CHD010 COD040 CXD020 LOG003.
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
