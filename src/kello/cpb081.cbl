      *   - titulos quitados DEPOIS do corte mas entrados antes
      *     (estavam em aberto na data-base);
      *   - adiantamentos nao aplicados (CPD027, tipo 0, saldo > 0)
      *     e creditos de devolucao de brinde (tipo 2) concedidos
      *     ate o corte, abatendo a posicao;
      *   - retencoes (CPD026) dos titulos listados, informadas na
      *     carta.
      * A semana de planilha vira uma rodada.
      *   DATA-CORTE(8);FORNEC-DE(6);FORNEC-ATE(6)
      * Saidas: CARCP81 (uma carta por fornecedor, em blocos) e
      * RELCP81 (resumo, uma linha por fornecedor).
      *
      * Cada carta tambem vai p/ a fila de e-mails de saida (rotina
      * GEEMAIL, tipo 02, com comprovacao de envio) p/ o EMAIL-CG01
      * do fornecedor, anexada a partir do arquivo de trabalho
      * TMPCP81. A entrega e o retorno do servidor sao do GEB001; a
      * prova de envio de cada fornecedor sai no GEB002.
      * As cartas levam o CNPJ/CPF inteiro do fornecedor - a geracao
      * fica registrada em LOGACESS como EXPORTADO (GEMASCAR funcao
      * 5, como o EXPCP33 do CPB033).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

           SELECT ARQ-ANEXO ASSIGN TO PATH-ANEXO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-ANEXO.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(100).

       FD  ARQ-ANEXO.
       01  REG-ANEXO                PIC X(90).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-CARTAS             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-ANEXO              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-CARTAS           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-ANEXO            PIC X(30)    VALUE SPACES.
           05  EMAIL-FORN-W          PIC X(60)    VALUE SPACES.
           05  QT-EMAILS-W           PIC 9(5)     VALUE ZEROS.

           05  DATA-CORTE-W          PIC 9(8)     VALUE ZEROS.
           05  FORNEC-DE-W           PIC 9(6)     VALUE ZEROS.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.

           COPY "CPEMAIL".
           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-FORNECEDORES-W TOT-GERAL-W
                         QT-EMAILS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-CORTE-W

           MOVE "CIRCP81" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "CARCP81" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CARTAS
           MOVE "RELCP81" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "TMPCP81" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ANEXO
           CLOSE CONTROLE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           MOVE "CPB081"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
           WRITE REG-RELAT

           IF ERRO-W = 0
              MOVE 1 TO GEEMAIL-FUNCAO
              CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
              PERFORM VARRE-CPD020
              IF PRIMEIRA-LEITURA-W = 0
                 PERFORM FECHA-CARTA
              END-IF
              MOVE 9 TO GEEMAIL-FUNCAO
              CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
              CANCEL "GEEMAIL"
           END-IF.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           CLOSE CGD001 CPD020 CPD026 CPD027 ARQ-CARTAS ARQ-RELAT.
           IF ERRO-W = 0 AND QT-FORNECEDORES-W > ZEROS
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "CARCP81"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "FORNECEDORES CIRCULARIZADOS......: "
                   QT-FORNECEDORES-W.
           DISPLAY "CARTAS POSTAS NA FILA DE E-MAIL..: " QT-EMAILS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           IF SITUACAO-CP20 = 2
              MOVE "(PAGO APOS O CORTE)" TO REG-CARTA(56: 19)
           END-IF
           PERFORM GRAVA-LINHA-CARTA.
       AVALIA-TITULO-FIM.
           EXIT.

                         TOT-ABERTO-FORN-W TOT-ADIANT-FORN-W
                         TOT-RETEN-FORN-W.
           MOVE FORNEC-QUEBRA-W TO CODIGO-CG01.
           MOVE SPACES TO EMAIL-FORN-W.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01
                MOVE ZEROS      TO CGC-CG01.
           IF ST-CGD001 = "00"
              MOVE EMAIL-CG01 TO EMAIL-FORN-W.
           OPEN OUTPUT ARQ-ANEXO.
           MOVE ALL "=" TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "CARTA DE CIRCULARIZACAO - POSICAO EM " TO
                REG-CARTA(01: 38)
           MOVE DATA-CORTE-W TO DATA-E
           MOVE DATA-E TO REG-CARTA(39: 10)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "FORNECEDOR " TO REG-CARTA(01: 11)
           MOVE FORNEC-QUEBRA-W TO REG-CARTA(12: 06)
           MOVE NOME-CG01 TO REG-CARTA(20: 30)
           MOVE "CNPJ/CPF " TO REG-CARTA(52: 09)
           MOVE CGC-CG01 TO REG-CARTA(61: 14)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "  DOCUMENTO   EMISSAO     VENCIMENTO" TO
                REG-CARTA(01: 37)
           MOVE "         VALOR" TO REG-CARTA(40: 14)
           PERFORM GRAVA-LINHA-CARTA.

       SOMA-RETENCOES-TITULO SECTION.
           IF ST-CPD026 NOT = "00"
                   IF FORNEC-CP27 NOT = FORNEC-QUEBRA-W
                      MOVE "99" TO ST-CPD027
                   ELSE
                      IF (TIPO-CP27 = 0 OR TIPO-CP27 = 2) AND
                         SALDO-CP27 > ZEROS AND
                         DATA-CP27 NOT > DATA-CORTE-W
                         ADD SALDO-CP27 TO TOT-ADIANT-FORN-W
                      END-IF
           ADD 1 TO QT-FORNECEDORES-W.

           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "TOTAL DOS TITULOS....: " TO REG-CARTA(01: 23)
           MOVE TOT-ABERTO-FORN-W TO VALOR-E
           MOVE VALOR-E TO REG-CARTA(24: 15)
           PERFORM GRAVA-LINHA-CARTA
           IF TOT-ADIANT-FORN-W > ZEROS
              MOVE SPACES TO REG-CARTA
              MOVE "ADIANTAMENTOS (-)....: " TO REG-CARTA(01: 23)
              MOVE TOT-ADIANT-FORN-W TO VALOR-E
              MOVE VALOR-E TO REG-CARTA(24: 15)
              PERFORM GRAVA-LINHA-CARTA
           END-IF
           IF TOT-RETEN-FORN-W > ZEROS
              MOVE SPACES TO REG-CARTA
              MOVE "RETENCOES INFORMADAS.: " TO REG-CARTA(01: 23)
              MOVE TOT-RETEN-FORN-W TO VALOR-E
              MOVE VALOR-E TO REG-CARTA(24: 15)
              PERFORM GRAVA-LINHA-CARTA
           END-IF
           MOVE SPACES TO REG-CARTA
           MOVE "POSICAO CONFIRMAVEL..: " TO REG-CARTA(01: 23)
           MOVE POSICAO-FORN-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-CARTA(24: 15)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE "DE ACORDO: ______________________ DATA: __/__/____"
                TO REG-CARTA(01: 51)
           PERFORM GRAVA-LINHA-CARTA
           MOVE SPACES TO REG-CARTA
           PERFORM GRAVA-LINHA-CARTA
           CLOSE ARQ-ANEXO
           PERFORM ENFILEIRA-CARTA

           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-QUEBRA-W TO REG-RELAT(01: 06)
           MOVE POSICAO-FORN-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-RELAT(58: 15)
           WRITE REG-RELAT.

       GRAVA-LINHA-CARTA SECTION.
      *    A carta sai no CARCP81 e no anexo do e-mail do fornecedor.
           MOVE REG-CARTA TO REG-ANEXO
           WRITE REG-CARTA
           WRITE REG-ANEXO.

       ENFILEIRA-CARTA SECTION.
           MOVE 2                       TO GEEMAIL-FUNCAO
           MOVE USUARIO-W               TO GEEMAIL-USUARIO
           MOVE "CPB081"                TO GEEMAIL-PROGRAMA
           MOVE 02                      TO GEEMAIL-TIPO-MSG
           MOVE SPACES                  TO GEEMAIL-REFERENCIA
           STRING "CORTE " DATA-CORTE-W DELIMITED BY SIZE
                  INTO GEEMAIL-REFERENCIA
           MOVE "F"                     TO GEEMAIL-TIPO-DEST
           MOVE FORNEC-QUEBRA-W         TO GEEMAIL-COD-DEST
           MOVE NOME-CG01               TO GEEMAIL-NOME-DEST
           MOVE EMAIL-FORN-W            TO GEEMAIL-EMAIL-DEST
           MOVE SPACES                  TO GEEMAIL-ASSUNTO
           MOVE DATA-CORTE-W            TO DATA-E
           STRING "CONFIRMACAO DE SALDO - POSICAO EM " DATA-E
                  DELIMITED BY SIZE INTO GEEMAIL-ASSUNTO
           MOVE PATH-ANEXO              TO GEEMAIL-ANEXO
           MOVE 1                       TO GEEMAIL-PROVA
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           IF GEEMAIL-RETORNO = 0 OR GEEMAIL-RETORNO = 1
              ADD 1 TO QT-EMAILS-W
           ELSE
              DISPLAY "CARTA DO FORNECEDOR " FORNEC-QUEBRA-W
                      " NAO ENTROU NA FILA DE E-MAIL: " GEEMAIL-RETORNO
           END-IF.
