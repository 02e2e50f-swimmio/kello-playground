      * AVTCP50 (mesmo conteudo em layout fixo p/ envio ao fornecedor,
      * toda linha prefixada pelo numero do aviso p/ poder ser
      * repartida).
      *
      * Cada aviso tambem vai p/ a fila de e-mails de saida (rotina
      * GEEMAIL, tipo 01), enderecado ao EMAIL-CG01 do fornecedor,
      * com o bloco do aviso como anexo (arquivo de trabalho
      * TMPCP50); fornecedor sem e-mail fica na fila como SEM E-MAIL
      * ate o cadastro ser completado. A entrega e do GEB001.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-TEXTO.

           SELECT ARQ-ANEXO ASSIGN TO PATH-ANEXO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-ANEXO.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       FD  ARQ-TEXTO.
       01  REG-TEXTO                PIC X(90).

       FD  ARQ-ANEXO.
       01  REG-ANEXO                PIC X(90).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ST-TEXTO              PIC XX       VALUE SPACES.
           05  ST-ANEXO              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  USUARIO-W             PIC X(08)    VALUE "BATCH".
           05  WS-DATA-SYS.
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  PATH-TEXTO            PIC X(30)    VALUE SPACES.
           05  PATH-ANEXO            PIC X(30)    VALUE SPACES.
           05  EMAIL-FORN-W          PIC X(60)    VALUE SPACES.
           05  QT-EMAILS-W           PIC 9(4)     VALUE ZEROS.

           05  BORDERO-W             PIC 9(6)     VALUE ZEROS.
           05  NR-AVISO-W            PIC 9(6)     VALUE ZEROS.
               10  AVISO-VALOR-LG    PIC 9(10)V99.
               10  FILLER            PIC X(20) VALUE SPACES.

           COPY "CPEMAIL".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-FORN-W QT-AVISOS-W QT-TITULOS-W
                         QT-EMAILS-W.
           INITIALIZE TB-FORNECEDORES.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           MOVE "AVICP50" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "AVSCP50" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "AVTCP50" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-TEXTO
           MOVE "TMPCP50" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ANEXO
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
                 DISPLAY "BORDERO SEM ITENS: " BORDERO-W
              ELSE
                 OPEN OUTPUT ARQ-RELAT ARQ-TEXTO
                 MOVE 1 TO GEEMAIL-FUNCAO
                 CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
                 PERFORM EMITE-AVISOS
                 MOVE 9 TO GEEMAIL-FUNCAO
                 CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
                 CANCEL "GEEMAIL"
                 CLOSE ARQ-RELAT ARQ-TEXTO
                 PERFORM GRAVA-PROXIMO-AVISO
              END-IF

           DISPLAY "AVISOS DE PAGAMENTO EMITIDOS.....: " QT-AVISOS-W.
           DISPLAY "TITULOS RELACIONADOS.............: " QT-TITULOS-W.
           DISPLAY "AVISOS POSTOS NA FILA DE E-MAIL..: " QT-EMAILS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
       EMITE-UM-AVISO SECTION.
      *    Segunda passada no bordero, filtrando o fornecedor da vez.
           MOVE ZEROS TO TOT-VALOR-AV-W TOT-DEDUC-AV-W TOT-LIQ-AV-W.
           OPEN OUTPUT ARQ-ANEXO.
           PERFORM CABECALHO-AVISO.
           MOVE BORDERO-W TO NR-BORDERO-CP28.
           MOVE ZEROS     TO SEQ-ITEM-CP28.
              END-READ
           END-PERFORM.
           PERFORM RODAPE-AVISO.
           CLOSE ARQ-ANEXO.
           PERFORM ENFILEIRA-AVISO.
           PERFORM GRAVA-LOG-AVISO.
           ADD 1 TO QT-AVISOS-W NR-AVISO-W.

       CABECALHO-AVISO SECTION.
           MOVE FORN-COD-TB(IND-FORN-W) TO CODIGO-CG01.
           MOVE SPACES TO EMAIL-FORN-W.
           READ CGD001 INVALID KEY
                MOVE "********"      TO NOME-CG01.
           IF ST-CGD001 = "00"
              MOVE EMAIL-CG01 TO EMAIL-FORN-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "AVISO DE PAGAMENTO NR. " TO REG-RELAT(01: 23)
           MOVE SPACES         TO REG-TEXTO
           MOVE NR-AVISO-W     TO REG-TEXTO(01: 06)
           MOVE REG-RELAT(1: 83) TO REG-TEXTO(08: 83)
           MOVE REG-RELAT      TO REG-ANEXO
           WRITE REG-RELAT
           WRITE REG-TEXTO
           WRITE REG-ANEXO.

       ENFILEIRA-AVISO SECTION.
      *    O bloco do aviso (TMPCP50) vai como anexo do e-mail ao
      *    fornecedor.
           MOVE 2                       TO GEEMAIL-FUNCAO
           MOVE USUARIO-W               TO GEEMAIL-USUARIO
           MOVE "CPB050"                TO GEEMAIL-PROGRAMA
           MOVE 01                      TO GEEMAIL-TIPO-MSG
           MOVE SPACES                  TO GEEMAIL-REFERENCIA
           STRING "AVISO " NR-AVISO-W DELIMITED BY SIZE
                  INTO GEEMAIL-REFERENCIA
           MOVE "F"                     TO GEEMAIL-TIPO-DEST
           MOVE FORN-COD-TB(IND-FORN-W) TO GEEMAIL-COD-DEST
           MOVE NOME-CG01               TO GEEMAIL-NOME-DEST
           MOVE EMAIL-FORN-W            TO GEEMAIL-EMAIL-DEST
           MOVE SPACES                  TO GEEMAIL-ASSUNTO
           STRING "AVISO DE PAGAMENTO NR. " NR-AVISO-W
                  " - BORDERO " BORDERO-W DELIMITED BY SIZE
                  INTO GEEMAIL-ASSUNTO
           MOVE PATH-ANEXO              TO GEEMAIL-ANEXO
           MOVE 0                       TO GEEMAIL-PROVA
           CALL "GEEMAIL" USING PARAMETROS-GEEMAIL
           IF GEEMAIL-RETORNO = 0 OR GEEMAIL-RETORNO = 1
              ADD 1 TO QT-EMAILS-W
           ELSE
              DISPLAY "AVISO " NR-AVISO-W
                      " NAO ENTROU NA FILA DE E-MAIL: " GEEMAIL-RETORNO
           END-IF.

       GRAVA-LOG-AVISO SECTION.
      *    Evento de emissao auditado em LOG002, operacao "P" como a
           MOVE TOT-LIQ-AV-W            TO AVISO-VALOR-LG
           MOVE REG-AVISO-LOG           TO LOG2-REGISTRO
           WRITE REG-LOG002
           END-WRITE
           PERFORM SELA-LOG002.

       SELA-LOG002 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG002 NOT = "00" AND ST-LOG002 NOT = "02"
              GO SELA-LOG002-FIM.
           MOVE PATH-LOG002      TO GECADEIA-PATH.
           MOVE REG-LOG002       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG002
                                    - LENGTH OF LOG2-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG2-POSICAO
              MOVE GECADEIA-HASH    TO LOG2-HASH
           ELSE
              MOVE SPACES TO LOG2-SELO
           END-IF.
           REWRITE REG-LOG002 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG002.
       SELA-LOG002-FIM.
           EXIT.
