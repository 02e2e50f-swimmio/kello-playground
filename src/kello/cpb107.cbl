       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB107.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Caucoes vencidas para devolucao - lista as caucoes de
      * CPD053 (registradas pelo CPB106) ainda em aberto cuja data
      * prevista de devolucao ja passou, agrupadas por fornecedor
      * com o nome do cadastro (CGD001): sequencia, contrato/evento
      * que a caucao garantiu, data prevista, dias de atraso, valor,
      * o que ja voltou, o que foi retido por avaria e o saldo a
      * cobrar do fornecedor. Subtotal por fornecedor e total geral.
      * Relatorio RELC107 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX053.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW053.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD053             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  SALDO-W               PIC S9(8)V99 VALUE ZEROS.
           05  DIAS-ATRASO-W         PIC S9(5)    VALUE ZEROS.
           05  SUB-VALOR-W           PIC 9(9)V99  VALUE ZEROS.
           05  SUB-SALDO-W           PIC S9(9)V99 VALUE ZEROS.
           05  TOT-VALOR-W           PIC 9(9)V99  VALUE ZEROS.
           05  TOT-SALDO-W           PIC S9(9)V99 VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  DATA-INV-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-INV-R REDEFINES DATA-INV-W.
               10  ANO-INV-W         PIC 9(4).
               10  MES-INV-W         PIC 9(2).
               10  DIA-INV-W         PIC 9(2).
           05  DATA-DMA-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-DMA-R REDEFINES DATA-DMA-W.
               10  DIA-DMA-W         PIC 9(2).
               10  MES-DMA-W         PIC 9(2).
               10  ANO-DMA-W         PIC 9(4).
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  SALDO-E               PIC ZZ.ZZZ.ZZ9,99-.
           05  DIAS-E                PIC ZZZZ9.
           05  SEQ-E                 PIC ZZZZ9.
           05  CONTRATO-E            PIC ZZZ9.
           05  EVENTO-E              PIC ZZ9.

           05  QT-LIDAS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-VENCIDAS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-FORNEC-W           PIC 9(6)     VALUE ZEROS.

           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDAS-W QT-VENCIDAS-W QT-FORNEC-W
                         TOT-VALOR-W TOT-SALDO-W FORNEC-ANT-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD053"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD053
           MOVE "RELC107" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT CGD001 CPD053
           IF ST-CGD001 <> "00" OR ST-CPD053 <> "00"
              DISPLAY "ERRO ABERTURA CGD001/CPD053: " ST-CGD001 " "
                      ST-CPD053
              MOVE 1 TO ERRO-W
              GO MAIN-PROCESS-FIM.

           OPEN OUTPUT ARQ-RELAT
           MOVE WS-DATA-CPU TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE SPACES TO REG-RELAT
           STRING "CAUCOES VENCIDAS PARA DEVOLUCAO - POSICAO EM "
                  DATA-E DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           STRING "  SEQ. CONTR EVT  PREVISTA DIAS "
                  "        VALOR     DEVOLVIDO        RETIDO"
                  "         SALDO  DESCRICAO"
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT

           MOVE ZEROS TO CHAVE-CP53
           START CPD053 KEY IS NOT < CHAVE-CP53 INVALID KEY
                 MOVE "10" TO ST-CPD053.
           PERFORM UNTIL ST-CPD053 = "10"
              READ CPD053 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD053
              NOT AT END
                   ADD 1 TO QT-LIDAS-W
                   PERFORM VERIFICA-CAUCAO
              END-READ
           END-PERFORM.
           IF FORNEC-ANT-W NOT = ZEROS
              PERFORM TOTALIZA-FORNECEDOR.

           MOVE SPACES TO REG-RELAT
           MOVE TOT-VALOR-W TO VALOR-E
           MOVE TOT-SALDO-W TO SALDO-E
           STRING "TOTAL GERAL" DELIMITED BY SIZE
                  INTO REG-RELAT(01: 11)
           MOVE VALOR-E TO REG-RELAT(36: 13)
           MOVE SALDO-E TO REG-RELAT(78: 14)
           WRITE REG-RELAT
           CLOSE ARQ-RELAT.
           CLOSE CGD001 CPD053.

           DISPLAY "CAUCOES LIDAS....................: " QT-LIDAS-W.
           DISPLAY "CAUCOES VENCIDAS.................: "
                   QT-VENCIDAS-W.
           DISPLAY "FORNECEDORES COM CAUCAO VENCIDA..: " QT-FORNEC-W.
       MAIN-PROCESS-FIM.
           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VERIFICA-CAUCAO SECTION.
      *    So as caucoes em aberto com devolucao prevista ja passada.
           IF SITUACAO-CP53 NOT = 0 OR
              DATA-PREV-DEVOL-CP53 NOT < WS-DATA-CPU
              GO VERIFICA-CAUCAO-FIM.
           IF FORNEC-CP53 NOT = FORNEC-ANT-W
              IF FORNEC-ANT-W NOT = ZEROS
                 PERFORM TOTALIZA-FORNECEDOR
              END-IF
              PERFORM CABECALHO-FORNECEDOR
           END-IF.

           MOVE DATA-PREV-DEVOL-CP53 TO GRDIAS-AAMMDD-INICIAL.
           MOVE WS-DATA-CPU          TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS      TO DIAS-ATRASO-W.
           COMPUTE SALDO-W = VALOR-CP53 - VALOR-DEVOL-CP53
                           - VALOR-RETIDO-CP53.

           MOVE SPACES TO REG-RELAT
           MOVE SEQ-CAUCAO-CP53 TO SEQ-E
           MOVE SEQ-E           TO REG-RELAT(01: 05)
           MOVE CONTRATO-CP53   TO CONTRATO-E
           MOVE CONTRATO-E      TO REG-RELAT(08: 04)
           MOVE SEQ-EVENTO-CP53 TO EVENTO-E
           MOVE EVENTO-E        TO REG-RELAT(13: 03)
           MOVE DATA-PREV-DEVOL-CP53 TO DATA-INV-W
           PERFORM FORMATA-DATA
           MOVE DATA-E          TO REG-RELAT(17: 10)
           MOVE DIAS-ATRASO-W   TO DIAS-E
           MOVE DIAS-E          TO REG-RELAT(28: 05)
           MOVE VALOR-CP53      TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(36: 13)
           MOVE VALOR-DEVOL-CP53 TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(50: 13)
           MOVE VALOR-RETIDO-CP53 TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(64: 13)
           MOVE SALDO-W         TO SALDO-E
           MOVE SALDO-E         TO REG-RELAT(78: 14)
           MOVE DESCRICAO-CP53  TO REG-RELAT(94: 30)
           WRITE REG-RELAT.

           ADD 1          TO QT-VENCIDAS-W.
           ADD VALOR-CP53 TO SUB-VALOR-W TOT-VALOR-W.
           ADD SALDO-W    TO SUB-SALDO-W TOT-SALDO-W.
       VERIFICA-CAUCAO-FIM.
           EXIT.

       CABECALHO-FORNECEDOR SECTION.
           MOVE FORNEC-CP53 TO FORNEC-ANT-W CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "** FORNECEDOR NAO CADASTRADO **" TO NOME-CG01
           END-READ.
           MOVE ZEROS TO SUB-VALOR-W SUB-SALDO-W.
           ADD 1 TO QT-FORNEC-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           STRING "FORNECEDOR: " FORNEC-CP53 " - " NOME-CG01
                  DELIMITED BY SIZE INTO REG-RELAT
           WRITE REG-RELAT.

       TOTALIZA-FORNECEDOR SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE SUB-VALOR-W TO VALOR-E
           MOVE SUB-SALDO-W TO SALDO-E
           MOVE "SUBTOTAL DO FORNECEDOR" TO REG-RELAT(01: 22)
           MOVE VALOR-E TO REG-RELAT(36: 13)
           MOVE SALDO-E TO REG-RELAT(78: 14)
           WRITE REG-RELAT.

       FORMATA-DATA SECTION.
           MOVE DIA-INV-W TO DIA-DMA-W
           MOVE MES-INV-W TO MES-DMA-W
           MOVE ANO-INV-W TO ANO-DMA-W
           MOVE DATA-DMA-W TO DATA-E.
