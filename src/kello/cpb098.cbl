       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB098.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Desconto condicional aproveitado x perdido - quanto
      * custa pagar em dia cheio o que o fornecedor oferecia com
      * desconto ("2% ate o dia X", campos TIPO-DESC-COND/DESC-COND/
      * DATA-LIMITE-DESC de CPD020, digitados em CPP020A/CPP024 ou
      * importados pelo CPB020).
      * P/ cada titulo de CPD020 com desconto cujo prazo cai na
      * competencia:
      *   aproveitado = pago (SITUACAO-CP20 = 2) ate a data limite;
      *   perdido     = pago depois do limite, ou ainda em aberto,
      *                 suspenso ou renegociado com o limite vencido;
      *   titulos excluidos/cancelados nao entram, e o aberto com o
      *   limite ainda por vir fica de fora (ainda da p/ aproveitar).
      * O valor do desconto e o % sobre VALOR-TOT-CP20 (tipo 1) ou o
      * proprio valor (tipo 2). Totaliza por fornecedor, com os
      * titulos perdidos detalhados, e o total geral.
      *
      * Parametro: arquivo CTPCP98 na pasta da empresa com o AAAAMM
      * na 1a linha; sem o arquivo, o mes anterior ao corrente.
      * Saida: arquivo-relatorio RELCP98 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX020.

           SELECT ARQ-PARAM ASSIGN TO PATH-PARAM
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PARAM.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU.
                   15  ANO-CPU-W     PIC 9(4).
                   15  MES-CPU-W     PIC 9(2).
                   15  DIA-CPU-W     PIC 9(2).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  ANOMES-REL-W.
               10  ANO-REL-W         PIC 9(4).
               10  MES-REL-W         PIC 9(2).
           05  ANOMES-REL-NUM-W REDEFINES ANOMES-REL-W
                                     PIC 9(6).
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  VALOR-DESC-W          PIC 9(8)V99  VALUE ZEROS.
           05  PERC-PERDIDO-W        PIC 9(3)V99  VALUE ZEROS.

           05  QT-APROV-FORN-W       PIC 9(5)     VALUE ZEROS.
           05  QT-PERD-FORN-W        PIC 9(5)     VALUE ZEROS.
           05  VALOR-APROV-FORN-W    PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-PERD-FORN-W     PIC 9(10)V99 VALUE ZEROS.
           05  QT-APROV-W            PIC 9(6)     VALUE ZEROS.
           05  QT-PERD-W             PIC 9(6)     VALUE ZEROS.
           05  VALOR-APROV-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PERD-W          PIC 9(11)V99 VALUE ZEROS.
           05  QT-FORNEC-W           PIC 9(5)     VALUE ZEROS.

           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  VALOR-G-E             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  PERC-E                PIC ZZ9,99.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-APROV-W QT-PERD-W VALOR-APROV-W
                         VALOR-PERD-W QT-FORNEC-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE ANO-CPU-W TO ANO-REL-W
           MOVE MES-CPU-W TO MES-REL-W
           IF MES-REL-W = 1
              MOVE 12 TO MES-REL-W
              SUBTRACT 1 FROM ANO-REL-W
           ELSE
              SUBTRACT 1 FROM MES-REL-W
           END-IF.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CTPCP98" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP98" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
              READ ARQ-PARAM AT END CONTINUE
                 NOT AT END
                 IF REG-PARAM(1: 6) NUMERIC AND
                    REG-PARAM(1: 6) > "000000"
                    MOVE REG-PARAM(1: 6) TO ANOMES-REL-W
                 END-IF
              END-READ
              CLOSE ARQ-PARAM
           END-IF.

           OPEN INPUT CPD020 CGD001
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.

           OPEN OUTPUT ARQ-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DESCONTO CONDICIONAL APROVEITADO X PERDIDO - COMPET "
                TO REG-RELAT(01: 52)
           MOVE ANOMES-REL-NUM-W  TO REG-RELAT(53: 06)
           MOVE " - "             TO REG-RELAT(59: 03)
           MOVE DATA-HOJE-W       TO DATA-E
           MOVE DATA-E            TO REG-RELAT(62: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC NOME"           TO REG-RELAT(01: 11)
           MOVE "QT   APROVEITADO"      TO REG-RELAT(34: 16)
           MOVE "QT       PERDIDO"      TO REG-RELAT(55: 16)
           MOVE "% PERDIDO"             TO REG-RELAT(74: 09)
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM VARRE-TITULOS
              PERFORM IMPRIME-TOTAL-GERAL
           END-IF.

           CLOSE CPD020 CGD001 ARQ-RELAT.

           DISPLAY "COMPETENCIA LISTADA..............: "
                   ANOMES-REL-NUM-W.
           DISPLAY "DESCONTOS APROVEITADOS...........: " QT-APROV-W.
           MOVE VALOR-APROV-W TO VALOR-G-E.
           DISPLAY "VALOR APROVEITADO................: " VALOR-G-E.
           DISPLAY "DESCONTOS PERDIDOS...............: " QT-PERD-W.
           MOVE VALOR-PERD-W TO VALOR-G-E.
           DISPLAY "VALOR PERDIDO....................: " VALOR-G-E.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-TITULOS SECTION.
      *    CPD020 na chave primaria (fornecedor/sequencia): a quebra
      *    por fornecedor sai natural.
           MOVE ZEROS TO FORNEC-ANT-W FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END MOVE "10" TO ST-CPD020
              NOT AT END
                PERFORM AVALIA-TITULO
              END-READ
           END-PERFORM.
           IF FORNEC-ANT-W NOT = ZEROS
              PERFORM IMPRIME-FORNECEDOR.

       AVALIA-TITULO SECTION.
           IF TIPO-DESC-COND-CP20 NOT NUMERIC
              GO AVALIA-TITULO-FIM.
           IF TIPO-DESC-COND-CP20 NOT = 1 AND
              TIPO-DESC-COND-CP20 NOT = 2
              GO AVALIA-TITULO-FIM.
           IF DATA-LIMITE-DESC-CP20(1: 6) NOT = ANOMES-REL-W
              GO AVALIA-TITULO-FIM.
           IF SITUACAO-CP20 = 3 OR SITUACAO-CP20 = 4
              GO AVALIA-TITULO-FIM.
           IF SITUACAO-CP20 NOT = 2 AND
              DATA-LIMITE-DESC-CP20 NOT < DATA-HOJE-W
              GO AVALIA-TITULO-FIM.
           IF FORNEC-CP20 NOT = FORNEC-ANT-W
              IF FORNEC-ANT-W NOT = ZEROS
                 PERFORM IMPRIME-FORNECEDOR
              END-IF
              MOVE FORNEC-CP20 TO FORNEC-ANT-W
              MOVE ZEROS TO QT-APROV-FORN-W QT-PERD-FORN-W
                            VALOR-APROV-FORN-W VALOR-PERD-FORN-W
           END-IF.
           IF TIPO-DESC-COND-CP20 = 1
              COMPUTE VALOR-DESC-W ROUNDED =
                      VALOR-TOT-CP20 * DESC-COND-CP20 / 100
           ELSE
              MOVE DESC-COND-CP20 TO VALOR-DESC-W
           END-IF.
           IF SITUACAO-CP20 = 2 AND
              DATA-PGTO-CP20 NOT > DATA-LIMITE-DESC-CP20
              ADD 1            TO QT-APROV-FORN-W QT-APROV-W
              ADD VALOR-DESC-W TO VALOR-APROV-FORN-W VALOR-APROV-W
              GO AVALIA-TITULO-FIM.
           ADD 1            TO QT-PERD-FORN-W QT-PERD-W
           ADD VALOR-DESC-W TO VALOR-PERD-FORN-W VALOR-PERD-W
           PERFORM IMPRIME-PERDIDO.
       AVALIA-TITULO-FIM.
           EXIT.

       IMPRIME-PERDIDO SECTION.
      *    Titulo que perdeu o desconto, p/ a cobranca interna de
      *    quem segurou o pagamento.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-CP20           TO REG-RELAT(01: 06)
           MOVE " PERDIDO "           TO REG-RELAT(07: 09)
           MOVE NR-DOCTO-CP20         TO REG-RELAT(16: 10)
           MOVE " LIMITE "            TO REG-RELAT(26: 08)
           MOVE DATA-LIMITE-DESC-CP20 TO DATA-E
           MOVE DATA-E                TO REG-RELAT(34: 10)
           IF SITUACAO-CP20 = 2
              MOVE " PAGO "           TO REG-RELAT(44: 06)
              MOVE DATA-PGTO-CP20     TO DATA-E
              MOVE DATA-E             TO REG-RELAT(50: 10)
           ELSE
              MOVE " EM ABERTO"       TO REG-RELAT(44: 10)
           END-IF
           MOVE VALOR-DESC-W          TO VALOR-E
           MOVE VALOR-E               TO REG-RELAT(61: 13)
           WRITE REG-RELAT.

       IMPRIME-FORNECEDOR SECTION.
           ADD 1 TO QT-FORNEC-W.
           MOVE FORNEC-ANT-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE ZEROS TO PERC-PERDIDO-W.
           IF VALOR-APROV-FORN-W + VALOR-PERD-FORN-W > ZEROS
              COMPUTE PERC-PERDIDO-W ROUNDED = VALOR-PERD-FORN-W * 100
                      / (VALOR-APROV-FORN-W + VALOR-PERD-FORN-W).
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-ANT-W       TO REG-RELAT(01: 06)
           MOVE NOME-CG01          TO REG-RELAT(08: 25)
           MOVE QT-APROV-FORN-W    TO REG-RELAT(34: 05)
           MOVE VALOR-APROV-FORN-W TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(40: 13)
           MOVE QT-PERD-FORN-W     TO REG-RELAT(55: 05)
           MOVE VALOR-PERD-FORN-W  TO VALOR-E
           MOVE VALOR-E            TO REG-RELAT(61: 13)
           MOVE PERC-PERDIDO-W     TO PERC-E
           MOVE PERC-E             TO REG-RELAT(77: 06)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT.

       IMPRIME-TOTAL-GERAL SECTION.
           MOVE ZEROS TO PERC-PERDIDO-W.
           IF VALOR-APROV-W + VALOR-PERD-W > ZEROS
              COMPUTE PERC-PERDIDO-W ROUNDED = VALOR-PERD-W * 100
                      / (VALOR-APROV-W + VALOR-PERD-W).
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "TOTAL GERAL - FORNECEDORES " TO REG-RELAT(01: 27)
           MOVE QT-FORNEC-W        TO REG-RELAT(28: 05)
           MOVE QT-APROV-W         TO REG-RELAT(34: 06)
           MOVE QT-PERD-W          TO REG-RELAT(55: 06)
           MOVE PERC-PERDIDO-W     TO PERC-E
           MOVE PERC-E             TO REG-RELAT(77: 06)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "APROVEITADO "     TO REG-RELAT(03: 12)
           MOVE VALOR-APROV-W      TO VALOR-G-E
           MOVE VALOR-G-E          TO REG-RELAT(15: 19)
           MOVE "  PERDIDO "       TO REG-RELAT(34: 10)
           MOVE VALOR-PERD-W       TO VALOR-G-E
           MOVE VALOR-G-E          TO REG-RELAT(44: 19)
           WRITE REG-RELAT.
