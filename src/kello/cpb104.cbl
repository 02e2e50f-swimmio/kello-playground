       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB104.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Reconstrucao do saldo por fornecedor (CPD052) - refaz
      * do zero, pela rotina CPSALDO (funcao 3), o resumo de cada
      * fornecedor com movimento e lista os que estavam gravados
      * diferente do recalculado (programa que grava CPD020/CPD023/
      * CPD027 sem passar pela CPSALDO, arquivo restaurado, queda no
      * meio da gravacao). Passa por:
      *   1) cada fornecedor com titulo em CPD020;
      *   2) cada fornecedor com adiantamento em CPD027;
      *   3) cada resumo de CPD052 que nao apareceu acima (fornecedor
      *      cujos titulos foram todos arquivados/excluidos) - volta
      *      p/ zero.
      * A rodada (data/hora do inicio) fica em RODADA-CONF-CP52, e o
      * fornecedor que aparece de novo na mesma rodada nao e
      * conferido duas vezes. Comparados: qtde de titulos abertos,
      * saldo a pagar, suspenso, adiantamentos e pago no ano (este
      * so qdo o resumo gravado e do ano corrente); o vencido muda
      * com o dia e so e recalculado.
      * Sem parametro. Saida: relatorio RELC104.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CPPX020.
           COPY CPPX027.
           COPY CPPX052.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CPPW020.
       COPY CPPW027.
       COPY CPPW052.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CPD052             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.
           05  RODADA-W.
               10  RODADA-DATA-W     PIC 9(8).
               10  RODADA-HORA-W     PIC 9(6).
           05  RODADA-NUM-W REDEFINES RODADA-W PIC 9(14).
           05  FORNEC-ANT-W          PIC 9(6)     VALUE ZEROS.
           05  QT-CONFERIDOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-DIVERGENTES-W      PIC 9(6)     VALUE ZEROS.
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  QTDE-E                PIC ZZ.ZZ9.

           COPY "PARAMETR".
           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CONFERIDOS-W QT-DIVERGENTES-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DATA-CPU       TO RODADA-DATA-W
           MOVE WS-HORA-SYS(1: 6) TO RODADA-HORA-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD052
           MOVE "RELC104" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           MOVE PATH-CPD020   TO CPSALDO-PATH-CPD020
           MOVE PATH-CPD023   TO CPSALDO-PATH-CPD023
           MOVE PATH-CPD027   TO CPSALDO-PATH-CPD027
           MOVE PATH-CPD052   TO CPSALDO-PATH-CPD052
           MOVE "CPB104"      TO CPSALDO-PROGRAMA
           MOVE RODADA-NUM-W  TO CPSALDO-RODADA

           OPEN INPUT CGD001 CPD020 CPD027
           IF ST-CPD020 <> "00"
              DISPLAY "ERRO ABERTURA CPD020: " ST-CPD020
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN OUTPUT ARQ-RELAT

           MOVE SPACES TO REG-RELAT
           MOVE "RECONSTRUCAO DO SALDO POR FORNECEDOR - " TO
                REG-RELAT(01: 39)
           MOVE WS-DATA-CPU TO DATA-E
           MOVE DATA-E      TO REG-RELAT(40: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "FORNEC NOME"             TO REG-RELAT(01: 11)
           MOVE "QTDE"                    TO REG-RELAT(48: 04)
           MOVE "SALDO A PAGAR"           TO REG-RELAT(54: 13)
           MOVE "SUSPENSO"                TO REG-RELAT(74: 08)
           MOVE "PAGO NO ANO"             TO REG-RELAT(86: 11)
           MOVE "ADIANTAMENTO"            TO REG-RELAT(100: 12)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT

           IF ERRO-W = 0
              PERFORM VARRE-CPD020
              PERFORM VARRE-CPD027
              PERFORM VARRE-CPD052
           END-IF.

           MOVE 9 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO
           CANCEL "CPSALDO"

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "FORNECEDORES CONFERIDOS: " TO REG-RELAT(01: 25)
           MOVE QT-CONFERIDOS-W  TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(26: 06)
           MOVE "   DIVERGENTES: "          TO REG-RELAT(32: 16)
           MOVE QT-DIVERGENTES-W TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(48: 06)
           WRITE REG-RELAT

           CLOSE CGD001 CPD020 CPD027 ARQ-RELAT.

           DISPLAY "FORNECEDORES CONFERIDOS..........: "
                   QT-CONFERIDOS-W.
           DISPLAY "SALDOS DIVERGENTES...............: "
                   QT-DIVERGENTES-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       VARRE-CPD020 SECTION.
      *    Chave primaria agrupa por fornecedor: confere na quebra.
           MOVE ZEROS TO FORNEC-ANT-W.
           MOVE ZEROS TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-ANT-W
                      MOVE FORNEC-CP20 TO FORNEC-ANT-W
                      PERFORM CONFERE-FORNECEDOR
                   END-IF
              END-READ
           END-PERFORM.

       VARRE-CPD027 SECTION.
           IF ST-CPD027 NOT = "00"
              GO VARRE-CPD027-FIM.
           MOVE ZEROS TO FORNEC-ANT-W.
           MOVE ZEROS TO FORNEC-CP27 SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "10" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 = "10"
              READ CPD027 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD027
              NOT AT END
                   IF FORNEC-CP27 NOT = FORNEC-ANT-W
                      MOVE FORNEC-CP27 TO FORNEC-ANT-W
                      PERFORM CONFERE-FORNECEDOR
                   END-IF
              END-READ
           END-PERFORM.
       VARRE-CPD027-FIM.
           EXIT.

       VARRE-CPD052 SECTION.
      *    Resumos que nao foram conferidos pelas varreduras acima.
           OPEN INPUT CPD052.
           IF ST-CPD052 NOT = "00"
              GO VARRE-CPD052-FIM.
           PERFORM UNTIL ST-CPD052 = "10"
              READ CPD052 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD052
              NOT AT END
                   IF RODADA-CONF-CP52 NOT = RODADA-NUM-W
                      MOVE FORNEC-CP52 TO FORNEC-ANT-W
                      PERFORM CONFERE-FORNECEDOR
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE CPD052.
       VARRE-CPD052-FIM.
           EXIT.

       CONFERE-FORNECEDOR SECTION.
           MOVE 3            TO CPSALDO-FUNCAO
           MOVE FORNEC-ANT-W TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           EVALUATE CPSALDO-RETORNO
             WHEN 0
                  ADD 1 TO QT-CONFERIDOS-W
             WHEN 1
                  ADD 1 TO QT-CONFERIDOS-W QT-DIVERGENTES-W
                  PERFORM IMPRIME-DIVERGENCIA
             WHEN 9
                  DISPLAY "ERRO NA GRAVACAO DE CPD052 - FORNEC "
                          FORNEC-ANT-W
                  MOVE 1 TO ERRO-W
           END-EVALUATE.

       IMPRIME-DIVERGENCIA SECTION.
           MOVE FORNEC-ANT-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-ANT-W      TO REG-RELAT(01: 06)
           MOVE NOME-CG01(1: 25)  TO REG-RELAT(08: 25)
           MOVE "GRAVADO"         TO REG-RELAT(34: 07)
           MOVE CPSALDO-QT-ABERTOS-ANT TO QTDE-E
           MOVE QTDE-E            TO REG-RELAT(46: 06)
           MOVE CPSALDO-ABERTO-ANT     TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(53: 14)
           MOVE CPSALDO-SUSPENSO-ANT   TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(68: 14)
           MOVE CPSALDO-PAGO-ANO-ANT   TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(83: 14)
           MOVE CPSALDO-ADIANT-ANT     TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(98: 14)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "RECALCULADO"     TO REG-RELAT(34: 11)
           MOVE CPSALDO-QT-ABERTOS     TO QTDE-E
           MOVE QTDE-E            TO REG-RELAT(46: 06)
           MOVE CPSALDO-ABERTO         TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(53: 14)
           MOVE CPSALDO-SUSPENSO       TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(68: 14)
           MOVE CPSALDO-PAGO-ANO       TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(83: 14)
           MOVE CPSALDO-ADIANT         TO VALOR-E
           MOVE VALOR-E           TO REG-RELAT(98: 14)
           WRITE REG-RELAT.
