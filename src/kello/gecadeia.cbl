       IDENTIFICATION DIVISION.
       PROGRAM-ID. GECADEIA.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Selo da cadeia de hash na gravacao - chamada por todo
      * programa que grava LOG001, LOG002, LOG003, LOG004 (jornal do
      * dia), LOGACESS ou CPD025, logo depois do WRITE: devolve a
      * proxima posicao da cadeia do arquivo e o hash do registro
      * (GESELO sobre posicao + imagem, encadeado ao hash do
      * anterior - a mesma conta da conferencia do CPB111), que o
      * chamador regrava no SELO do registro.
      * A ponta de cada cadeia (ultima posicao e hash) fica em LOG007,
      * no cofre \AUDITORIA\ + empresa, aberto exclusivo e fechado a
      * cada chamada: duas gravacoes ao mesmo tempo nunca pegam a
      * mesma posicao. Arquivo ainda sem ponta parte do selo mais
      * adiantado dele no cofre LOG006 (selo diario ou ancora do
      * arquivamento) ou, sem nenhum, do zero.
      * Cofre indisponivel devolve RETORNO 9 - o registro fica sem
      * selo e sai na conferencia da noite (CPB111).
      * Parametros: COPY CPCADEIA (PARAMETROS-GECADEIA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOGX006.
           COPY LOGX007.

       DATA DIVISION.
       FILE SECTION.
       COPY LOGW006.
       COPY LOGW007.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-LOG006             PIC XX       VALUE SPACES.
           05  ST-LOG007             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  PASTA-AUDIT-W         PIC X(40)    VALUE SPACES.
           05  PASTA-COFRE-W         PIC X(40)    VALUE SPACES.
           05  EMP-COFRE-W           PIC X(10)    VALUE SPACES.
           05  ARQUIVO-W             PIC X(12)    VALUE SPACES.
           05  FIM-NOME-W            PIC 9(2)     VALUE ZEROS.
           05  BARRA-NOME-W          PIC 9(2)     VALUE ZEROS.
           05  BARRA-EMP-W           PIC 9(2)     VALUE ZEROS.
           05  IX-P-W                PIC 9(2)     VALUE ZEROS.
           05  TAMANHO-W             PIC 9(4)     VALUE ZEROS.
           05  TENTATIVAS-W          PIC 9(4)     VALUE ZEROS.
           05  NOVA-POS-W            PIC 9(9)     VALUE ZEROS.
           05  ACHOU-W               PIC X        VALUE "N".
           05  COFRE-OK-W            PIC X        VALUE "S".
           05  FIM-W                 PIC X        VALUE "N".

           COPY "CPSELO".
           COPY "PARAMETR".

       LINKAGE SECTION.
           COPY "CPCADEIA".

       PROCEDURE DIVISION USING PARAMETROS-GECADEIA.
       MAIN-PROCESS SECTION.
           MOVE 9      TO GECADEIA-RETORNO.
           MOVE ZEROS  TO GECADEIA-POSICAO.
           MOVE SPACES TO GECADEIA-HASH.
           MOVE GECADEIA-TAMANHO TO TAMANHO-W.
           IF TAMANHO-W = ZEROS
              GO MAIN-PROCESS-FIM.
           IF TAMANHO-W > 691
              MOVE 691 TO TAMANHO-W.
           PERFORM SEPARA-PATH.
           IF ARQUIVO-W = SPACES
              GO MAIN-PROCESS-FIM.

           PERFORM ABRE-PONTA.
           IF ST-LOG007 NOT = "00"
              GO MAIN-PROCESS-FIM.
           MOVE ARQUIVO-W TO LOG7-ARQUIVO.
           MOVE "S" TO ACHOU-W.
           READ LOG007 INVALID KEY
                MOVE "N" TO ACHOU-W.
           IF ACHOU-W = "N"
              PERFORM PONTA-DO-COFRE
              IF COFRE-OK-W = "N"
                 CLOSE LOG007
                 GO MAIN-PROCESS-FIM.

      *    Proxima posicao e hash encadeado ao da ponta
           COMPUTE NOVA-POS-W = LOG7-POSICAO + 1.
           MOVE LOG7-HASH  TO GESELO-HASH-ANT.
           MOVE SPACES     TO GESELO-DADOS.
           MOVE NOVA-POS-W TO GESELO-DADOS(1: 9).
           MOVE GECADEIA-DADOS(1: TAMANHO-W)
                           TO GESELO-DADOS(10: TAMANHO-W).
           COMPUTE GESELO-TAMANHO = TAMANHO-W + 9.
           CALL "GESELO" USING PARAMETROS-GESELO.

           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE ARQUIVO-W   TO LOG7-ARQUIVO.
           MOVE NOVA-POS-W  TO LOG7-POSICAO.
           MOVE GESELO-HASH TO LOG7-HASH.
           MOVE WS-DATA-CPU TO LOG7-DATA.
           MOVE WS-HORA-SYS TO LOG7-HORAS.
           IF ACHOU-W = "S"
              REWRITE REG-LOG007 INVALID KEY
                      MOVE "99" TO ST-LOG007
              END-REWRITE
           ELSE
              WRITE REG-LOG007 INVALID KEY
                    MOVE "99" TO ST-LOG007
              END-WRITE
           END-IF.
           IF ST-LOG007 = "00"
              MOVE 0           TO GECADEIA-RETORNO
              MOVE NOVA-POS-W  TO GECADEIA-POSICAO
              MOVE GESELO-HASH TO GECADEIA-HASH
           END-IF.
           CLOSE LOG007.
       MAIN-PROCESS-FIM.
           EXIT PROGRAM.

      *----------------------------------------------------------------
      *    Path do chamador -> nome do arquivo (ultima parte) e
      *    empresa (a pasta dele); cofre em \AUDITORIA\ + empresa.
      *----------------------------------------------------------------
       SEPARA-PATH SECTION.
           MOVE SPACES TO ARQUIVO-W EMP-COFRE-W.
           MOVE ZEROS  TO FIM-NOME-W BARRA-NOME-W BARRA-EMP-W.
           PERFORM VARYING IX-P-W FROM 40 BY -1
                   UNTIL IX-P-W < 1 OR FIM-NOME-W > ZEROS
              IF GECADEIA-PATH(IX-P-W: 1) NOT = SPACE
                 MOVE IX-P-W TO FIM-NOME-W
              END-IF
           END-PERFORM.
           IF FIM-NOME-W = ZEROS
              GO SEPARA-PATH-FIM.
           PERFORM VARYING IX-P-W FROM FIM-NOME-W BY -1
                   UNTIL IX-P-W < 1 OR BARRA-NOME-W > ZEROS
              IF GECADEIA-PATH(IX-P-W: 1) = "\" OR
                 GECADEIA-PATH(IX-P-W: 1) = "/"
                 MOVE IX-P-W TO BARRA-NOME-W
              END-IF
           END-PERFORM.
           IF BARRA-NOME-W NOT < FIM-NOME-W
              GO SEPARA-PATH-FIM.
           MOVE GECADEIA-PATH(BARRA-NOME-W + 1:
                              FIM-NOME-W - BARRA-NOME-W)
                TO ARQUIVO-W.
           IF BARRA-NOME-W > 1
              PERFORM VARYING IX-P-W FROM BARRA-NOME-W BY -1
                      UNTIL IX-P-W < 2 OR BARRA-EMP-W > ZEROS
                 IF GECADEIA-PATH(IX-P-W - 1: 1) = "\" OR
                    GECADEIA-PATH(IX-P-W - 1: 1) = "/"
                    COMPUTE BARRA-EMP-W = IX-P-W - 1
                 END-IF
              END-PERFORM
              IF BARRA-EMP-W < BARRA-NOME-W - 1
                 MOVE GECADEIA-PATH(BARRA-EMP-W + 1:
                                    BARRA-NOME-W - BARRA-EMP-W - 1)
                      TO EMP-COFRE-W
              END-IF
           END-IF.

           MOVE "\AUDITORIA" TO PASTA-AUDIT-W.
           MOVE SPACES TO PASTA-COFRE-W.
           IF EMP-COFRE-W = SPACES
              MOVE PASTA-AUDIT-W TO PASTA-COFRE-W
           ELSE
              STRING "\AUDITORIA\" EMP-COFRE-W
                     DELIMITED BY SPACE INTO PASTA-COFRE-W
           END-IF.
           MOVE SPACES TO PATH-LOG006 PATH-LOG007.
           STRING PASTA-COFRE-W DELIMITED BY SPACE
                  "\LOG006" DELIMITED BY SIZE INTO PATH-LOG006.
           STRING PASTA-COFRE-W DELIMITED BY SPACE
                  "\LOG007" DELIMITED BY SIZE INTO PATH-LOG007.
       SEPARA-PATH-FIM.
           EXIT.

       ABRE-PONTA SECTION.
      *    Outra gravacao carimbando agora segura o LOG007 (aberto
      *    exclusivo) - tenta de novo ate ele ser fechado.
           MOVE ZEROS TO TENTATIVAS-W.
           OPEN I-O LOG007.
           IF ST-LOG007 = "35"
              CALL "CBL_CREATE_DIR" USING PASTA-AUDIT-W
              CALL "CBL_CREATE_DIR" USING PASTA-COFRE-W
              OPEN OUTPUT LOG007
              CLOSE LOG007
              OPEN I-O LOG007
           END-IF.
           PERFORM UNTIL ST-LOG007 = "00" OR TENTATIVAS-W NOT < 2000
              ADD 1 TO TENTATIVAS-W
              OPEN I-O LOG007
           END-PERFORM.

       PONTA-DO-COFRE SECTION.
      *    Primeira gravacao do arquivo com a ponta: parte do selo
      *    mais adiantado dele no cofre LOG006.
           MOVE ZEROS TO LOG7-POSICAO.
           MOVE ZEROS TO LOG7-HASH.
           MOVE "S"   TO COFRE-OK-W.
           OPEN INPUT LOG006.
           IF ST-LOG006 = "35"
              GO PONTA-DO-COFRE-FIM.
           IF ST-LOG006 NOT = "00"
              MOVE "N" TO COFRE-OK-W
              GO PONTA-DO-COFRE-FIM.
           MOVE "N"       TO FIM-W.
           MOVE ZEROS     TO CHAVE-LOG6.
           MOVE ARQUIVO-W TO LOG6-ARQUIVO.
           START LOG006 KEY IS NOT < CHAVE-LOG6 INVALID KEY
                 MOVE "S" TO FIM-W.
           PERFORM UNTIL FIM-W = "S"
              READ LOG006 NEXT RECORD AT END
                   MOVE "S" TO FIM-W
              NOT AT END
                   IF LOG6-ARQUIVO NOT = ARQUIVO-W
                      MOVE "S" TO FIM-W
                   ELSE
                      IF (LOG6-TIPO = "S" OR LOG6-TIPO = "A") AND
                         LOG6-POSICAO NOT < LOG7-POSICAO
                         MOVE LOG6-POSICAO TO LOG7-POSICAO
                         MOVE LOG6-HASH    TO LOG7-HASH
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           CLOSE LOG006.
       PONTA-DO-COFRE-FIM.
           EXIT.
