       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPSALDO.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Saldo por fornecedor - mantem o resumo CPD052 (um
      * registro por fornecedor) com o saldo a pagar, a parte
      * vencida, o suspenso, o pago no ano e o saldo de
      * adiantamentos, p/ as consultas (CPP025 e afins) nao
      * precisarem varrer CPD020/CPD023/CPD027 a cada pergunta.
      * Chamada por todo programa que grava esses arquivos: o batch
      * marca o fornecedor a cada gravacao (funcao 1, sem I/O) e
      * atualiza os marcados no fim (funcao 2); a tela atualiza na
      * hora (funcao 2 com o fornecedor). O resumo e sempre
      * recalculado do zero a partir dos titulos do fornecedor
      * (chave primaria de CPD020/CPD023/CPD027 agrupa por
      * fornecedor), com os mesmos criterios de CPP020A (saldo do
      * titulo = total - baixas parciais), CPP025 (adiantamentos
      * tipos 0 e 2) e CPB033 (pago no ano).
      *   funcao 3 (CPB104): confere o gravado contra o recalculado
      *     e regrava, devolvendo os dois;
      *   funcao 4: consulta - sem resumo, ou com um vencimento/ano
      *     ja virado desde o calculo, refaz antes de devolver.
      * Parametros: COPY CPSALDO (PARAMETROS-CPSALDO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPPX020.
           COPY CPPX023.
           COPY CPPX027.
           COPY CPPX052.

       DATA DIVISION.
       FILE SECTION.
       COPY CPPW020.
       COPY CPPW023.
       COPY CPPW027.
       COPY CPPW052.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD023             PIC XX       VALUE SPACES.
           05  ST-CPD027             PIC XX       VALUE SPACES.
           05  ST-CPD052             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  ANO-HOJE-W            PIC 9(4)     VALUE ZEROS.
           05  ARQ-ABERTOS-W         PIC X        VALUE "N".
      *    ARQ-ABERTOS - S = abertos pela conferencia (funcao 3), so
      *    fecham na funcao 9
           05  ABRIU-AQUI-W          PIC X        VALUE "N".
           05  ACHOU-W               PIC X        VALUE "N".
           05  FORNEC-W              PIC 9(06)    VALUE ZEROS.
           05  SOMA-BAIXAS-W         PIC 9(10)V99 VALUE ZEROS.
           05  SOMA-BAIXAS-ANO-W     PIC 9(10)V99 VALUE ZEROS.
           05  SALDO-TIT-W           PIC 9(10)V99 VALUE ZEROS.
           05  PAGO-TIT-W            PIC 9(10)V99 VALUE ZEROS.
           05  PROX-VENCTO-W         PIC 9(08)    VALUE ZEROS.
           05  I                     PIC 9(04)    VALUE ZEROS.
           05  QT-MARCADOS-W         PIC 9(04)    VALUE ZEROS.

      *    Fornecedores marcados pelo batch ainda nao atualizados;
      *    lotada, a tabela e gravada antes de receber mais um.
       01  TAB-MARCADOS-W.
           05  FORNEC-MARCADO-W      PIC 9(06)    OCCURS 500 TIMES.

       01  CALCULO-W.
           05  QT-ABERTOS-CALC-W     PIC 9(05)    VALUE ZEROS.
           05  ABERTO-CALC-W         PIC 9(10)V99 VALUE ZEROS.
           05  VENCIDO-CALC-W        PIC 9(10)V99 VALUE ZEROS.
           05  SUSPENSO-CALC-W       PIC 9(10)V99 VALUE ZEROS.
           05  PAGO-ANO-CALC-W       PIC 9(10)V99 VALUE ZEROS.
           05  ADIANT-CALC-W         PIC 9(10)V99 VALUE ZEROS.

           COPY "PARAMETR".

       LINKAGE SECTION.
           COPY "CPSALDO".

       PROCEDURE DIVISION USING PARAMETROS-CPSALDO.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO CPSALDO-RETORNO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU      TO DATA-HOJE-W.
           MOVE WS-DATA-CPU(1: 4) TO ANO-HOJE-W.
           EVALUATE CPSALDO-FUNCAO
             WHEN 1
                  PERFORM MARCA-FORNECEDOR
             WHEN 2
                  IF CPSALDO-FORNEC NOT = ZEROS
                     PERFORM MARCA-FORNECEDOR
                  END-IF
                  PERFORM GRAVA-MARCADOS
             WHEN 3
                  PERFORM CONFERE-FORNECEDOR
             WHEN 4
                  PERFORM CONSULTA-FORNECEDOR
             WHEN 9
                  IF QT-MARCADOS-W > ZEROS
                     PERFORM GRAVA-MARCADOS
                  END-IF
                  IF ARQ-ABERTOS-W = "S"
                     PERFORM FECHA-ARQUIVOS
                  END-IF
           END-EVALUATE.
           EXIT PROGRAM.

       MARCA-FORNECEDOR SECTION.
           MOVE "N" TO ACHOU-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-MARCADOS-W
              IF FORNEC-MARCADO-W(I) = CPSALDO-FORNEC
                 MOVE "S" TO ACHOU-W
              END-IF
           END-PERFORM.
           IF ACHOU-W = "S"
              GO MARCA-FORNECEDOR-FIM.
           IF QT-MARCADOS-W = 500
              PERFORM GRAVA-MARCADOS.
           ADD 1 TO QT-MARCADOS-W.
           MOVE CPSALDO-FORNEC TO FORNEC-MARCADO-W(QT-MARCADOS-W).
       MARCA-FORNECEDOR-FIM.
           EXIT.

       GRAVA-MARCADOS SECTION.
           IF QT-MARCADOS-W = ZEROS
              GO GRAVA-MARCADOS-FIM.
           PERFORM ABRE-SE-PRECISO.
           IF CPSALDO-RETORNO = 9
              MOVE ZEROS TO QT-MARCADOS-W
              GO GRAVA-MARCADOS-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-MARCADOS-W
              MOVE FORNEC-MARCADO-W(I) TO FORNEC-W
              PERFORM CALCULA-SALDOS
              PERFORM GRAVA-RESUMO
           END-PERFORM.
           MOVE ZEROS TO QT-MARCADOS-W.
           PERFORM FECHA-SE-ABRIU-AQUI.
       GRAVA-MARCADOS-FIM.
           EXIT.

       CONFERE-FORNECEDOR SECTION.
      *    Conferencia da CPB104: os arquivos ficam abertos entre as
      *    chamadas (fecha na funcao 9). So os saldos que nao
      *    dependem do dia entram na comparacao - vencido e pago no
      *    ano de um calculo antigo estao defasados, nao errados.
           IF ARQ-ABERTOS-W = "N"
              PERFORM ABRE-ARQUIVOS
              IF CPSALDO-RETORNO = 9
                 GO CONFERE-FORNECEDOR-FIM
              END-IF
              MOVE "S" TO ARQ-ABERTOS-W
           END-IF.
           MOVE CPSALDO-FORNEC TO FORNEC-W FORNEC-CP52.
           INITIALIZE CPSALDO-ANTERIOR.
           READ CPD052 INVALID KEY
                INITIALIZE REG-CPD052
                MOVE CPSALDO-FORNEC TO FORNEC-CP52
           NOT INVALID KEY
                IF RODADA-CONF-CP52 = CPSALDO-RODADA
                   MOVE 2 TO CPSALDO-RETORNO
                END-IF
           END-READ.
           IF CPSALDO-RETORNO = 2
              GO CONFERE-FORNECEDOR-FIM.
           MOVE QT-ABERTOS-CP52     TO CPSALDO-QT-ABERTOS-ANT.
           MOVE SALDO-ABERTO-CP52   TO CPSALDO-ABERTO-ANT.
           MOVE SALDO-VENCIDO-CP52  TO CPSALDO-VENCIDO-ANT.
           MOVE SALDO-SUSPENSO-CP52 TO CPSALDO-SUSPENSO-ANT.
           MOVE PAGO-ANO-CP52       TO CPSALDO-PAGO-ANO-ANT.
           MOVE SALDO-ADIANT-CP52   TO CPSALDO-ADIANT-ANT.
           PERFORM CALCULA-SALDOS.
           IF QT-ABERTOS-CALC-W NOT = QT-ABERTOS-CP52   OR
              ABERTO-CALC-W     NOT = SALDO-ABERTO-CP52 OR
              SUSPENSO-CALC-W   NOT = SALDO-SUSPENSO-CP52 OR
              ADIANT-CALC-W     NOT = SALDO-ADIANT-CP52
              MOVE 1 TO CPSALDO-RETORNO
           END-IF.
           IF ANO-PAGO-CP52 = ANO-HOJE-W AND
              PAGO-ANO-CALC-W NOT = PAGO-ANO-CP52
              MOVE 1 TO CPSALDO-RETORNO
           END-IF.
           PERFORM DEVOLVE-CALCULO.
      *    Fornecedor sem resumo e sem saldo nenhum nao ganha
      *    registro.
           IF DATA-CALCULO-CP52 = ZEROS AND CALCULO-W = ZEROS
              GO CONFERE-FORNECEDOR-FIM.
           MOVE CPSALDO-RODADA TO RODADA-CONF-CP52.
           PERFORM GRAVA-RESUMO.
       CONFERE-FORNECEDOR-FIM.
           EXIT.

       CONSULTA-FORNECEDOR SECTION.
           PERFORM ABRE-SE-PRECISO.
           IF CPSALDO-RETORNO = 9
              GO CONSULTA-FORNECEDOR-FIM.
           MOVE CPSALDO-FORNEC TO FORNEC-W FORNEC-CP52.
           READ CPD052 INVALID KEY
                INITIALIZE REG-CPD052
                MOVE FORNEC-W TO FORNEC-CP52
                MOVE 1 TO CPSALDO-RETORNO
                PERFORM CALCULA-SALDOS
                PERFORM GRAVA-RESUMO
           NOT INVALID KEY
                IF ANO-PAGO-CP52 NOT = ANO-HOJE-W OR
                   (PROX-VENCTO-CP52 NOT = ZEROS AND
                    PROX-VENCTO-CP52 < DATA-HOJE-W)
                   PERFORM CALCULA-SALDOS
                   PERFORM GRAVA-RESUMO
                END-IF
           END-READ.
           MOVE QT-ABERTOS-CP52     TO CPSALDO-QT-ABERTOS.
           MOVE SALDO-ABERTO-CP52   TO CPSALDO-ABERTO.
           MOVE SALDO-VENCIDO-CP52  TO CPSALDO-VENCIDO.
           MOVE SALDO-SUSPENSO-CP52 TO CPSALDO-SUSPENSO.
           MOVE PAGO-ANO-CP52       TO CPSALDO-PAGO-ANO.
           MOVE SALDO-ADIANT-CP52   TO CPSALDO-ADIANT.
           PERFORM FECHA-SE-ABRIU-AQUI.
       CONSULTA-FORNECEDOR-FIM.
           EXIT.

       CALCULA-SALDOS SECTION.
      *    Recalcula FORNEC-W do zero.
           INITIALIZE CALCULO-W.
           MOVE ZEROS    TO PROX-VENCTO-W.
           MOVE FORNEC-W TO FORNEC-CP20.
           MOVE ZEROS    TO SEQ-CP20.
           START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   IF FORNEC-CP20 NOT = FORNEC-W
                      MOVE "10" TO ST-CPD020
                   ELSE
                      PERFORM AVALIA-TITULO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.
           PERFORM SOMA-ADIANTAMENTOS.

       AVALIA-TITULO SECTION.
           IF SITUACAO-CP20 > 2
              GO AVALIA-TITULO-FIM.
           PERFORM SOMA-BAIXAS.
           IF SOMA-BAIXAS-W > VALOR-TOT-CP20
              MOVE ZEROS TO SALDO-TIT-W
           ELSE
              COMPUTE SALDO-TIT-W = VALOR-TOT-CP20 - SOMA-BAIXAS-W
           END-IF.
           EVALUATE SITUACAO-CP20
             WHEN 0
                  ADD 1           TO QT-ABERTOS-CALC-W
                  ADD SALDO-TIT-W TO ABERTO-CALC-W
                  IF DATA-VENCTO-CP20 < DATA-HOJE-W
                     ADD SALDO-TIT-W TO VENCIDO-CALC-W
                  ELSE
                     IF PROX-VENCTO-W = ZEROS OR
                        DATA-VENCTO-CP20 < PROX-VENCTO-W
                        MOVE DATA-VENCTO-CP20 TO PROX-VENCTO-W
                     END-IF
                  END-IF
             WHEN 1
                  ADD 1           TO QT-ABERTOS-CALC-W
                  ADD SALDO-TIT-W TO SUSPENSO-CALC-W
           END-EVALUATE.
      *    Pago no ano - criterio da CPB033.
           MOVE SOMA-BAIXAS-ANO-W TO PAGO-TIT-W.
           IF PAGO-TIT-W = ZEROS AND SITUACAO-CP20 = 2 AND
              DATA-PGTO-CP20(1: 4) = ANO-HOJE-W
              IF VALOR-LIQ-CP20 > ZEROS
                 MOVE VALOR-LIQ-CP20 TO PAGO-TIT-W
              ELSE
                 MOVE VALOR-TOT-CP20 TO PAGO-TIT-W
              END-IF
           END-IF.
           ADD PAGO-TIT-W TO PAGO-ANO-CALC-W.
       AVALIA-TITULO-FIM.
           EXIT.

       SOMA-BAIXAS SECTION.
           MOVE ZEROS TO SOMA-BAIXAS-W SOMA-BAIXAS-ANO-W.
           IF ST-CPD023 NOT = "00"
              GO SOMA-BAIXAS-FIM.
           MOVE FORNEC-CP20 TO FORNEC-CP23.
           MOVE SEQ-CP20    TO SEQ-CP23.
           MOVE ZEROS       TO SEQ-BAIXA-CP23.
           START CPD023 KEY IS NOT < CHAVE-CP23 INVALID KEY
                MOVE "99" TO ST-CPD023.
           PERFORM UNTIL ST-CPD023 NOT = "00"
                READ CPD023 NEXT RECORD AT END
                     MOVE "99" TO ST-CPD023
                NOT AT END
                     IF FORNEC-CP23 NOT = FORNEC-CP20 OR
                        SEQ-CP23    NOT = SEQ-CP20
                        MOVE "99" TO ST-CPD023
                     ELSE
                        ADD VALOR-PAGO-CP23 TO SOMA-BAIXAS-W
                        IF DATA-PGTO-CP23(1: 4) = ANO-HOJE-W
                           ADD VALOR-PAGO-CP23 TO SOMA-BAIXAS-ANO-W
                        END-IF
                     END-IF
                END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD023.
       SOMA-BAIXAS-FIM.
           EXIT.

       SOMA-ADIANTAMENTOS SECTION.
      *    Adiantamento (tipo 0) e credito de devolucao (tipo 2) -
      *    mesma soma do SOMA-ADIANTAMENTOS de CPP025.
           IF ST-CPD027 NOT = "00"
              GO SOMA-ADIANTAMENTOS-FIM.
           MOVE FORNEC-W TO FORNEC-CP27.
           MOVE ZEROS    TO SEQ-ADT-CP27.
           START CPD027 KEY IS NOT < CHAVE-CP27 INVALID KEY
                 MOVE "99" TO ST-CPD027.
           PERFORM UNTIL ST-CPD027 NOT = "00"
              READ CPD027 NEXT RECORD AT END
                   MOVE "99" TO ST-CPD027
              NOT AT END
                   IF FORNEC-CP27 NOT = FORNEC-W
                      MOVE "99" TO ST-CPD027
                   ELSE
                      IF TIPO-CP27 = 0 OR TIPO-CP27 = 2
                         ADD SALDO-CP27 TO ADIANT-CALC-W
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD027.
       SOMA-ADIANTAMENTOS-FIM.
           EXIT.

       GRAVA-RESUMO SECTION.
      *    REG-CPD052 ja lido (ou inicializado) p/ FORNEC-W quando
      *    vem da conferencia/consulta; na atualizacao le aqui.
           IF CPSALDO-FUNCAO < 3
              MOVE FORNEC-W TO FORNEC-CP52
              READ CPD052 INVALID KEY
                   INITIALIZE REG-CPD052
                   MOVE FORNEC-W TO FORNEC-CP52
              END-READ
           END-IF.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE QT-ABERTOS-CALC-W TO QT-ABERTOS-CP52.
           MOVE ABERTO-CALC-W     TO SALDO-ABERTO-CP52.
           MOVE VENCIDO-CALC-W    TO SALDO-VENCIDO-CP52.
           MOVE SUSPENSO-CALC-W   TO SALDO-SUSPENSO-CP52.
           MOVE ANO-HOJE-W        TO ANO-PAGO-CP52.
           MOVE PAGO-ANO-CALC-W   TO PAGO-ANO-CP52.
           MOVE ADIANT-CALC-W     TO SALDO-ADIANT-CP52.
           MOVE PROX-VENCTO-W     TO PROX-VENCTO-CP52.
           MOVE CPSALDO-PROGRAMA  TO PROGRAMA-CP52.
           IF DATA-CALCULO-CP52 = ZEROS
              MOVE DATA-HOJE-W       TO DATA-CALCULO-CP52
              MOVE WS-HORA-SYS(1: 6) TO HORA-CALCULO-CP52
              WRITE REG-CPD052 INVALID KEY
                    MOVE 9 TO CPSALDO-RETORNO
              END-WRITE
           ELSE
              MOVE DATA-HOJE-W       TO DATA-CALCULO-CP52
              MOVE WS-HORA-SYS(1: 6) TO HORA-CALCULO-CP52
              REWRITE REG-CPD052 INVALID KEY
                    MOVE 9 TO CPSALDO-RETORNO
              END-REWRITE
           END-IF.

       DEVOLVE-CALCULO SECTION.
           MOVE QT-ABERTOS-CALC-W TO CPSALDO-QT-ABERTOS.
           MOVE ABERTO-CALC-W     TO CPSALDO-ABERTO.
           MOVE VENCIDO-CALC-W    TO CPSALDO-VENCIDO.
           MOVE SUSPENSO-CALC-W   TO CPSALDO-SUSPENSO.
           MOVE PAGO-ANO-CALC-W   TO CPSALDO-PAGO-ANO.
           MOVE ADIANT-CALC-W     TO CPSALDO-ADIANT.

       ABRE-SE-PRECISO SECTION.
           MOVE "N" TO ABRIU-AQUI-W.
           IF ARQ-ABERTOS-W = "N"
              PERFORM ABRE-ARQUIVOS
              IF CPSALDO-RETORNO NOT = 9
                 MOVE "S" TO ABRIU-AQUI-W
              END-IF
           END-IF.

       FECHA-SE-ABRIU-AQUI SECTION.
           IF ABRIU-AQUI-W = "S"
              CLOSE CPD020 CPD023 CPD027 CPD052
              MOVE "N" TO ABRIU-AQUI-W
           END-IF.

       ABRE-ARQUIVOS SECTION.
      *    CPD023/CPD027 podem nao existir na empresa - so nao somam.
           MOVE CPSALDO-PATH-CPD020 TO PATH-CPD020.
           MOVE CPSALDO-PATH-CPD023 TO PATH-CPD023.
           MOVE CPSALDO-PATH-CPD027 TO PATH-CPD027.
           MOVE CPSALDO-PATH-CPD052 TO PATH-CPD052.
           OPEN INPUT CPD020 CPD023 CPD027.
           OPEN I-O CPD052.
           IF ST-CPD052 = "35"
              CLOSE CPD052      OPEN OUTPUT CPD052
              CLOSE CPD052      OPEN I-O CPD052
           END-IF.
           IF ST-CPD020 NOT = "00" OR ST-CPD052 NOT = "00"
              CLOSE CPD020 CPD023 CPD027 CPD052
              MOVE 9 TO CPSALDO-RETORNO
           END-IF.

       FECHA-ARQUIVOS SECTION.
           CLOSE CPD020 CPD023 CPD027 CPD052.
           MOVE "N" TO ARQ-ABERTOS-W.
