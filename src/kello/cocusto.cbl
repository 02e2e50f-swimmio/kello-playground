       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCUSTO.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Orcado x realizado de um contrato de formatura - devolve
      * o orcamento por categoria gravado na assinatura (COD040) e o
      * custo realizado ate o momento nas mesmas tres categorias do
      * CPB073, com o mesmo criterio:
      *   brindes  - COD055 definitivos (valor pago qdo houver, senao
      *              o previsto); os previstos voltam em separado;
      *   titulos  - vinculo CPD034 com item zero, titulo CPD020 fora
      *              excluido/cancelado;
      *   revisoes - VID101 pela taxa do revisor (VID103) qdo
      *              cadastrada, senao a taxa geral do CAD020.
      * Chamada pelos avisos de estouro do COP055 (brinde) e do
      * CPP020A (titulo vinculado ao contrato) e pelo relatorio
      * CPB082. So le arquivos - nada e gravado.
      * Parametros: COPY CPCUSTO (PARAMETROS-COCUSTO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX020.
           COPY COPX040.
           COPY COPX055.
           COPY CPPX020.
           COPY CPPX034.
           COPY VIPX101.
           COPY VIPX103.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW020.
       COPY COPW040.
       COPY COPW055.
       COPY CPPW020.
       COPY CPPW034.
       COPY VIPW101.
       COPY VIPW103.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-VID101             PIC XX       VALUE SPACES.
           05  ST-VID103             PIC XX       VALUE SPACES.
           05  VALOR-REVISAO-W       PIC 9(5)V99  VALUE ZEROS.
           05  VALOR-REV-USADO-W     PIC 9(5)V99  VALUE ZEROS.

           COPY "PARAMETR".

       LINKAGE SECTION.
           COPY "CPCUSTO".

       PROCEDURE DIVISION USING PARAMETROS-COCUSTO.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO COCUSTO-ORC-BRINDES COCUSTO-ORC-TITULOS
                         COCUSTO-ORC-REVISOES COCUSTO-REAL-BRINDES
                         COCUSTO-PREV-BRINDES COCUSTO-REAL-TITULOS
                         COCUSTO-REAL-REVISOES.
           MOVE 9 TO COCUSTO-RETORNO.
           MOVE COCUSTO-PATH-COD040 TO PATH-COD040.
           MOVE COCUSTO-PATH-COD055 TO PATH-COD055.
           MOVE COCUSTO-PATH-CPD020 TO PATH-CPD020.
           MOVE COCUSTO-PATH-CPD034 TO PATH-CPD034.
           MOVE COCUSTO-PATH-VID101 TO PATH-VID101.
           MOVE COCUSTO-PATH-VID103 TO PATH-VID103.
           MOVE COCUSTO-PATH-CAD020 TO PATH-CAD020.

      *    Fontes ausentes na empresa (status 35) apenas nao somam,
      *    como no CPB073.
           OPEN INPUT COD040 COD055 CPD020 CPD034 VID101 VID103
                      CAD020.
           IF (ST-COD040 <> "00" AND ST-COD040 <> "35") OR
              (ST-COD055 <> "00" AND ST-COD055 <> "35") OR
              (ST-CPD034 <> "00" AND ST-CPD034 <> "35") OR
              (ST-VID101 <> "00" AND ST-VID101 <> "35")
              GO ENCERRA.

           MOVE 1 TO COCUSTO-RETORNO.
           IF ST-COD040 = "00"
              MOVE COCUSTO-CONTRATO TO NR-CONTRATO-CO40
              READ COD040 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE ZEROS TO COCUSTO-RETORNO
                   IF ORC-BRINDES-CO40 IS NUMERIC
                      MOVE ORC-BRINDES-CO40 TO COCUSTO-ORC-BRINDES
                   END-IF
                   IF ORC-TITULOS-CO40 IS NUMERIC
                      MOVE ORC-TITULOS-CO40 TO COCUSTO-ORC-TITULOS
                   END-IF
                   IF ORC-REVISOES-CO40 IS NUMERIC
                      MOVE ORC-REVISOES-CO40 TO COCUSTO-ORC-REVISOES
                   END-IF
              END-READ
           END-IF.

           PERFORM SOMA-BRINDES.
           PERFORM SOMA-TITULOS.
           PERFORM LE-VALOR-REVISAO.
           PERFORM SOMA-REVISOES.
       ENCERRA.
           CLOSE COD040 COD055 CPD020 CPD034 VID101 VID103 CAD020.
           EXIT PROGRAM.

       SOMA-BRINDES SECTION.
           IF ST-COD055 <> "00"
              GO SOMA-BRINDES-FIM.
           MOVE COCUSTO-CONTRATO TO NR-CONTRATO-CO55.
           MOVE ZEROS            TO ITEM-CO55.
           START COD055 KEY IS NOT < CHAVE-CO55 INVALID KEY
                 MOVE "10" TO ST-COD055.
           PERFORM UNTIL ST-COD055 = "10"
              READ COD055 NEXT RECORD AT END
                   MOVE "10" TO ST-COD055
              NOT AT END
                   IF NR-CONTRATO-CO55 <> COCUSTO-CONTRATO
                      MOVE "10" TO ST-COD055
                   ELSE
                      EVALUATE SUSP-PREV-DEF-CO55
                        WHEN 1
                          IF VALOR-PAGO-CO55 > ZEROS
                             ADD VALOR-PAGO-CO55 TO
                                 COCUSTO-REAL-BRINDES
                          ELSE
                             ADD VALOR-PREVISTO-CO55 TO
                                 COCUSTO-REAL-BRINDES
                          END-IF
                        WHEN 0
                          ADD VALOR-PREVISTO-CO55 TO
                              COCUSTO-PREV-BRINDES
                      END-EVALUATE
                   END-IF
              END-READ
           END-PERFORM.
       SOMA-BRINDES-FIM.
           EXIT.

       SOMA-TITULOS SECTION.
      *    CPD034 nao tem chave por contrato - varre o vinculo todo,
      *    como o ACUMULA-TITULOS do CPB073.
           IF ST-CPD034 <> "00" OR ST-CPD020 <> "00"
              GO SOMA-TITULOS-FIM.
           MOVE ZEROS TO FORNEC-CP34 SEQ-CP34.
           START CPD034 KEY IS NOT < CHAVE-CP34 INVALID KEY
                 MOVE "10" TO ST-CPD034.
           PERFORM UNTIL ST-CPD034 = "10"
              READ CPD034 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD034
              NOT AT END
                   IF NR-CONTRATO-CP34 = COCUSTO-CONTRATO AND
                      ITEM-CP34 = ZEROS
                      MOVE FORNEC-CP34 TO FORNEC-CP20
                      MOVE SEQ-CP34    TO SEQ-CP20
                      READ CPD020 INVALID KEY
                           CONTINUE
                      NOT INVALID KEY
                           IF SITUACAO-CP20 NOT = 3 AND
                              SITUACAO-CP20 NOT = 4
                              ADD VALOR-TOT-CP20 TO
                                  COCUSTO-REAL-TITULOS
                           END-IF
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
       SOMA-TITULOS-FIM.
           EXIT.

       LE-VALOR-REVISAO SECTION.
           MOVE ZEROS TO VALOR-REVISAO-W.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE VALOR-REVISAO-CA20 TO VALOR-REVISAO-W
              END-READ
           END-IF.

       SOMA-REVISOES SECTION.
           IF ST-VID101 <> "00"
              GO SOMA-REVISOES-FIM.
           MOVE COCUSTO-CONTRATO TO CONTRATO-V101.
           MOVE ZEROS            TO NR-FITA-V101.
           START VID101 KEY IS NOT < NR-FITAS-V101 INVALID KEY
                 MOVE "10" TO ST-VID101.
           PERFORM UNTIL ST-VID101 = "10"
              READ VID101 NEXT RECORD AT END
                   MOVE "10" TO ST-VID101
              NOT AT END
                   IF CONTRATO-V101 <> COCUSTO-CONTRATO
                      MOVE "10" TO ST-VID101
                   ELSE
                      PERFORM VALORIZA-UMA-REVISAO
                   END-IF
              END-READ
           END-PERFORM.
       SOMA-REVISOES-FIM.
           EXIT.

       VALORIZA-UMA-REVISAO SECTION.
           MOVE VALOR-REVISAO-W TO VALOR-REV-USADO-W.
           IF ST-VID103 = "00"
              MOVE REVISOR-V101 TO REVISOR-V103
              READ VID103 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   IF VALOR-REVISAO-V103 > ZEROS
                      MOVE VALOR-REVISAO-V103 TO VALOR-REV-USADO-W
                   END-IF
              END-READ
           END-IF.
           ADD VALOR-REV-USADO-W TO COCUSTO-REAL-REVISOES.
