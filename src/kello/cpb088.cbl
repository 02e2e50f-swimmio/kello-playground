       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPB088.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Scorecard de desempenho de entrega dos fornecedores de
      * brindes - o atraso no pagamento ja e medido (CPB025/CPB051),
      * o atraso do fornecedor nao. P/ os pedidos de compra (COD065,
      * abertos e encerrados; rascunho nao conta) com previsao de
      * entrega dentro do periodo e ja vencida, mede por fornecedor:
      *   pontualidade = itens (COD066) cuja qtde foi entregue ate a
      *     DATA-PREVISTA-CO65, pelas datas das entradas de COD060
      *     amarradas ao pedido (TIPO 1, NR-PEDIDO-CO60); nos itens
      *     atrasados, os dias de atraso (GRDIAS1) da previsao ate a
      *     entrada que completou o item, ou ate hoje se ainda falta;
      *   atendimento = QTDE-RECEBIDA-CO66 / QTDE-CO66 (o COP060 ja
      *     baixa do recebido o que volta por defeito);
      *   devolucao por defeito = saidas TIPO 5 de COD060 amarradas
      *     ao pedido / qtde recebida antes das devolucoes;
      *   CND = dias do periodo com certidao INSS/FGTS (CGD005)
      *     vencida ou ausente. O CGD005 guarda so a certidao atual
      *     de cada tipo: conta-se da validade atual ate o fim do
      *     periodo. Fornecedor sem nenhuma certidao cadastrada nao
      *     e medido ("S/CND") e leva o item cheio.
      * Nota geral 0-100 = media ponderada dos quatro percentuais
      * (pontualidade, atendimento, 100 - % devolvido e 100 - % de
      * dias com CND vencida), classe A (90+), B (75+), C (60+) ou D;
      * relatorio em ordem decrescente de nota p/ a renovacao anual
      * dos fornecedores de brindes.
      *
      * Parametro: arquivo PARCP88 na pasta da empresa -
      *   linha 1: periodo "AAAAMMDD;AAAAMMDD" (vazio = ultimos 12
      *            meses ate hoje; fim depois de hoje vale hoje)
      *   linha 2: pesos "PP;PP;PP;PP" (pontualidade, atendimento,
      *            devolucao, CND; vazio = 40;30;20;10)
      * Saida: arquivo-relatorio RELCP88 na pasta da empresa.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CGPX005.
           COPY COPX060.
           COPY COPX065.
           COPY COPX066.

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
       COPY CGPW005.
       COPY COPW060.
       COPY COPW065.
       COPY COPW066.

       FD  ARQ-PARAM.
       01  REG-PARAM                PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(110).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD005             PIC XX       VALUE SPACES.
           05  ST-COD060             PIC XX       VALUE SPACES.
           05  ST-COD065             PIC XX       VALUE SPACES.
           05  ST-COD066             PIC XX       VALUE SPACES.
           05  ST-PARAM              PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-PARAM            PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  DATA-INI-W            PIC 9(8)     VALUE ZEROS.
           05  DATA-FIM-W            PIC 9(8)     VALUE ZEROS.
           05  DIAS-PERIODO-W        PIC 9(5)     VALUE ZEROS.
           05  PESO-PONT-W           PIC 9(2)     VALUE ZEROS.
           05  PESO-ATEND-W          PIC 9(2)     VALUE ZEROS.
           05  PESO-DEVOL-W          PIC 9(2)     VALUE ZEROS.
           05  PESO-CND-W            PIC 9(2)     VALUE ZEROS.
           05  SOMA-PESOS-W          PIC 9(3)     VALUE ZEROS.
           05  LINHA-PARAM-W         PIC 9        VALUE ZEROS.

      *    Item do pedido em medicao (entradas/devolucoes de COD060).
           05  PEDIDO-ATUAL-W        PIC 9(5)     VALUE ZEROS.
           05  PREVISTA-W            PIC 9(8)     VALUE ZEROS.
           05  ENTRADA-ITEM-W        PIC 9(9)     VALUE ZEROS.
           05  NO-PRAZO-ITEM-W       PIC 9(9)     VALUE ZEROS.
           05  DEVOL-ITEM-W          PIC 9(9)     VALUE ZEROS.
           05  RECEB-ITEM-W          PIC 9(9)     VALUE ZEROS.
           05  ULT-ENTRADA-W         PIC 9(8)     VALUE ZEROS.
           05  FIM-ATRASO-W          PIC 9(8)     VALUE ZEROS.
           05  DIAS-W                PIC S9(5)    VALUE ZEROS.
           05  DIAS-TIPO-W           PIC 9(5)     VALUE ZEROS.
           05  ACHOU-CND-W           PIC 9        VALUE ZEROS.

           05  PERC-PONT-W           PIC 9(3)V9   VALUE ZEROS.
           05  PERC-ATEND-W          PIC 9(3)V9   VALUE ZEROS.
           05  PERC-DEVOL-W          PIC 9(3)V9   VALUE ZEROS.
           05  PERC-CND-W            PIC 9(3)V9   VALUE ZEROS.
           05  ATRASO-MEDIO-W        PIC 9(4)     VALUE ZEROS.
           05  MAIOR-NOTA-W          PIC S9(3)V9  VALUE ZEROS.

           05  I                     PIC 9(4)     VALUE ZEROS.
           05  J                     PIC 9(4)     VALUE ZEROS.
           05  QT-PEDIDOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-ITENS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-IMPRESSOS-W        PIC 9(4)     VALUE ZEROS.

      *    Fornecedores medidos no periodo.
           05  QT-FORNEC-W           PIC 9(4)     VALUE ZEROS.
           05  TB-FORNEC.
               10  FORNEC-ITEM-TB    OCCURS 2000.
                   15  FORNEC-TB      PIC 9(6).
                   15  ITENS-TB       PIC 9(5).
                   15  NO-PRAZO-TB    PIC 9(5).
                   15  ATRASADOS-TB   PIC 9(5).
                   15  DIAS-ATRASO-TB PIC 9(7).
                   15  PEDIDA-TB      PIC 9(9).
                   15  RECEB-TB       PIC 9(9).
                   15  DEVOL-TB       PIC 9(9).
                   15  DIAS-CND-TB    PIC 9(5).
                   15  TEM-CND-TB     PIC 9.
                   15  NOTA-TB        PIC 9(3)V9.
                   15  IMPRESSO-TB    PIC 9.

           05  DATA-E                PIC 99/99/9999.
           05  QTDE-E                PIC ZZZZZZ9.
           05  QTDE5-E               PIC ZZZZ9.
           05  PERC-E                PIC ZZ9,9.
           05  DIAS-E                PIC ZZZ9.

           COPY "CPDIAS1.CPY".
           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-FORNEC-W QT-PEDIDOS-W QT-ITENS-W
                         QT-IMPRESSOS-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CGD005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD005
           MOVE "COD060"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD060
           MOVE "COD065"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD065
           MOVE "COD066"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD066
           MOVE "PARCP88" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "RELCP88" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE

           PERFORM LE-PARAMETROS.

           OPEN INPUT CGD001 CGD005 COD060 COD065 COD066
           OPEN OUTPUT ARQ-RELAT

           IF ST-COD065 <> "00" OR ST-COD066 <> "00"
              DISPLAY "ERRO ABERTURA COD065/COD066: "
                      ST-COD065 " " ST-COD066
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD060 <> "00" AND ST-COD060 <> "05" AND
              ST-COD060 <> "35"
              DISPLAY "ERRO ABERTURA COD060: " ST-COD060
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD005 <> "00" AND ST-CGD005 <> "05" AND
              ST-CGD005 <> "35"
              DISPLAY "ERRO ABERTURA CGD005: " ST-CGD005
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CGD001 <> "00" AND ST-CGD001 <> "05"
              DISPLAY "ERRO ABERTURA CGD001: " ST-CGD001
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM VARRE-PEDIDOS
              PERFORM MEDE-CND
              PERFORM CALCULA-NOTAS
              PERFORM IMPRIME-RELATORIO
           END-IF.

           CLOSE CGD001 CGD005 COD060 COD065 COD066 ARQ-RELAT.

           DISPLAY "PEDIDOS MEDIDOS..................: " QT-PEDIDOS-W.
           DISPLAY "ITENS MEDIDOS....................: " QT-ITENS-W.
           DISPLAY "FORNECEDORES AVALIADOS...........: " QT-FORNEC-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       LE-PARAMETROS SECTION.
      *    Sem arquivo: 12 meses ate hoje, pesos 40/30/20/10.
           MOVE DATA-HOJE-W TO DATA-INI-W DATA-FIM-W.
           SUBTRACT 10000 FROM DATA-INI-W.
           MOVE 40 TO PESO-PONT-W.
           MOVE 30 TO PESO-ATEND-W.
           MOVE 20 TO PESO-DEVOL-W.
           MOVE 10 TO PESO-CND-W.
           MOVE ZEROS TO LINHA-PARAM-W.
           OPEN INPUT ARQ-PARAM.
           IF ST-PARAM <> "00"
              GO LE-PARAMETROS-DATAS.
           PERFORM UNTIL ST-PARAM = "10"
              READ ARQ-PARAM AT END MOVE "10" TO ST-PARAM
              NOT AT END
                 ADD 1 TO LINHA-PARAM-W
                 IF LINHA-PARAM-W = 1 AND
                    REG-PARAM(1: 8) NUMERIC AND
                    REG-PARAM(10: 8) NUMERIC
                    MOVE REG-PARAM(1: 8)  TO DATA-INI-W
                    MOVE REG-PARAM(10: 8) TO DATA-FIM-W
                 END-IF
                 IF LINHA-PARAM-W = 2 AND
                    REG-PARAM(1: 2) NUMERIC AND
                    REG-PARAM(4: 2) NUMERIC AND
                    REG-PARAM(7: 2) NUMERIC AND
                    REG-PARAM(10: 2) NUMERIC
                    MOVE REG-PARAM(1: 2)  TO PESO-PONT-W
                    MOVE REG-PARAM(4: 2)  TO PESO-ATEND-W
                    MOVE REG-PARAM(7: 2)  TO PESO-DEVOL-W
                    MOVE REG-PARAM(10: 2) TO PESO-CND-W
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE ARQ-PARAM.
       LE-PARAMETROS-DATAS.
      *    So entra o que ja venceu: fim depois de hoje vale hoje.
           IF DATA-FIM-W > DATA-HOJE-W
              MOVE DATA-HOJE-W TO DATA-FIM-W.
           COMPUTE SOMA-PESOS-W = PESO-PONT-W + PESO-ATEND-W +
                                  PESO-DEVOL-W + PESO-CND-W.
           IF SOMA-PESOS-W = ZEROS
              MOVE 40  TO PESO-PONT-W
              MOVE 30  TO PESO-ATEND-W
              MOVE 20  TO PESO-DEVOL-W
              MOVE 10  TO PESO-CND-W
              MOVE 100 TO SOMA-PESOS-W.
           MOVE DATA-INI-W TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-FIM-W TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE ZEROS TO DIAS-PERIODO-W.
           IF GRDIAS-NUM-DIAS > ZEROS
              MOVE GRDIAS-NUM-DIAS TO DIAS-PERIODO-W.
           ADD 1 TO DIAS-PERIODO-W.

       VARRE-PEDIDOS SECTION.
           MOVE ZEROS TO NR-PEDIDO-CO65.
           START COD065 KEY IS NOT < NR-PEDIDO-CO65 INVALID KEY
                 MOVE "10" TO ST-COD065.
           PERFORM UNTIL ST-COD065 = "10"
              READ COD065 NEXT RECORD AT END
                   MOVE "10" TO ST-COD065
              NOT AT END
                   IF SITUACAO-CO65 NOT = 2 AND
                      DATA-PREVISTA-CO65 NOT < DATA-INI-W AND
                      DATA-PREVISTA-CO65 NOT > DATA-FIM-W AND
                      DATA-PREVISTA-CO65 > ZEROS
                      PERFORM PROCESSA-PEDIDO
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD065.

       PROCESSA-PEDIDO SECTION.
           PERFORM ACHA-FORNECEDOR.
           IF I = ZEROS
              GO PROCESSA-PEDIDO-FIM.
           ADD 1 TO QT-PEDIDOS-W.
           MOVE NR-PEDIDO-CO65     TO PEDIDO-ATUAL-W NR-PEDIDO-CO66.
           MOVE DATA-PREVISTA-CO65 TO PREVISTA-W.
           MOVE ZEROS              TO ITEM-CO66.
           START COD066 KEY IS NOT < CHAVE-CO66 INVALID KEY
                 MOVE "10" TO ST-COD066.
           PERFORM UNTIL ST-COD066 = "10"
              READ COD066 NEXT RECORD AT END
                   MOVE "10" TO ST-COD066
              NOT AT END
                   IF NR-PEDIDO-CO66 NOT = PEDIDO-ATUAL-W
                      MOVE "10" TO ST-COD066
                   ELSE
                      PERFORM PROCESSA-ITEM
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD066.
       PROCESSA-PEDIDO-FIM.
           EXIT.

       ACHA-FORNECEDOR SECTION.
      *    I sai com a posicao do fornecedor do pedido na tabela
      *    (incluido na primeira vez); zeros = tabela cheia.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FORNEC-W
              IF FORNEC-TB(I) = FORNEC-CO65
                 GO ACHA-FORNECEDOR-FIM
              END-IF
           END-PERFORM.
           IF QT-FORNEC-W NOT < 2000
              DISPLAY "FORNECEDOR FORA DA TABELA: " FORNEC-CO65
              MOVE ZEROS TO I
              GO ACHA-FORNECEDOR-FIM.
           ADD 1 TO QT-FORNEC-W.
           MOVE QT-FORNEC-W TO I.
           INITIALIZE FORNEC-ITEM-TB(I).
           MOVE FORNEC-CO65 TO FORNEC-TB(I).
       ACHA-FORNECEDOR-FIM.
           EXIT.

       PROCESSA-ITEM SECTION.
           ADD 1 TO QT-ITENS-W.
           PERFORM VARRE-MOVIMENTOS-ITEM.
           ADD 1               TO ITENS-TB(I).
           ADD QTDE-CO66       TO PEDIDA-TB(I).
           MOVE QTDE-RECEBIDA-CO66 TO RECEB-ITEM-W.
           IF RECEB-ITEM-W > QTDE-CO66
              MOVE QTDE-CO66 TO RECEB-ITEM-W.
           ADD RECEB-ITEM-W    TO RECEB-TB(I).
           ADD DEVOL-ITEM-W    TO DEVOL-TB(I).
           IF NO-PRAZO-ITEM-W NOT < QTDE-CO66
              ADD 1 TO NO-PRAZO-TB(I)
              GO PROCESSA-ITEM-FIM.
      *    Atrasado: ate a entrada que completou o item, ou ate hoje
      *    se ainda falta receber.
           ADD 1 TO ATRASADOS-TB(I).
           IF ENTRADA-ITEM-W NOT < QTDE-CO66 AND ULT-ENTRADA-W > ZEROS
              MOVE ULT-ENTRADA-W TO FIM-ATRASO-W
           ELSE
              MOVE DATA-HOJE-W   TO FIM-ATRASO-W.
           MOVE PREVISTA-W   TO GRDIAS-AAMMDD-INICIAL.
           MOVE FIM-ATRASO-W TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-W.
           IF DIAS-W > ZEROS
              ADD DIAS-W TO DIAS-ATRASO-TB(I).
       PROCESSA-ITEM-FIM.
           EXIT.

       VARRE-MOVIMENTOS-ITEM SECTION.
      *    Entradas (TIPO 1) e devolucoes (TIPO 5) do brinde do item
      *    amarradas ao pedido.
           MOVE ZEROS TO ENTRADA-ITEM-W NO-PRAZO-ITEM-W DEVOL-ITEM-W
                         ULT-ENTRADA-W.
           IF ST-COD060 NOT = "00"
              GO VARRE-MOVIMENTOS-ITEM-FIM.
           MOVE CODBRINDE-CO66 TO CODBRINDE-CO60.
           MOVE ZEROS          TO SEQ-CO60.
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                 MOVE "10" TO ST-COD060.
           PERFORM UNTIL ST-COD060 = "10"
              READ COD060 NEXT RECORD AT END
                   MOVE "10" TO ST-COD060
              NOT AT END
                   IF CODBRINDE-CO60 NOT = CODBRINDE-CO66
                      MOVE "10" TO ST-COD060
                   ELSE
                      IF NR-PEDIDO-CO60 = PEDIDO-ATUAL-W
                         PERFORM SOMA-MOVIMENTO-ITEM
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD060.
       VARRE-MOVIMENTOS-ITEM-FIM.
           EXIT.

       SOMA-MOVIMENTO-ITEM SECTION.
           IF TIPO-CO60 = 5
              ADD QTDE-CO60 TO DEVOL-ITEM-W.
           IF TIPO-CO60 NOT = 1
              GO SOMA-MOVIMENTO-ITEM-FIM.
           ADD QTDE-CO60 TO ENTRADA-ITEM-W.
           IF DATA-CO60 NOT > PREVISTA-W
              ADD QTDE-CO60 TO NO-PRAZO-ITEM-W.
           IF DATA-CO60 > ULT-ENTRADA-W
              MOVE DATA-CO60 TO ULT-ENTRADA-W.
       SOMA-MOVIMENTO-ITEM-FIM.
           EXIT.

       MEDE-CND SECTION.
      *    Dias do periodo com CND INSS/FGTS vencida ou ausente - o
      *    pior dos dois tipos.
           IF ST-CGD005 NOT = "00"
              GO MEDE-CND-FIM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FORNEC-W
              MOVE ZEROS TO ACHOU-CND-W
              MOVE FORNEC-TB(I) TO FORNEC-CG05
              MOVE 1            TO TIPO-CERT-CG05
              PERFORM MEDE-CND-TIPO
              MOVE 2            TO TIPO-CERT-CG05
              PERFORM MEDE-CND-TIPO
              MOVE ACHOU-CND-W  TO TEM-CND-TB(I)
              IF ACHOU-CND-W = ZEROS
                 MOVE ZEROS TO DIAS-CND-TB(I)
              END-IF
           END-PERFORM.
       MEDE-CND-FIM.
           EXIT.

       MEDE-CND-TIPO SECTION.
           READ CGD005 INVALID KEY
                MOVE DIAS-PERIODO-W TO DIAS-TIPO-W
                GO MEDE-CND-TIPO-MAIOR.
           MOVE 1 TO ACHOU-CND-W.
           MOVE ZEROS TO DIAS-TIPO-W.
           IF VALIDADE-CG05 < DATA-INI-W
              MOVE DIAS-PERIODO-W TO DIAS-TIPO-W
              GO MEDE-CND-TIPO-MAIOR.
           IF VALIDADE-CG05 NOT < DATA-FIM-W
              GO MEDE-CND-TIPO-MAIOR.
           MOVE VALIDADE-CG05 TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-FIM-W    TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           IF GRDIAS-NUM-DIAS > ZEROS
              MOVE GRDIAS-NUM-DIAS TO DIAS-TIPO-W.
       MEDE-CND-TIPO-MAIOR.
           IF DIAS-TIPO-W > DIAS-CND-TB(I)
              MOVE DIAS-TIPO-W TO DIAS-CND-TB(I).

       CALCULA-NOTAS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FORNEC-W
              PERFORM CALCULA-PERCENTUAIS
              COMPUTE NOTA-TB(I) ROUNDED =
                      (PERC-PONT-W  * PESO-PONT-W  +
                       PERC-ATEND-W * PESO-ATEND-W +
                       (100 - PERC-DEVOL-W) * PESO-DEVOL-W +
                       PERC-CND-W   * PESO-CND-W) / SOMA-PESOS-W
           END-PERFORM.

       CALCULA-PERCENTUAIS SECTION.
      *    Percentuais do fornecedor I; sem base vale 100 (0 na
      *    devolucao).
           MOVE 100 TO PERC-PONT-W PERC-ATEND-W PERC-CND-W.
           MOVE ZEROS TO PERC-DEVOL-W ATRASO-MEDIO-W.
           IF ITENS-TB(I) > ZEROS
              COMPUTE PERC-PONT-W ROUNDED =
                      NO-PRAZO-TB(I) * 100 / ITENS-TB(I).
           IF PEDIDA-TB(I) > ZEROS
              COMPUTE PERC-ATEND-W ROUNDED =
                      RECEB-TB(I) * 100 / PEDIDA-TB(I).
           IF RECEB-TB(I) + DEVOL-TB(I) > ZEROS
              COMPUTE PERC-DEVOL-W ROUNDED = DEVOL-TB(I) * 100 /
                      (RECEB-TB(I) + DEVOL-TB(I)).
           IF TEM-CND-TB(I) = 1 AND DIAS-PERIODO-W > ZEROS
              IF DIAS-CND-TB(I) NOT < DIAS-PERIODO-W
                 MOVE ZEROS TO PERC-CND-W
              ELSE
                 COMPUTE PERC-CND-W ROUNDED = 100 -
                         DIAS-CND-TB(I) * 100 / DIAS-PERIODO-W.
           IF ATRASADOS-TB(I) > ZEROS
              COMPUTE ATRASO-MEDIO-W ROUNDED =
                      DIAS-ATRASO-TB(I) / ATRASADOS-TB(I).

       IMPRIME-RELATORIO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "SCORECARD DE ENTREGA DOS FORNECEDORES DE BRINDES"
                TO REG-RELAT(01: 48)
           MOVE " - EMISSAO:" TO REG-RELAT(49: 11)
           MOVE DATA-HOJE-W TO DATA-E
           MOVE DATA-E      TO REG-RELAT(61: 10)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PREVISAO DE ENTREGA DE" TO REG-RELAT(01: 22)
           MOVE DATA-INI-W  TO DATA-E
           MOVE DATA-E      TO REG-RELAT(24: 10)
           MOVE "A"         TO REG-RELAT(35: 01)
           MOVE DATA-FIM-W  TO DATA-E
           MOVE DATA-E      TO REG-RELAT(37: 10)
           MOVE "- PESOS PONT/ATEND/DEVOL/CND:" TO REG-RELAT(48: 29)
           MOVE PESO-PONT-W  TO REG-RELAT(78: 02)
           MOVE "/"          TO REG-RELAT(80: 01)
           MOVE PESO-ATEND-W TO REG-RELAT(81: 02)
           MOVE "/"          TO REG-RELAT(83: 01)
           MOVE PESO-DEVOL-W TO REG-RELAT(84: 02)
           MOVE "/"          TO REG-RELAT(86: 01)
           MOVE PESO-CND-W   TO REG-RELAT(87: 02)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC NOME                 ITENS PRAZO %PONT"
                TO REG-RELAT(01: 46)
           MOVE " ATRM  PEDIDA   RECEB %ATEND  DEVOL %DEVL"
                TO REG-RELAT(47: 42)
           MOVE " D.CND  NOTA C" TO REG-RELAT(89: 14)
           WRITE REG-RELAT
      *    Ordem decrescente de nota (maior ainda nao impressa).
           MOVE ZEROS TO QT-IMPRESSOS-W.
           PERFORM UNTIL QT-IMPRESSOS-W NOT < QT-FORNEC-W
              PERFORM ACHA-MAIOR-NOTA
              PERFORM IMPRIME-FORNECEDOR
              ADD 1 TO QT-IMPRESSOS-W
           END-PERFORM.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "PRAZO = ITENS ENTREGUES ATE A PREVISAO; ATRM = MEDIA"
                TO REG-RELAT(01: 52)
           MOVE " DE DIAS DE ATRASO DOS ITENS ATRASADOS" TO
                REG-RELAT(53: 38)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "D.CND = DIAS DO PERIODO COM CND INSS/FGTS VENCIDA;"
                TO REG-RELAT(01: 51)
           MOVE " CLASSE A 90+ B 75+ C 60+ D ABAIXO" TO
                REG-RELAT(52: 34)
           WRITE REG-RELAT.

       ACHA-MAIOR-NOTA SECTION.
           MOVE ZEROS TO J.
           MOVE -1    TO MAIOR-NOTA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FORNEC-W
              IF IMPRESSO-TB(I) = ZEROS AND
                 NOTA-TB(I) > MAIOR-NOTA-W
                 MOVE NOTA-TB(I) TO MAIOR-NOTA-W
                 MOVE I          TO J
              END-IF
           END-PERFORM.

       IMPRIME-FORNECEDOR SECTION.
           MOVE J TO I.
           MOVE 1 TO IMPRESSO-TB(I).
           PERFORM CALCULA-PERCENTUAIS.
           MOVE FORNEC-TB(I) TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-TB(I)     TO REG-RELAT(01: 06)
           MOVE NOME-CG01        TO REG-RELAT(08: 20)
           MOVE ITENS-TB(I)      TO QTDE5-E
           MOVE QTDE5-E          TO REG-RELAT(29: 05)
           MOVE NO-PRAZO-TB(I)   TO QTDE5-E
           MOVE QTDE5-E          TO REG-RELAT(35: 05)
           MOVE PERC-PONT-W      TO PERC-E
           MOVE PERC-E           TO REG-RELAT(41: 05)
           MOVE ATRASO-MEDIO-W   TO DIAS-E
           MOVE DIAS-E           TO REG-RELAT(47: 04)
           MOVE PEDIDA-TB(I)     TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(52: 07)
           MOVE RECEB-TB(I)      TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(60: 07)
           MOVE PERC-ATEND-W     TO PERC-E
           MOVE PERC-E           TO REG-RELAT(69: 05)
           MOVE DEVOL-TB(I)      TO QTDE-E
           MOVE QTDE-E           TO REG-RELAT(75: 07)
           MOVE PERC-DEVOL-W     TO PERC-E
           MOVE PERC-E           TO REG-RELAT(83: 05)
           IF TEM-CND-TB(I) = 1
              MOVE DIAS-CND-TB(I) TO QTDE5-E
              MOVE QTDE5-E        TO REG-RELAT(89: 05)
           ELSE
              MOVE "S/CND"        TO REG-RELAT(89: 05).
           MOVE NOTA-TB(I)       TO PERC-E
           MOVE PERC-E           TO REG-RELAT(96: 05)
           EVALUATE TRUE
             WHEN NOTA-TB(I) NOT < 90 MOVE "A" TO REG-RELAT(102: 01)
             WHEN NOTA-TB(I) NOT < 75 MOVE "B" TO REG-RELAT(102: 01)
             WHEN NOTA-TB(I) NOT < 60 MOVE "C" TO REG-RELAT(102: 01)
             WHEN OTHER               MOVE "D" TO REG-RELAT(102: 01)
           END-EVALUATE.
           WRITE REG-RELAT.
