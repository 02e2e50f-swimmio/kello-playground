       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODESIST.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Consequencias da desistencia do formando - antes a
      * troca de SITUACAO-CO45 deixava as quantidades de brinde e o
      * financeiro errados ate alguem lembrar de acertar a mao:
      *   1) itens PREVISTOS do contrato (COD055, SUSP-PREV-DEF 0,
      *      quantidade por formando) tem QTDE-FORM-CO55 trocada pelo
      *      headcount recontado (QTDE-FORM-CO40) e VALOR-PREVISTO
      *      recalculado (custo do item, do cadastro COD050, ou na
      *      falta dos dois proporcional ao valor anterior);
      *   2) itens ja DEFINITIVOS, realizados ou enviados nao mudam -
      *      sao contados p/ o aviso de acerto com o fornecedor;
      *   3) so na desistencia (e uma unica vez por formando): as
      *      parcelas em aberto do formando (CRD001) sao canceladas;
      *      a multa contratual (PERC-MULTA-DESIST-CO40 sobre o
      *      VALOR-FORM-CO40) e retida do que ja foi pago - o que
      *      sobra vira titulo de devolucao em CPD020 p/ o fornecedor
      *      de devolucoes do CAD020 (mesma trilha LOG001/LOG003/
      *      LOG004 do CPP020A); multa maior que o pago vira parcela
      *      nova em CRD001 com a diferenca.
      * Toda gravacao gera imagem LOG003.
      * Parametros: COPY CPDESIST (PARAMETROS-CODESIST).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX020.
           COPY COPX040.
           COPY COPX050.
           COPY COPX055.
           COPY CRPX001.
           COPY CPPX020.
           COPY CPPX021.
           COPY LOGX001.
           COPY LOGX003.
           COPY LOGX004.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW020.
       COPY COPW040.
       COPY COPW050.
       COPY COPW055.
       COPY CRPW001.
       COPY CPPW020.
       COPY CPPW021.
       COPY LOGW001.
       COPY LOGW003.
       COPY LOGW004.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-COD050             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD021             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-LOG004             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  PROX-SEQ-JRN-W        PIC 9(9)     VALUE ZEROS.
           05  QTDE-FORM-W           PIC 9(4)     VALUE ZEROS.
           05  QTDE-ANTERIOR-W       PIC 9(4)     VALUE ZEROS.
           05  QTDE-TOTAL-BRINDE-W   PIC 9(9)     VALUE ZEROS.
           05  CUSTO-CONSIDERADO-W   PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-ITEM-W          PIC 9(8)V99  VALUE ZEROS.
           05  VALOR-FORM-W          PIC 9(8)V99  VALUE ZEROS.
           05  PERC-MULTA-W          PIC 9(3)V99  VALUE ZEROS.
           05  ULT-PARCELA-W         PIC 9(2)     VALUE ZEROS.
           05  VENCTO-ABERTA-W       PIC 9(8)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPDESIST".

       PROCEDURE DIVISION USING PARAMETROS-CODESIST.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO CODESIST-QT-RECALC CODESIST-QT-DEFINIT
                         CODESIST-QT-PARC-CANC CODESIST-QT-BOLETOS
                         CODESIST-VALOR-PAGO CODESIST-VALOR-MULTA
                         CODESIST-VALOR-DEVOLVER CODESIST-VALOR-COBRAR
                         CODESIST-FORNEC-GERADO CODESIST-SEQ-GERADO
                         CODESIST-DATA-DESIST.
           MOVE 9 TO CODESIST-RETORNO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE CODESIST-PATH-COD040 TO PATH-COD040.
           MOVE CODESIST-PATH-COD050 TO PATH-COD050.
           MOVE CODESIST-PATH-COD055 TO PATH-COD055.
           MOVE CODESIST-PATH-CRD001 TO PATH-CRD001.
           MOVE CODESIST-PATH-CPD020 TO PATH-CPD020.
           MOVE CODESIST-PATH-CPD021 TO PATH-CPD021.
           MOVE CODESIST-PATH-CAD020 TO PATH-CAD020.
           MOVE CODESIST-PATH-LOG001 TO PATH-LOG001.
           MOVE CODESIST-PATH-LOG003 TO PATH-LOG003.
           MOVE CODESIST-PATH-LOG004 TO PATH-LOG004.

           OPEN INPUT COD040 COD050 CAD020.
           OPEN I-O COD055 CRD001 CPD020 CPD021 LOG001.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           OPEN I-O LOG004
           IF ST-LOG004 = "35"
              CLOSE LOG004      OPEN OUTPUT LOG004
              CLOSE LOG004      OPEN I-O LOG004
           END-IF.
           IF ST-COD040 <> "00" OR ST-LOG003 <> "00"
              GO ENCERRA.

           MOVE CODESIST-CONTRATO TO NR-CONTRATO-CO40.
           READ COD040 INVALID KEY
                MOVE 1 TO CODESIST-RETORNO
                GO ENCERRA.
           MOVE QTDE-FORM-CO40 TO QTDE-FORM-W.
           MOVE VALOR-FORM-CO40 TO VALOR-FORM-W.
           MOVE ZEROS TO PERC-MULTA-W.
           IF PERC-MULTA-DESIST-CO40 IS NUMERIC
              MOVE PERC-MULTA-DESIST-CO40 TO PERC-MULTA-W.
           MOVE 0 TO CODESIST-RETORNO.

           IF ST-COD055 = "00"
              PERFORM RECALCULA-BRINDES.

           IF CODESIST-FUNCAO = 1 AND CODESIST-JA-PROCESSADA NOT = 1
              IF ST-CRD001 = "00" AND ST-CPD020 = "00" AND
                 ST-CPD021 = "00" AND ST-LOG001 = "00" AND
                 ST-LOG004 = "00"
                 PERFORM ACERTA-FINANCEIRO
              ELSE
                 MOVE 9 TO CODESIST-RETORNO
              END-IF
           END-IF.
       ENCERRA.
           CLOSE COD040 COD050 CAD020 COD055 CRD001 CPD020 CPD021
                 LOG001 LOG003 LOG004.
           EXIT PROGRAM.

       RECALCULA-BRINDES SECTION.
      *    So itens por formando (QTDE-FORM-CO55 > 0); item com
      *    quantidade total (QTDE-FORM zerada) nao depende do
      *    headcount e fica como esta.
           MOVE CODESIST-CONTRATO TO NR-CONTRATO-CO55.
           MOVE ZEROS             TO ITEM-CO55.
           START COD055 KEY IS NOT < CHAVE-CO55 INVALID KEY
                 MOVE "10" TO ST-COD055.
           PERFORM UNTIL ST-COD055 = "10"
              READ COD055 NEXT RECORD AT END
                   MOVE "10" TO ST-COD055
              NOT AT END
                   IF NR-CONTRATO-CO55 <> CODESIST-CONTRATO
                      MOVE "10" TO ST-COD055
                   ELSE
                      IF QTDE-FORM-CO55 > ZEROS AND
                         QTDE-FORM-CO55 <> QTDE-FORM-W AND
                         SUSP-PREV-DEF-CO55 <> 2
                         PERFORM RECALCULA-UM-ITEM
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD055.

       RECALCULA-UM-ITEM SECTION.
           IF SUSP-PREV-DEF-CO55 = 1 OR REALIZADO-CO55 = 1 OR
              DATA-ENVIO-CO55 > ZEROS
              ADD 1 TO CODESIST-QT-DEFINIT
              GO RECALCULA-UM-ITEM-FIM.
           MOVE QTDE-FORM-CO55 TO QTDE-ANTERIOR-W.
           MOVE QTDE-FORM-W    TO QTDE-FORM-CO55.
           MOVE CUSTO-UNIT-CO55 TO CUSTO-CONSIDERADO-W.
           IF CUSTO-CONSIDERADO-W = ZEROS AND ST-COD050 = "00" AND
              CODBRINDE-CO55 > ZEROS
              MOVE CODBRINDE-CO55 TO CODBRINDE-CO50
              READ COD050 INVALID KEY
                   MOVE ZEROS TO CUSTO-UNIT-CO50
              END-READ
              MOVE CUSTO-UNIT-CO50 TO CUSTO-CONSIDERADO-W
           END-IF.
           IF CUSTO-CONSIDERADO-W > ZEROS
              COMPUTE QTDE-TOTAL-BRINDE-W =
                      QTDE-POR-FORM-CO55 * QTDE-FORM-CO55
              COMPUTE VALOR-PREVISTO-CO55 =
                      QTDE-TOTAL-BRINDE-W * CUSTO-CONSIDERADO-W
           ELSE
              MOVE VALOR-PREVISTO-CO55 TO VALOR-ITEM-W
              COMPUTE VALOR-PREVISTO-CO55 ROUNDED =
                      VALOR-ITEM-W * QTDE-FORM-CO55 / QTDE-ANTERIOR-W
           END-IF.
           REWRITE REG-COD055 INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   ADD 1 TO CODESIST-QT-RECALC
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "COD055"    TO LOG3-ARQUIVO
                   MOVE REG-COD055  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG
           END-REWRITE.
       RECALCULA-UM-ITEM-FIM.
           EXIT.

       ACERTA-FINANCEIRO SECTION.
           PERFORM CANCELA-PARCELAS.
           COMPUTE CODESIST-VALOR-MULTA ROUNDED =
                   VALOR-FORM-W * PERC-MULTA-W / 100.
           IF CODESIST-VALOR-PAGO > CODESIST-VALOR-MULTA
              COMPUTE CODESIST-VALOR-DEVOLVER =
                      CODESIST-VALOR-PAGO - CODESIST-VALOR-MULTA
              PERFORM GERA-TITULO-DEVOLUCAO
           ELSE
              COMPUTE CODESIST-VALOR-COBRAR =
                      CODESIST-VALOR-MULTA - CODESIST-VALOR-PAGO
              IF CODESIST-VALOR-COBRAR > ZEROS
                 PERFORM GERA-PARCELA-MULTA
              END-IF
           END-IF.
           MOVE WS-DATA-CPU TO CODESIST-DATA-DESIST.

       CANCELA-PARCELAS SECTION.
      *    Soma o que o formando ja pagou e cancela o que estava em
      *    aberto (a parte paga de uma parcela parcial entra no pago
      *    e o restante deixa de ser devido).
           MOVE ZEROS TO ULT-PARCELA-W VENCTO-ABERTA-W.
           MOVE CODESIST-CONTRATO TO NR-CONTRATO-CR01.
           MOVE CODESIST-FORMANDO TO SEQ-FORMANDO-CR01.
           MOVE ZEROS             TO NR-PARCELA-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   IF NR-CONTRATO-CR01 <> CODESIST-CONTRATO OR
                      SEQ-FORMANDO-CR01 <> CODESIST-FORMANDO
                      MOVE "10" TO ST-CRD001
                   ELSE
                      MOVE NR-PARCELA-CR01 TO ULT-PARCELA-W
                      IF SITUACAO-CR01 <> 2
                         ADD VALOR-PAGO-CR01 TO CODESIST-VALOR-PAGO
                      END-IF
                      IF SITUACAO-CR01 = 0
                         PERFORM CANCELA-UMA-PARCELA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.

       CANCELA-UMA-PARCELA SECTION.
           IF VENCTO-ABERTA-W = ZEROS
              MOVE DATA-VENCTO-CR01 TO VENCTO-ABERTA-W.
           IF SIT-BOLETO-CR01 = 1 OR SIT-BOLETO-CR01 = 2
              ADD 1 TO CODESIST-QT-BOLETOS.
           MOVE 2 TO SITUACAO-CR01.
           REWRITE REG-CRD001 INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   ADD 1 TO CODESIST-QT-PARC-CANC
                   MOVE "A"         TO LOG3-OPERACAO
                   MOVE "CRD001"    TO LOG3-ARQUIVO
                   MOVE REG-CRD001  TO LOG3-REGISTRO
                   PERFORM GRAVA-LOG
           END-REWRITE.

       GERA-PARCELA-MULTA SECTION.
      *    Multa nao coberta pelo pago: parcela nova do formando com
      *    a diferenca, vencendo na data da 1a. parcela que estava em
      *    aberto (ou hoje) - entra na cobranca/regua como as outras.
           IF ULT-PARCELA-W = 99
              GO GERA-PARCELA-MULTA-FIM.
           INITIALIZE REG-CRD001.
           MOVE CODESIST-CONTRATO  TO NR-CONTRATO-CR01.
           MOVE CODESIST-FORMANDO  TO SEQ-FORMANDO-CR01.
           COMPUTE NR-PARCELA-CR01 = ULT-PARCELA-W + 1.
           MOVE CODESIST-CLIENTE   TO CLIENTE-CR01.
           IF VENCTO-ABERTA-W > ZEROS
              MOVE VENCTO-ABERTA-W TO DATA-VENCTO-CR01
           ELSE
              MOVE WS-DATA-CPU     TO DATA-VENCTO-CR01
           END-IF.
           MOVE CODESIST-VALOR-COBRAR TO VALOR-CR01.
           MOVE ZEROS              TO VALOR-PAGO-CR01 DATA-PAGTO-CR01
                                      SITUACAO-CR01 NOSSO-NUMERO-CR01
                                      SIT-BOLETO-CR01
                                      JUROS-BOLETO-CR01
                                      ETAPA-REGUA-CR01.
           MOVE SPACES             TO OCORR-BOLETO-CR01.
           MOVE WS-DATA-CPU        TO DATA-GERACAO-CR01.
           MOVE CODESIST-USUARIO   TO USUARIO-CR01.
           WRITE REG-CRD001 INVALID KEY
                 MOVE ZEROS TO CODESIST-VALOR-COBRAR
           NOT INVALID KEY
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "CRD001"    TO LOG3-ARQUIVO
                 MOVE REG-CRD001  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
           END-WRITE.
       GERA-PARCELA-MULTA-FIM.
           EXIT.

       GERA-TITULO-DEVOLUCAO SECTION.
      *    Sem fornecedor de devolucao no CAD020 o valor volta so
      *    informado (retorno 2) - alguem lanca o titulo a mao.
           MOVE ZEROS TO FORNEC-DEVOL-CA20 CONTA-DEVOL-CA20.
           IF ST-CAD020 = "00"
              MOVE 01 TO CODIGO-CA20
              READ CAD020 INVALID KEY
                   MOVE ZEROS TO FORNEC-DEVOL-CA20 CONTA-DEVOL-CA20
              END-READ
           END-IF.
           IF FORNEC-DEVOL-CA20 NOT NUMERIC OR
              FORNEC-DEVOL-CA20 = ZEROS
              MOVE 2 TO CODESIST-RETORNO
              GO GERA-TITULO-DEVOLUCAO-FIM.
           IF CONTA-DEVOL-CA20 NOT NUMERIC
              MOVE ZEROS TO CONTA-DEVOL-CA20.

           INITIALIZE REG-CPD020.
           MOVE FORNEC-DEVOL-CA20 TO FORNEC-CP20 FORNEC-CP21.
           PERFORM ATUALIZA-SEQ-CPD021.
           MOVE SEQ-CP21          TO SEQ-CP20.
           MOVE SPACES            TO NR-DOCTO-CP20.
           STRING "DS" CODESIST-CONTRATO CODESIST-FORMANDO
                  DELIMITED BY SIZE INTO NR-DOCTO-CP20.
           MOVE 0101              TO NR-PARCELA-CP20.
           MOVE WS-DATA-CPU       TO DATA-MOVTO-CP20
                                     DATA-EMISSAO-CP20
                                     DATA-VENCTO-CP20.
           MOVE WS-DATA-CPU(1: 6) TO COMPETENCIA-CP20.
           MOVE CONTA-DEVOL-CA20  TO CODREDUZ-APUR-CP20.
           MOVE SPACES            TO DESCRICAO-CP20.
           STRING "DEVOL DESISTENCIA " CODESIST-CONTRATO "/"
                  CODESIST-FORMANDO
                  DELIMITED BY SIZE INTO DESCRICAO-CP20.
           MOVE CODESIST-NOME     TO RESPONSAVEL-CP20.
           MOVE CODESIST-VALOR-DEVOLVER TO VALOR-TOT-CP20.
           MOVE ZEROS             TO SITUACAO-CP20 LIBERADO-CP20
                                     SEQ-CAIXA-CP20 TIPO-CONTA-CP20
                                     PREV-DEF-CP20 TIPO-MOEDA-CP20.
           MOVE CODESIST-USUARIO  TO DIGITADOR-CP20.
           PERFORM ACHA-SEQ-JORNAL.
           WRITE REG-CPD020 INVALID KEY
                 MOVE 9 TO CODESIST-RETORNO
           NOT INVALID KEY
                 MOVE FORNEC-CP20 TO CODESIST-FORNEC-GERADO
                 MOVE SEQ-CP20    TO CODESIST-SEQ-GERADO
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "CPD020"    TO LOG3-ARQUIVO
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG
                 PERFORM GRAVA-JORNAL-CPD020
           END-WRITE.
       GERA-TITULO-DEVOLUCAO-FIM.
           EXIT.

       ATUALIZA-SEQ-CPD021 SECTION.
      *    Mesmo controle de sequencia por fornecedor de CPP020A/
      *    CPB057, com a trilha LOG001.
           READ CPD021 INVALID KEY
                MOVE 1 TO SEQ-CP21
                WRITE REG-CPD021 INVALID KEY
                      CONTINUE
                NOT INVALID KEY
                      MOVE "I" TO LOG1-OPERACAO
                      PERFORM GRAVA-LOG001
                END-WRITE
              NOT INVALID KEY
                  ADD 1 TO SEQ-CP21
                  REWRITE REG-CPD021 INVALID KEY
                        CONTINUE
                  NOT INVALID KEY
                        MOVE "A" TO LOG1-OPERACAO
                        PERFORM GRAVA-LOG001
                  END-REWRITE
           END-READ.

       GRAVA-LOG001 SECTION.
           MOVE CODESIST-USUARIO  TO LOG1-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU       TO LOG1-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS       TO LOG1-HORAS
           MOVE "CPD021"          TO LOG1-ARQUIVO
           MOVE CODESIST-PROGRAMA TO LOG1-PROGRAMA
           MOVE REG-CPD021        TO LOG1-REGISTRO
           WRITE REG-LOG001
           END-WRITE
           PERFORM SELA-LOG001.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
           START LOG004 KEY IS NOT < LOG4-SEQ INVALID KEY
                 MOVE "99" TO ST-LOG004.
           PERFORM UNTIL ST-LOG004 NOT = "00"
              READ LOG004 NEXT RECORD AT END
                   MOVE "99" TO ST-LOG004
              NOT AT END
                   MOVE LOG4-SEQ TO PROX-SEQ-JRN-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-JORNAL-CPD020 SECTION.
      *    Entrada do jornal do dia p/ o titulo recem-incluido
      *    (imagem de antes em branco - e uma inclusao).
           MOVE PROX-SEQ-JRN-W    TO LOG4-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU       TO LOG4-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS       TO LOG4-HORAS.
           MOVE CODESIST-USUARIO  TO LOG4-USUARIO.
           MOVE CODESIST-PROGRAMA TO LOG4-PROGRAMA.
           MOVE "I"               TO LOG4-OPERACAO.
           MOVE SPACES            TO LOG4-ANTES.
           MOVE REG-CPD020        TO LOG4-DEPOIS.
           WRITE REG-LOG004 INVALID KEY
                 ADD 1 TO PROX-SEQ-JRN-W
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       GRAVA-LOG SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE CODESIST-USUARIO  TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU       TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS       TO LOG3-HORAS
           MOVE CODESIST-PROGRAMA TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       SELA-LOG001 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG001 NOT = "00" AND ST-LOG001 NOT = "02"
              GO SELA-LOG001-FIM.
           MOVE PATH-LOG001      TO GECADEIA-PATH.
           MOVE REG-LOG001       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG001
                                    - LENGTH OF LOG1-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG1-POSICAO
              MOVE GECADEIA-HASH    TO LOG1-HASH
           ELSE
              MOVE SPACES TO LOG1-SELO
           END-IF.
           REWRITE REG-LOG001 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG001.
       SELA-LOG001-FIM.
           EXIT.

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

       SELA-LOG004 SECTION.
      *    Selo da cadeia de hash no registro recem-gravado (rotina
      *    GECADEIA); sem o cofre ele fica sem selo e o CPB111
      *    aponta.
           IF ST-LOG004 NOT = "00" AND ST-LOG004 NOT = "02"
              GO SELA-LOG004-FIM.
           MOVE PATH-LOG004      TO GECADEIA-PATH.
           MOVE REG-LOG004       TO GECADEIA-DADOS.
           COMPUTE GECADEIA-TAMANHO = LENGTH OF REG-LOG004
                                    - LENGTH OF LOG4-SELO.
           CALL "GECADEIA" USING PARAMETROS-GECADEIA.
           CANCEL "GECADEIA".
           IF GECADEIA-RETORNO = 0
              MOVE GECADEIA-POSICAO TO LOG4-POSICAO
              MOVE GECADEIA-HASH    TO LOG4-HASH
           ELSE
              MOVE SPACES TO LOG4-SELO
           END-IF.
           REWRITE REG-LOG004 INVALID KEY
                   CONTINUE
           END-REWRITE.
      *    A gravacao deu certo - o REWRITE do selo nao muda o
      *    status p/ quem gravou.
           MOVE "00" TO ST-LOG004.
       SELA-LOG004-FIM.
           EXIT.
