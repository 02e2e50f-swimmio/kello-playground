       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBAIXA.
      *AUTOR: EQUIPE KELLO
      *DATA: 14/10/2026
      *FUNCAO: Baixa e estorno das parcelas a receber do formando
      * (CRD001) - a rotina que todo recebimento chama p/ abater o
      * que o formando deve, em vez de cada programa mexer no plano
      * de parcelas do seu jeito:
      *   funcao 1 (baixar): aplica o valor recebido nas parcelas em
      *     aberto do formando, da mais antiga p/ a mais nova,
      *     gravando uma baixa em CRD002 por parcela atingida; o que
      *     sobrar depois de quitar tudo volta em CRBAIXA-SOBRA. O
      *     mesmo documento (ORIGEM + REF-ORIGEM) nao baixa duas
      *     vezes - a regravacao do cheque ou a reexecucao de um
      *     batch devolvem retorno 3 sem mexer em nada;
      *   funcao 2 (estornar): desfaz todas as baixas ainda validas
      *     do documento (cheque devolvido, boleto estornado), e a
      *     parcela volta a ficar em aberto pelo valor estornado.
      * Formando nao informado (zeros) e localizado pelo CLIENTE
      * dentro do contrato; parcela informada (boleto pago) recebe
      * so naquela parcela. Toda gravacao gera imagem LOG003.
      * Parametros: COPY CPBAIXA (PARAMETROS-CRBAIXA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX001.
           COPY CRPX002.
           COPY LOGX003.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW001.
       COPY CRPW002.
       COPY LOGW003.

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CRD002             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10  WS-DATA-CPU       PIC 9(8).
               10  FILLER            PIC X(13).
           05  WS-HORA-SYS           PIC 9(8)     VALUE ZEROS.
           05  FORMANDO-W            PIC 9(4)     VALUE ZEROS.
           05  RESTANTE-W            PIC 9(8)V99  VALUE ZEROS.
           05  SALDO-PARC-W          PIC 9(8)V99  VALUE ZEROS.
           05  APLICAR-W             PIC 9(8)V99  VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(3)     VALUE ZEROS.
           05  QT-ABERTAS-W          PIC 9(3)     VALUE ZEROS.
           05  ACHOU-W               PIC X        VALUE "N".
           05  CHAVE-PARC-W          PIC X(10)    VALUE SPACES.

           COPY "PARAMETR".
           COPY "CPCADEIA".

       LINKAGE SECTION.
           COPY "CPBAIXA".

       PROCEDURE DIVISION USING PARAMETROS-CRBAIXA.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO CRBAIXA-VALOR-APLICADO CRBAIXA-SOBRA
                         CRBAIXA-QT-PARCELAS.
           MOVE 9 TO CRBAIXA-RETORNO.
           MOVE CRBAIXA-PATH-CRD001 TO PATH-CRD001.
           MOVE CRBAIXA-PATH-CRD002 TO PATH-CRD002.
           MOVE CRBAIXA-PATH-LOG003 TO PATH-LOG003.

           OPEN I-O CRD001
           IF ST-CRD001 = "35"
      *       empresa sem plano de parcelas gerado: nada a baixar
              MOVE 1 TO CRBAIXA-RETORNO
              MOVE CRBAIXA-VALOR TO CRBAIXA-SOBRA
              GO ENCERRA.
           IF ST-CRD001 <> "00"
              GO ENCERRA.
           OPEN I-O CRD002
           IF ST-CRD002 = "35"
              CLOSE CRD002      OPEN OUTPUT CRD002
              CLOSE CRD002      OPEN I-O CRD002
           END-IF.
           IF ST-CRD002 <> "00"
              GO ENCERRA.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              CLOSE LOG003      OPEN OUTPUT LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF.
           IF ST-LOG003 <> "00"
              GO ENCERRA.

           IF CRBAIXA-FUNCAO = 2
              PERFORM ESTORNA-BAIXAS
           ELSE
              PERFORM BAIXA-PARCELAS
           END-IF.
       ENCERRA.
           CLOSE CRD001 CRD002 LOG003.
           EXIT PROGRAM.

       BAIXA-PARCELAS SECTION.
           MOVE CRBAIXA-VALOR TO CRBAIXA-SOBRA.
           IF CRBAIXA-CONTRATO = ZEROS OR CRBAIXA-VALOR = ZEROS
              MOVE 2 TO CRBAIXA-RETORNO
              GO BAIXA-PARCELAS-FIM.
           PERFORM VERIFICA-JA-BAIXADO.
           IF ACHOU-W = "S"
              MOVE ZEROS TO CRBAIXA-SOBRA
              MOVE 3 TO CRBAIXA-RETORNO
              GO BAIXA-PARCELAS-FIM.
           MOVE CRBAIXA-FORMANDO TO FORMANDO-W.
           IF FORMANDO-W = ZEROS
              PERFORM LOCALIZA-FORMANDO
           END-IF.
           IF FORMANDO-W = ZEROS
              MOVE 2 TO CRBAIXA-RETORNO
              GO BAIXA-PARCELAS-FIM.

      *    Parcelas do formando na ordem da chave (= ordem de
      *    vencimento): a mais antiga em aberto recebe primeiro.
           MOVE CRBAIXA-VALOR TO RESTANTE-W.
           MOVE ZEROS         TO QT-ABERTAS-W.
           MOVE CRBAIXA-CONTRATO TO NR-CONTRATO-CR01.
           MOVE FORMANDO-W       TO SEQ-FORMANDO-CR01.
           MOVE CRBAIXA-PARCELA  TO NR-PARCELA-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10" OR RESTANTE-W = ZEROS
              READ CRD001 NEXT RECORD AT END MOVE "10" TO ST-CRD001
              NOT AT END
                IF NR-CONTRATO-CR01  NOT = CRBAIXA-CONTRATO OR
                   SEQ-FORMANDO-CR01 NOT = FORMANDO-W OR
                   (CRBAIXA-PARCELA > ZEROS AND
                    NR-PARCELA-CR01 NOT = CRBAIXA-PARCELA)
                   MOVE "10" TO ST-CRD001
                ELSE
                   IF SITUACAO-CR01 = 0
                      ADD 1 TO QT-ABERTAS-W
                      PERFORM BAIXA-UMA-PARCELA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.
           MOVE RESTANTE-W TO CRBAIXA-SOBRA.
           IF QT-ABERTAS-W = ZEROS
              MOVE 1 TO CRBAIXA-RETORNO
           ELSE
              MOVE 0 TO CRBAIXA-RETORNO
           END-IF.
       BAIXA-PARCELAS-FIM.
           EXIT.

       BAIXA-UMA-PARCELA SECTION.
           COMPUTE SALDO-PARC-W = VALOR-CR01 - VALOR-PAGO-CR01.
           IF SALDO-PARC-W > RESTANTE-W
              MOVE RESTANTE-W   TO APLICAR-W
           ELSE
              MOVE SALDO-PARC-W TO APLICAR-W
           END-IF.
           PERFORM ACHA-SEQ-BAIXA.
           INITIALIZE REG-CRD002.
           MOVE NR-CONTRATO-CR01    TO NR-CONTRATO-CR02
           MOVE SEQ-FORMANDO-CR01   TO SEQ-FORMANDO-CR02
           MOVE NR-PARCELA-CR01     TO NR-PARCELA-CR02
           MOVE ULT-SEQ-W           TO SEQ-BAIXA-CR02
           MOVE CRBAIXA-DATA        TO DATA-BAIXA-CR02
           MOVE APLICAR-W           TO VALOR-CR02
           MOVE CRBAIXA-ORIGEM      TO ORIGEM-CR02
           MOVE CRBAIXA-REF-ORIGEM  TO REF-ORIGEM-CR02
           MOVE ZEROS               TO ESTORNADO-CR02
           MOVE CRBAIXA-USUARIO     TO USUARIO-CR02
           WRITE REG-CRD002 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CRD002: " ST-CRD002
                 MOVE ZEROS TO APLICAR-W
           NOT INVALID KEY
                 MOVE "I"         TO LOG3-OPERACAO
                 MOVE "CRD002"    TO LOG3-ARQUIVO
                 MOVE REG-CRD002  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-WRITE.
           IF APLICAR-W = ZEROS
              GO BAIXA-UMA-PARCELA-FIM.
           ADD APLICAR-W      TO VALOR-PAGO-CR01.
           MOVE CRBAIXA-DATA  TO DATA-PAGTO-CR01.
           IF VALOR-PAGO-CR01 NOT < VALOR-CR01
              MOVE 1 TO SITUACAO-CR01
           END-IF.
           REWRITE REG-CRD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CRD001: " ST-CRD001
           NOT INVALID KEY
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD001"    TO LOG3-ARQUIVO
                 MOVE REG-CRD001  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-REWRITE.
           SUBTRACT APLICAR-W FROM RESTANTE-W.
           ADD APLICAR-W TO CRBAIXA-VALOR-APLICADO.
           ADD 1 TO CRBAIXA-QT-PARCELAS.
       BAIXA-UMA-PARCELA-FIM.
           EXIT.

       ACHA-SEQ-BAIXA SECTION.
      *    Ultima baixa da parcela + 1.
           MOVE NR-CONTRATO-CR01  TO NR-CONTRATO-CR02.
           MOVE SEQ-FORMANDO-CR01 TO SEQ-FORMANDO-CR02.
           MOVE NR-PARCELA-CR01   TO NR-PARCELA-CR02.
           MOVE ZEROS             TO SEQ-BAIXA-CR02 ULT-SEQ-W.
           MOVE CHAVE-CR01        TO CHAVE-PARC-W.
           START CRD002 KEY IS NOT < CHAVE-CR02 INVALID KEY
                 MOVE "10" TO ST-CRD002.
           PERFORM UNTIL ST-CRD002 = "10"
              READ CRD002 NEXT RECORD AT END MOVE "10" TO ST-CRD002
              NOT AT END
                IF CHAVE-CR02(1: 10) NOT = CHAVE-PARC-W
                   MOVE "10" TO ST-CRD002
                ELSE
                   MOVE SEQ-BAIXA-CR02 TO ULT-SEQ-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD002.
           ADD 1 TO ULT-SEQ-W.

       VERIFICA-JA-BAIXADO SECTION.
      *    Documento com baixa ainda valida em CRD002 nao baixa de
      *    novo.
           MOVE "N" TO ACHOU-W.
           MOVE CRBAIXA-ORIGEM     TO ORIGEM-CR02.
           MOVE CRBAIXA-REF-ORIGEM TO REF-ORIGEM-CR02.
           START CRD002 KEY IS = ALT1-CR02 INVALID KEY
                 MOVE "10" TO ST-CRD002.
           PERFORM UNTIL ST-CRD002 = "10" OR ACHOU-W = "S"
              READ CRD002 NEXT RECORD AT END MOVE "10" TO ST-CRD002
              NOT AT END
                IF ORIGEM-CR02     NOT = CRBAIXA-ORIGEM OR
                   REF-ORIGEM-CR02 NOT = CRBAIXA-REF-ORIGEM
                   MOVE "10" TO ST-CRD002
                ELSE
                   IF ESTORNADO-CR02 = 0
                      MOVE "S" TO ACHOU-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD002.

       LOCALIZA-FORMANDO SECTION.
      *    Primeiro formando do contrato com parcela (nao cancelada)
      *    no nome do cliente do documento.
           MOVE ZEROS TO FORMANDO-W.
           IF CRBAIXA-CLIENTE = ZEROS
              GO LOCALIZA-FORMANDO-FIM.
           MOVE CRBAIXA-CONTRATO TO NR-CONTRATO-CR01.
           MOVE ZEROS TO SEQ-FORMANDO-CR01 NR-PARCELA-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 = "10" OR FORMANDO-W > ZEROS
              READ CRD001 NEXT RECORD AT END MOVE "10" TO ST-CRD001
              NOT AT END
                IF NR-CONTRATO-CR01 NOT = CRBAIXA-CONTRATO
                   MOVE "10" TO ST-CRD001
                ELSE
                   IF CLIENTE-CR01 = CRBAIXA-CLIENTE AND
                      SITUACAO-CR01 NOT = 2
                      MOVE SEQ-FORMANDO-CR01 TO FORMANDO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.
       LOCALIZA-FORMANDO-FIM.
           EXIT.

       ESTORNA-BAIXAS SECTION.
           MOVE 4 TO CRBAIXA-RETORNO.
           MOVE CRBAIXA-ORIGEM     TO ORIGEM-CR02.
           MOVE CRBAIXA-REF-ORIGEM TO REF-ORIGEM-CR02.
           START CRD002 KEY IS = ALT1-CR02 INVALID KEY
                 MOVE "10" TO ST-CRD002.
           PERFORM UNTIL ST-CRD002 = "10"
              READ CRD002 NEXT RECORD AT END MOVE "10" TO ST-CRD002
              NOT AT END
                IF ORIGEM-CR02     NOT = CRBAIXA-ORIGEM OR
                   REF-ORIGEM-CR02 NOT = CRBAIXA-REF-ORIGEM
                   MOVE "10" TO ST-CRD002
                ELSE
                   IF ESTORNADO-CR02 = 0
                      PERFORM ESTORNA-UMA-BAIXA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD002.

       ESTORNA-UMA-BAIXA SECTION.
           MOVE 1 TO ESTORNADO-CR02.
           REWRITE REG-CRD002 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CRD002: " ST-CRD002
                 GO ESTORNA-UMA-BAIXA-FIM.
           MOVE "A"         TO LOG3-OPERACAO
           MOVE "CRD002"    TO LOG3-ARQUIVO
           MOVE REG-CRD002  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.
           MOVE NR-CONTRATO-CR02  TO NR-CONTRATO-CR01.
           MOVE SEQ-FORMANDO-CR02 TO SEQ-FORMANDO-CR01.
           MOVE NR-PARCELA-CR02   TO NR-PARCELA-CR01.
           READ CRD001 INVALID KEY
                GO ESTORNA-UMA-BAIXA-FIM.
           IF VALOR-CR02 > VALOR-PAGO-CR01
              MOVE ZEROS TO VALOR-PAGO-CR01
           ELSE
              SUBTRACT VALOR-CR02 FROM VALOR-PAGO-CR01
           END-IF.
           IF SITUACAO-CR01 = 1
              MOVE 0 TO SITUACAO-CR01
           END-IF.
           REWRITE REG-CRD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CRD001: " ST-CRD001
           NOT INVALID KEY
                 MOVE "A"         TO LOG3-OPERACAO
                 MOVE "CRD001"    TO LOG3-ARQUIVO
                 MOVE REG-CRD001  TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-GENERICO
           END-REWRITE.
           ADD VALOR-CR02 TO CRBAIXA-VALOR-APLICADO.
           ADD 1 TO CRBAIXA-QT-PARCELAS.
           MOVE 0 TO CRBAIXA-RETORNO.
       ESTORNA-UMA-BAIXA-FIM.
           EXIT.

       GRAVA-LOG-GENERICO SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE CRBAIXA-USUARIO  TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU      TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS      TO LOG3-HORAS
           MOVE CRBAIXA-PROGRAMA TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

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
