      * FGTS vigentes em CGD005 na data de pagamento; a excecao e o
      * titulo ja liberado pelo supervisor (LIBERADO-CP20 = 1), que
      * entra marcado. Os excluidos saem na propria listagem.
      *
      * Desconto condicional: depois do bordero a listagem traz os
      * titulos em aberto cujo prazo de desconto (DATA-LIMITE-DESC-
      * CP20) ainda vale na data de pagamento e acaba nos proximos
      * N dias - os que ficaram fora deste bordero perdem o desconto
      * se nao forem incluidos. N = 7 dias, ou a linha DESC;NNN do
      * SUGCP26.
      * Todo titulo/baixa/adiantamento gravado marca o fornecedor
      * e, no fim, a rotina CPSALDO refaz o resumo de saldos dele
      * em CPD052.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-SELEC-W            PIC 9(6)     VALUE ZEROS.
           05  VALOR-TOT-BORD-W      PIC 9(10)V99 VALUE ZEROS.

           05  DIAS-DESC-W           PIC 9(3)     VALUE 7.
           05  DIAS-P-LIMITE-W       PIC S9(5)    VALUE ZEROS.
           05  VALOR-DESC-W          PIC 9(8)V99  VALUE ZEROS.
           05  QT-DESC-FORA-W        PIC 9(6)     VALUE ZEROS.
           05  VALOR-DESC-FORA-W     PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-DESC-BORD-W     PIC 9(10)V99 VALUE ZEROS.

           05  VERBA-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  TB-VERBAS.
               10  TB-VERBA-OCORRE OCCURS 30.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPDIAS1.CPY".

           COPY "CPSALDO".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
                  DELIMITED BY SIZE INTO PATH-LOG004
           MOVE "SUGCP26" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PARAM
           MOVE "BRDCP26" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD020
           MOVE "CPD023"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD023
           MOVE "CPD027"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD027
           MOVE "CPD052"  TO ARQ-REC.  MOVE EMPRESA-REF TO
                                     CPSALDO-PATH-CPD052
           MOVE "CPB026"  TO CPSALDO-PROGRAMA
           CLOSE CONTROLE

           OPEN INPUT  ARQ-PARAM
              MOVE 2 TO PASSADA-W
              PERFORM SELECIONA-TITULOS
              PERFORM RODAPE-BORDERO
              PERFORM LISTA-DESCONTOS
           END-IF.

           CLOSE CGD001 CAD020 CAD019 CGD005 CPD020 CPD028

           DISPLAY "BORDERO GERADO...................: " NR-BORDERO-W.
           DISPLAY "TITULOS SELECIONADOS.............: " QT-SELEC-W.
           DISPLAY "FORA DO BORDERO PERDENDO DESCONTO: " QT-DESC-FORA-W.

           PERFORM ATUALIZA-SALDO-FORNEC.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
       LE-PARAMETROS-SUGESTAO SECTION.
      *    1a linha: data de pagamento AAAAMMDD; demais linhas:
      *    PORTADOR;VALOR (valor em centavos, sem separadores, como o
      *    layout de importacao de CPB020), ou DESC;NNN com o
      *    horizonte em dias do aviso de desconto condicional.
           READ ARQ-PARAM AT END
                MOVE "10" TO ST-PARAM.
           IF ST-PARAM = "00" AND LINHA-PARAM(1: 8) IS NUMERIC
                   UNSTRING LINHA-PARAM DELIMITED BY ";"
                        INTO CAMPO-PORT-X CAMPO-VALOR-X
                   END-UNSTRING
                   IF CAMPO-PORT-X = "DESC" AND
                      CAMPO-VALOR-X(1: 3) IS NUMERIC
                      MOVE CAMPO-VALOR-X(1: 3) TO DIAS-DESC-W
                   END-IF
                   IF CAMPO-PORT-X IS NUMERIC AND
                      CAMPO-VALOR-X IS NUMERIC AND
                      QT-PORT-W < 30
      *    CPD020.
           MOVE REG-CPD020   TO ANTES-IMAGEM-W.
           MOVE NR-BORDERO-W TO NR-BORDERO-CP20.
           MOVE FORNEC-CP20 TO CPSALDO-FORNEC
           PERFORM MARCA-SALDO-FORNEC
           REWRITE REG-CPD020 NOT INVALID KEY
                 MOVE USUARIO-W   TO LOG3-USUARIO
                 MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
                 MOVE REG-CPD020  TO LOG3-REGISTRO
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
                 MOVE "A" TO JRN-OPERACAO-W
                 PERFORM GRAVA-JORNAL-CPD020
           END-REWRITE.
           MOVE "SUPERVISOR" TO REG-RELAT(50: 10)
           WRITE REG-RELAT.

       LISTA-DESCONTOS SECTION.
      *    Titulos em aberto com desconto condicional ainda valido na
      *    data de pagamento e vencendo ate DIAS-DESC-W dias depois.
      *    O limite do desconto nao passa do vencimento, entao basta
      *    ler ALT1-CP20 a partir da data de pagamento.
           MOVE ZEROS TO QT-DESC-FORA-W VALOR-DESC-FORA-W
                         VALOR-DESC-BORD-W.
           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DESCONTOS CONDICIONAIS COM PRAZO ATE " TO
                REG-RELAT(01: 38)
           MOVE DIAS-DESC-W TO REG-RELAT(39: 03)
           MOVE " DIAS APOS O PAGAMENTO" TO REG-RELAT(42: 22)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "FORNEC NOME                    DOCUMENTO  LIMITE DESC"
                TO REG-RELAT(01: 54)
           MOVE "       DESCONTO  SITUACAO" TO REG-RELAT(55: 25)
           WRITE REG-RELAT
           MOVE DATA-PAGTO-W TO DATA-VENCTO-CP20.
           MOVE ZEROS        TO FORNEC-CP20 SEQ-CP20.
           START CPD020 KEY IS NOT < ALT1-CP20 INVALID KEY
                 MOVE "10" TO ST-CPD020.
           PERFORM UNTIL ST-CPD020 = "10"
              READ CPD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD020
              NOT AT END
                   PERFORM AVALIA-DESCONTO
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD020.
           MOVE SPACES TO REG-RELAT
           MOVE "DESCONTO GARANTIDO NESTE BORDERO: " TO
                REG-RELAT(01: 34)
           MOVE VALOR-DESC-BORD-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(35: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DESCONTO PERDIDO SE FICAR FORA..: " TO
                REG-RELAT(01: 34)
           MOVE VALOR-DESC-FORA-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(35: 15)
           WRITE REG-RELAT.

       AVALIA-DESCONTO SECTION.
           IF SITUACAO-CP20 NOT = 0
              GO AVALIA-DESCONTO-FIM.
           IF TIPO-DESC-COND-CP20 NOT NUMERIC
              GO AVALIA-DESCONTO-FIM.
           IF TIPO-DESC-COND-CP20 NOT = 1 AND
              TIPO-DESC-COND-CP20 NOT = 2
              GO AVALIA-DESCONTO-FIM.
           IF DATA-LIMITE-DESC-CP20 < DATA-PAGTO-W
              GO AVALIA-DESCONTO-FIM.
      *    ja escolhido por um bordero anterior: vai ser pago la
           IF NR-BORDERO-CP20 > ZEROS AND
              NR-BORDERO-CP20 NOT = NR-BORDERO-W
              GO AVALIA-DESCONTO-FIM.
           MOVE DATA-PAGTO-W          TO GRDIAS-AAMMDD-INICIAL.
           MOVE DATA-LIMITE-DESC-CP20 TO GRDIAS-AAMMDD-FINAL.
           CALL "GRDIAS1" USING PARAMETROS-GRDIAS1
           CANCEL "GRDIAS1"
           MOVE GRDIAS-NUM-DIAS TO DIAS-P-LIMITE-W.
           IF DIAS-P-LIMITE-W > DIAS-DESC-W
              GO AVALIA-DESCONTO-FIM.
           IF TIPO-DESC-COND-CP20 = 1
              COMPUTE VALOR-DESC-W ROUNDED =
                      VALOR-TOT-CP20 * DESC-COND-CP20 / 100
           ELSE
              MOVE DESC-COND-CP20 TO VALOR-DESC-W
           END-IF.
           MOVE FORNEC-CP20 TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********" TO NOME-CG01.
           MOVE SPACES TO REG-RELAT
           MOVE FORNEC-CP20           TO REG-RELAT(01: 06)
           MOVE NOME-CG01             TO REG-RELAT(08: 23)
           MOVE NR-DOCTO-CP20         TO REG-RELAT(32: 10)
           MOVE DATA-LIMITE-DESC-CP20 TO DATA-E
           MOVE DATA-E                TO REG-RELAT(43: 10)
           MOVE VALOR-DESC-W          TO VALOR-E
           MOVE VALOR-E               TO REG-RELAT(55: 15)
           IF NR-BORDERO-CP20 = NR-BORDERO-W
              MOVE "NO BORDERO"       TO REG-RELAT(72: 10)
              ADD VALOR-DESC-W        TO VALOR-DESC-BORD-W
           ELSE
              MOVE "FORA - PERDE O DESCONTO" TO REG-RELAT(72: 23)
              ADD VALOR-DESC-W        TO VALOR-DESC-FORA-W
              ADD 1                   TO QT-DESC-FORA-W
           END-IF
           WRITE REG-RELAT.
       AVALIA-DESCONTO-FIM.
           EXIT.

       ACHA-SEQ-JORNAL SECTION.
      *    Ultima sequencia do jornal do dia + 1 (ver LOG004).
           MOVE ZEROS TO PROX-SEQ-JRN-W LOG4-SEQ.
                 MOVE PROX-SEQ-JRN-W TO LOG4-SEQ
                 WRITE REG-LOG004
                 END-WRITE
           END-WRITE
           PERFORM SELA-LOG004.
           ADD 1 TO PROX-SEQ-JRN-W.

       MARCA-SALDO-FORNEC SECTION.
      *    So marca (sem I/O) - o resumo e refeito no fim.
           MOVE 1 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.

       ATUALIZA-SALDO-FORNEC SECTION.
           MOVE 2     TO CPSALDO-FUNCAO
           MOVE ZEROS TO CPSALDO-FORNEC
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           IF CPSALDO-RETORNO = 9
              DISPLAY "ERRO NA ATUALIZACAO DO CPD052 - RODAR CPB104".
           MOVE 9 TO CPSALDO-FUNCAO
           CALL "CPSALDO" USING PARAMETROS-CPSALDO.
           CANCEL "CPSALDO".

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
