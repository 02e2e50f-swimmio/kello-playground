      *   3) revisoes de fitas do contrato (VID101), cada uma pela
      *      taxa individual do revisor (VID103/VIP105) qdo cadastrada
      *      - senao a taxa geral VALOR-REVISAO-CA20 - a mesma conta
      *      que o CPB057 paga;
      *   4) cache da equipe dos eventos do contrato (COD081 -
      *      agenda do COP080), fora evento cancelado - o que o
      *      CPB084 paga ou vai pagar.
      * Uma linha por contrato com as quatro colunas e o total - o
      * preco do contrato do ano que vem deixa de ser chute.
      *
      * Saida: arquivo-relatorio RELCP73 na pasta da empresa.
           COPY CAPX001.
           COPY CAPX020.
           COPY COPX055.
           COPY COPX080.
           COPY COPX081.
           COPY CPPX020.
           COPY CPPX034.
           COPY VIPX101.
       COPY CAPW001.
       COPY CAPW020.
       COPY COPW055.
       COPY COPW080.
       COPY COPW081.
       COPY CPPW020.
       COPY CPPW034.
       COPY VIPW101.
       01  VARIAVEIS.
           05  ST-CAD020             PIC XX       VALUE SPACES.
           05  ST-COD055             PIC XX       VALUE SPACES.
           05  ST-COD080             PIC XX       VALUE SPACES.
           05  ST-COD081             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD034             PIC XX       VALUE SPACES.
           05  ST-VID101             PIC XX       VALUE SPACES.
                   15  CTR-BRINDES-TB    PIC 9(10)V99.
                   15  CTR-TITULOS-TB    PIC 9(10)V99.
                   15  CTR-REVISOES-TB   PIC 9(10)V99.
                   15  CTR-EVENTOS-TB    PIC 9(10)V99.

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020
           MOVE "COD055"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055
           MOVE "COD080"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD080
           MOVE "COD081"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD081
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD034"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD034
           MOVE "VID101"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101

           OPEN INPUT COD055 CPD020 CPD034 VID101 CAD020
           OPEN INPUT VID103
           OPEN INPUT COD080 COD081
           OPEN OUTPUT ARQ-RELAT

      *    Cada fonte e opcional no ambiente - o relatorio sai com
              DISPLAY "ERRO ABERTURA VID101: " ST-VID101
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-COD081 <> "00" AND ST-COD081 <> "05" AND
              ST-COD081 <> "35"
              DISPLAY "ERRO ABERTURA COD081: " ST-COD081
              MOVE 1 TO ERRO-W
           END-IF.

           IF ERRO-W = 0
              PERFORM LE-VALOR-REVISAO
              PERFORM ACUMULA-BRINDES
              PERFORM ACUMULA-TITULOS
              PERFORM ACUMULA-REVISOES
              PERFORM ACUMULA-EVENTOS
              PERFORM IMPRIME-CUSTOS
           END-IF.

           CLOSE COD055 CPD020 CPD034 VID101 CAD020 ARQ-RELAT.
           IF ST-VID103 = "00"
              CLOSE VID103.
           IF ST-COD080 = "00"
              CLOSE COD080.
           IF ST-COD081 = "00"
              CLOSE COD081.

           DISPLAY "CONTRATOS CONSOLIDADOS...........: "
                   QT-CONTRATOS-W.
              ADD VALOR-REV-USADO-W TO CTR-REVISOES-TB(IND-CTR-W)
           END-IF.

       ACUMULA-EVENTOS SECTION.
      *    Cache de cada profissional alocado, pago ou nao - evento
      *    cancelado (SITUACAO-CO80 = 2) fica de fora.
           IF ST-COD081 <> "00" OR ST-COD080 <> "00"
              GO ACUMULA-EVENTOS-FIM.
           MOVE ZEROS TO NR-CONTRATO-CO81 SEQ-EVENTO-CO81 FORNEC-CO81.
           START COD081 KEY IS NOT < CHAVE-CO81 INVALID KEY
                 MOVE "10" TO ST-COD081.
           PERFORM UNTIL ST-COD081 = "10"
              READ COD081 NEXT RECORD AT END
                   MOVE "10" TO ST-COD081
              NOT AT END
                   MOVE NR-CONTRATO-CO81 TO NR-CONTRATO-CO80
                   MOVE SEQ-EVENTO-CO81  TO SEQ-EVENTO-CO80
                   READ COD080 INVALID KEY
                        CONTINUE
                   NOT INVALID KEY
                        IF SITUACAO-CO80 NOT = 2
                           MOVE NR-CONTRATO-CO81 TO CONTRATO-W
                           PERFORM LOCALIZA-CONTRATO
                           IF IND-CTR-W > ZEROS
                              ADD VALOR-CACHE-CO81 TO
                                  CTR-EVENTOS-TB(IND-CTR-W)
                           END-IF
                        END-IF
                   END-READ
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD081.
       ACUMULA-EVENTOS-FIM.
           EXIT.

       IMPRIME-CUSTOS SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "CUSTO POR CONTRATO DE FORMATURA" TO REG-RELAT(01: 32)
           MOVE SPACES TO REG-RELAT
           MOVE "CONTR         BRINDES         TITULOS" TO
                REG-RELAT(01: 37)
           MOVE "        REVISOES         EVENTOS" TO
                REG-RELAT(38: 32)
           MOVE "           TOTAL" TO REG-RELAT(70: 16)
           WRITE REG-RELAT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CONTRATOS-W
              MOVE SPACES TO REG-RELAT
              MOVE VALOR-E TO REG-RELAT(23: 15)
              MOVE CTR-REVISOES-TB(I) TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(39: 15)
              MOVE CTR-EVENTOS-TB(I) TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(55: 15)
              COMPUTE TOTAL-CTR-W = CTR-BRINDES-TB(I)
                      + CTR-TITULOS-TB(I) + CTR-REVISOES-TB(I)
                      + CTR-EVENTOS-TB(I)
              MOVE TOTAL-CTR-W TO VALOR-E
              MOVE VALOR-E TO REG-RELAT(71: 15)
              WRITE REG-RELAT
           END-PERFORM.
