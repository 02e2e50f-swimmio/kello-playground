      *           e carimba QTDE-FORM-CO40 no contrato - o COP055
      *           passa a sugerir e conferir por esse numero. Toda
      *           mudanca gera imagem LOG003.
      *           Desistencia/reativacao chama a rotina CODESIST:
      *           brindes previstos do contrato (COD055) acompanham
      *           o headcount novo, parcelas em aberto do formando
      *           (CRD001) sao canceladas e a multa contratual
      *           (PERC-MULTA-DESIST-CO40) e retida do pago - sobra
      *           vira titulo de devolucao (CPD020), falta vira
      *           parcela nova. Data da desistencia e titulo gerado
      *           ficam no COD045 (DATA-DESIST/FORNEC-DEVOL/
      *           SEQ-DEVOL-CO45) e o acerto nao se repete numa
      *           reativacao + nova desistencia. Itens definitivos,
      *           boletos no banco e valores sao avisados na tela.
      *           Titulo de devolucao gerado atualiza o resumo de
      *           saldos do fornecedor (CPD052, rotina CPSALDO).
      *           Entrega de fitas: emite p/ o formando ativo o
      *           protocolo numerado (VID105, como o COD070 dos
      *           brindes) com as fitas aprovadas do contrato -
      *           emitida em VID100, revisada em VID101 e sem
      *           retrabalho aberto em VID104 - ainda nao entregues
      *           a ele; formulario de assinatura em PROVI05 e
      *           numero em COP045-NR-PROTOCOLO. Confirmacao e
      *           pendencias ficam com o CPB085.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY COPX045.
           COPY COPX040.
           COPY CLPX001.
           COPY LOGX003.
           COPY VIPX100.
           COPY VIPX101.
           COPY VIPX104.
           COPY VIPX105.

           SELECT ARQ-PROTOCOLO ASSIGN TO PATH-PROTOCOLO
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PROTOCOLO.

       DATA DIVISION.
       FILE SECTION.
       COPY COPW045.
       COPY COPW040.
       COPY CLPW001.
       COPY LOGW003.
       COPY VIPW100.
       COPY VIPW101.
       COPY VIPW104.
       COPY VIPW105.

       FD  ARQ-PROTOCOLO.
       01  REG-PROTOCOLO            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "COP045.CPB".
       01  VARIAVEIS.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-COD040             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-VID100             PIC XX       VALUE SPACES.
           05  ST-VID101             PIC XX       VALUE SPACES.
           05  ST-VID104             PIC XX       VALUE SPACES.
           05  ST-VID105             PIC XX       VALUE SPACES.
           05  ST-PROTOCOLO          PIC XX       VALUE SPACES.
           05  PATH-PROTOCOLO        PIC X(40)    VALUE SPACES.
      *    Protocolo de entrega de fitas (VID105): cabecalho + uma
      *    linha por fita aprovada ainda nao entregue ao formando.
           05  PROX-PROTOCOLO-W      PIC 9(6)     VALUE ZEROS.
           05  QT-FITAS-W            PIC 9(3)     VALUE ZEROS.
           05  FITA-APROVADA-W       PIC 9        VALUE ZEROS.
           05  FIM-V104-W            PIC 9        VALUE ZEROS.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
                  15 WS-ANO-CPU      PIC 9(04).
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  ULT-SEQ-W             PIC 9(4)     VALUE ZEROS.
           05  QT-ATIVOS-W           PIC 9(4)     VALUE ZEROS.
           05  VALOR-E               PIC ZZ.ZZZ.ZZ9,99.
           05  QTDE-E                PIC ZZ9.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPDESIST".
           COPY "CPSALDO".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA COD040: "  TO COP045-MENSAGEM-ERRO
              MOVE ST-COD040 TO COP045-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    CLD001 opcional: sem o cadastro o responsavel financeiro
      *    e gravado sem conferencia.
           MOVE "CLD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001.
           OPEN INPUT CLD001
           IF ST-CLD001 <> "00" AND ST-CLD001 <> "05" AND
              ST-CLD001 <> "35"
              MOVE "ERRO ABERTURA CLD001: "  TO COP045-MENSAGEM-ERRO
              MOVE ST-CLD001 TO COP045-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
              MOVE "ERRO ABERTURA LOG003: "  TO COP045-MENSAGEM-ERRO
              MOVE ST-LOG003 TO COP045-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
      *    Arquivos da rotina CODESIST (abertos por ela na chamada).
           MOVE "COD050" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD050.
           MOVE "COD055" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD055.
           MOVE "CRD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001.
           MOVE "CPD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020.
           MOVE "CPD021" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD021.
           MOVE PATH-CPD020 TO CPSALDO-PATH-CPD020.
           MOVE "CPD023" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD023.
           MOVE "CPD027" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD027.
           MOVE "CPD052" TO ARQ-REC.
           MOVE EMPRESA-REF TO CPSALDO-PATH-CPD052.
           MOVE "COP045" TO CPSALDO-PROGRAMA.
           MOVE "CAD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD020.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
      *    Fitas do contrato (entrega ao formando) - sem VID100/VID101
      *    nao ha fita aprovada e o protocolo nao e emitido.
           MOVE "VID100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID100.
           MOVE "VID101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101.
           MOVE "VID104" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID104.
           MOVE "VID105" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID105.
           MOVE "PROVI05" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       PATH-PROTOCOLO.
           OPEN INPUT VID100 VID101 VID104
           OPEN I-O VID105
           IF ST-VID105 = "35"
              CLOSE VID105      OPEN OUTPUT VID105
              CLOSE VID105      OPEN I-O VID105
           END-IF.
           IF ST-VID105 <> "00"
              MOVE "ERRO ABERTURA VID105: "  TO COP045-MENSAGEM-ERRO
              MOVE ST-VID105 TO COP045-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO.
           IF COD-USUARIO-W NOT NUMERIC
              MOVE "Executar pelo MENU" TO COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
               WHEN COP045-DESISTE-FLG-TRUE
                   PERFORM MARCA-DESISTENCIA
                   PERFORM CARREGA-LISTA
               WHEN COP045-ENTREGA-FITAS-TRUE
                   PERFORM EMITE-ENTREGA-FITAS
               WHEN COP045-CLR-FLG-TRUE
                   PERFORM LIMPAR-DADOS
               WHEN COP045-CARREGA-LISTA-TRUE
                                        SEQ-FORMANDO-CO45
                                   MOVE 1 TO GRAVA-W.
           MOVE NOME-CO45           TO COP045-NOME
           MOVE SITUACAO-CO45       TO COP045-SITUACAO
           MOVE CLIENTE-CO45        TO COP045-CLIENTE.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO ERRO-W.
                                                   COP045-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.
      *    Responsavel financeiro (cliente dos cheques que pagam as
      *    parcelas do formando) precisa existir em CLD001.
           IF COP045-CLIENTE > ZEROS AND ST-CLD001 = "00"
              MOVE COP045-CLIENTE TO CODIGO-CL01
              READ CLD001 INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO EM CLD001" TO
                                                   COP045-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
              END-READ
           END-IF.
           IF ERRO-W = 1
              MOVE ZEROS TO ERRO-W
              GO SALVAR-DADOS-FIM.
           MOVE COP045-SEQ          TO SEQ-FORMANDO-CO45
           MOVE COP045-NOME         TO NOME-CO45
           MOVE COP045-SITUACAO     TO SITUACAO-CO45
           MOVE COP045-CLIENTE      TO CLIENTE-CO45
           IF GRAVA-W = 1
              WRITE REG-COD045
                   INVALID KEY PERFORM ERRO-GRAVACAO
                   MOVE "A" TO LOG3-OPERACAO
                   PERFORM GRAVA-LOG-CO45
                   PERFORM RECONTA-FORMANDOS
                   PERFORM CONSEQUENCIAS-DESISTENCIA
           END-REWRITE.
       MARCA-DESISTENCIA-FIM.
           EXIT.

       CONSEQUENCIAS-DESISTENCIA SECTION.
      *    REG-COD045 e o formando recem-marcado; QTDE-FORM-CO40 ja
      *    recontado. Acerto financeiro so na 1a. desistencia
      *    (DATA-DESIST-CO45 zerada).
           INITIALIZE PARAMETROS-CODESIST.
           IF SITUACAO-CO45 = 1
              MOVE 1 TO CODESIST-FUNCAO
           ELSE
              MOVE 2 TO CODESIST-FUNCAO
           END-IF.
           MOVE NR-CONTRATO-CO45  TO CODESIST-CONTRATO.
           MOVE SEQ-FORMANDO-CO45 TO CODESIST-FORMANDO.
           MOVE NOME-CO45         TO CODESIST-NOME.
           MOVE CLIENTE-CO45      TO CODESIST-CLIENTE.
           IF DATA-DESIST-CO45 IS NUMERIC AND DATA-DESIST-CO45 > ZEROS
              MOVE 1 TO CODESIST-JA-PROCESSADA.
           MOVE COD-USUARIO-W     TO CODESIST-USUARIO.
           MOVE "COP045"          TO CODESIST-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           STRING "JR" WS-DATA-CPU DELIMITED BY SIZE INTO ARQ-REC.
           MOVE EMPRESA-REF       TO PATH-LOG004.
           MOVE PATH-COD040       TO CODESIST-PATH-COD040.
           MOVE PATH-COD050       TO CODESIST-PATH-COD050.
           MOVE PATH-COD055       TO CODESIST-PATH-COD055.
           MOVE PATH-CRD001       TO CODESIST-PATH-CRD001.
           MOVE PATH-CPD020       TO CODESIST-PATH-CPD020.
           MOVE PATH-CPD021       TO CODESIST-PATH-CPD021.
           MOVE PATH-CAD020       TO CODESIST-PATH-CAD020.
           MOVE PATH-LOG001       TO CODESIST-PATH-LOG001.
           MOVE PATH-LOG003       TO CODESIST-PATH-LOG003.
           MOVE PATH-LOG004       TO CODESIST-PATH-LOG004.
           CALL "CODESIST" USING PARAMETROS-CODESIST.
           CANCEL "CODESIST".
           IF CODESIST-FORNEC-GERADO > ZEROS
              MOVE 2 TO CPSALDO-FUNCAO
              MOVE CODESIST-FORNEC-GERADO TO CPSALDO-FORNEC
              CALL "CPSALDO" USING PARAMETROS-CPSALDO
              CANCEL "CPSALDO"
           END-IF.
           IF CODESIST-RETORNO = 1 OR CODESIST-RETORNO = 9
              MOVE "ERRO NO ACERTO DA DESISTENCIA (CODESIST)" TO
                                                   COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CONSEQUENCIAS-DESISTENCIA-FIM.

      *    Data e titulo de devolucao ficam no formando.
           IF CODESIST-DATA-DESIST > ZEROS
              MOVE CODESIST-DATA-DESIST   TO DATA-DESIST-CO45
              MOVE CODESIST-FORNEC-GERADO TO FORNEC-DEVOL-CO45
              MOVE CODESIST-SEQ-GERADO    TO SEQ-DEVOL-CO45
              REWRITE REG-COD045
                  INVALID KEY PERFORM ERRO-GRAVACAO
                  NOT INVALID KEY
                      MOVE "A" TO LOG3-OPERACAO
                      PERFORM GRAVA-LOG-CO45
              END-REWRITE
           END-IF.

      *    Avisos - nao bloqueiam.
           IF CODESIST-QT-DEFINIT > ZEROS
              MOVE CODESIST-QT-DEFINIT TO QTDE-E
              MOVE SPACES TO COP045-MENSAGEM-ERRO
              STRING "ATENCAO: " QTDE-E " ITEM(NS) DEFINITIVO(S) - "
                     "ACERTAR C/ FORNECEDOR" DELIMITED BY SIZE
                     INTO COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
           END-IF.
           IF CODESIST-QT-BOLETOS > ZEROS
              MOVE CODESIST-QT-BOLETOS TO QTDE-E
              MOVE SPACES TO COP045-MENSAGEM-ERRO
              STRING "ATENCAO: " QTDE-E " BOLETO(S) NO BANCO - "
                     "PEDIR BAIXA" DELIMITED BY SIZE
                     INTO COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
           END-IF.
           IF CODESIST-VALOR-DEVOLVER > ZEROS
              MOVE CODESIST-VALOR-DEVOLVER TO VALOR-E
              MOVE SPACES TO COP045-MENSAGEM-ERRO
              IF CODESIST-RETORNO = 2
                 STRING "DEVOLVER " VALOR-E " - SEM FORNECEDOR DE "
                        "DEVOLUCAO NO CAD020" DELIMITED BY SIZE
                        INTO COP045-MENSAGEM-ERRO
              ELSE
                 STRING "DEVOLVER " VALOR-E " - TITULO GERADO EM "
                        "CPD020" DELIMITED BY SIZE
                        INTO COP045-MENSAGEM-ERRO
              END-IF
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
           END-IF.
           IF CODESIST-VALOR-COBRAR > ZEROS
              MOVE CODESIST-VALOR-COBRAR TO VALOR-E
              MOVE SPACES TO COP045-MENSAGEM-ERRO
              STRING "MULTA A COBRAR " VALOR-E " - PARCELA GERADA "
                     "EM CRD001" DELIMITED BY SIZE
                     INTO COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO ERRO-W
           END-IF.
       CONSEQUENCIAS-DESISTENCIA-FIM.
           EXIT.

       EMITE-ENTREGA-FITAS SECTION.
      *    Um protocolo por entrega ao formando ativo, com todas as
      *    fitas aprovadas do contrato que ele ainda nao recebeu.
           MOVE ZEROS TO QT-FITAS-W.
           MOVE COP045-CONTRATO TO NR-CONTRATO-CO45
           MOVE COP045-SEQ      TO SEQ-FORMANDO-CO45
           READ COD045 INVALID KEY
              MOVE "FORMANDO NAO ENCONTRADO" TO COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-ENTREGA-FITAS-FIM.
           IF SITUACAO-CO45 = 1
              MOVE "FORMANDO DESISTENTE NAO RECEBE FITAS" TO
                                                   COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-ENTREGA-FITAS-FIM.
           IF ST-VID100 <> "00" OR ST-VID101 <> "00" OR
              ST-VID105 <> "00"
              MOVE "SEM FITAS EMITIDAS/REVISADAS (VID100/VID101)" TO
                                                   COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-ENTREGA-FITAS-FIM.
           PERFORM ACHA-PROX-PROTOCOLO.
           MOVE COP045-CONTRATO TO CONTRATO-V100.
           MOVE ZEROS           TO NR-FITA-V100.
           START VID100 KEY IS NOT < NR-FITAS-V100 INVALID KEY
                 MOVE "10" TO ST-VID100.
           PERFORM UNTIL ST-VID100 = "10"
              READ VID100 NEXT RECORD AT END MOVE "10" TO ST-VID100
              NOT AT END
                IF CONTRATO-V100 NOT = COP045-CONTRATO
                   MOVE "10" TO ST-VID100
                ELSE
                   PERFORM CONFERE-FITA-APROVADA
                   IF FITA-APROVADA-W = 1
                      PERFORM GRAVA-ITEM-PROTOCOLO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID100.
           IF QT-FITAS-W = ZEROS
              MOVE "NENHUMA FITA APROVADA A ENTREGAR AO FORMANDO" TO
                                                   COP045-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-ENTREGA-FITAS-FIM.
           IF ST-PROTOCOLO = "00"
              MOVE SPACES TO REG-PROTOCOLO
              WRITE REG-PROTOCOLO
              MOVE SPACES TO REG-PROTOCOLO
              MOVE "RECEBIDO POR: ______________________________" TO
                   REG-PROTOCOLO(01: 44)
              MOVE " DATA: ___/___/_____" TO REG-PROTOCOLO(45: 20)
              WRITE REG-PROTOCOLO
              CLOSE ARQ-PROTOCOLO
           END-IF.
           MOVE PROX-PROTOCOLO-W TO COP045-NR-PROTOCOLO.
           MOVE QT-FITAS-W TO QTDE-E.
           MOVE SPACES TO COP045-MENSAGEM-ERRO.
           STRING "PROTOCOLO " PROX-PROTOCOLO-W " EMITIDO COM "
                  QTDE-E " FITA(S)" DELIMITED BY SIZE
                  INTO COP045-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE ZEROS TO ERRO-W.
       EMITE-ENTREGA-FITAS-FIM.
           EXIT.

       CONFERE-FITA-APROVADA SECTION.
      *    Fita de REG-VID100 aprovada (revisada, com revisao em
      *    VID101 e sem ciclo de retrabalho aberto em VID104) e
      *    ainda nao entregue ao formando (chave alternada VID105).
           MOVE ZEROS TO FITA-APROVADA-W.
           IF SITUACAO-V100 NOT = 1
              GO CONFERE-FITA-APROVADA-FIM.
           MOVE NR-FITAS-V100 TO NR-FITAS-V101.
           READ VID101 INVALID KEY
                GO CONFERE-FITA-APROVADA-FIM.
           IF ST-VID104 = "00"
              MOVE ZEROS TO FIM-V104-W
              MOVE NR-FITAS-V100 TO NR-FITAS-V104
              MOVE ZEROS         TO SEQ-RETRAB-V104
              START VID104 KEY IS NOT < CHAVE-V104 INVALID KEY
                    MOVE 1 TO FIM-V104-W
              END-START
              PERFORM UNTIL FIM-V104-W = 1
                 READ VID104 NEXT RECORD AT END MOVE 1 TO FIM-V104-W
                 NOT AT END
                   IF NR-FITAS-V104 NOT = NR-FITAS-V100
                      MOVE 1 TO FIM-V104-W
                   ELSE
                      IF SITUACAO-V104 NOT = 2
                         GO CONFERE-FITA-APROVADA-FIM
                      END-IF
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE COP045-CONTRATO TO CONTRATO-V105.
           MOVE COP045-SEQ      TO FORMANDO-V105.
           MOVE NR-FITA-V100    TO NR-FITA-V105.
           READ VID105 KEY IS CHAVE2-V105 INVALID KEY
                MOVE 1 TO FITA-APROVADA-W.
       CONFERE-FITA-APROVADA-FIM.
           EXIT.

       GRAVA-ITEM-PROTOCOLO SECTION.
      *    Cabecalho (e inicio do formulario) na primeira fita.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           IF QT-FITAS-W = ZEROS
              INITIALIZE REG-VID105
              MOVE PROX-PROTOCOLO-W TO NR-PROTOCOLO-V105
              MOVE ZEROS            TO SEQ-ITEM-V105 NR-FITA-V105
              MOVE COP045-CONTRATO  TO CONTRATO-V105
              MOVE COP045-SEQ       TO FORMANDO-V105
              MOVE WS-DATA-CPU      TO DATA-EMISSAO-V105
              MOVE ZEROS            TO SITUACAO-V105
              MOVE COD-USUARIO-W    TO USUARIO-V105
              WRITE REG-VID105 INVALID KEY
                    GO GRAVA-ITEM-PROTOCOLO-FIM
              NOT INVALID KEY
                    MOVE "I" TO LOG3-OPERACAO
                    PERFORM GRAVA-LOG-V105
              END-WRITE
              PERFORM INICIA-FORMULARIO
           END-IF.
           ADD 1 TO QT-FITAS-W.
           INITIALIZE REG-VID105.
           MOVE PROX-PROTOCOLO-W TO NR-PROTOCOLO-V105.
           MOVE QT-FITAS-W       TO SEQ-ITEM-V105.
           MOVE COP045-CONTRATO  TO CONTRATO-V105.
           MOVE COP045-SEQ       TO FORMANDO-V105.
           MOVE NR-FITA-V100     TO NR-FITA-V105.
           MOVE WS-DATA-CPU      TO DATA-EMISSAO-V105.
           MOVE COD-USUARIO-W    TO USUARIO-V105.
           WRITE REG-VID105 INVALID KEY
                 SUBTRACT 1 FROM QT-FITAS-W
                 GO GRAVA-ITEM-PROTOCOLO-FIM
           NOT INVALID KEY
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-V105
           END-WRITE.
           IF ST-PROTOCOLO = "00"
              MOVE SPACES TO REG-PROTOCOLO
              MOVE "FITA "       TO REG-PROTOCOLO(01: 05)
              MOVE NR-FITA-V100  TO REG-PROTOCOLO(06: 05)
              MOVE " EMITIDA EM " TO REG-PROTOCOLO(11: 12)
              STRING DATA-EMISSAO-V100(7: 2) "/"
                     DATA-EMISSAO-V100(5: 2) "/"
                     DATA-EMISSAO-V100(1: 4) DELIMITED BY SIZE
                     INTO REG-PROTOCOLO(23: 10)
              WRITE REG-PROTOCOLO
           END-IF.
       GRAVA-ITEM-PROTOCOLO-FIM.
           EXIT.

       INICIA-FORMULARIO SECTION.
      *    Formulario p/ assinatura, anexado ao fim de PROVI05.
           OPEN EXTEND ARQ-PROTOCOLO.
           IF ST-PROTOCOLO = "35"
              CLOSE ARQ-PROTOCOLO
              OPEN OUTPUT ARQ-PROTOCOLO
           END-IF.
           IF ST-PROTOCOLO <> "00"
              GO INICIA-FORMULARIO-FIM.
           MOVE ALL "-" TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
           MOVE SPACES TO REG-PROTOCOLO
           MOVE "PROTOCOLO DE ENTREGA DE FITAS NR " TO
                REG-PROTOCOLO(01: 33)
           MOVE PROX-PROTOCOLO-W TO REG-PROTOCOLO(34: 06)
           WRITE REG-PROTOCOLO
           MOVE SPACES TO REG-PROTOCOLO
           MOVE "CONTRATO " TO REG-PROTOCOLO(01: 09)
           MOVE NR-CONTRATO-CO45 TO REG-PROTOCOLO(10: 04)
           MOVE " FORMANDO " TO REG-PROTOCOLO(14: 10)
           MOVE SEQ-FORMANDO-CO45 TO REG-PROTOCOLO(24: 04)
           MOVE " "         TO REG-PROTOCOLO(28: 01)
           MOVE NOME-CO45   TO REG-PROTOCOLO(29: 30)
           WRITE REG-PROTOCOLO.
       INICIA-FORMULARIO-FIM.
           EXIT.

       ACHA-PROX-PROTOCOLO SECTION.
           MOVE ZEROS TO NR-PROTOCOLO-V105 SEQ-ITEM-V105
                         PROX-PROTOCOLO-W.
           START VID105 KEY IS NOT < CHAVE-V105 INVALID KEY
                 MOVE "10" TO ST-VID105.
           PERFORM UNTIL ST-VID105 = "10"
              READ VID105 NEXT RECORD AT END MOVE "10" TO ST-VID105
              NOT AT END
                MOVE NR-PROTOCOLO-V105 TO PROX-PROTOCOLO-W
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID105.
           ADD 1 TO PROX-PROTOCOLO-W.

       ACHA-SEQ-FORMANDO SECTION.
           MOVE COP045-CONTRATO TO NR-CONTRATO-CO45.
           MOVE ZEROS           TO SEQ-FORMANDO-CO45 ULT-SEQ-W.
           MOVE REG-COD045  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-V105 SECTION.
           MOVE "VID105"    TO LOG3-ARQUIVO
           MOVE REG-VID105  TO LOG3-REGISTRO
           PERFORM GRAVA-LOG-GENERICO.

       GRAVA-LOG-GENERICO SECTION.
      *    LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "COP045"    TO LOG3-PROGRAMA
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO COP045-MENSAGEM-ERRO
           MOVE ST-COD045        TO COP045-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE COD045 COD040 CLD001 LOG003 VID100 VID101 VID104
                 VID105.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

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
