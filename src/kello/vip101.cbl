      *           passa a listar emitida-e-nao-revisada de verdade.
      *           Empresa ainda sem o VID100 no ambiente segue no
      *           comportamento antigo.
      *           Fita distribuida pelo CPB086 (REVISOR-ATRIB-V100)
      *           so aceita revisao do revisor a quem foi atribuida;
      *           fita ainda nao distribuida aceita qualquer revisor
      *           ativo, como antes.
      *           Reprovada (nota 1-2), a fita sai sozinha p/ o
      *           estudio (retirada automatica de retrabalho em
      *           VID106, a guarda de masters do CPB108); aprovada,
      *           a retirada automatica em aberto e devolvida.
      *           Fita sorteada p/ revisao cega (VID107, CPB109) fica
      *           com nota e defeitos escondidos e sem alteracao ate
      *           o resultado cego ser lancado.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY VIPX102.
           COPY VIPX103.
           COPY VIPX104.
           COPY VIPX106.
           COPY VIPX107.
           COPY LOGX003.

           SELECT ARQ-EXPORT-V101 ASSIGN TO PATH-EXPORT-V101
       COPY VIPW102.
       COPY VIPW103.
       COPY VIPW104.
       COPY VIPW106.
       COPY VIPW107.

       FD  ARQ-EXPORT-V101
           LABEL RECORD IS OMITTED.
           COPY "VIP101.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
           COPY "CPTIME.CPY".
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-VID100              PIC XX       VALUE SPACES.
           05  ST-VID103              PIC XX       VALUE SPACES.
           05  ST-VID104              PIC XX       VALUE SPACES.
           05  ULT-RETRAB-W           PIC 9(2)     VALUE ZEROS.
           05  ST-VID106              PIC XX       VALUE SPACES.
           05  ULT-MOV-W              PIC 9(3)     VALUE ZEROS.
           05  SEQ-ABERTA-W           PIC 9(3)     VALUE ZEROS.
           05  FINALIDADE-AUTO-W      PIC 9        VALUE ZEROS.
           05  RESPONSAVEL-AUTO-W     PIC X(20)    VALUE SPACES.
           05  PRAZO-AUTO-W           PIC 9(3)     VALUE ZEROS.
           05  PRAZO-RETRAB-W         PIC 9(3)     VALUE 10.
           05  ST-VID107              PIC XX       VALUE SPACES.
           05  CEGA-ABERTA-W          PIC X        VALUE "N".
           05  ST-VID101              PIC XX       VALUE SPACES.
           05  ST-VID102              PIC XX       VALUE SPACES.
      *    SEQ-DEF-W - proxima sequencia livre de defeito da fita
      *    carregada (ver CARREGA-LISTA-DEFEITOS).
           05  SEQ-DEF-W              PIC 9(3)     VALUE ZEROS.
           05  MENSAGEM-ATRIB-W.
               10  FILLER             PIC X(26)
                   VALUE "FITA ATRIBUIDA AO REVISOR ".
               10  REVISOR-ATRIB-W    PIC 9(6)     VALUE ZEROS.
           05  MINUTO-E               PIC ZZ9.
           05  PATH-EXPORT-V101       PIC X(32)    VALUE SPACES.
           05  ST-LOG003              PIC XX       VALUE SPACES.
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "PARAMETR".
           COPY "CPCADEIA".

       PROCEDURE DIVISION.

              CLOSE VID104      OPEN OUTPUT VID104
              CLOSE VID104      OPEN I-O VID104
           END-IF.
           MOVE "VID106" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID106.
           OPEN I-O VID106.
           IF ST-VID106 = "35"
              CLOSE VID106      OPEN OUTPUT VID106
              CLOSE VID106      OPEN I-O VID106
           END-IF.
      *    VID107 so existe depois do primeiro sorteio do CPB109.
           MOVE "VID107" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID107.
           OPEN INPUT VID107.
      *    VID103 e opcional: sem o cadastro de revisores o codigo
      *    livre continua aceito, como sempre foi.
           MOVE "VID101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID101.
           MOVE REVISOR-V101         TO VIP101-REVISOR
           MOVE DATA-REVISAO-V101    TO VIP101-DATA-REVISAO
           MOVE AVALIACAO-GERAL-V101 TO VIP101-AVALIACAO-GERAL
           PERFORM VERIFICA-REVISAO-CEGA.
           IF CEGA-ABERTA-W = "S"
              MOVE ZEROS TO VIP101-AVALIACAO-GERAL
              MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
              PERFORM BLOQUEIO-REVISAO-CEGA
           ELSE
              PERFORM CARREGA-LISTA-DEFEITOS
           END-IF.

       VERIFICA-REVISAO-CEGA SECTION.
      *    Amostra cega em aberto p/ a fita da tela (CEGA-ABERTA-W).
           MOVE "N" TO CEGA-ABERTA-W.
           IF ST-VID107 NOT = "00"
              GO VERIFICA-REVISAO-CEGA-FIM.
           MOVE VIP101-CONTRATO TO CONTRATO-V107.
           MOVE VIP101-NR-FITA  TO NR-FITA-V107.
           READ VID107 INVALID KEY
                GO VERIFICA-REVISAO-CEGA-FIM.
           IF SITUACAO-V107 = 0
              MOVE "S" TO CEGA-ABERTA-W.
       VERIFICA-REVISAO-CEGA-FIM.
           EXIT.

       BLOQUEIO-REVISAO-CEGA SECTION.
           MOVE "FITA EM REVISAO CEGA - NOTA E DEFEITOS OCULTOS" TO
                                                   VIP101-MENSAGEM-ERRO
           PERFORM CARREGA-MENSAGEM-ERRO
           MOVE ZEROS TO ERRO-W.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           INITIALIZE VIP101-DATA-BLOCK
           PERFORM SET-UP-FOR-REFRESH-SCREEN.
       EXCLUI-RECORD SECTION.
           PERFORM VERIFICA-REVISAO-CEGA.
           IF CEGA-ABERTA-W = "S"
              PERFORM BLOQUEIO-REVISAO-CEGA
              GO EXCLUI-RECORD-FIM.
           MOVE VIP101-CONTRATO   TO CONTRATO-V101
           MOVE VIP101-NR-FITA    TO NR-FITA-V101
           READ VID101 INVALID KEY
              END-DELETE
              PERFORM LIMPAR-DADOS
           END-READ.
       EXCLUI-RECORD-FIM.
           EXIT.

       EXCLUI-DEFEITOS-DA-FITA SECTION.
      *    A exclusao da revisao arrasta os defeitos apontados p/ ela,
           END-PERFORM.

       SALVAR-DADOS SECTION.
      *    Fita em revisao cega nao muda ate o resultado cego.
           PERFORM VERIFICA-REVISAO-CEGA.
           IF CEGA-ABERTA-W = "S"
              PERFORM BLOQUEIO-REVISAO-CEGA
              GO SALVAR-DADOS-V100-FIM.
      *    Revisor precisa estar ativo no cadastro (VID103) qdo ele
      *    existir no ambiente.
           IF ST-VID103 = "00"
                   MOVE ZEROS TO ERRO-W
                   GO SALVAR-DADOS-V100-FIM
              END-READ
      *       Fita ja distribuida (CPB086) e so do revisor atribuido
              IF REVISOR-ATRIB-V100 IS NUMERIC AND
                 REVISOR-ATRIB-V100 > ZEROS AND
                 REVISOR-ATRIB-V100 NOT = VIP101-REVISOR
                 MOVE REVISOR-ATRIB-V100 TO REVISOR-ATRIB-W
                 MOVE MENSAGEM-ATRIB-W TO VIP101-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 MOVE ZEROS TO ERRO-W
                 GO SALVAR-DADOS-V100-FIM
              END-IF
           END-IF.
           MOVE VIP101-CONTRATO         TO CONTRATO-V101
           MOVE VIP101-NR-FITA          TO NR-FITA-V101
           PERFORM MARCA-FITA-REVISADA.
           IF AVALIACAO-GERAL-V101 > 0 AND AVALIACAO-GERAL-V101 < 3
              PERFORM ABRE-RETRABALHO.
      *    Guarda do master: reprovada vai p/ o estudio, aprovada
      *    devolve a retirada automatica que estiver em aberto.
           IF ST-VID100 = "00"
              MOVE ZEROS TO FINALIDADE-AUTO-W
              IF AVALIACAO-GERAL-V101 > 0 AND AVALIACAO-GERAL-V101 < 3
                 MOVE 4              TO FINALIDADE-AUTO-W
              END-IF
              PERFORM RETORNO-AUTOMATICO
              IF FINALIDADE-AUTO-W = 4
                 MOVE "ESTUDIO"      TO RESPONSAVEL-AUTO-W
                 MOVE PRAZO-RETRAB-W TO PRAZO-AUTO-W
                 PERFORM SAIDA-AUTOMATICA
              END-IF
           END-IF.
       SALVAR-DADOS-V100-FIM.
           EXIT.

                 MOVE "VIP101"   TO LOG3-PROGRAMA
                 WRITE REG-LOG003
                 END-WRITE
                 PERFORM SELA-LOG003
           END-WRITE.
           GO ABRE-RETRABALHO-FIM.
       ABRE-RETRABALHO-RESET.
       ABRE-RETRABALHO-FIM.
           EXIT.

       RETORNO-AUTOMATICO SECTION.
      *    Devolve a retirada automatica em aberto da fita (o ciclo
      *    andou) - a da mesma FINALIDADE-AUTO-W continua fora;
      *    retirada manual so volta pelo CPB108.
           IF ST-VID106 NOT = "00"
              GO RETORNO-AUTOMATICO-FIM.
           PERFORM LOCALIZA-RETIRADA.
           IF SEQ-ABERTA-W = ZEROS
              GO RETORNO-AUTOMATICO-FIM.
           MOVE VIP101-CONTRATO TO CONTRATO-V106.
           MOVE VIP101-NR-FITA  TO NR-FITA-V106.
           MOVE SEQ-ABERTA-W    TO SEQ-MOV-V106.
           READ VID106 INVALID KEY
                GO RETORNO-AUTOMATICO-FIM.
           IF ORIGEM-V106 NOT = 1 OR
              FINALIDADE-V106 = FINALIDADE-AUTO-W
              GO RETORNO-AUTOMATICO-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU   TO DATA-RETORNO-V106.
           MOVE COD-USUARIO-W TO USUARIO-RETORNO-V106.
           REWRITE REG-VID106 NOT INVALID KEY
                 MOVE "A" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-V106
           END-REWRITE.
       RETORNO-AUTOMATICO-FIM.
           EXIT.

       SAIDA-AUTOMATICA SECTION.
      *    Retirada automatica do master p/ FINALIDADE-AUTO-W, com
      *    RESPONSAVEL-AUTO-W e volta em PRAZO-AUTO-W dias (VID106);
      *    fita ainda fora nao ganha outra retirada.
           IF ST-VID106 NOT = "00"
              GO SAIDA-AUTOMATICA-FIM.
           PERFORM LOCALIZA-RETIRADA.
           IF SEQ-ABERTA-W NOT = ZEROS
              GO SAIDA-AUTOMATICA-FIM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE 2            TO GRTIME-TYPE
           MOVE 1            TO GRTIME-FUNCTION
           MOVE WS-DATA-CPU  TO GRTIME-DATE
           MOVE PRAZO-AUTO-W TO GRTIME-DAYS
           CALL   "GRTIME" USING PARAMETROS-GRTIME
           CANCEL "GRTIME"
           INITIALIZE REG-VID106.
           MOVE VIP101-CONTRATO    TO CONTRATO-V106.
           MOVE VIP101-NR-FITA     TO NR-FITA-V106.
           COMPUTE SEQ-MOV-V106 = ULT-MOV-W + 1.
           MOVE WS-DATA-CPU        TO DATA-SAIDA-V106.
           MOVE RESPONSAVEL-AUTO-W TO RESPONSAVEL-V106.
           MOVE FINALIDADE-AUTO-W  TO FINALIDADE-V106.
           MOVE GRTIME-DATE-FINAL  TO DATA-PREV-RETORNO-V106.
           MOVE ZEROS              TO DATA-RETORNO-V106.
           MOVE 1                  TO ORIGEM-V106.
           MOVE COD-USUARIO-W      TO USUARIO-SAIDA-V106.
           WRITE REG-VID106 NOT INVALID KEY
                 MOVE "I" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-V106
           END-WRITE.
       SAIDA-AUTOMATICA-FIM.
           EXIT.

       LOCALIZA-RETIRADA SECTION.
      *    Ultima sequencia de retirada da fita (ULT-MOV-W) e a que
      *    ainda esta sem devolucao (SEQ-ABERTA-W, zeros = na
      *    prateleira).
           MOVE ZEROS TO ULT-MOV-W SEQ-ABERTA-W.
           MOVE VIP101-CONTRATO TO CONTRATO-V106.
           MOVE VIP101-NR-FITA  TO NR-FITA-V106.
           MOVE ZEROS           TO SEQ-MOV-V106.
           START VID106 KEY IS NOT < CHAVE-V106 INVALID KEY
                 MOVE "10" TO ST-VID106.
           PERFORM UNTIL ST-VID106 = "10"
              READ VID106 NEXT RECORD AT END MOVE "10" TO ST-VID106
              NOT AT END
                IF CONTRATO-V106 NOT = VIP101-CONTRATO OR
                   NR-FITA-V106 NOT = VIP101-NR-FITA
                   MOVE "10" TO ST-VID106
                ELSE
                   MOVE SEQ-MOV-V106 TO ULT-MOV-W
                   IF DATA-RETORNO-V106 = ZEROS
                      MOVE SEQ-MOV-V106 TO SEQ-ABERTA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VID106.

       GRAVA-LOG-V106 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO LOG3-DATA
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "VID106"    TO LOG3-ARQUIVO
           MOVE "VIP101"    TO LOG3-PROGRAMA
           MOVE REG-VID106  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       MARCA-FITA-REVISADA SECTION.
      *    Carimba a emissao como revisada (situacao 1); fita
      *    reprovada (avaliacao 1-2) entra em retrabalho (situacao
      *    DEF-SAVE/DEF-EXCLUI, documentados p/ o dono da copybook de
      *    tela). Sequencia zerada na tela = inclusao com a proxima
      *    sequencia livre.
           PERFORM VERIFICA-REVISAO-CEGA.
           IF CEGA-ABERTA-W = "S"
              PERFORM BLOQUEIO-REVISAO-CEGA
              GO SALVAR-DEFEITO-FIM.
           IF VIP101-AVALIACAO-GERAL = ZEROS AND GRAVA-W = 1
              MOVE "GRAVE A REVISAO ANTES DO DEFEITO" TO
                                              VIP101-MENSAGEM-ERRO
           EXIT.

       EXCLUI-DEFEITO SECTION.
           PERFORM VERIFICA-REVISAO-CEGA.
           IF CEGA-ABERTA-W = "S"
              PERFORM BLOQUEIO-REVISAO-CEGA
              GO EXCLUI-DEFEITO-FIM.
           MOVE VIP101-CONTRATO TO CONTRATO-V102
           MOVE VIP101-NR-FITA  TO NR-FITA-V102
           MOVE VIP101-DEF-SEQ  TO SEQ-V102
              END-DELETE
              PERFORM CARREGA-LISTA-DEFEITOS
           END-READ.
       EXCLUI-DEFEITO-FIM.
           EXIT.

       CARREGA-LISTA-DEFEITOS SECTION.
      *    Recarrega o list-box de defeitos da fita carregada (linha
           MOVE "VIP101"    TO LOG3-PROGRAMA
           MOVE REG-VID102  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO-DEF SECTION.
           MOVE "ERRO GRAVACAO DEFEITO"  TO VIP101-MENSAGEM-ERRO
           MOVE ST-VID102        TO VIP101-MENSAGEM-ERRO(23: 2)
           MOVE "VIP101"    TO LOG3-PROGRAMA
           MOVE REG-VID101  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       ERRO-GRAVACAO SECTION.
           MOVE "ERRO GRAVACAO"  TO VIP101-MENSAGEM-ERRO
           MOVE ST-VID101        TO VIP101-MENSAGEM-ERRO(23: 2)
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID100 VID101 VID102 VID103 VID104 VID106 LOG003.
           IF ST-VID107 = "00"
              CLOSE VID107.
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
