      *           continuar 1-2, um novo ciclo e aberto. O botao de
      *           relatorio imprime as fitas paradas em retrabalho ha
      *           mais dias que o limite da tela.
      *           Guarda do master (VID106, ver CPB108): o conserto
      *           devolve a retirada automatica do estudio e tira a
      *           fita p/ o revisor da re-revisao; a re-revisao a
      *           devolve - nota 1-2 manda de volta p/ o estudio.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY VIPX101.
           COPY VIPX102.
           COPY VIPX104.
           COPY VIPX106.
           COPY LOGX003.

           SELECT RELAT ASSIGN TO PRINTER NOME-IMPRESSORA.
       COPY VIPW101.
       COPY VIPW102.
       COPY VIPW104.
       COPY VIPW106.
       COPY LOGW003.

       FD  RELAT
           05  ST-VID101             PIC XX       VALUE SPACES.
           05  ST-VID102             PIC XX       VALUE SPACES.
           05  ST-VID104             PIC XX       VALUE SPACES.
           05  ST-VID106             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  WS-DATA-SYS.
               10 WS-DATA-CPU.
           05  DIAS-PARADO-W         PIC S9(5)    VALUE ZEROS.
           05  LIN                   PIC 9(2)     VALUE ZEROS.
           05  QT-PARADAS-W          PIC 9(5)     VALUE ZEROS.
           05  ULT-MOV-W             PIC 9(3)     VALUE ZEROS.
           05  SEQ-ABERTA-W          PIC 9(3)     VALUE ZEROS.
           05  FINALIDADE-AUTO-W     PIC 9        VALUE ZEROS.
           05  RESPONSAVEL-AUTO-W    PIC X(20)    VALUE SPACES.
           05  PRAZO-AUTO-W          PIC 9(3)     VALUE ZEROS.
           05  PRAZO-RETRAB-W        PIC 9(3)     VALUE 10.
           05  PRAZO-REVISAO-W       PIC 9(3)     VALUE 5.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  ARQ-REC           PIC X(12).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(32).
           COPY "CPDIAS1.CPY".
           COPY "CPTIME.CPY".
           COPY "PARAMETR".
           COPY "CPCADEIA".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
              MOVE "ERRO ABERTURA VID101/102/104" TO
                                                   VIP106-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO.
           MOVE "VID106" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VID106.
           OPEN I-O VID106.
           IF ST-VID106 = "35"
              CLOSE VID106      OPEN OUTPUT VID106
              CLOSE VID106      OPEN I-O VID106
           END-IF.
           MOVE "LOG003" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003.
           OPEN I-O LOG003
           IF ST-LOG003 = "35"
                 MOVE "A" TO LOG3-OPERACAO
                 PERFORM GRAVA-LOG-V104
           END-REWRITE.
      *    Master volta do estudio e sai p/ o revisor da re-revisao.
           MOVE 2 TO FINALIDADE-AUTO-W.
           PERFORM RETORNO-AUTOMATICO.
           MOVE "REVISOR" TO RESPONSAVEL-AUTO-W.
           MOVE VIP106-CONTRATO TO CONTRATO-V101.
           MOVE VIP106-NR-FITA  TO NR-FITA-V101.
           READ VID101 NOT INVALID KEY
                MOVE REVISOR-V101 TO RESPONSAVEL-AUTO-W(09: 06)
           END-READ.
           MOVE PRAZO-REVISAO-W TO PRAZO-AUTO-W.
           PERFORM SAIDA-AUTOMATICA.
           PERFORM CARREGAR-CICLO.
       REGISTRA-CONSERTO-FIM.
           EXIT.
                      MOVE REG-VID101  TO LOG3-REGISTRO
                      WRITE REG-LOG003
                      END-WRITE
                      PERFORM SELA-LOG003
                END-REWRITE
           END-READ.
      *    Defeitos em aberto da fita ganham a data de resolucao.
           PERFORM FECHA-DEFEITOS-FITA.
      *    Master volta da re-revisao; reprovado de novo, segue p/ o
      *    estudio.
           MOVE ZEROS TO FINALIDADE-AUTO-W.
           IF VIP106-AVALIACAO-NOVA < 3
              MOVE 4 TO FINALIDADE-AUTO-W.
           PERFORM RETORNO-AUTOMATICO.
           IF FINALIDADE-AUTO-W = 4
              MOVE "ESTUDIO"      TO RESPONSAVEL-AUTO-W
              MOVE PRAZO-RETRAB-W TO PRAZO-AUTO-W
              PERFORM SAIDA-AUTOMATICA.
      *    Emissao volta p/ revisada (ou novo retrabalho, se a nota
      *    continuar reprovando - o VIP101 reabre).
           MOVE VIP106-CONTRATO TO CONTRATO-V100.
           WRITE REG-RELAT AFTER PAGE
           CLOSE RELAT.

       RETORNO-AUTOMATICO SECTION.
      *    Devolve a retirada automatica em aberto da fita (o ciclo
      *    andou) - a da mesma FINALIDADE-AUTO-W continua fora;
      *    retirada manual so volta pelo CPB108.
           IF ST-VID106 NOT = "00"
              GO RETORNO-AUTOMATICO-FIM.
           PERFORM LOCALIZA-RETIRADA.
           IF SEQ-ABERTA-W = ZEROS
              GO RETORNO-AUTOMATICO-FIM.
           MOVE VIP106-CONTRATO TO CONTRATO-V106.
           MOVE VIP106-NR-FITA  TO NR-FITA-V106.
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
           MOVE VIP106-CONTRATO    TO CONTRATO-V106.
           MOVE VIP106-NR-FITA     TO NR-FITA-V106.
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
           MOVE VIP106-CONTRATO TO CONTRATO-V106.
           MOVE VIP106-NR-FITA  TO NR-FITA-V106.
           MOVE ZEROS           TO SEQ-MOV-V106.
           START VID106 KEY IS NOT < CHAVE-V106 INVALID KEY
                 MOVE "10" TO ST-VID106.
           PERFORM UNTIL ST-VID106 = "10"
              READ VID106 NEXT RECORD AT END MOVE "10" TO ST-VID106
              NOT AT END
                IF CONTRATO-V106 NOT = VIP106-CONTRATO OR
                   NR-FITA-V106 NOT = VIP106-NR-FITA
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
           MOVE "VIP106"    TO LOG3-PROGRAMA
           MOVE REG-VID106  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.

       GRAVA-LOG-V104 SECTION.
           MOVE COD-USUARIO-W TO LOG3-USUARIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE "VIP106"    TO LOG3-PROGRAMA
           MOVE REG-VID104  TO LOG3-REGISTRO
           WRITE REG-LOG003
           END-WRITE
           PERFORM SELA-LOG003.
       CARREGA-MENSAGEM-ERRO SECTION.
           PERFORM LOAD-SCREENSET.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
             GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           CLOSE VID100 VID101 VID102 VID104 VID106 LOG003.
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
