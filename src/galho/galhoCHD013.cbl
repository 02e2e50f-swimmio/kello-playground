           05  ANOTACAO-W            PIC X(80)    VALUE SPACES.
           05  ULT-SEQ               PIC 9(3)     VALUE ZEROS.
           05  LIN                   PIC 9(02)    VALUE ZEROS.
           05  DATA-RECTO-ANT-W      PIC 9(8)     VALUE ZEROS.
      *    DATA-RECTO-CH13 antes da reconciliacao: de zeros p/
      *    preenchida e o devolvido recuperado agora, que baixa as
      *    parcelas do formando (CRBAIXA).

           COPY "PARAMETR".
           COPY "CPBAIXA".

       01  LINDET.
           05  LINDET-REL          PIC X(130)  VALUE SPACES.
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CHD010B" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010B
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD002
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CKPCH13" TO ARQ-REC.
           MOVE EMPRESA-REF TO PATH-CHECKPOINT

                     INITIALIZE REG-CHD010B
                     MOVE DATA-MOVTO-CH13   TO DATA-MOVTO-CH10B
                     MOVE SEQ-CH13          TO SEQ-CH10B
                     MOVE DATA-RECTO-CH13   TO DATA-RECTO-ANT-W
                     MOVE ZEROS             TO DATA-RECTO-CH13
                     START CHD010B KEY IS NOT LESS CHAVE-CH10B INVALID
                                                                   KEY
                                              REG-CHECKPOINT(09: 05)
                            WRITE REG-CHECKPOINT
                            CLOSE ARQ-CHECKPOINT
                            IF DATA-RECTO-ANT-W = ZEROS AND
                               DATA-RECTO-CH13 > ZEROS
                               PERFORM BAIXA-PARCELA-FORMANDO
                            END-IF
                     END-REWRITE
                END-READ
           END-PERFORM
           ADD CONT-LIDOS-W     TO TOT-LIDOS-W.
           ADD CONT-ATUALIZ-W   TO TOT-ATUALIZ-W.
           ADD CONT-SEM-MATCH-W TO TOT-SEM-MATCH-W.

       BAIXA-PARCELA-FORMANDO SECTION.
      *    Devolvido recuperado: o valor volta a abater as parcelas
      *    em aberto do formando do contrato (CRD001). Documento ja
      *    baixado nao baixa de novo (a rotina reconhece a chave do
      *    CHD013), entao a reexecucao do lote e segura.
           IF CONTRATO-CH13 = ZEROS
              GO BAIXA-PARCELA-FORMANDO-FIM.
           INITIALIZE PARAMETROS-CRBAIXA.
           MOVE 1               TO CRBAIXA-FUNCAO
           MOVE CONTRATO-CH13   TO CRBAIXA-CONTRATO
           MOVE ITEM-CH13       TO CRBAIXA-FORMANDO
           MOVE CLIENTE-CH13    TO CRBAIXA-CLIENTE
           MOVE VALOR-CH13      TO CRBAIXA-VALOR
           MOVE DATA-RECTO-CH13 TO CRBAIXA-DATA
           MOVE 2               TO CRBAIXA-ORIGEM
           MOVE CHAVE-CH13      TO CRBAIXA-REF-ORIGEM
           MOVE "BATCH"         TO CRBAIXA-USUARIO
           MOVE "GALHOCHD13"    TO CRBAIXA-PROGRAMA
           MOVE PATH-CRD001     TO CRBAIXA-PATH-CRD001
           MOVE PATH-CRD002     TO CRBAIXA-PATH-CRD002
           MOVE PATH-LOG003     TO CRBAIXA-PATH-LOG003
           CALL "CRBAIXA" USING PARAMETROS-CRBAIXA
           CANCEL "CRBAIXA".
           IF CRBAIXA-RETORNO = 2 OR CRBAIXA-RETORNO = 9
              MOVE SPACES TO REG-EXCECAO
              MOVE "PARCELA NAO BAIXADA - CHEQUE " TO
                   REG-EXCECAO(01: 29)
              MOVE DATA-MOVTO-CH13 TO REG-EXCECAO(30: 08)
              MOVE SEQ-CH13        TO REG-EXCECAO(39: 05)
              MOVE CONTRATO-CH13   TO REG-EXCECAO(45: 04)
              WRITE REG-EXCECAO
           END-IF.
       BAIXA-PARCELA-FORMANDO-FIM.
           EXIT.
