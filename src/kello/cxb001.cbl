      * linha:
      *   TIPO(2);E ou S;VALOR(11, centavos);HISTORICO(30)
      *   [;FORNEC(6);SEQ(5)]  - titulo de CPD020, qdo for baixa
      *   [;CLIENTE(8);CONTRATO(4)] - cliente (CLD001) que pagou
      * Cada lancamento gravado gera imagem LOG003, como o CXP031
      * faz p/ o cadastro de tipos. Entrada recebida de cliente
      * (CLIENTE informado) emite recibo numerado pela rotina
      * CRRECIBO (CRD004, impressao em RECIBOS), com o numero
      * guardado em NR-RECIBO-CX01.
      * Entrada de cliente vai para a receita do plano de apuracao
      * (CXD021, rotina CXRECEIT); o nono campo opcional
      *   [;CONTA(5)] - conta de receita do plano (CXD020 TIPO 2)
      * classifica a entrada - sem ele vale a conta do contrato.
      * Conta informada que nao e de receita rejeita a linha.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           COPY CAPX001.
           COPY CXPX001.
           COPY CXPX002.
           COPY CXPX020.
           COPY CXPX031.
           COPY LOGX003.

       COPY CAPW001.
       COPY CXPW001.
       COPY CXPW002.
       COPY CXPW020.
       COPY CXPW031.
       COPY LOGW003.

       01  VARIAVEIS.
           05  ST-CXD001             PIC XX       VALUE SPACES.
           05  ST-CXD002             PIC XX       VALUE SPACES.
           05  ST-CXD020             PIC XX       VALUE SPACES.
           05  ST-CXD031             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-MOVTOS             PIC XX       VALUE SPACES.
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-MOVTOS           PIC X(30)    VALUE SPACES.
           05  PATH-RECIBO           PIC X(30)    VALUE SPACES.

           05  DATA-HOJE-W           PIC 9(8)     VALUE ZEROS.
           05  SEQ-CAIXA-W           PIC 9(3)     VALUE ZEROS.
           05  CAMPO-HIST-X          PIC X(30)    VALUE SPACES.
           05  CAMPO-FORNEC-X        PIC X(06)    VALUE SPACES.
           05  CAMPO-SEQ-X           PIC X(05)    VALUE SPACES.
           05  CAMPO-CLIENTE-X       PIC X(08)    VALUE SPACES.
           05  CAMPO-CONTRATO-X      PIC X(04)    VALUE SPACES.
           05  CAMPO-CONTA-X         PIC X(05)    VALUE SPACES.
           05  VALOR-CENT-W          PIC 9(11)    VALUE ZEROS.
           05  VALOR-LCTO-W          PIC 9(8)V99  VALUE ZEROS.

           05  QT-LIDOS-W            PIC 9(6)     VALUE ZEROS.
           05  QT-GRAVADOS-W         PIC 9(6)     VALUE ZEROS.
           05  QT-REJEITADOS-W       PIC 9(6)     VALUE ZEROS.
           05  QT-RECIBOS-W          PIC 9(6)     VALUE ZEROS.
           05  QT-CLASSIFICADOS-W    PIC 9(6)     VALUE ZEROS.
           05  QT-SEM-CONTA-W        PIC 9(6)     VALUE ZEROS.

           COPY "PARAMETR".
           COPY "CPCADEIA".
           COPY "CPRECIB".
           COPY "CPRECEI".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-LIDOS-W QT-GRAVADOS-W
                         QT-REJEITADOS-W DIA-FECHADO-W QT-RECIBOS-W
                         QT-CLASSIFICADOS-W QT-SEM-CONTA-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU TO DATA-HOJE-W

           MOVE "CXD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD001
           MOVE "CXD002"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD002
           MOVE "CXD031"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD031
           MOVE "CXD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD020
           MOVE "CXD021"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXD021
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "CRD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD004
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "MOVCX01" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-MOVTOS
           MOVE "RECIBOS" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RECIBO
           CLOSE CONTROLE

           OPEN I-O CXD001 CXD002 LOG003
              CLOSE LOG003      OPEN I-O LOG003
           END-IF
           OPEN INPUT CXD031
           OPEN INPUT CXD020
           OPEN INPUT ARQ-MOVTOS

           IF ST-CXD001 <> "00" OR ST-CXD002 <> "00" OR
              DISPLAY "ERRO ABERTURA CXD031: " ST-CXD031
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-CXD020 <> "00"
              DISPLAY "ERRO ABERTURA CXD020: " ST-CXD020
              MOVE 1 TO ERRO-W
           END-IF.
           IF ST-MOVTOS <> "00"
              DISPLAY "ARQUIVO DE MOVIMENTOS MOVCX01 NAO ENCONTRADO: "
                      ST-MOVTOS
              CLOSE ARQ-MOVTOS
           END-IF.

           CLOSE CXD001 CXD002 CXD020 CXD031 LOG003.

           DISPLAY "SESSAO DE CAIXA DO DIA...........: " SEQ-CAIXA-W.
           DISPLAY "LANCAMENTOS LIDOS................: " QT-LIDOS-W.
           DISPLAY "LANCAMENTOS GRAVADOS.............: " QT-GRAVADOS-W.
           DISPLAY "LANCAMENTOS REJEITADOS...........: "
                   QT-REJEITADOS-W.
           DISPLAY "RECIBOS EMITIDOS.................: " QT-RECIBOS-W.
           DISPLAY "ENTRADAS CLASSIFICADAS NA RECEITA: "
                   QT-CLASSIFICADOS-W.
           DISPLAY "ENTRADAS SEM CONTA DE RECEITA....: "
                   QT-SEM-CONTA-W.

           IF ERRO-W = 1 OR DIA-FECHADO-W = 1
              MOVE 8 TO RETURN-CODE.

       GRAVA-UM-LANCAMENTO SECTION.
           MOVE SPACES TO CAMPO-TIPO-X CAMPO-DC-X CAMPO-VALOR-X
                          CAMPO-HIST-X CAMPO-FORNEC-X CAMPO-SEQ-X
                          CAMPO-CLIENTE-X CAMPO-CONTRATO-X
                          CAMPO-CONTA-X.
           UNSTRING LINHA-MOVTO DELIMITED BY ";"
                INTO CAMPO-TIPO-X CAMPO-DC-X CAMPO-VALOR-X
                     CAMPO-HIST-X CAMPO-FORNEC-X CAMPO-SEQ-X
                     CAMPO-CLIENTE-X CAMPO-CONTRATO-X CAMPO-CONTA-X
           END-UNSTRING.
           IF CAMPO-TIPO-X NOT NUMERIC OR CAMPO-VALOR-X NOT NUMERIC
              DISPLAY "LINHA REJEITADA - TIPO/VALOR INVALIDO"
                      CAMPO-TIPO-X " INEXISTENTE OU INATIVO"
              ADD 1 TO QT-REJEITADOS-W
              GO GRAVA-UM-LANCAMENTO-FIM.
      *    Conta de receita, se informada, tem que ser de receita.
           IF CAMPO-CONTA-X NOT = SPACES
              MOVE ZEROS TO TIPO-CONTA-CX20
              IF CAMPO-CONTA-X IS NUMERIC
                 MOVE CAMPO-CONTA-X TO CODIGO-REDUZ-CX20
                 READ CXD020 INVALID KEY
                      MOVE ZEROS TO TIPO-CONTA-CX20
                 END-READ
              END-IF
              IF TIPO-CONTA-CX20 NOT = 2 OR CAMPO-DC-X NOT = "E"
                 DISPLAY "LINHA REJEITADA - CONTA " CAMPO-CONTA-X
                         " NAO E DE RECEITA OU LANCAMENTO DE SAIDA"
                 ADD 1 TO QT-REJEITADOS-W
                 GO GRAVA-UM-LANCAMENTO-FIM
              END-IF
           END-IF.
           MOVE CAMPO-VALOR-X TO VALOR-CENT-W.
           COMPUTE VALOR-LCTO-W = VALOR-CENT-W / 100.

              MOVE ZEROS          TO SEQ-CP20-CX01
           END-IF.
           MOVE USUARIO-W       TO USUARIO-CX01.
           MOVE ZEROS           TO NR-RECIBO-CX01.
           WRITE REG-CXD001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO CXD001: " ST-CXD001
                 ADD 1 TO QT-REJEITADOS-W
                 MOVE "CXD001"   TO LOG3-ARQUIVO
                 MOVE REG-CXD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CAIXA
                 IF TIPO-DC-CX01 = "E" AND CAMPO-CLIENTE-X IS NUMERIC
                    AND CAMPO-CLIENTE-X NOT = ZEROS
                    PERFORM EMITE-RECIBO-CAIXA
                 END-IF
                 IF TIPO-DC-CX01 = "E" AND
                    ((CAMPO-CLIENTE-X IS NUMERIC AND
                      CAMPO-CLIENTE-X NOT = ZEROS) OR
                      CAMPO-CONTA-X NOT = SPACES)
                    PERFORM CLASSIFICA-RECEITA-CAIXA
                 END-IF
           END-WRITE.
       GRAVA-UM-LANCAMENTO-FIM.
           EXIT.

       EMITE-RECIBO-CAIXA SECTION.
      *    Recibo numerado da entrada recebida de cliente, pela
      *    rotina CRRECIBO (a mesma dos cheques do CHP010).
           INITIALIZE PARAMETROS-CRRECIBO.
           MOVE 1               TO CRRECIBO-FUNCAO.
           MOVE 4               TO CRRECIBO-ORIGEM.
           MOVE DATA-MOVTO-CX01 TO CRRECIBO-REF-ORIGEM(1: 8).
           MOVE SEQ-LCTO-CX01   TO CRRECIBO-REF-ORIGEM(9: 4).
           MOVE CAMPO-CLIENTE-X TO CRRECIBO-CLIENTE.
           IF CAMPO-CONTRATO-X IS NUMERIC
              MOVE CAMPO-CONTRATO-X TO CRRECIBO-CONTRATO.
           MOVE VALOR-CX01      TO CRRECIBO-VALOR.
           MOVE DATA-MOVTO-CX01 TO CRRECIBO-DATA.
           MOVE HISTORICO-CX01  TO CRRECIBO-REFERENTE.
           MOVE USUARIO-W       TO CRRECIBO-USUARIO.
           MOVE "CXB001"        TO CRRECIBO-PROGRAMA.
           MOVE PATH-CRD004     TO CRRECIBO-PATH-CRD004.
           MOVE PATH-CLD001     TO CRRECIBO-PATH-CLD001.
           MOVE PATH-LOG003     TO CRRECIBO-PATH-LOG003.
           MOVE PATH-RECIBO     TO CRRECIBO-PATH-IMPRESSAO.
           CALL "CRRECIBO" USING PARAMETROS-CRRECIBO.
           CANCEL "CRRECIBO".
           IF CRRECIBO-RETORNO NOT = 0
              DISPLAY "ERRO NA EMISSAO DO RECIBO DO LANCAMENTO "
                      SEQ-LCTO-CX01
              GO EMITE-RECIBO-CAIXA-FIM.
           MOVE CRRECIBO-NR-RECIBO TO NR-RECIBO-CX01.
           REWRITE REG-CXD001 INVALID KEY
                 DISPLAY "ERRO REGRAVACAO CXD001: " ST-CXD001
           NOT INVALID KEY
                 ADD 1 TO QT-RECIBOS-W
                 MOVE "A"        TO LOG3-OPERACAO
                 MOVE "CXD001"   TO LOG3-ARQUIVO
                 MOVE REG-CXD001 TO LOG3-REGISTRO
                 PERFORM GRAVA-LOG-CAIXA
           END-REWRITE.
       EMITE-RECIBO-CAIXA-FIM.
           EXIT.

       CLASSIFICA-RECEITA-CAIXA SECTION.
      *    Entrada na receita do plano (CXD021) pela rotina CXRECEIT;
      *    mesma referencia do recibo (data + sequencia do lcto).
           INITIALIZE PARAMETROS-CXRECEIT.
           MOVE 1               TO CXRECEIT-FUNCAO.
           MOVE 4               TO CXRECEIT-ORIGEM.
           MOVE DATA-MOVTO-CX01 TO CXRECEIT-REF-ORIGEM(1: 8).
           MOVE SEQ-LCTO-CX01   TO CXRECEIT-REF-ORIGEM(9: 4).
           MOVE DATA-MOVTO-CX01 TO CXRECEIT-DATA.
           MOVE VALOR-CX01      TO CXRECEIT-VALOR.
           IF CAMPO-CONTA-X IS NUMERIC
              MOVE CAMPO-CONTA-X    TO CXRECEIT-CONTA.
           IF CAMPO-CONTRATO-X IS NUMERIC
              MOVE CAMPO-CONTRATO-X TO CXRECEIT-CONTRATO.
           IF CAMPO-CLIENTE-X IS NUMERIC
              MOVE CAMPO-CLIENTE-X  TO CXRECEIT-CLIENTE.
           MOVE USUARIO-W       TO CXRECEIT-USUARIO.
           MOVE "CXB001"        TO CXRECEIT-PROGRAMA.
           MOVE PATH-CXD021     TO CXRECEIT-PATH-CXD021.
           MOVE PATH-CXD020     TO CXRECEIT-PATH-CXD020.
           MOVE PATH-LOG003     TO CXRECEIT-PATH-LOG003.
           CALL "CXRECEIT" USING PARAMETROS-CXRECEIT.
           CANCEL "CXRECEIT".
           EVALUATE CXRECEIT-RETORNO
             WHEN 0
               ADD 1 TO QT-CLASSIFICADOS-W
             WHEN 1
               ADD 1 TO QT-SEM-CONTA-W
               DISPLAY "ENTRADA " SEQ-LCTO-CX01
                       " SEM CONTA DE RECEITA - RECLASSIFICAR (CXB005)"
             WHEN OTHER
               DISPLAY "ERRO NA CLASSIFICACAO DA RECEITA DO LANCAMENTO "
                       SEQ-LCTO-CX01
           END-EVALUATE.

       GRAVA-LOG-CAIXA SECTION.
      *    Imagem LOG003 da gravacao, no mesmo formato do CXP031
      *    (LOG3-OPERACAO/ARQUIVO/REGISTRO ja preenchidos).
           MOVE WS-HORA-SYS TO LOG3-HORAS
           MOVE "CXB001"    TO LOG3-PROGRAMA
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
