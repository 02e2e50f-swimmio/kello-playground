      *   linha 1: ARQUIVO(10);DATA-DE(8);DATA-ATE(8)
      *   linha 2: CAMPO1;CAMPO2;... (ate 20 campos do dicionario)
      * Saida: EXPDI02 na pasta da empresa.
      * Campos marcados como sensiveis no dicionario (SENSIVEL-DI01 -
      * CNPJ/CPF, conta, chave PIX) passam pela rotina GEMASCAR:
      * inteiros so qdo o usuario que dispara a extracao (linha de
      * comando do MENU) tem a operacao "Dados Sensiveis" em GED002,
      * com registro em LOGACESS de cada registro exportado; rodado
      * sem usuario, saem mascarados.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  QT-CAMPOS-W           PIC 9(2)     VALUE ZEROS.
           05  QT-EXTRAIDOS-W        PIC 9(7)     VALUE ZEROS.
           05  ACHOU-CAMPO-W         PIC X        VALUE "N".
           05  TAM-TEXTO-W           PIC 9(3)     VALUE ZEROS.

      *    Campos pedidos, resolvidos no dicionario.
           05  TB-PEDIDOS.
                   15  PED-NOME-TB       PIC X(30).
                   15  PED-POS-TB        PIC 9(04).
                   15  PED-TAM-TB        PIC 9(03).
                   15  PED-SENS-TB       PIC X(01).

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-CAMPOS-W QT-EXTRAIDOS-W.
           INITIALIZE TB-PEDIDOS.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.

           OPEN INPUT CONTROLE
           READ CONTROLE
              EXIT PROGRAM
              STOP RUN.

           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF.
           MOVE "DIB002"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR.

           OPEN OUTPUT ARQ-EXPORT
           PERFORM GRAVA-CABECALHO.
           EVALUATE ARQUIVO-PEDIDO-W
                  MOVE 1 TO ERRO-W
           END-EVALUATE.
           CLOSE ARQ-EXPORT.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "REGISTROS EXTRAIDOS..............: "
                   QT-EXTRAIDOS-W.
                            MOVE "S" TO ACHOU-CAMPO-W
                            MOVE POS-DI01 TO PED-POS-TB(I)
                            MOVE TAM-DI01 TO PED-TAM-TB(I)
                            MOVE SENSIVEL-DI01 TO PED-SENS-TB(I)
                         END-IF
                      END-IF
                 END-READ
           MOVE SPACES TO REG-EXPORT.
           MOVE 1 TO POS-SAIDA-W.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CAMPOS-W
              IF PED-SENS-TB(I) = SPACE
                 MOVE BUFFER-W(PED-POS-TB(I): PED-TAM-TB(I)) TO
                      REG-EXPORT(POS-SAIDA-W: PED-TAM-TB(I))
                 COMPUTE POS-SAIDA-W = POS-SAIDA-W + PED-TAM-TB(I)
              ELSE
                 PERFORM CAMPO-SENSIVEL
              END-IF
              IF I < QT-CAMPOS-W
                 MOVE ";" TO REG-EXPORT(POS-SAIDA-W: 1)
                 ADD 1 TO POS-SAIDA-W
           WRITE REG-EXPORT.
           ADD 1 TO QT-EXTRAIDOS-W.

      *    Campo I sensivel: sai o texto da GEMASCAR (inteiro ou
      *    mascarado), do tamanho que tiver. O dono do dado no
      *    LOGACESS e o arquivo + o inicio do registro (a chave).
       CAMPO-SENSIVEL SECTION.
           MOVE SPACES TO GEMASCAR-VALOR GEMASCAR-REFERENCIA.
           MOVE ZEROS  TO GEMASCAR-TIPO GEMASCAR-DOCUMENTO.
           STRING ARQUIVO-PEDIDO-W(1: 6) " " BUFFER-W(1: 13)
                  DELIMITED BY SIZE INTO GEMASCAR-REFERENCIA.
           EVALUATE PED-SENS-TB(I)
             WHEN "D"
                  MOVE 2 TO GEMASCAR-FUNCAO
                  IF BUFFER-W(PED-POS-TB(I): PED-TAM-TB(I)) IS NUMERIC
                     MOVE BUFFER-W(PED-POS-TB(I): PED-TAM-TB(I)) TO
                          GEMASCAR-DOCUMENTO
                  END-IF
             WHEN "C"
                  MOVE 3 TO GEMASCAR-FUNCAO
                  MOVE BUFFER-W(PED-POS-TB(I): PED-TAM-TB(I)) TO
                       GEMASCAR-VALOR
             WHEN OTHER
                  MOVE 4 TO GEMASCAR-FUNCAO
                  MOVE 4 TO GEMASCAR-TIPO
                  MOVE BUFFER-W(PED-POS-TB(I): PED-TAM-TB(I)) TO
                       GEMASCAR-VALOR
           END-EVALUATE.
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR.
           PERFORM VARYING TAM-TEXTO-W FROM 80 BY -1
                   UNTIL TAM-TEXTO-W < 1 OR
                         GEMASCAR-TEXTO(TAM-TEXTO-W: 1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF TAM-TEXTO-W > ZEROS
              MOVE GEMASCAR-TEXTO(1: TAM-TEXTO-W) TO
                   REG-EXPORT(POS-SAIDA-W: TAM-TEXTO-W)
              COMPUTE POS-SAIDA-W = POS-SAIDA-W + TAM-TEXTO-W
           END-IF.
       CAMPO-SENSIVEL-FIM.
           EXIT.

       EXTRAI-CPD020 SECTION.
           OPEN INPUT CPD020.
           IF ST-CPD020 <> "00"
