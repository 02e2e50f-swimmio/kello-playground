       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEB004.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Relatorio do titular (LGPD) - dado o CPF de uma
      * pessoa, lista tudo o que a empresa guarda dela, p/ responder
      * ao pedido de acesso do titular:
      *   - como cliente (CLD001 pelo CPF-CL01): o cadastro, os
      *     formandos de que e responsavel financeiro (COD045), as
      *     parcelas (CRD001), os cheques (CHD010), os devolvidos
      *     (CHD013) e seus recebimentos posteriores (CHD010B), os
      *     recibos (CRD004), os RPS/NFS-e (CRD005), as notificacoes
      *     da regua (CRD003) e os e-mails da fila (GED005);
      *   - como fornecedor pessoa fisica (CGD001 tipo 1 com o CPF no
      *     CGC-CG01): o cadastro, o registro global (CGD003), a
      *     chave PIX (CAD022), os eventos EFD-Reinf (CPD049) e a
      *     quantidade de titulos no contas a pagar (CPD020);
      *   - as imagens da trilha de auditoria (LOG003) dos cadastros
      *     acima - ficam guardadas mesmo apos a anonimizacao (GEB003)
      *     e sao listadas com data, programa e operacao.
      * Pedidos no arquivo PEDGE04 da pasta da empresa, um CPF (11
      * digitos, so numeros) por linha. Saida: CONGE04.
      * O relatorio existe p/ entregar os dados ao proprio titular e
      * sai inteiro (CPF, conta, chave PIX); cada CPF consultado fica
      * registrado em LOGACESS (rotina GEMASCAR, EXPORTADO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CAPX022.
           COPY CGPX001.
           COPY CGPX003.
           COPY CHPX010.
           COPY CHPX010B.
           COPY CHPX013.
           COPY CLPX001.
           COPY COPX045.
           COPY CPPX020.
           COPY CPPX049.
           COPY CRPX001.
           COPY CRPX003.
           COPY CRPX004.
           COPY CRPX005.
           COPY GERX005.
           COPY LOGX003.

           SELECT ARQ-PEDIDOS ASSIGN TO PATH-PEDIDOS
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-PEDIDOS.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CAPW022.
       COPY CGPW001.
       COPY CGPW003.
       COPY CHPW010.
       COPY CHPW010B.
       COPY CHPW013.
       COPY CLPW001.
       COPY COPW045.
       COPY CPPW020.
       COPY CPPW049.
       COPY CRPW001.
       COPY CRPW003.
       COPY CRPW004.
       COPY CRPW005.
       COPY GERW005.
       COPY LOGW003.

       FD  ARQ-PEDIDOS.
       01  LINHA-PEDIDO             PIC X(20).

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  ST-CAD022             PIC XX       VALUE SPACES.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CGD003             PIC XX       VALUE SPACES.
           05  ST-CHD010             PIC XX       VALUE SPACES.
           05  ST-CHD010B            PIC XX       VALUE SPACES.
           05  ST-CHD013             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-COD045             PIC XX       VALUE SPACES.
           05  ST-CPD020             PIC XX       VALUE SPACES.
           05  ST-CPD049             PIC XX       VALUE SPACES.
           05  ST-CRD001             PIC XX       VALUE SPACES.
           05  ST-CRD003             PIC XX       VALUE SPACES.
           05  ST-CRD004             PIC XX       VALUE SPACES.
           05  ST-CRD005             PIC XX       VALUE SPACES.
           05  ST-GED005             PIC XX       VALUE SPACES.
           05  ST-LOG003             PIC XX       VALUE SPACES.
           05  ST-PEDIDOS            PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(12).
           05  PATH-CGD003           PIC X(30)    VALUE SPACES.
           05  PATH-PEDIDOS          PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

           05  CAMPO-CPF-X           PIC X(11)    VALUE SPACES.
           05  CPF-W                 PIC 9(11)    VALUE ZEROS.
           05  CGC-CPF-W             PIC 9(14)    VALUE ZEROS.
           05  QT-PEDIDOS-W          PIC 9(4)     VALUE ZEROS.
           05  QT-SEM-DADOS-W        PIC 9(4)     VALUE ZEROS.
           05  QT-LINHAS-W           PIC 9(6)     VALUE ZEROS.
           05  QT-TITULOS-W          PIC 9(6)     VALUE ZEROS.
           05  FIM-W                 PIC X        VALUE "N".
           05  ACHOU-W               PIC X        VALUE "N".
           05  CLIENTE-PROC-W        PIC 9(8)     VALUE ZEROS.
           05  FORNEC-PROC-W         PIC 9(6)     VALUE ZEROS.
           05  IX-W                  PIC 9(3)     VALUE ZEROS.

      *    Codigos da pessoa nos cadastros (p/ cruzar os movimentos)
           05  QT-CLI-W              PIC 9(3)     VALUE ZEROS.
           05  CLI-TAB-W             PIC 9(8)  OCCURS 50 TIMES.
           05  QT-FORN-W             PIC 9(3)     VALUE ZEROS.
           05  FORN-TAB-W            PIC 9(6)  OCCURS 20 TIMES.

           05  DATA-AUX-W.
               10  ANO-AUX-W         PIC 9(4).
               10  MES-AUX-W         PIC 9(2).
               10  DIA-AUX-W         PIC 9(2).
           05  DATA-AUX-NUM-W REDEFINES DATA-AUX-W PIC 9(8).
           05  DATA-E                PIC 99/99/9999.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  COD-E                 PIC ZZZZZZZ9.
           05  QT-E                  PIC ZZZ.ZZ9.

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-PEDIDOS-W QT-SEM-DADOS-W.

           OPEN INPUT CONTROLE
           READ CONTROLE
           MOVE EMPRESA            TO EMP-REC
           MOVE "CAD022"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD022
           MOVE "CGD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001
           MOVE "CHD010"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010
           MOVE "CHD010B" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD010B
           MOVE "CHD013"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHD013
           MOVE "CLD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001
           MOVE "COD045"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD045
           MOVE "CPD020"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD020
           MOVE "CPD049"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CPD049
           MOVE "CRD001"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD001
           MOVE "CRD003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD003
           MOVE "CRD004"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD004
           MOVE "CRD005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD005
           MOVE "GED005"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-GED005
           MOVE "LOG003"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG003
           MOVE "PEDGE04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PEDIDOS
           MOVE "CONGE04" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           MOVE "\PROGRAMA\KELLO\CGD003" TO PATH-CGD003.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF.
           MOVE "GEB004"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR.

           OPEN INPUT ARQ-PEDIDOS
           IF ST-PEDIDOS <> "00"
              DISPLAY "ARQUIVO DE PEDIDOS PEDGE04 NAO ENCONTRADO: "
                      ST-PEDIDOS
              MOVE 1 TO ERRO-W
           END-IF.
           OPEN INPUT CLD001 CGD001 LOG003
           IF ST-CLD001 <> "00" OR ST-CGD001 <> "00" OR
              ST-LOG003 <> "00"
              DISPLAY "ERRO ABERTURA CLD001/CGD001/LOG003: " ST-CLD001
                      " " ST-CGD001 " " ST-LOG003
              MOVE 1 TO ERRO-W
           END-IF.
      *    Os demais podem nao existir na empresa - status <> "00"
      *    pula o arquivo no relatorio.
           OPEN INPUT CAD022 CGD003 CHD010 CHD010B CHD013 COD045
                      CPD020 CPD049 CRD001 CRD003 CRD004 CRD005 GED005
           OPEN OUTPUT ARQ-RELAT

           IF ERRO-W = 0
              PERFORM PROCESSA-PEDIDOS
           END-IF.
           CLOSE ARQ-PEDIDOS CLD001 CGD001 LOG003 CAD022 CGD003
                 CHD010 CHD010B CHD013 COD045 CPD020 CPD049 CRD001
                 CRD003 CRD004 CRD005 GED005 ARQ-RELAT.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "CPFS CONSULTADOS.................: " QT-PEDIDOS-W.
           DISPLAY "CPFS SEM DADOS NA EMPRESA........: "
                   QT-SEM-DADOS-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       PROCESSA-PEDIDOS SECTION.
           PERFORM UNTIL ST-PEDIDOS = "10"
              READ ARQ-PEDIDOS AT END
                   MOVE "10" TO ST-PEDIDOS
              NOT AT END
                   PERFORM CONSULTA-UM-CPF
              END-READ
           END-PERFORM.

       CONSULTA-UM-CPF SECTION.
           MOVE SPACES TO CAMPO-CPF-X.
           UNSTRING LINHA-PEDIDO DELIMITED BY ";" OR SPACE
                INTO CAMPO-CPF-X
           END-UNSTRING.
           IF CAMPO-CPF-X NOT NUMERIC
              DISPLAY "PEDIDO INVALIDO: " LINHA-PEDIDO
              GO CONSULTA-UM-CPF-FIM.
           ADD 1 TO QT-PEDIDOS-W
           MOVE CAMPO-CPF-X TO CPF-W
           MOVE CPF-W       TO CGC-CPF-W
           MOVE ZEROS TO QT-CLI-W QT-FORN-W QT-LINHAS-W.
           MOVE 5           TO GEMASCAR-FUNCAO
           MOVE SPACES      TO GEMASCAR-REFERENCIA
           STRING "CONGE04 " CAMPO-CPF-X DELIMITED BY SIZE
                  INTO GEMASCAR-REFERENCIA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR.

           MOVE SPACES TO REG-RELAT
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DADOS PESSOAIS DO TITULAR - CPF " TO REG-RELAT(01: 32)
           MOVE CAMPO-CPF-X TO REG-RELAT(33: 11)
           WRITE REG-RELAT
           MOVE ALL "=" TO REG-RELAT
           WRITE REG-RELAT

           PERFORM LISTA-CLIENTES.
           IF QT-CLI-W > ZEROS
              PERFORM LISTA-FORMANDOS
              PERFORM LISTA-PARCELAS
              PERFORM LISTA-CHEQUES
              PERFORM LISTA-DEVOLVIDOS
              PERFORM LISTA-RECEB-DEVOLVIDOS
              PERFORM LISTA-RECIBOS
              PERFORM LISTA-RPS
              PERFORM LISTA-NOTIFICACOES
              PERFORM LISTA-EMAILS
           END-IF.
           PERFORM LISTA-FORNECEDORES.
           IF QT-FORN-W > ZEROS
              PERFORM LISTA-REGISTRO-GLOBAL
              PERFORM LISTA-PIX
              PERFORM LISTA-REINF
              PERFORM CONTA-TITULOS
           END-IF.
           IF QT-CLI-W > ZEROS OR QT-FORN-W > ZEROS
              PERFORM LISTA-AUDITORIA
           END-IF.

           IF QT-LINHAS-W = ZEROS
              ADD 1 TO QT-SEM-DADOS-W
              MOVE SPACES TO REG-RELAT
              MOVE "NENHUM DADO DESTE CPF NA EMPRESA" TO
                   REG-RELAT(01: 32)
              WRITE REG-RELAT
           END-IF.
       CONSULTA-UM-CPF-FIM.
           EXIT.

      *    Cabecalho de bloco - titulo ja movido p/ REG-RELAT
       TITULO-BLOCO SECTION.
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT.
       TITULO-BLOCO-FIM.
           EXIT.

      *    CLIENTE-PROC-W e um dos clientes do titular?
       PROCURA-CLIENTE SECTION.
           MOVE "N" TO ACHOU-W
           PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > QT-CLI-W
              IF CLI-TAB-W(IX-W) = CLIENTE-PROC-W
                 MOVE "S" TO ACHOU-W
              END-IF
           END-PERFORM.
       PROCURA-CLIENTE-FIM.
           EXIT.

      *    FORNEC-PROC-W e um dos fornecedores do titular?
       PROCURA-FORNEC SECTION.
           MOVE "N" TO ACHOU-W
           PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > QT-FORN-W
              IF FORN-TAB-W(IX-W) = FORNEC-PROC-W
                 MOVE "S" TO ACHOU-W
              END-IF
           END-PERFORM.
       PROCURA-FORNEC-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Como cliente
      *----------------------------------------------------------------
       LISTA-CLIENTES SECTION.
           MOVE ZEROS TO CODIGO-CL01.
           START CLD001 KEY IS NOT < CODIGO-CL01 INVALID KEY
                 MOVE "10" TO ST-CLD001.
           PERFORM UNTIL ST-CLD001 NOT = "00"
              READ CLD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CLD001
              NOT AT END
                   IF CPF-CL01 = CPF-W AND QT-CLI-W < 50
                      ADD 1 TO QT-CLI-W
                      MOVE CODIGO-CL01 TO CLI-TAB-W(QT-CLI-W)
                      PERFORM IMPRIME-CLIENTE
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CLD001.
       LISTA-CLIENTES-FIM.
           EXIT.

       IMPRIME-CLIENTE SECTION.
           MOVE "CADASTRO DE CLIENTE (CLD001)" TO REG-RELAT(01: 40)
           PERFORM TITULO-BLOCO
           MOVE "CODIGO...: "  TO REG-RELAT(03: 11)
           MOVE CODIGO-CL01    TO COD-E
           MOVE COD-E          TO REG-RELAT(14: 08)
           MOVE "NOME: "       TO REG-RELAT(24: 06)
           MOVE NOME-CL01      TO REG-RELAT(30: 30)
           MOVE "FONE: "       TO REG-RELAT(62: 06)
           MOVE FONE-CL01      TO REG-RELAT(68: 15)
           MOVE "CONTRATO: "   TO REG-RELAT(85: 10)
           MOVE CONTRATO-CL01  TO REG-RELAT(95: 04)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "ENDERECO.: "  TO REG-RELAT(03: 11)
           MOVE ENDERECO-CL01  TO REG-RELAT(14: 40)
           MOVE CIDADE-CL01    TO REG-RELAT(55: 20)
           MOVE UF-CL01        TO REG-RELAT(76: 02)
           MOVE "CEP: "        TO REG-RELAT(80: 05)
           MOVE CEP-CL01       TO REG-RELAT(85: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "E-MAIL...: "  TO REG-RELAT(03: 11)
           MOVE EMAIL-CL01     TO REG-RELAT(14: 60)
           IF SITUACAO-CL01 = 1
              MOVE "BLOQUEADO" TO REG-RELAT(76: 09)
           ELSE
              MOVE "ATIVO"     TO REG-RELAT(76: 05)
           END-IF.
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           ADD 3 TO QT-LINHAS-W.
       IMPRIME-CLIENTE-FIM.
           EXIT.

       LISTA-FORMANDOS SECTION.
           IF ST-COD045 NOT = "00"
              GO LISTA-FORMANDOS-FIM.
           MOVE "FORMANDOS SOB SUA RESPONSABILIDADE (COD045)" TO
                REG-RELAT(01: 43)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CO45.
           START COD045 KEY IS NOT < CHAVE-CO45 INVALID KEY
                 MOVE "10" TO ST-COD045.
           PERFORM UNTIL ST-COD045 NOT = "00"
              READ COD045 NEXT RECORD AT END
                   MOVE "10" TO ST-COD045
              NOT AT END
                   MOVE CLIENTE-CO45 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE "CONTRATO/SEQ: "  TO REG-RELAT(03: 14)
                      MOVE NR-CONTRATO-CO45  TO REG-RELAT(17: 04)
                      MOVE "-"               TO REG-RELAT(21: 01)
                      MOVE SEQ-FORMANDO-CO45 TO REG-RELAT(22: 04)
                      MOVE NOME-CO45         TO REG-RELAT(28: 30)
                      IF SITUACAO-CO45 = 1
                         MOVE "DESISTENTE" TO REG-RELAT(60: 10)
                      ELSE
                         MOVE "ATIVO"      TO REG-RELAT(60: 05)
                      END-IF
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD045.
       LISTA-FORMANDOS-FIM.
           EXIT.

       LISTA-PARCELAS SECTION.
           IF ST-CRD001 NOT = "00"
              GO LISTA-PARCELAS-FIM.
           MOVE "PARCELAS A RECEBER (CRD001)" TO REG-RELAT(01: 27)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CR01.
           START CRD001 KEY IS NOT < CHAVE-CR01 INVALID KEY
                 MOVE "10" TO ST-CRD001.
           PERFORM UNTIL ST-CRD001 NOT = "00"
              READ CRD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD001
              NOT AT END
                   MOVE CLIENTE-CR01 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE "CONTR/FORM/PARC: " TO REG-RELAT(03: 17)
                      MOVE NR-CONTRATO-CR01  TO REG-RELAT(20: 04)
                      MOVE SEQ-FORMANDO-CR01 TO REG-RELAT(25: 04)
                      MOVE NR-PARCELA-CR01   TO REG-RELAT(30: 02)
                      MOVE DATA-VENCTO-CR01  TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(34: 10)
                      MOVE VALOR-CR01        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(46: 14)
                      MOVE VALOR-PAGO-CR01   TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      MOVE SITUACAO-CR01     TO REG-RELAT(78: 01)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD001.
       LISTA-PARCELAS-FIM.
           EXIT.

       LISTA-CHEQUES SECTION.
           IF ST-CHD010 NOT = "00"
              GO LISTA-CHEQUES-FIM.
           MOVE "CHEQUES RECEBIDOS (CHD010)" TO REG-RELAT(01: 26)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CH10.
           START CHD010 KEY IS NOT < CHAVE-CH10 INVALID KEY
                 MOVE "10" TO ST-CHD010.
           PERFORM UNTIL ST-CHD010 NOT = "00"
              READ CHD010 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010
              NOT AT END
                   MOVE CLIENTE-CH10 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-MOVTO-CH10   TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE "BCO "            TO REG-RELAT(15: 04)
                      MOVE BANCO-CH10        TO REG-RELAT(19: 03)
                      MOVE " AG "            TO REG-RELAT(22: 04)
                      MOVE AGENCIA-CH10      TO REG-RELAT(26: 04)
                      MOVE " CONTA "         TO REG-RELAT(30: 07)
                      MOVE CONTA-EMIT-CH10   TO REG-RELAT(37: 10)
                      MOVE " CHEQUE "        TO REG-RELAT(47: 08)
                      MOVE NR-CHEQUE-CH10    TO REG-RELAT(55: 06)
                      MOVE VALOR-CH10        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      MOVE SITUACAO-CH10     TO REG-RELAT(78: 01)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010.
       LISTA-CHEQUES-FIM.
           EXIT.

       LISTA-DEVOLVIDOS SECTION.
           IF ST-CHD013 NOT = "00"
              GO LISTA-DEVOLVIDOS-FIM.
           MOVE "CHEQUES DEVOLVIDOS (CHD013)" TO REG-RELAT(01: 27)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CH13.
           START CHD013 KEY IS NOT < CHAVE-CH13 INVALID KEY
                 MOVE "10" TO ST-CHD013.
           PERFORM UNTIL ST-CHD013 NOT = "00"
              READ CHD013 NEXT RECORD AT END
                   MOVE "10" TO ST-CHD013
              NOT AT END
                   MOVE CLIENTE-CH13 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-MOVTO-CH13   TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE "CHEQUE "         TO REG-RELAT(15: 07)
                      MOVE NR-CHEQUE-CH13    TO REG-RELAT(22: 06)
                      MOVE MOTIVO-DEV-CH13   TO REG-RELAT(29: 30)
                      MOVE VALOR-CH13        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      IF DATA-RECTO-CH13 > ZEROS
                         MOVE "RECUPERADO"   TO REG-RELAT(78: 10)
                      END-IF
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD013.
       LISTA-DEVOLVIDOS-FIM.
           EXIT.

       LISTA-RECEB-DEVOLVIDOS SECTION.
           IF ST-CHD010B NOT = "00"
              GO LISTA-RECEB-DEVOLVIDOS-FIM.
           MOVE "RECEBIMENTOS DE DEVOLVIDOS (CHD010B)" TO
                REG-RELAT(01: 36)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CH10B.
           START CHD010B KEY IS NOT < CHAVE-CH10B INVALID KEY
                 MOVE "10" TO ST-CHD010B.
           PERFORM UNTIL ST-CHD010B NOT = "00"
              READ CHD010B NEXT RECORD AT END
                   MOVE "10" TO ST-CHD010B
              NOT AT END
                   MOVE CLIENTE-CH10B TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-RCTO-CH10B   TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE VALOR-CH10B       TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CHD010B.
       LISTA-RECEB-DEVOLVIDOS-FIM.
           EXIT.

       LISTA-RECIBOS SECTION.
           IF ST-CRD004 NOT = "00"
              GO LISTA-RECIBOS-FIM.
           MOVE "RECIBOS EMITIDOS (CRD004)" TO REG-RELAT(01: 25)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO NR-RECIBO-CR04.
           START CRD004 KEY IS NOT < NR-RECIBO-CR04 INVALID KEY
                 MOVE "10" TO ST-CRD004.
           PERFORM UNTIL ST-CRD004 NOT = "00"
              READ CRD004 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD004
              NOT AT END
                   MOVE CLIENTE-CR04 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-EMISSAO-CR04 TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE "RECIBO "         TO REG-RELAT(15: 07)
                      MOVE NR-RECIBO-CR04    TO REG-RELAT(22: 06)
                      MOVE REFERENTE-CR04(1: 32) TO REG-RELAT(29: 32)
                      MOVE VALOR-CR04        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      IF SITUACAO-CR04 = 1
                         MOVE "CANCELADO"    TO REG-RELAT(78: 09)
                      END-IF
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD004.
       LISTA-RECIBOS-FIM.
           EXIT.

       LISTA-RPS SECTION.
           IF ST-CRD005 NOT = "00"
              GO LISTA-RPS-FIM.
           MOVE "RPS / NFS-E (CRD005)" TO REG-RELAT(01: 20)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO NR-RPS-CR05.
           START CRD005 KEY IS NOT < NR-RPS-CR05 INVALID KEY
                 MOVE "10" TO ST-CRD005.
           PERFORM UNTIL ST-CRD005 NOT = "00"
              READ CRD005 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD005
              NOT AT END
                   MOVE CLIENTE-CR05 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-EMISSAO-CR05 TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE "RPS "            TO REG-RELAT(15: 04)
                      MOVE NR-RPS-CR05       TO REG-RELAT(19: 08)
                      MOVE " NFS-E "         TO REG-RELAT(27: 07)
                      MOVE NR-NFSE-CR05      TO REG-RELAT(34: 08)
                      MOVE VALOR-CR05        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(62: 14)
                      MOVE SITUACAO-CR05     TO REG-RELAT(78: 01)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD005.
       LISTA-RPS-FIM.
           EXIT.

       LISTA-NOTIFICACOES SECTION.
           IF ST-CRD003 NOT = "00"
              GO LISTA-NOTIFICACOES-FIM.
           MOVE "NOTIFICACOES DE COBRANCA (CRD003)" TO
                REG-RELAT(01: 33)
           PERFORM TITULO-BLOCO
           MOVE LOW-VALUES TO CHAVE-CR03.
           START CRD003 KEY IS NOT < CHAVE-CR03 INVALID KEY
                 MOVE "10" TO ST-CRD003.
           PERFORM UNTIL ST-CRD003 NOT = "00"
              READ CRD003 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD003
              NOT AT END
                   MOVE CLIENTE-CR03 TO CLIENTE-PROC-W
                   PERFORM PROCURA-CLIENTE
                   IF ACHOU-W = "S"
                      MOVE DATA-EMISSAO-CR03 TO DATA-AUX-NUM-W
                      PERFORM EDITA-DATA
                      MOVE DATA-E            TO REG-RELAT(03: 10)
                      MOVE NOME-CR03         TO REG-RELAT(15: 30)
                      MOVE ENDERECO-CR03     TO REG-RELAT(46: 40)
                      MOVE CEP-CR03          TO REG-RELAT(87: 08)
                      MOVE VALOR-CR03        TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(96: 14)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CRD003.
       LISTA-NOTIFICACOES-FIM.
           EXIT.

       LISTA-EMAILS SECTION.
           IF ST-GED005 NOT = "00"
              GO LISTA-EMAILS-FIM.
           MOVE "E-MAILS ENVIADOS/NA FILA (GED005)" TO
                REG-RELAT(01: 33)
           PERFORM TITULO-BLOCO
           PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > QT-CLI-W
              MOVE "C"             TO TIPO-DEST-GE05
              MOVE CLI-TAB-W(IX-W) TO COD-DEST-GE05
              MOVE ZEROS           TO NUMERO-GE05
              MOVE "N"             TO FIM-W
              START GED005 KEY IS NOT < ALT1-GE05 INVALID KEY
                    MOVE "S" TO FIM-W
              END-START
              PERFORM UNTIL FIM-W = "S"
                 READ GED005 NEXT RECORD AT END
                      MOVE "S" TO FIM-W
                 NOT AT END
                      IF TIPO-DEST-GE05 NOT = "C" OR
                         COD-DEST-GE05 NOT = CLI-TAB-W(IX-W)
                         MOVE "S" TO FIM-W
                      ELSE
                         PERFORM IMPRIME-EMAIL
                      END-IF
                 END-READ
              END-PERFORM
           END-PERFORM.
           MOVE "00" TO ST-GED005.
       LISTA-EMAILS-FIM.
           EXIT.

       IMPRIME-EMAIL SECTION.
           MOVE DATA-INCL-GE05   TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E           TO REG-RELAT(03: 10)
           MOVE EMAIL-DEST-GE05(1: 40) TO REG-RELAT(15: 40)
           MOVE ASSUNTO-GE05(1: 50)    TO REG-RELAT(56: 50)
           MOVE SITUACAO-GE05    TO REG-RELAT(107: 01)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           ADD 1 TO QT-LINHAS-W.
       IMPRIME-EMAIL-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Como fornecedor pessoa fisica
      *----------------------------------------------------------------
       LISTA-FORNECEDORES SECTION.
           MOVE ZEROS TO CODIGO-CG01.
           START CGD001 KEY IS NOT < CODIGO-CG01 INVALID KEY
                 MOVE "10" TO ST-CGD001.
           PERFORM UNTIL ST-CGD001 NOT = "00"
              READ CGD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD001
              NOT AT END
                   IF TIPO-PESSOA-CG01 = 1 AND
                      CGC-CG01 = CGC-CPF-W AND QT-FORN-W < 20
                      ADD 1 TO QT-FORN-W
                      MOVE CODIGO-CG01 TO FORN-TAB-W(QT-FORN-W)
                      PERFORM IMPRIME-FORNECEDOR
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD001.
       LISTA-FORNECEDORES-FIM.
           EXIT.

       IMPRIME-FORNECEDOR SECTION.
           MOVE "CADASTRO DE FORNECEDOR (CGD001)" TO REG-RELAT(01: 40)
           PERFORM TITULO-BLOCO
           MOVE "CODIGO...: "  TO REG-RELAT(03: 11)
           MOVE CODIGO-CG01    TO COD-E
           MOVE COD-E          TO REG-RELAT(14: 08)
           MOVE "NOME: "       TO REG-RELAT(24: 06)
           MOVE NOME-CG01      TO REG-RELAT(30: 30)
           MOVE "FONE: "       TO REG-RELAT(62: 06)
           MOVE FONE-CG01      TO REG-RELAT(68: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "ENDERECO.: "  TO REG-RELAT(03: 11)
           MOVE ENDERECO-CG01  TO REG-RELAT(14: 40)
           MOVE CIDADE-CG01    TO REG-RELAT(55: 20)
           MOVE UF-CG01        TO REG-RELAT(76: 02)
           MOVE "CEP: "        TO REG-RELAT(80: 05)
           MOVE CEP-CG01       TO REG-RELAT(85: 08)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "E-MAIL...: "  TO REG-RELAT(03: 11)
           MOVE EMAIL-CG01     TO REG-RELAT(14: 60)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           ADD 3 TO QT-LINHAS-W.
       IMPRIME-FORNECEDOR-FIM.
           EXIT.

       LISTA-REGISTRO-GLOBAL SECTION.
           IF ST-CGD003 NOT = "00"
              GO LISTA-REGISTRO-GLOBAL-FIM.
           MOVE "REGISTRO GLOBAL DO GRUPO (CGD003)" TO
                REG-RELAT(01: 33)
           PERFORM TITULO-BLOCO
           MOVE CGC-CPF-W  TO CGC-CG03
           MOVE LOW-VALUES TO EMPRESA-CG03
           START CGD003 KEY IS NOT < CHAVE-CG03 INVALID KEY
                 MOVE "10" TO ST-CGD003.
           PERFORM UNTIL ST-CGD003 NOT = "00"
              READ CGD003 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD003
              NOT AT END
                   IF CGC-CG03 NOT = CGC-CPF-W
                      MOVE "10" TO ST-CGD003
                   ELSE
                      MOVE "EMPRESA "        TO REG-RELAT(03: 08)
                      MOVE EMPRESA-CG03      TO REG-RELAT(11: 03)
                      MOVE " CODIGO "        TO REG-RELAT(14: 08)
                      MOVE CODIGO-LOCAL-CG03 TO REG-RELAT(22: 06)
                      MOVE NOME-CG03         TO REG-RELAT(30: 30)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CGD003.
       LISTA-REGISTRO-GLOBAL-FIM.
           EXIT.

       LISTA-PIX SECTION.
           IF ST-CAD022 NOT = "00"
              GO LISTA-PIX-FIM.
           MOVE "CHAVE PIX (CAD022)" TO REG-RELAT(01: 18)
           PERFORM TITULO-BLOCO
           PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > QT-FORN-W
              MOVE FORN-TAB-W(IX-W) TO FORNEC-CA22
              READ CAD022 INVALID KEY
                   CONTINUE
              NOT INVALID KEY
                   MOVE "FORNEC "        TO REG-RELAT(03: 07)
                   MOVE FORNEC-CA22      TO REG-RELAT(10: 06)
                   MOVE " TIPO "         TO REG-RELAT(16: 06)
                   MOVE TIPO-CHAVE-CA22  TO REG-RELAT(22: 01)
                   MOVE CHAVE-PIX-CA22   TO REG-RELAT(24: 77)
                   WRITE REG-RELAT
                   MOVE SPACES TO REG-RELAT
                   ADD 1 TO QT-LINHAS-W
              END-READ
           END-PERFORM.
       LISTA-PIX-FIM.
           EXIT.

       LISTA-REINF SECTION.
           IF ST-CPD049 NOT = "00"
              GO LISTA-REINF-FIM.
           MOVE "EVENTOS EFD-REINF (CPD049)" TO REG-RELAT(01: 26)
           PERFORM TITULO-BLOCO
           MOVE ZEROS TO CHAVE-CP49.
           START CPD049 KEY IS NOT < CHAVE-CP49 INVALID KEY
                 MOVE "10" TO ST-CPD049.
           PERFORM UNTIL ST-CPD049 NOT = "00"
              READ CPD049 NEXT RECORD AT END
                   MOVE "10" TO ST-CPD049
              NOT AT END
                   IF INSC-CP49 = CGC-CPF-W
                      MOVE "PERIODO "        TO REG-RELAT(03: 08)
                      MOVE PERIODO-CP49      TO REG-RELAT(11: 06)
                      MOVE " EVENTO "        TO REG-RELAT(17: 08)
                      MOVE EVENTO-CP49       TO REG-RELAT(25: 04)
                      MOVE VALOR-BRUTO-CP49  TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(30: 14)
                      MOVE VALOR-RETIDO-CP49 TO VALOR-E
                      MOVE VALOR-E           TO REG-RELAT(46: 14)
                      MOVE NR-RECIBO-CP49(1: 30) TO REG-RELAT(62: 30)
                      WRITE REG-RELAT
                      MOVE SPACES TO REG-RELAT
                      ADD 1 TO QT-LINHAS-W
                   END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CPD049.
       LISTA-REINF-FIM.
           EXIT.

       CONTA-TITULOS SECTION.
           IF ST-CPD020 NOT = "00"
              GO CONTA-TITULOS-FIM.
           PERFORM VARYING IX-W FROM 1 BY 1 UNTIL IX-W > QT-FORN-W
              MOVE ZEROS            TO QT-TITULOS-W
              MOVE FORN-TAB-W(IX-W) TO FORNEC-CP20
              MOVE ZEROS            TO SEQ-CP20
              MOVE "N"              TO FIM-W
              START CPD020 KEY IS NOT < CHAVE-CP20 INVALID KEY
                    MOVE "S" TO FIM-W
              END-START
              PERFORM UNTIL FIM-W = "S"
                 READ CPD020 NEXT RECORD AT END
                      MOVE "S" TO FIM-W
                 NOT AT END
                      IF FORNEC-CP20 NOT = FORN-TAB-W(IX-W)
                         MOVE "S" TO FIM-W
                      ELSE
                         ADD 1 TO QT-TITULOS-W
                      END-IF
                 END-READ
              END-PERFORM
              MOVE "TITULOS NO CONTAS A PAGAR (CPD020) - FORNEC "
                   TO REG-RELAT(01: 44)
              MOVE FORN-TAB-W(IX-W) TO REG-RELAT(45: 06)
              MOVE ": "             TO REG-RELAT(51: 02)
              MOVE QT-TITULOS-W     TO QT-E
              MOVE QT-E             TO REG-RELAT(53: 07)
              WRITE REG-RELAT
              MOVE SPACES TO REG-RELAT
              ADD 1 TO QT-LINHAS-W
           END-PERFORM.
           MOVE "00" TO ST-CPD020.
       CONTA-TITULOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      *    Imagens dos cadastros na trilha de auditoria (LOG003)
      *----------------------------------------------------------------
       LISTA-AUDITORIA SECTION.
           MOVE "TRILHA DE AUDITORIA (LOG003)" TO REG-RELAT(01: 28)
           PERFORM TITULO-BLOCO
           MOVE LOW-VALUES TO CHAVE-LOG3.
           START LOG003 KEY IS NOT < CHAVE-LOG3 INVALID KEY
                 MOVE "10" TO ST-LOG003.
           PERFORM UNTIL ST-LOG003 NOT = "00"
              READ LOG003 NEXT RECORD AT END
                   MOVE "10" TO ST-LOG003
              NOT AT END
                   PERFORM AVALIA-IMAGEM
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-LOG003.
       LISTA-AUDITORIA-FIM.
           EXIT.

      *    Codigo da pessoa dentro da imagem: CLD001 1:8, COD045
      *    (CLIENTE-CO45) 40:8, CRD003 (CLIENTE-CR03) 16:8, GED005
      *    pelo destino, CGD001 1:6.
       AVALIA-IMAGEM SECTION.
           MOVE "N" TO ACHOU-W.
           EVALUATE LOG3-ARQUIVO
             WHEN "CLD001"
                  IF LOG3-REGISTRO(1: 8) IS NUMERIC
                     MOVE LOG3-REGISTRO(1: 8) TO CLIENTE-PROC-W
                     PERFORM PROCURA-CLIENTE
                  END-IF
             WHEN "COD045"
                  IF LOG3-REGISTRO(40: 8) IS NUMERIC
                     MOVE LOG3-REGISTRO(40: 8) TO CLIENTE-PROC-W
                     PERFORM PROCURA-CLIENTE
                  END-IF
             WHEN "CRD003"
                  IF LOG3-REGISTRO(16: 8) IS NUMERIC
                     MOVE LOG3-REGISTRO(16: 8) TO CLIENTE-PROC-W
                     PERFORM PROCURA-CLIENTE
                  END-IF
             WHEN "GED005"
                  MOVE LOG3-REGISTRO TO REG-GED005
                  IF TIPO-DEST-GE05 = "C" AND
                     COD-DEST-GE05 IS NUMERIC
                     MOVE COD-DEST-GE05 TO CLIENTE-PROC-W
                     PERFORM PROCURA-CLIENTE
                  END-IF
             WHEN "CGD001"
                  IF LOG3-REGISTRO(1: 6) IS NUMERIC
                     MOVE LOG3-REGISTRO(1: 6) TO FORNEC-PROC-W
                     PERFORM PROCURA-FORNEC
                  END-IF
           END-EVALUATE.
           IF ACHOU-W = "N"
              GO AVALIA-IMAGEM-FIM.
           MOVE LOG3-DATA       TO DATA-AUX-NUM-W
           PERFORM EDITA-DATA
           MOVE DATA-E          TO REG-RELAT(03: 10)
           MOVE LOG3-HORAS      TO REG-RELAT(14: 08)
           MOVE LOG3-ARQUIVO    TO REG-RELAT(23: 10)
           MOVE LOG3-OPERACAO   TO REG-RELAT(34: 01)
           MOVE LOG3-PROGRAMA   TO REG-RELAT(36: 10)
           MOVE LOG3-USUARIO    TO REG-RELAT(47: 08)
           MOVE LOG3-REGISTRO(1: 76) TO REG-RELAT(56: 76)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           ADD 1 TO QT-LINHAS-W.
       AVALIA-IMAGEM-FIM.
           EXIT.

       EDITA-DATA SECTION.
      *    AAAAMMDD (DATA-AUX-W) -> DD/MM/AAAA
           COMPUTE DATA-E = DIA-AUX-W * 1000000 +
                            MES-AUX-W * 10000 + ANO-AUX-W.
       EDITA-DATA-FIM.
           EXIT.
