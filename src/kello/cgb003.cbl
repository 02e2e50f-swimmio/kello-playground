       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGB003.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Conferencia dos enderecos ja cadastrados contra a
      * base de CEP dos Correios (CGD006, carregada pelo CGB002) -
      * roda uma vez depois da primeira carga da base, p/ limpar o
      * que foi digitado antes de CGP001/CLP001 passarem a conferir
      * o CEP. Varre CGD001 (fornecedores) e CLD001 (clientes) de
      * toda empresa de CONTROLE (tecnica do CGB001) e lista cada
      * registro:
      *   - sem CEP (mas com endereco);
      *   - com CEP que nao existe na base;
      *   - com cidade e/ou UF diferentes das do CEP na base,
      *     comparando sem acento e sem diferenca de maiuscula;
      * com a correcao sugerida (cidade/UF/logradouro da base). So
      * lista - a correcao e feita pela tela (CGP001/CLP001), que
      * ja traz os dados da base ao sair do CEP.
      *
      * Saida: RELCG03 na raiz "\PROGRAMA\KELLO".

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX001.
           COPY CGPX001.
           COPY CLPX001.
           COPY CGPX006.

           SELECT ARQ-RELAT ASSIGN TO PATH-RELAT
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS ST-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW001.
       COPY CGPW001.
       COPY CLPW001.
       COPY CGPW006.

       FD  ARQ-RELAT.
       01  REG-RELAT                PIC X(132).

       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO             PIC 9(4).
       01  VARIAVEIS.
           05  ST-CGD001             PIC XX       VALUE SPACES.
           05  ST-CLD001             PIC XX       VALUE SPACES.
           05  ST-CGD006             PIC XX       VALUE SPACES.
           05  ST-RELAT              PIC XX       VALUE SPACES.
           05  ERRO-W                PIC 9        VALUE ZEROS.
           05  FIM-CONTROLE-W        PIC X        VALUE "N".
           05  PATH-BASE-EMP-W       PIC X(15)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  RAIZ-EMP          PIC X(15).
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(7).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(27).
           05  PATH-CGD006           PIC X(30)    VALUE SPACES.
           05  PATH-RELAT            PIC X(30)    VALUE SPACES.

      *    Registro corrente (fornecedor ou cliente) em formato
      *    comum p/ a conferencia.
           05  TIPO-CAD-W            PIC X        VALUE SPACES.
           05  CODIGO-W              PIC 9(08)    VALUE ZEROS.
           05  NOME-W                PIC X(30)    VALUE SPACES.
           05  ENDERECO-W            PIC X(40)    VALUE SPACES.
           05  CIDADE-W              PIC X(20)    VALUE SPACES.
           05  UF-W                  PIC X(02)    VALUE SPACES.
           05  CEP-W                 PIC 9(08)    VALUE ZEROS.
           05  OCORRENCIA-W          PIC X(20)    VALUE SPACES.
           05  TEXTO-W               PIC X(20)    VALUE SPACES.
      *    Vogais acentuadas e cedilha (latin-1) maiusculas e
      *    minusculas, na ordem de SEM-ACENTO-W (mesma tabela do
      *    CGB002).
           05  ACENTOS-W.
               10  FILLER            PIC X(13)    VALUE
                   X"C0C1C2C3C9CACDD3D4D5DADCC7".
               10  FILLER            PIC X(13)    VALUE
                   X"E0E1E2E3E9EAEDF3F4F5FAFCE7".
           05  SEM-ACENTO-W          PIC X(26)    VALUE
               "AAAAEEIOOOUUCAAAAEEIOOOUUC".

           05  QT-EMPRESAS-W         PIC 9(3)     VALUE ZEROS.
           05  QT-CONFERIDOS-W       PIC 9(7)     VALUE ZEROS.
           05  QT-SEM-CEP-W          PIC 9(7)     VALUE ZEROS.
           05  QT-INEXISTENTE-W      PIC 9(7)     VALUE ZEROS.
           05  QT-DIVERGENTE-W       PIC 9(7)     VALUE ZEROS.

           COPY "PARAMETR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-EMPRESAS-W QT-CONFERIDOS-W
                         QT-SEM-CEP-W QT-INEXISTENTE-W
                         QT-DIVERGENTE-W.

           MOVE "\PROGRAMA\KELLO\CGD006"  TO PATH-CGD006.
           MOVE "\PROGRAMA\KELLO\RELCG03" TO PATH-RELAT.

           OPEN INPUT CGD006
           IF ST-CGD006 <> "00"
              DISPLAY "BASE DE CEP (CGD006) NAO CARREGADA - RODAR "
                      "CGB002: " ST-CGD006
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
              STOP RUN.
           OPEN OUTPUT ARQ-RELAT

           PERFORM CABECALHO.

           MOVE "N" TO FIM-CONTROLE-W.
           OPEN INPUT CONTROLE
           PERFORM UNTIL FIM-CONTROLE-W = "S"
                READ CONTROLE AT END
                     MOVE "S" TO FIM-CONTROLE-W
                NOT AT END
                     PERFORM PROCESSA-EMPRESA
                END-READ
           END-PERFORM
           CLOSE CONTROLE.

           MOVE SPACES TO REG-RELAT
           WRITE REG-RELAT
           MOVE "CONFERIDOS: "      TO REG-RELAT(01: 12)
           MOVE QT-CONFERIDOS-W     TO REG-RELAT(13: 07)
           MOVE "SEM CEP: "         TO REG-RELAT(22: 09)
           MOVE QT-SEM-CEP-W        TO REG-RELAT(31: 07)
           MOVE "CEP INEXISTENTE: " TO REG-RELAT(40: 17)
           MOVE QT-INEXISTENTE-W    TO REG-RELAT(57: 07)
           MOVE "CIDADE/UF DIVERGENTE: " TO REG-RELAT(66: 22)
           MOVE QT-DIVERGENTE-W     TO REG-RELAT(88: 07)
           WRITE REG-RELAT

           CLOSE CGD006 ARQ-RELAT.

           DISPLAY "EMPRESAS VARRIDAS................: "
                   QT-EMPRESAS-W.
           DISPLAY "CADASTROS CONFERIDOS.............: "
                   QT-CONFERIDOS-W.
           DISPLAY "SEM CEP..........................: "
                   QT-SEM-CEP-W.
           DISPLAY "CEP INEXISTENTE NA BASE..........: "
                   QT-INEXISTENTE-W.
           DISPLAY "CIDADE/UF DIVERGENTE DO CEP......: "
                   QT-DIVERGENTE-W.

           IF ERRO-W = 1
              MOVE 8 TO RETURN-CODE.
           EXIT PROGRAM.
           STOP RUN.

       CABECALHO SECTION.
           MOVE SPACES TO REG-RELAT
           MOVE "CONFERENCIA DE ENDERECOS X BASE DE CEP DOS CORREIOS"
                TO REG-RELAT(01: 52)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "EMP T CODIGO   NOME                           CEP"
                TO REG-RELAT(01: 50)
           MOVE "CIDADE               UF OCORRENCIA"
                TO REG-RELAT(61: 34)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "SUGESTAO: CIDADE / UF / LOGRADOURO"
                TO REG-RELAT(10: 34)
           WRITE REG-RELAT.

       PROCESSA-EMPRESA SECTION.
           MOVE SPACES TO PATH-BASE-EMP-W.
           IF PATH-BASE-EMP NOT = SPACES
              MOVE PATH-BASE-EMP TO PATH-BASE-EMP-W
           END-IF
           MOVE PATH-BASE-EMP-W TO RAIZ-EMP
           MOVE EMPRESA         TO EMP-REC
           ADD 1 TO QT-EMPRESAS-W
           MOVE "CGD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD001.
           MOVE "CLD001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CLD001.
           OPEN INPUT CGD001
           IF ST-CGD001 = "00"
              PERFORM CONFERE-FORNECEDORES
              CLOSE CGD001
           END-IF.
           OPEN INPUT CLD001
           IF ST-CLD001 = "00"
              PERFORM CONFERE-CLIENTES
              CLOSE CLD001
           END-IF.

       CONFERE-FORNECEDORES SECTION.
           MOVE ZEROS TO CODIGO-CG01.
           START CGD001 KEY IS NOT < CODIGO-CG01 INVALID KEY
                 MOVE "10" TO ST-CGD001.
           PERFORM UNTIL ST-CGD001 = "10"
              READ CGD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD001
              NOT AT END
                   MOVE "F"           TO TIPO-CAD-W
                   MOVE CODIGO-CG01   TO CODIGO-W
                   MOVE NOME-CG01     TO NOME-W
                   MOVE ENDERECO-CG01 TO ENDERECO-W
                   MOVE CIDADE-CG01   TO CIDADE-W
                   MOVE UF-CG01       TO UF-W
                   MOVE CEP-CG01      TO CEP-W
                   PERFORM CONFERE-ENDERECO
              END-READ
           END-PERFORM.

       CONFERE-CLIENTES SECTION.
           MOVE ZEROS TO CODIGO-CL01.
           START CLD001 KEY IS NOT < CODIGO-CL01 INVALID KEY
                 MOVE "10" TO ST-CLD001.
           PERFORM UNTIL ST-CLD001 = "10"
              READ CLD001 NEXT RECORD AT END
                   MOVE "10" TO ST-CLD001
              NOT AT END
                   MOVE "C"           TO TIPO-CAD-W
                   MOVE CODIGO-CL01   TO CODIGO-W
                   MOVE NOME-CL01     TO NOME-W
                   MOVE ENDERECO-CL01 TO ENDERECO-W
                   MOVE CIDADE-CL01   TO CIDADE-W
                   MOVE UF-CL01       TO UF-W
                   MOVE CEP-CL01      TO CEP-W
                   PERFORM CONFERE-ENDERECO
              END-READ
           END-PERFORM.

       CONFERE-ENDERECO SECTION.
           ADD 1 TO QT-CONFERIDOS-W.
           MOVE SPACES TO OCORRENCIA-W.
           IF CEP-W NOT NUMERIC OR CEP-W = ZEROS
              IF ENDERECO-W = SPACES AND CIDADE-W = SPACES
                 GO CONFERE-ENDERECO-FIM
              END-IF
              ADD 1 TO QT-SEM-CEP-W
              MOVE "SEM CEP" TO OCORRENCIA-W
              PERFORM LISTA-DIVERGENCIA
              GO CONFERE-ENDERECO-FIM.
           MOVE CEP-W TO CEP-CG06.
           READ CGD006 INVALID KEY
                ADD 1 TO QT-INEXISTENTE-W
                MOVE "CEP INEXISTENTE" TO OCORRENCIA-W
                PERFORM LISTA-DIVERGENCIA
                GO CONFERE-ENDERECO-FIM.
           MOVE CIDADE-W TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           IF TEXTO-W NOT = CIDADE-CG06
              MOVE "CIDADE" TO OCORRENCIA-W.
           MOVE UF-W TO TEXTO-W.
           PERFORM NORMALIZA-TEXTO.
           IF TEXTO-W(1: 2) NOT = UF-CG06
              IF OCORRENCIA-W = SPACES
                 MOVE "UF" TO OCORRENCIA-W
              ELSE
                 MOVE "CIDADE E UF" TO OCORRENCIA-W
              END-IF
           END-IF.
           IF OCORRENCIA-W = SPACES
              GO CONFERE-ENDERECO-FIM.
           ADD 1 TO QT-DIVERGENTE-W.
           MOVE OCORRENCIA-W TO TEXTO-W.
           MOVE SPACES TO OCORRENCIA-W.
           STRING TEXTO-W DELIMITED BY "  "
                  " DIVERGE" DELIMITED BY SIZE
                  INTO OCORRENCIA-W.
           PERFORM LISTA-DIVERGENCIA.
           MOVE SPACES TO REG-RELAT.
           MOVE "SUGESTAO:"     TO REG-RELAT(10: 09).
           MOVE CIDADE-CG06     TO REG-RELAT(20: 20).
           MOVE UF-CG06         TO REG-RELAT(41: 02).
           MOVE LOGRADOURO-CG06 TO REG-RELAT(44: 40).
           MOVE BAIRRO-CG06     TO REG-RELAT(85: 20).
           WRITE REG-RELAT.
       CONFERE-ENDERECO-FIM.
           EXIT.

       NORMALIZA-TEXTO SECTION.
      *    Maiusculas e sem acento, como a base foi gravada.
           INSPECT TEXTO-W CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT TEXTO-W CONVERTING ACENTOS-W TO SEM-ACENTO-W.

       LISTA-DIVERGENCIA SECTION.
           MOVE SPACES TO REG-RELAT.
           MOVE EMP-REC      TO REG-RELAT(01: 03).
           MOVE TIPO-CAD-W   TO REG-RELAT(05: 01).
           MOVE CODIGO-W     TO REG-RELAT(07: 08).
           MOVE NOME-W       TO REG-RELAT(16: 30).
           IF CEP-W NUMERIC
              MOVE CEP-W     TO REG-RELAT(47: 08).
           MOVE CIDADE-W     TO REG-RELAT(61: 20).
           MOVE UF-W         TO REG-RELAT(82: 02).
           MOVE OCORRENCIA-W TO REG-RELAT(85: 20).
           WRITE REG-RELAT.
