       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESELO.
      *AUTOR: EQUIPE KELLO
      *DATA: 15/10/2026
      *FUNCAO: Hash encadeado dos arquivos de auditoria - devolve o
      * hash de 18 digitos de um conteudo (posicao na cadeia +
      * imagem do registro) encadeado ao hash do registro anterior,
      * p/ a selagem e a conferencia do CPB111 e p/ o selo de
      * ancora do arquivamento do CPB046. Duas somas independentes
      * de 9 digitos, cada uma partindo da metade correspondente do
      * hash anterior: h = h*33 + codigo do caractere modulo um
      * primo (a formula do CALCULA-HASH do GESENHA) e h = h*131 +
      * codigo + posicao do byte modulo outro primo; no fim entra o
      * tamanho do conteudo. Trocar um byte, apagar ou inserir um
      * registro muda o hash dele e de todos os seguintes.
      * Parametros: COPY CPSELO (PARAMETROS-GESELO).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  VARIAVEIS.
           05  HASH1-W               PIC 9(9)     VALUE ZEROS.
           05  HASH2-W               PIC 9(9)     VALUE ZEROS.
           05  IX-H-W                PIC 9(4)     VALUE ZEROS.
           05  ORD-W                 PIC 9(3)     VALUE ZEROS.
           05  TAMANHO-W             PIC 9(4)     VALUE ZEROS.

       LINKAGE SECTION.
           COPY "CPSELO".

       PROCEDURE DIVISION USING PARAMETROS-GESELO.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO HASH1-W HASH2-W.
           IF GESELO-HASH-ANT(1: 9) IS NUMERIC
              MOVE GESELO-HASH-ANT(1: 9)  TO HASH1-W.
           IF GESELO-HASH-ANT(10: 9) IS NUMERIC
              MOVE GESELO-HASH-ANT(10: 9) TO HASH2-W.
           MOVE GESELO-TAMANHO TO TAMANHO-W.
           IF TAMANHO-W > 700
              MOVE 700 TO TAMANHO-W.

           PERFORM VARYING IX-H-W FROM 1 BY 1 UNTIL IX-H-W > TAMANHO-W
              COMPUTE ORD-W = FUNCTION ORD(GESELO-DADOS(IX-H-W: 1))
              COMPUTE HASH1-W =
                      FUNCTION MOD(HASH1-W * 33 + ORD-W, 999999937)
              COMPUTE HASH2-W =
                      FUNCTION MOD(HASH2-W * 131 + ORD-W + IX-H-W,
                                   999999929)
           END-PERFORM.
           COMPUTE HASH1-W =
                   FUNCTION MOD(HASH1-W * 33 + TAMANHO-W, 999999937).
           COMPUTE HASH2-W =
                   FUNCTION MOD(HASH2-W * 131 + HASH1-W, 999999929).

           MOVE HASH1-W TO GESELO-HASH(1: 9).
           MOVE HASH2-W TO GESELO-HASH(10: 9).
           EXIT PROGRAM.
