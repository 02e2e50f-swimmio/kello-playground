      * - a posicao do CPB058 so tem quantidades; o balanco de fim
      * de ano precificava a prateleira chutando pelas ultimas
      * notas. P/ cada brinde do cadastro COD050 soma o saldo de
      * COD060 (tipos 1/3 entram, 2/4/5 saem), valoriza pelo custo
      * medio ponderado mantido nas entradas (CUSTO-MEDIO-CO50) e
      * grava a fotografia do mes em COD075 (re-rodar o mesmo mes
      * regrava - seguro repetir, como o CPB054). O relatorio de
      * valorizacao sai com o total geral.
      * Devolucoes ao fornecedor (tipo 5) saem do saldo e o COP060 ja
      * as tira do custo medio pelo custo da entrada; as do mes saem
      * por brinde (coluna DEVOL MES) e no total, valorizadas pelo
      * custo gravado no movimento.
      *
      * Mes: arquivo FECCP77 na pasta da empresa com "AAAAMM"; sem o
      * arquivo, o mes corrente. Saida: RELCP77.
      * Transferencias entre empresas (ICB003): a entrada (tipo 7)
      * soma no saldo do brinde e a saida (tipo 6) abate, as duas
      * pelo custo medio da origem no envio.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  VALOR-BRINDE-W        PIC S9(10)V99 VALUE ZEROS.
           05  TOT-VALOR-W           PIC S9(12)V99 VALUE ZEROS.
           05  QT-BRINDES-W          PIC 9(5)     VALUE ZEROS.
           05  DEVOL-MES-W           PIC 9(7)     VALUE ZEROS.
           05  VALOR-DEVOL-W         PIC 9(10)V99 VALUE ZEROS.
           05  TOT-DEVOL-W           PIC 9(12)V99 VALUE ZEROS.

           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-S-E             PIC ---.---.--9,99.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE ZEROS TO ERRO-W QT-BRINDES-W TOT-VALOR-W TOT-DEVOL-W.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS
           MOVE WS-DATA-CPU(1: 6) TO ANOMES-W

           MOVE "BRINDE DESCRICAO                    QTDE" TO
                REG-RELAT(01: 41)
           MOVE "   CUSTO MEDIO           VALOR" TO REG-RELAT(42: 31)
           MOVE "  DEVOL MES" TO REG-RELAT(73: 11)
           WRITE REG-RELAT

           IF ERRO-W = 0
           MOVE TOT-VALOR-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-RELAT(25: 15)
           WRITE REG-RELAT
           MOVE SPACES TO REG-RELAT
           MOVE "DEVOLUCOES A FORNECEDOR NO MES (CUSTO DA ENTRADA): "
                TO REG-RELAT(01: 51)
           MOVE TOT-DEVOL-W TO VALOR-E
           MOVE VALOR-E TO REG-RELAT(52: 15)
           WRITE REG-RELAT

           CLOSE COD050 COD060 COD075 ARQ-RELAT.

           MOVE CUSTO-E TO REG-RELAT(45: 10)
           MOVE VALOR-BRINDE-W TO VALOR-S-E
           MOVE VALOR-S-E TO REG-RELAT(57: 15)
           MOVE DEVOL-MES-W TO REG-RELAT(76: 07)
           WRITE REG-RELAT.

       CALCULA-SALDO-BRINDE SECTION.
      *    Tipos 1/3/7 entram, 2/4/5/6 saem (mesma conta de COP060/
      *    CPB058); devolucoes do mes acumuladas a parte.
           MOVE ZEROS TO SALDO-BRINDE-W DEVOL-MES-W VALOR-DEVOL-W.
           MOVE CODBRINDE-CO50 TO CODBRINDE-CO60.
           MOVE ZEROS          TO SEQ-CO60.
           START COD060 KEY IS NOT < CHAVE-CO60 INVALID KEY
                IF CODBRINDE-CO60 <> CODBRINDE-CO50
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
                      ADD QTDE-CO60 TO SALDO-BRINDE-W
                   ELSE
                      SUBTRACT QTDE-CO60 FROM SALDO-BRINDE-W
                   END-IF
                   IF TIPO-CO60 = 5 AND DATA-CO60(1: 6) = ANOMES-W
                      ADD QTDE-CO60 TO DEVOL-MES-W
                      COMPUTE VALOR-DEVOL-W ROUNDED = VALOR-DEVOL-W +
                              QTDE-CO60 * CUSTO-UNIT-CO60
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-COD060.
           ADD VALOR-DEVOL-W TO TOT-DEVOL-W.
