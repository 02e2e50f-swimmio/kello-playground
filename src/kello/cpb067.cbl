      *      + INSS(13)
      *   registro 9: "9" + QT-DETALHES(6) + SOMA-PAGO(15)
      * Conferencia: RELCP67.
      * Na conferencia o CNPJ/CPF passa pela rotina GEMASCAR (inteiro
      * e formatado so p/ usuario com a operacao "Dados Sensiveis",
      * c/ registro em LOGACESS; rodado sem usuario sai mascarado).
      * A declaracao sai sempre inteira - a geracao fica registrada
      * em LOGACESS como EXPORTADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           05  VALOR-E               PIC ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "DIRCP67" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DECLARA
           MOVE "RELCP67" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           CLOSE CONTROLE
           ACCEPT PARAMETROS-W FROM COMMAND-LINE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF
           MOVE "CPB067"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
           END-IF.

           CLOSE CGD001 CPD020 CPD023 CPD026 ARQ-DECLARA ARQ-RELAT.
           IF ERRO-W = 0
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "DIRCP67"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "ANO-BASE.........................: " ANO-BASE-W.
           DISPLAY "FORNECEDORES DECLARADOS..........: " QT-DETALHES-W.
           ADD 1 TO QT-DETALHES-W.
           ADD VLR-PAGO-FORN-W TO SOMA-PAGO-GERAL-W.

           MOVE 2                TO GEMASCAR-FUNCAO
           MOVE TIPO-PESSOA-CG01 TO GEMASCAR-TIPO
           MOVE CGC-CG01         TO GEMASCAR-DOCUMENTO
           MOVE SPACES           TO GEMASCAR-REFERENCIA
           STRING "CGD001 " FORNEC-QUEBRA-W DELIMITED BY SIZE
                  INTO GEMASCAR-REFERENCIA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-QUEBRA-W TO REG-RELAT(01: 06)
           MOVE NOME-CG01(1: 25) TO REG-RELAT(08: 25)
           MOVE GEMASCAR-TEXTO(1: 18) TO REG-RELAT(34: 18)
           MOVE VLR-PAGO-FORN-W TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(54: 15)
           MOVE RETEN-FORN-W(1) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(71: 15)
           MOVE RETEN-FORN-W(2) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(88: 15)
           MOVE RETEN-FORN-W(3) TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(105: 15)
           WRITE REG-RELAT.
       FECHA-FORNECEDOR-ZERA.
           MOVE ZEROS TO VLR-PAGO-FORN-W.
