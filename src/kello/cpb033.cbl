      * CNPJ/CPF (CGD001), total pago e qtde de titulos, em duas
      * formas: relatorio RELCP33 e arquivo EXPCP33 p/ a contadora
      * carregar (FORNEC;CNPJ;QTDE;VALOR em centavos).
      * O CNPJ/CPF do relatorio passa pela rotina GEMASCAR (inteiro e
      * formatado so p/ usuario com a operacao "Dados Sensiveis", c/
      * registro em LOGACESS; rodado sem usuario sai mascarado). O
      * EXPCP33 e arquivo da contabilidade e sai sempre inteiro - a
      * geracao fica registrada em LOGACESS como EXPORTADO.
      *
      * Ano-base: arquivo ANOCP33 na pasta da empresa com "AAAA";
      * sem o arquivo, o ano anterior ao corrente.
           05  VALOR-E1              PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY "PARAMETR".
           COPY "CPMASCAR".

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "RELCP33" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RELAT
           MOVE "EXPCP33" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXPORT
           CLOSE CONTROLE
           ACCEPT PARAMETROS-W FROM COMMAND-LINE
           MOVE 1             TO GEMASCAR-FUNCAO
           MOVE EMP-REC       TO GEMASCAR-EMPRESA
           MOVE SPACES        TO GEMASCAR-USUARIO
           IF COD-USUARIO-W IS NUMERIC
              MOVE COD-USUARIO-W TO GEMASCAR-USUARIO
           END-IF
           MOVE "CPB033"      TO GEMASCAR-PROGRAMA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR

           OPEN INPUT ARQ-PARAM
           IF ST-PARAM = "00"
           WRITE REG-RELAT

           CLOSE CGD001 CPD020 CPD023 ARQ-RELAT ARQ-EXPORT.
           IF ERRO-W = 0
              MOVE 5             TO GEMASCAR-FUNCAO
              MOVE SPACES        TO GEMASCAR-REFERENCIA
              MOVE "EXPCP33"     TO GEMASCAR-REFERENCIA
              CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           END-IF.
           MOVE 9 TO GEMASCAR-FUNCAO
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           CANCEL "GEMASCAR".

           DISPLAY "FORNECEDORES COM PAGAMENTO NO ANO: "
                   QT-FORNECEDORES-W.
           MOVE FORNEC-QUEBRA-W TO CODIGO-CG01.
           READ CGD001 INVALID KEY
                MOVE "********"  TO NOME-CG01
                MOVE ZEROS       TO CGC-CG01 TIPO-PESSOA-CG01.
           MOVE 2                TO GEMASCAR-FUNCAO
           MOVE TIPO-PESSOA-CG01 TO GEMASCAR-TIPO
           MOVE CGC-CG01         TO GEMASCAR-DOCUMENTO
           MOVE SPACES           TO GEMASCAR-REFERENCIA
           STRING "CGD001 " FORNEC-QUEBRA-W DELIMITED BY SIZE
                  INTO GEMASCAR-REFERENCIA
           CALL "GEMASCAR" USING PARAMETROS-GEMASCAR
           MOVE SPACES TO REG-RELAT.
           MOVE FORNEC-QUEBRA-W TO REG-RELAT(01: 06)
           MOVE NOME-CG01       TO REG-RELAT(08: 25)
           MOVE GEMASCAR-TEXTO(1: 18) TO REG-RELAT(34: 18)
           MOVE QT-TIT-FORN-W   TO REG-RELAT(53: 06)
           MOVE VLR-FORN-W      TO VALOR-E
           MOVE VALOR-E         TO REG-RELAT(62: 15)
