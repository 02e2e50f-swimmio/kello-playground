      * quem dirige o extrator generico DIB002. Alem da carga, o
      * proprio dicionario sai impresso em RELDI01 - a unica
      * descricao corrente dos layouts fora do fonte.
      * Os campos de dado pessoal/bancario (CNPJ/CPF) saem marcados
      * em SENSIVEL-DI01 - o extrator DIB002 mascara esses campos p/
      * quem nao tem a operacao "Dados Sensiveis".

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           MOVE DIC-TAM-TB(I)     TO TAM-DI01.
           MOVE DIC-TIPO-TB(I)    TO TIPO-DI01.
           MOVE DIC-DEC-TB(I)     TO DEC-DI01.
           MOVE SPACE             TO SENSIVEL-DI01.
           IF DIC-CAMPO-TB(I) = "CGC-CG01"
              MOVE "D" TO SENSIVEL-DI01.
           WRITE REG-DID001 INVALID KEY
                 DISPLAY "ERRO GRAVACAO DID001: " ST-DID001
                 MOVE 1 TO ERRO-W
           MOVE TAM-DI01   TO REG-RELAT(39: 03)
           MOVE TIPO-DI01  TO REG-RELAT(44: 01)
           MOVE DEC-DI01   TO REG-RELAT(46: 02)
           MOVE SENSIVEL-DI01 TO REG-RELAT(49: 01)
           WRITE REG-RELAT.
