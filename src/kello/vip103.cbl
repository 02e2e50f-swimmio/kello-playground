      *           BURACOS na sequencia NR-FITA-V101 dentro de cada
      *           contrato revisado (que nao enxerga fitas emitidas
      *           apos a ultima revisada).
      *           Fita pendente ja distribuida pelo CPB086 mostra o
      *           revisor atribuido e o prazo da revisao.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                      MOVE NR-FITA-V100  TO LINDET-REL(10: 05)
                      MOVE "EMITIDA EM " TO LINDET-REL(17: 11)
                      MOVE DATA-EMISSAO-V100 TO LINDET-REL(28: 08)
                      IF REVISOR-ATRIB-V100 IS NUMERIC AND
                         REVISOR-ATRIB-V100 > ZEROS
                         MOVE "REVISOR"  TO LINDET-REL(38: 07)
                         MOVE REVISOR-ATRIB-V100 TO LINDET-REL(46: 06)
                         MOVE "PRAZO"    TO LINDET-REL(54: 05)
                         MOVE DATA-LIMITE-V100 TO LINDET-REL(60: 08)
                      END-IF
                      WRITE REG-RELAT FROM LINDET
                      IF LIN > 56 PERFORM CABECALHO END-IF
               END-EVALUATE
