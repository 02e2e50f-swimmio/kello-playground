      *
      * Saida: RELCO58 na pasta da empresa (saldos + secao de
      * avisos).
      * Transferencias entre empresas (ICB003): a entrada (tipo 7)
      * soma no saldo do brinde e a saida (tipo 6) abate.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                IF CODBRINDE-CO60 <> BRINDE-ALVO-W
                   MOVE "10" TO ST-COD060
                ELSE
                   IF TIPO-CO60 = 1 OR TIPO-CO60 = 3 OR
                      TIPO-CO60 = 7
      *               ajustes de inventario (3/4) entram no saldo
      *               como entrada/saida
                      ADD QTDE-CO60 TO SALDO-BRINDE-W
