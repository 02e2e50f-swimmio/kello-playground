      *    Base de CEP dos Correios - um arquivo so, na raiz do
      *    CONTROLE, comum a todas as empresas (carregado pelo
      *    CGB002 a partir do arquivo texto dos Correios).
           SELECT CGD006 ASSIGN TO PATH-CGD006
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  STATUS IS ST-CGD006
                  RECORD KEY IS CEP-CG06.
