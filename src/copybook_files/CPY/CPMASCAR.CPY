      *    Area de parametros da rotina GEMASCAR (dados sensiveis -
      *    CPF/CNPJ, agencia/conta e chave PIX - em tela e relatorio).
      *    Quem nao tem a operacao "Dados Sensiveis" (GED002) recebe o
      *    valor mascarado; quem tem recebe o valor inteiro e cada
      *    exibicao fica em LOGACESS (status EXIBIDO, complemento =
      *    GEMASCAR-REFERENCIA - de quem e o dado).
       01  PARAMETROS-GEMASCAR.
           05 GEMASCAR-FUNCAO       PIC 9(01).
      *       FUNCAO - 1-INICIA (confere a permissao do usuario)
      *                2-CPF/CNPJ  3-AGENCIA/CONTA  4-CHAVE PIX
      *                5-REGISTRA EXPORTACAO (arquivo oficial/
      *                  contabil que sai sempre inteiro)
      *                9-ENCERRA
           05 GEMASCAR-EMPRESA      PIC X(03).
      *       Brancos = empresa do CONTROLE (batch)
           05 GEMASCAR-USUARIO      PIC X(08).
      *       COD-USUARIO-W da sessao; brancos = batch agendado
      *       (sempre mascara)
           05 GEMASCAR-PROGRAMA     PIC X(08).
           05 GEMASCAR-PERMITIDO    PIC X(01).
      *       Devolvido pela funcao 1: S-VE O DADO INTEIRO  N-MASCARA
           05 GEMASCAR-TIPO         PIC 9(01).
      *       Funcao 2: 1-CPF  2-CNPJ  0-PELO TAMANHO DO NUMERO
      *       Funcao 4: TIPO-CHAVE-CA22 (1-CPF/CNPJ 2-EMAIL
      *                 3-TELEFONE 4-ALEATORIA)
           05 GEMASCAR-DOCUMENTO    PIC 9(14).
      *       Funcao 2: CPF (11 dig.) ou CNPJ, justificado a direita
           05 GEMASCAR-VALOR        PIC X(80).
      *       Funcoes 3 e 4: conta (com ou sem "-DV") ou chave PIX
           05 GEMASCAR-REFERENCIA   PIC X(20).
      *       Dono do dado p/ o LOGACESS (ex.: "CGD001 000123") ou,
      *       na funcao 5, o arquivo exportado
           05 GEMASCAR-TEXTO        PIC X(80).
      *       Devolvido: valor formatado, inteiro ou mascarado
