      ******************************************************************
      *    COPY   : SITRF                                              *
      *    FUNCAO : TABELA DAS SITUACOES CADASTRAIS DEVOLVIDAS PELO    *
      *              BUREAU DA RECEITA FEDERAL (FD-SR-SITUACAO 01 A    *
      *              09). 01 E A UNICA SITUACAO REGULAR: CPF REGULAR   *
      *              OU CNPJ ATIVO                                     *
      ******************************************************************
       01  WS-TB-SITUACOES-RF.
           03  FILLER              PIC     X(26)         VALUE
               'REGULAR/ATIVA'.
           03  FILLER              PIC     X(26)         VALUE
               'SUSPENSA'.
           03  FILLER              PIC     X(26)         VALUE
               'TITULAR FALECIDO'.
           03  FILLER              PIC     X(26)         VALUE
               'PENDENTE DE REGULARIZACAO'.
           03  FILLER              PIC     X(26)         VALUE
               'CANCELADA'.
           03  FILLER              PIC     X(26)         VALUE
               'NULA'.
           03  FILLER              PIC     X(26)         VALUE
               'INAPTA'.
           03  FILLER              PIC     X(26)         VALUE
               'BAIXADA'.
           03  FILLER              PIC     X(26)         VALUE
               'NAO CONSTA NA BASE DA RF'.
       01  WS-TB-SITUACOES-RF-R REDEFINES WS-TB-SITUACOES-RF.
           03  WS-SITUACAO-RF      PIC     X(26) OCCURS 9 TIMES.
       77  WS-CT-SITUACOES-RF      PIC     9(02)         VALUE 9.
