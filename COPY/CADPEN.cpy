      ******************************************************************
      *    COPY   : CADPEN                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DA FILA DE SOLICITACOES         *
      *              PENDENTES DE APROVACAO (EPENDEN/SYS117): ALTERACAO*
      *              DE NOME OU CPF/CNPJ, INATIVACAO E EXCLUSAO DE     *
      *              CLIENTES SOLICITADAS NO PGM0104 E DECIDIDAS POR   *
      *              OUTRO SUPERVISOR NO PGM0130 (DUPLO CONTROLE)      *
      ******************************************************************
       01  FD-REG-PENDEN.
           03  FD-PD-NUMERO        PIC     9(08).
           03  FD-PD-DATA          PIC     9(08).
           03  FD-PD-HORA          PIC     9(08).
           03  FD-PD-OPERADOR      PIC     X(08).
           03  FD-PD-OPERACAO      PIC     X(01).
               88  FD-PD-ALTERACAO               VALUE 'A'.
               88  FD-PD-INATIVACAO              VALUE 'I'.
               88  FD-PD-EXCLUSAO                VALUE 'E'.
           03  FD-PD-CODIGO        PIC     9(06).
           03  FD-PD-SITUACAO      PIC     X(01).
               88  FD-PD-PENDENTE                VALUE 'P'.
               88  FD-PD-APROVADA                VALUE 'A'.
               88  FD-PD-REJEITADA               VALUE 'R'.
           03  FD-PD-IMAGEM-ANTES  PIC     X(227).
           03  FD-PD-IMAGEM-DEPOIS PIC     X(227).
           03  FD-PD-APROVADOR     PIC     X(08).
           03  FD-PD-DT-DECISAO    PIC     9(08).
           03  FD-PD-HR-DECISAO    PIC     9(08).
           03  FD-PD-MOTIVO        PIC     X(40).
           03  FILLER              PIC     X(20).
