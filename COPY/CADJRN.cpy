      *    COPY   : CADJRN                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DO JOURNAL DE ATUALIZACOES DO   *
      *              CADASTRO DE CLIENTES (SJORNAL/SYS070), COM AS     *
      *              IMAGENS ANTES/DEPOIS DO REGISTRO FD-REG-CADCLI.   *
      *              FD-JR-ANONIMIZACAO: DADOS PESSOAIS ELIMINADOS     *
      *              PELO PGM0129 (LGPD), SEM A IMAGEM ANTERIOR        *
      ******************************************************************
       01  FD-REG-JORNAL.
           03  FD-JR-DATA          PIC     9(08).
               88  FD-JR-INCLUSAO                VALUE 'I'.
               88  FD-JR-ALTERACAO               VALUE 'A'.
               88  FD-JR-EXCLUSAO                VALUE 'E'.
               88  FD-JR-ANONIMIZACAO            VALUE 'N'.
           03  FD-JR-PROGRAMA      PIC     X(08).
           03  FD-JR-OPERADOR      PIC     X(08).
           03  FD-JR-CODIGO        PIC     9(06).
