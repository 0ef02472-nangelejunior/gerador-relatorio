      ******************************************************************
      *    COPY   : CADSRF                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DA SITUACAO CADASTRAL DOS       *
      *              CLIENTES NA RECEITA FEDERAL (ESITRF/SYS125), UM   *
      *              REGISTRO POR CLIENTE. CRIADO/ATUALIZADO NO ENVIO  *
      *              DA REMESSA AO BUREAU (PGM0136) E NO RETORNO DA    *
      *              CONSULTA (PGM0137). FD-SR-SITUACAO ZERO = AINDA   *
      *              NAO CONSULTADO; 01 A 09 CONFORME O COPY SITRF     *
      ******************************************************************
       01  FD-REG-SITRF.
           03  FD-SR-CODIGO        PIC     9(06).
           03  FD-SR-PESSOA        PIC     9(01).
           03  FD-SR-CPF-CNPJ      PIC     9(15).
           03  FD-SR-SITUACAO      PIC     9(02).
               88  FD-SR-NAO-CONSULTADO          VALUE 0.
               88  FD-SR-REGULAR                 VALUE 1.
           03  FD-SR-DT-CONSULTA   PIC     9(08).
           03  FD-SR-NOME-RF       PIC     X(40).
           03  FD-SR-DT-ENVIO      PIC     9(08).
           03  FD-SR-SEQ-ENVIO     PIC     9(06).
           03  FD-SR-SEQ-RETORNO   PIC     9(06).
           03  FD-SR-DT-ATUALIZ    PIC     9(08).
           03  FILLER              PIC     X(20).
