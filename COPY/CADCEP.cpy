      ******************************************************************
      *    COPY   : CADCEP                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DO DIRETORIO DE CEP             *
      *              (ECADCEP/SYS080): LOGRADOURO, BAIRRO, CIDADE E UF *
      *              DE CADA CEP, MANTIDO PELA CARGA DO SYS081         *
      ******************************************************************
       01  FD-REG-CADCEP.
           03  FD-CP-CEP           PIC     9(09).
           03  FD-CP-LOGRADOURO    PIC     X(30).
           03  FD-CP-BAIRRO        PIC     X(20).
           03  FD-CP-CIDADE        PIC     X(20).
           03  FD-CP-UF            PIC     X(02).
           03  FILLER              PIC     X(19).
