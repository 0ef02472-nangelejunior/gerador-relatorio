      ******************************************************************
      *    COPY   : CADTER                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DA TABELA DE TERRITORIOS DE     *
      *              VENDAS (ETERRIT/SYS120), MANTIDA PELA CARGA DO    *
      *              SYS121. O TERRITORIO E DEFINIDO POR FAIXA DE CEP  *
      *              (TIPO C), POR CIDADE DA UF (TIPO M) OU PELA UF    *
      *              INTEIRA (TIPO U) E TEM UM REPRESENTANTE           *
      ******************************************************************
       01  FD-REG-CADTER.
           03  FD-TR-CODIGO        PIC     9(04).
           03  FD-TR-TIPO          PIC     X(01).
               88  FD-TR-POR-CEP                 VALUE 'C'.
               88  FD-TR-POR-CIDADE              VALUE 'M'.
               88  FD-TR-POR-UF                  VALUE 'U'.
           03  FD-TR-UF            PIC     X(02).
           03  FD-TR-CIDADE        PIC     X(20).
           03  FD-TR-CEP-INI       PIC     9(09).
           03  FD-TR-CEP-FIM       PIC     9(09).
           03  FD-TR-DESCRICAO     PIC     X(30).
           03  FD-TR-REPRES        PIC     9(04).
           03  FD-TR-NOME-REPRES   PIC     X(30).
           03  FILLER              PIC     X(11).
