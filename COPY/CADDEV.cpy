      ******************************************************************
      *    COPY   : CADDEV                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DO CADASTRO DE CORRESPONDENCIAS *
      *              DEVOLVIDAS PELOS CORREIOS (EDEVOL/SYS118), UM     *
      *              REGISTRO POR CLIENTE E DATA DE DEVOLUCAO. GRAVADO *
      *              PELO PGM0132; A DEVOLUCAO ABERTA TIRA O CLIENTE   *
      *              DAS ETIQUETAS DO PGM0107 E E FECHADA PELA         *
      *              ALTERACAO DE ENDERECO (PGM0104/PGM0105/PGM0130).  *
      *              FD-DV-ESTADO/FD-DV-CEP: ENDERECO NA DATA DO       *
      *              REGISTRO, PARA O RELATORIO MENSAL (PGM0133)       *
      ******************************************************************
       01  FD-REG-DEVOL.
           03  FD-DV-CHAVE.
               05  FD-DV-CODIGO    PIC     9(06).
               05  FD-DV-DATA      PIC     9(08).
           03  FD-DV-MOTIVO        PIC     9(02).
           03  FD-DV-SITUACAO      PIC     X(01).
               88  FD-DV-ABERTA                  VALUE 'A'.
               88  FD-DV-FECHADA                 VALUE 'F'.
           03  FD-DV-ORIGEM        PIC     X(01).
               88  FD-DV-DIGITADA                VALUE 'D'.
               88  FD-DV-CARGA                   VALUE 'C'.
           03  FD-DV-OPERADOR      PIC     X(08).
           03  FD-DV-DT-REGISTRO   PIC     9(08).
           03  FD-DV-ESTADO        PIC     X(02).
           03  FD-DV-CEP           PIC     9(09).
           03  FD-DV-DT-FECHAMENTO PIC     9(08).
           03  FD-DV-PRG-FECHAMENTO
                                   PIC     X(08).
           03  FILLER              PIC     X(19).
