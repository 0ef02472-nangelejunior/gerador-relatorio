      ******************************************************************
      *    COPY   : HISLNK                                             *
      *    FUNCAO : AREA DE COMUNICACAO COM O SUBPROGRAMA HISEXE, QUE  *
      *              REGISTRA A EXECUCAO DO PROGRAMA BATCH NO HISTORICO*
      *              DE EXECUCOES (SHISEXE/SYS135). O CHAMADOR INFORMA *
      *              O INICIO (TOMADO NO RTINICIALIZA), OS CONTADORES  *
      *              E O SEU RETORNO; O FIM E O MODO DE EXECUCAO SAO   *
      *              TOMADOS PELO HISEXE                               *
      ******************************************************************
       01  HIS-PARM.
           03  HIS-PROGRAMA        PIC     X(08).
           03  HIS-DATA-INICIO     PIC     9(08).
           03  HIS-HORA-INICIO     PIC     9(08).
           03  HIS-LIDOS           PIC     9(09).
           03  HIS-GRAVADOS        PIC     9(09).
           03  HIS-REJEITADOS      PIC     9(09).
           03  HIS-COD-RET-PGM     PIC     9(02).
           03  HIS-COD-RET         PIC     9(02).
