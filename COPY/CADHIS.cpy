      ******************************************************************
      *    COPY   : CADHIS                                             *
      *    FUNCAO : LAYOUT DO REGISTRO DO HISTORICO DE EXECUCOES DOS   *
      *              PROGRAMAS BATCH (SHISEXE/SYS135), GRAVADO PELO    *
      *              SUBPROGRAMA HISEXE NO FIM DE CADA EXECUCAO: INICIO*
      *              E FIM, TEMPO DECORRIDO EM SEGUNDOS, QUEM EXECUTOU *
      *              (OPERADOR DO CENTRAL01 OU A CADEIA DO LOTE01, COM *
      *              O INICIO DA CADEIA E O NUMERO DO PASSO), REGIS-   *
      *              TROS LIDOS, GRAVADOS E REJEITADOS E O RETORNO     *
      ******************************************************************
       01  FD-REG-HISEXE.
           03  FD-HI-PROGRAMA      PIC     X(08).
           03  FD-HI-INICIO.
               05  FD-HI-DATA-INICIO
                                   PIC     9(08).
               05  FD-HI-HORA-INICIO
                                   PIC     9(08).
           03  FD-HI-FIM.
               05  FD-HI-DATA-FIM  PIC     9(08).
               05  FD-HI-HORA-FIM  PIC     9(08).
           03  FD-HI-SEGUNDOS      PIC     9(07).
           03  FD-HI-MODO          PIC     X(01).
               88  FD-HI-LOTE                    VALUE 'L'.
               88  FD-HI-ONLINE                  VALUE 'O'.
           03  FD-HI-OPERADOR      PIC     X(08).
           03  FD-HI-LOTE-INICIO.
               05  FD-HI-LOTE-DATA PIC     9(08).
               05  FD-HI-LOTE-HORA PIC     9(08).
           03  FD-HI-PASSO         PIC     9(03).
           03  FD-HI-LIDOS         PIC     9(09).
           03  FD-HI-GRAVADOS      PIC     9(09).
           03  FD-HI-REJEITADOS    PIC     9(09).
           03  FD-HI-COD-RET       PIC     9(02).
           03  FILLER              PIC     X(16).
