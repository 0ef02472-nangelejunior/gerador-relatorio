      *              OS PARAMETROS DO CARTAO EM VEZ DO ACCEPT. NA      *
      *              CHAMADA PELO CENTRAL01 A AREA PERMANECE VAZIA     *
      *              (MODO ONLINE, COMPORTAMENTO ORIGINAL)             *
      *              O OPERADOR (CODIGO DO CENTRAL01 OU 'LOTE01'), O   *
      *              INICIO DA CADEIA E O PASSO IDENTIFICAM A EXECUCAO *
      *              NO HISTORICO DE EXECUCOES (VER HISEXE)            *
      ******************************************************************
       01  WS-MODO-EXECUCAO EXTERNAL.
           03  WS-ME-MODO          PIC     X(01).
           03  WS-ME-FUNCAO        PIC     X(01).
           03  WS-ME-CODIGO        PIC     9(06).
           03  WS-ME-DATA-LIMITE   PIC     9(08).
           03  WS-ME-OPERADOR      PIC     X(08).
           03  WS-ME-LOTE-DATA     PIC     9(08).
           03  WS-ME-LOTE-HORA     PIC     9(08).
           03  WS-ME-PASSO         PIC     9(03).
