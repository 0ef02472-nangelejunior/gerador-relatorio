      ******************************************************************
      *    COPY   : MOTDEV                                             *
      *    FUNCAO : TABELA DOS MOTIVOS DE DEVOLUCAO DOS CORREIOS       *
      *              (FD-DV-MOTIVO 01 A 09), COMUM AO REGISTRO, A      *
      *              LISTAGEM DE ETIQUETAS E AO RELATORIO MENSAL       *
      ******************************************************************
       01  WS-TB-MOTIVOS-DEV.
           03  FILLER              PIC     X(22)         VALUE
               'MUDOU-SE'.
           03  FILLER              PIC     X(22)         VALUE
               'ENDERECO INSUFICIENTE'.
           03  FILLER              PIC     X(22)         VALUE
               'NAO EXISTE O NUMERO'.
           03  FILLER              PIC     X(22)         VALUE
               'DESCONHECIDO'.
           03  FILLER              PIC     X(22)         VALUE
               'RECUSADO'.
           03  FILLER              PIC     X(22)         VALUE
               'NAO PROCURADO'.
           03  FILLER              PIC     X(22)         VALUE
               'AUSENTE'.
           03  FILLER              PIC     X(22)         VALUE
               'FALECIDO'.
           03  FILLER              PIC     X(22)         VALUE
               'OUTROS'.
       01  WS-TB-MOTIVOS-DEV-R REDEFINES WS-TB-MOTIVOS-DEV.
           03  WS-MOTIVO-DEV       PIC     X(22) OCCURS 9 TIMES.
       77  WS-CT-MOTIVOS-DEV       PIC     9(02)         VALUE 9.
