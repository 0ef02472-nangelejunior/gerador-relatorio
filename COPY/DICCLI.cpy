      ******************************************************************
      *    COPY   : DICCLI                                             *
      *    FUNCAO : DICIONARIO DOS CAMPOS DO REGISTRO DE CLIENTES      *
      *              (COPY CADCLI) PARA OS PROGRAMAS QUE ESCOLHEM OS   *
      *              CAMPOS PELO NOME: POSICAO E TAMANHO NO REGISTRO,  *
      *              TIPO (X-ALFANUMERICO, 9-NUMERICO, D-DATA          *
      *              AAAAMMDD) E LARGURA DA COLUNA NA LISTAGEM         *
      *              (O MAIOR ENTRE O VALOR IMPRESSO E O NOME).        *
      *              MANTER ALINHADO COM O COPY CADCLI                 *
      ******************************************************************
       01  WS-TB-DICCLI.
           03  FILLER              PIC     X(23)         VALUE
               'CODIGO         00106906'.
           03  FILLER              PIC     X(23)         VALUE
               'NOME           00740X40'.
           03  FILLER              PIC     X(23)         VALUE
               'RUA            04730X30'.
           03  FILLER              PIC     X(23)         VALUE
               'NUMERO         07705X06'.
           03  FILLER              PIC     X(23)         VALUE
               'COMPLEMENTO    08215X15'.
           03  FILLER              PIC     X(23)         VALUE
               'CEP            09709909'.
           03  FILLER              PIC     X(23)         VALUE
               'BAIRRO         10620X20'.
           03  FILLER              PIC     X(23)         VALUE
               'CIDADE         12620X20'.
           03  FILLER              PIC     X(23)         VALUE
               'ESTADO         14602X06'.
           03  FILLER              PIC     X(23)         VALUE
               'DDD-RES        14803907'.
           03  FILLER              PIC     X(23)         VALUE
               'TEL-RES        15108908'.
           03  FILLER              PIC     X(23)         VALUE
               'DDD-CEL        15903907'.
           03  FILLER              PIC     X(23)         VALUE
               'TEL-CEL        16208908'.
           03  FILLER              PIC     X(23)         VALUE
               'DDD-COM        17003907'.
           03  FILLER              PIC     X(23)         VALUE
               'TEL-COM        17308908'.
           03  FILLER              PIC     X(23)         VALUE
               'PESSOA         18101906'.
           03  FILLER              PIC     X(23)         VALUE
               'CPF-CNPJ       18215915'.
           03  FILLER              PIC     X(23)         VALUE
               'SITUACAO       19701X08'.
           03  FILLER              PIC     X(23)         VALUE
               'DT-INATIVACAO  19808D13'.
           03  FILLER              PIC     X(23)         VALUE
               'COD-FUSAO      20606909'.
           03  FILLER              PIC     X(23)         VALUE
               'DT-CADASTRO    21208D11'.
           03  FILLER              PIC     X(23)         VALUE
               'DT-ULT-MANUT   22008D12'.
       01  WS-TB-DICCLI-R REDEFINES WS-TB-DICCLI.
           03  WS-DC-CAMPO         OCCURS 22 TIMES.
               05  WS-DC-NOME      PIC     X(15).
               05  WS-DC-POSICAO   PIC     9(03).
               05  WS-DC-TAMANHO   PIC     9(02).
               05  WS-DC-TIPO      PIC     X(01).
                   88  WS-DC-ALFA                VALUE 'X'.
                   88  WS-DC-NUMERICO            VALUE '9'.
                   88  WS-DC-DATA                VALUE 'D'.
               05  WS-DC-LARGURA   PIC     9(02).
       77  WS-CT-DICCLI            PIC     9(02)         VALUE 22.
