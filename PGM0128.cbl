      ******************************************************************PGM0128
       IDENTIFICATION                  DIVISION.                        PGM0128
      ******************************************************************PGM0128
       PROGRAM-ID. PGM0128.                                             PGM0128
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0128
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0128
       DATE-COMPILED.                                                   PGM0128
      ******************************************************************PGM0128
      *REMARKS.                                                         PGM0128
      *     *----------------------------------------------------------*PGM0128
      *     *#NOME     : PGM0128                                       *PGM0128
      *     *----------------------------------------------------------*PGM0128
      *     *#TIPO     : BATCH                                         *PGM0128
      *     *----------------------------------------------------------*PGM0128
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0128
      *     *----------------------------------------------------------*PGM0128
      *     *#FUNCAO   : RELATORIO DO TITULAR DE DADOS (LGPD): PARA UM *PGM0128
      *     *            CPF/CNPJ INFORMADO, LISTA NO SPRINT O         *PGM0128
      *     *            REGISTRO ATUAL DE CADA CLIENTE DO CADASTRO    *PGM0128
      *     *            (SYS010) COM AQUELE DOCUMENTO E TODO O SEU    *PGM0128
      *     *            HISTORICO NO JOURNAL (SYS070), CAMPO A CAMPO, *PGM0128
      *     *            COM OS VALORES ANTES E DEPOIS DE CADA EVENTO. *PGM0128
      *     *            CLIENTES JA EXCLUIDOS OU QUE TIVERAM O        *PGM0128
      *     *            DOCUMENTO TROCADO SAO LOCALIZADOS PELAS       *PGM0128
      *     *            IMAGENS DO JOURNAL. RELATORIO ARQUIVADO PELO  *PGM0128
      *     *            ARQREL                                        *PGM0128
      *     *----------------------------------------------------------*PGM0128
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0128
      *     *              - RELATORIO DO TITULAR DE DADOS PELO        *PGM0128
      *     *              - CADASTRO E PELO JOURNAL                   *PGM0128
      *     *----------------------------------------------------------*PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       ENVIRONMENT                     DIVISION.                        PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       CONFIGURATION                   SECTION.                         PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
       SPECIAL-NAMES.                                                   PGM0128
           DECIMAL-POINT IS COMMA.                                      PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       INPUT-OUTPUT                    SECTION.                         PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
       FILE-CONTROL.                                                    PGM0128
           SELECT ECADCLI ASSIGN TO SYS010                              PGM0128
                  ORGANIZATION IS INDEXED                               PGM0128
                  ACCESS    MODE IS DYNAMIC                             PGM0128
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0128
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0128
                            WITH DUPLICATES                             PGM0128
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0128
      *                                                                 PGM0128
           SELECT SJORNAL ASSIGN TO SYS070                              PGM0128
                  FILE    STATUS IS WS-FS-SJORNAL.                      PGM0128
      *                                                                 PGM0128
           SELECT SRELATO ASSIGN TO SPRINT                              PGM0128
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       DATA                            DIVISION.                        PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       FILE                            SECTION.                         PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
       FD  ECADCLI                                                      PGM0128
           BLOCK     CONTAINS 0  RECORDS                                PGM0128
           RECORDING MODE     IS F                                      PGM0128
           LABEL     RECORD   IS STANDARD.                              PGM0128
           COPY CADCLI.                                                 PGM0128
      *                                                                 PGM0128
       FD  SJORNAL                                                      PGM0128
           BLOCK     CONTAINS 0  RECORDS                                PGM0128
           RECORDING MODE     IS F                                      PGM0128
           LABEL     RECORD   IS STANDARD.                              PGM0128
           COPY CADJRN.                                                 PGM0128
      *                                                                 PGM0128
       FD  SRELATO.                                                     PGM0128
       01  FD-REG-RELATO           PIC     X(95).                       PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       WORKING-STORAGE                 SECTION.                         PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       77  FILLER                  PIC     X(32)         VALUE          PGM0128
           'III WORKING-STORAGE SECTION III'.                           PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE FILE STATUS                                         *PGM0128
      ******************************************************************PGM0128
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0128
       77  WS-FS-SJORNAL           PIC     X(02)         VALUE ZEROS.   PGM0128
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE CONTADORES                                          *PGM0128
      ******************************************************************PGM0128
       77  ACU-CT-CLIENTES         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0128
       77  ACU-CT-JRLIDOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0128
       77  ACU-CT-EVENTOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0128
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0128
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE CHAVES/FLAGS                                        *PGM0128
      ******************************************************************PGM0128
       01  WS-SW-JORNAL             PIC    X(01)         VALUE 'N'.     PGM0128
           88  WS-JORNAL-DISPONIVEL                       VALUE 'S'.    PGM0128
       01  WS-SW-TITULAR            PIC    X(01)         VALUE 'N'.     PGM0128
           88  WS-TITULAR-ACHADO                          VALUE 'S'.    PGM0128
       01  WS-SW-COMPARA            PIC    X(01)         VALUE 'N'.     PGM0128
           88  WS-COMPARA-IMAGENS                         VALUE 'S'.    PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DO DOCUMENTO PESQUISADO E DOS CLIENTES DO TITULAR      *PGM0128
      ******************************************************************PGM0128
       01  WS-DOC-ALVO             PIC     9(15)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       77  WS-CT-TITULAR           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0128
       77  WS-IX-TITULAR           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0128
       01  WS-TB-TITULAR.                                               PGM0128
           03  WS-TT-CODIGO        PIC     9(06) OCCURS 50 TIMES.       PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE DECOMPOSICAO DAS IMAGENS ANTES/DEPOIS DO REGISTRO   *PGM0128
      *    DE CLIENTE (MESMO LAYOUT DA COPY CADCLI)                    *PGM0128
      ******************************************************************PGM0128
       01  WS-IMG-ANTES.                                                PGM0128
           03  WS-IA-CODIGO        PIC     9(06).                       PGM0128
           03  WS-IA-NOME          PIC     X(40).                       PGM0128
           03  WS-IA-RUA           PIC     X(30).                       PGM0128
           03  WS-IA-NUMERO        PIC     X(05).                       PGM0128
           03  WS-IA-COMPLEMENTO   PIC     X(15).                       PGM0128
           03  WS-IA-CEP           PIC     9(09).                       PGM0128
           03  WS-IA-BAIRRO        PIC     X(20).                       PGM0128
           03  WS-IA-CIDADE        PIC     X(20).                       PGM0128
           03  WS-IA-ESTADO        PIC     X(02).                       PGM0128
           03  WS-IA-DDD-RES       PIC     9(03).                       PGM0128
           03  WS-IA-NUM-RES       PIC     9(08).                       PGM0128
           03  WS-IA-DDD-CEL       PIC     9(03).                       PGM0128
           03  WS-IA-NUM-CEL       PIC     9(08).                       PGM0128
           03  WS-IA-DDD-COM       PIC     9(03).                       PGM0128
           03  WS-IA-NUM-COM       PIC     9(08).                       PGM0128
           03  WS-IA-PESSOA        PIC     9(01).                       PGM0128
           03  WS-IA-CPF-CNPJ      PIC     9(15).                       PGM0128
           03  WS-IA-SITUACAO      PIC     X(01).                       PGM0128
           03  WS-IA-DT-INATIVACAO PIC     9(08).                       PGM0128
           03  WS-IA-COD-FUSAO     PIC     9(06).                       PGM0128
           03  WS-IA-DT-CADASTRO   PIC     9(08).                       PGM0128
           03  WS-IA-DT-ULT-MANUT  PIC     9(08).                       PGM0128
      *                                                                 PGM0128
       01  WS-IMG-DEPOIS.                                               PGM0128
           03  WS-ID-CODIGO        PIC     9(06).                       PGM0128
           03  WS-ID-NOME          PIC     X(40).                       PGM0128
           03  WS-ID-RUA           PIC     X(30).                       PGM0128
           03  WS-ID-NUMERO        PIC     X(05).                       PGM0128
           03  WS-ID-COMPLEMENTO   PIC     X(15).                       PGM0128
           03  WS-ID-CEP           PIC     9(09).                       PGM0128
           03  WS-ID-BAIRRO        PIC     X(20).                       PGM0128
           03  WS-ID-CIDADE        PIC     X(20).                       PGM0128
           03  WS-ID-ESTADO        PIC     X(02).                       PGM0128
           03  WS-ID-DDD-RES       PIC     9(03).                       PGM0128
           03  WS-ID-NUM-RES       PIC     9(08).                       PGM0128
           03  WS-ID-DDD-CEL       PIC     9(03).                       PGM0128
           03  WS-ID-NUM-CEL       PIC     9(08).                       PGM0128
           03  WS-ID-DDD-COM       PIC     9(03).                       PGM0128
           03  WS-ID-NUM-COM       PIC     9(08).                       PGM0128
           03  WS-ID-PESSOA        PIC     9(01).                       PGM0128
           03  WS-ID-CPF-CNPJ      PIC     9(15).                       PGM0128
           03  WS-ID-SITUACAO      PIC     X(01).                       PGM0128
           03  WS-ID-DT-INATIVACAO PIC     9(08).                       PGM0128
           03  WS-ID-COD-FUSAO     PIC     9(06).                       PGM0128
           03  WS-ID-DT-CADASTRO   PIC     9(08).                       PGM0128
           03  WS-ID-DT-ULT-MANUT  PIC     9(08).                       PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE EDICAO DE DATAS E TELEFONES PARA A LISTAGEM         *PGM0128
      ******************************************************************PGM0128
       01  WS-ED-DATA              PIC     9(08)         VALUE ZEROS.   PGM0128
       01  WS-ED-DATA-R REDEFINES WS-ED-DATA.                           PGM0128
           03  WS-ED-ANO-R         PIC     9(04).                       PGM0128
           03  WS-ED-MES-R         PIC     9(02).                       PGM0128
           03  WS-ED-DIA-R         PIC     9(02).                       PGM0128
      *                                                                 PGM0128
       01  WS-ED-DATA-BR.                                               PGM0128
           03  WS-ED-DIA           PIC     9(02)         VALUE ZEROS.   PGM0128
           03  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           03  WS-ED-MES           PIC     9(02)         VALUE ZEROS.   PGM0128
           03  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           03  WS-ED-ANO           PIC     9(04)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  WS-ED-TEL-DDD           PIC     9(03)         VALUE ZEROS.   PGM0128
       01  WS-ED-TEL-NUM           PIC     9(08)         VALUE ZEROS.   PGM0128
       01  WS-ED-TEL-BR.                                                PGM0128
           03  FILLER              PIC     X(01)         VALUE '('.     PGM0128
           03  WS-ED-DDD           PIC     9(03)         VALUE ZEROS.   PGM0128
           03  FILLER              PIC     X(02)         VALUE ') '.    PGM0128
           03  WS-ED-NUM           PIC     9999B9999     VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  WS-ED-SAIDA             PIC     X(40)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE AUXILIARES                                          *PGM0128
      ******************************************************************PGM0128
       01  WS-MSG-ECADCLI          PIC     X(19)         VALUE          PGM0128
           ' DO ARQUIVO CADCLI '.                                       PGM0128
       01  WS-MSG-SJORNAL          PIC     X(19)         VALUE          PGM0128
           ' DO ARQUIVO JORNAL '.                                       PGM0128
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0128
           ' DO ARQUIVO RELATO'.                                        PGM0128
      *                                                                 PGM0128
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0128
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0128
           03  WS-DT-MES-R         PIC     9(02).                       PGM0128
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0128
      *                                                                 PGM0128
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0128
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0128
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0128
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0128
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0128
      *                                                                 PGM0128
       01  WS-JR-DATA-ED           PIC     9(08)         VALUE ZEROS.   PGM0128
       01  WS-JR-DATA-ED-R REDEFINES WS-JR-DATA-ED.                     PGM0128
           03  WS-JD-ANO-R         PIC     9(04).                       PGM0128
           03  WS-JD-MES-R         PIC     9(02).                       PGM0128
           03  WS-JD-DIA-R         PIC     9(02).                       PGM0128
      *                                                                 PGM0128
       01  WS-JR-HORA-ED           PIC     9(08)         VALUE ZEROS.   PGM0128
       01  WS-JR-HORA-ED-R REDEFINES WS-JR-HORA-ED.                     PGM0128
           03  WS-JH-HOR-R         PIC     9(02).                       PGM0128
           03  WS-JH-MIN-R         PIC     9(02).                       PGM0128
           03  WS-JH-SEG-R         PIC     9(02).                       PGM0128
           03  WS-JH-MIL-R         PIC     9(02).                       PGM0128
      *                                                                 PGM0128
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0128
       01  WS-DATA-DISPLAY.                                             PGM0128
           03  WS-DATA-BR.                                              PGM0128
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0128
               05  FILLER          PIC     X             VALUE '/'.     PGM0128
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0128
               05  FILLER          PIC     X             VALUE '/'.     PGM0128
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0128
               05  FILLER          PIC     X             VALUE ' '.     PGM0128
           03  WS-HORA-BR.                                              PGM0128
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0128
               05  FILLER          PIC     X             VALUE ':'.     PGM0128
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0128
               05  FILLER          PIC     X             VALUE ':'.     PGM0128
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0128
      *                                                                 PGM0128
       01  CAB1.                                                        PGM0128
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(63)         VALUE          PGM0128
               'RELATORIO DO TITULAR DE DADOS (LGPD)'.                  PGM0128
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0128
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0128
      *                                                                 PGM0128
       01  CAB2.                                                        PGM0128
           05  FILLER              PIC     X(22)         VALUE          PGM0128
               'DOCUMENTO PESQUISADO:'.                                 PGM0128
           05  CB2-DOCUMENTO       PIC     9(15)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(58)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  CAB3.                                                        PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(13)         VALUE          PGM0128
               'CAMPO'.                                                 PGM0128
           05  CB3-TITULO-1        PIC     X(41)         VALUE SPACES.  PGM0128
           05  CB3-TITULO-2        PIC     X(40)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  CAB4.                                                        PGM0128
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0128
      *                                                                 PGM0128
       01  WS-TIT-ATUAL-1          PIC     X(41)         VALUE          PGM0128
           'CONTEUDO ATUAL NO CADASTRO'.                                PGM0128
       01  WS-TIT-EVENTO-1         PIC     X(41)         VALUE          PGM0128
           'ANTES DO EVENTO'.                                           PGM0128
       01  WS-TIT-EVENTO-2         PIC     X(40)         VALUE          PGM0128
           'DEPOIS DO EVENTO (* = CAMPO ALTERADO)'.                     PGM0128
      *                                                                 PGM0128
       01  LINSECAO.                                                    PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LSC-TITULO          PIC     X(94)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  LINCLI.                                                      PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(09)         VALUE          PGM0128
               'CLIENTE:'.                                              PGM0128
           05  LCL-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0128
           05  LCL-OBS             PIC     X(76)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  LINEVT.                                                      PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LEV-DIA             PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           05  LEV-MES             PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0128
           05  LEV-ANO             PIC     9(04)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LEV-HORA            PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE ':'.     PGM0128
           05  LEV-MINUTO          PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(01)         VALUE ':'.     PGM0128
           05  LEV-SEGUNDO         PIC     9(02)         VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(10)         VALUE          PGM0128
               '  CLIENTE:'.                                            PGM0128
           05  LEV-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0128
           05  LEV-OPERACAO        PIC     X(15)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(06)         VALUE          PGM0128
               '  PGM:'.                                                PGM0128
           05  LEV-PROGRAMA        PIC     X(08)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(07)         VALUE          PGM0128
               '  OPER:'.                                               PGM0128
           05  LEV-OPERADOR        PIC     X(08)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(07)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  LINCAMPO.                                                    PGM0128
           05  LCP-MARCA           PIC     X(01)         VALUE SPACES.  PGM0128
           05  LCP-CAMPO           PIC     X(12)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LCP-ANTES           PIC     X(40)         VALUE SPACES.  PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LCP-DEPOIS          PIC     X(40)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  LINTOT.                                                      PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0128
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0128
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
       01  LINAVISO.                                                    PGM0128
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0128
           05  LAV-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0128
      ******************************************************************PGM0128
           COPY ARQLNK.                                                 PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0128
      ******************************************************************PGM0128
           COPY MODEXE.                                                 PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       77  FILLER                  PIC     X(32)         VALUE          PGM0128
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    AREA DE LINKAGE                                             *PGM0128
      ******************************************************************PGM0128
           COPY SAIDA.                                                  PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       LINKAGE                         SECTION.                         PGM0128
      ******************************************************************PGM0128
           COPY SAIDAL.                                                 PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
       PROCEDURE                       DIVISION USING LK-MSG            PGM0128
                                                      LK-COD-RET.       PGM0128
      ******************************************************************PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA PRINCIPAL                                            *PGM0128
      ******************************************************************PGM0128
       RTPRINCIPAL                     SECTION.                         PGM0128
      *                                                                 PGM0128
           PERFORM RTINICIALIZA.                                        PGM0128
      *                                                                 PGM0128
           PERFORM RTCADASTRO.                                          PGM0128
      *                                                                 PGM0128
           PERFORM RTHISTORICO.                                         PGM0128
      *                                                                 PGM0128
           PERFORM RTIMPTOTAIS.                                         PGM0128
      *                                                                 PGM0128
           PERFORM RTFECHA.                                             PGM0128
      *                                                                 PGM0128
           PERFORM RTARQUIVAREL.                                        PGM0128
      *                                                                 PGM0128
           PERFORM RTCONTABILIZA.                                       PGM0128
      *                                                                 PGM0128
           PERFORM RTFINALIZA.                                          PGM0128
      *                                                                 PGM0128
       RTPRINCIPALX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE INICIALIZACAO                                     *PGM0128
      ******************************************************************PGM0128
       RTINICIALIZA                    SECTION.                         PGM0128
      *                                                                 PGM0128
           DISPLAY ERASE.                                               PGM0128
      *                                                                 PGM0128
           INITIALIZE ACU-CT-CLIENTES                                   PGM0128
                      ACU-CT-JRLIDOS                                    PGM0128
                      ACU-CT-EVENTOS                                    PGM0128
                      ACU-CT-PAGINA                                     PGM0128
                      WS-CT-TITULAR                                     PGM0128
                      WS-TB-TITULAR.                                    PGM0128
      *                                                                 PGM0128
           DISPLAY '**************************************************'.PGM0128
      *                                                                 PGM0128
           MOVE '#PGM0128.900I - INICIO DO PROCESSAMENTO '              PGM0128
                                       TO WS-MENSAGEM.                  PGM0128
      *                                                                 PGM0128
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0128
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0128
      *                                                                 PGM0128
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0128
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0128
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0128
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0128
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0128
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0128
      *                                                                 PGM0128
           DISPLAY WS-MENSAGEM                                          PGM0128
                   WS-DATA-DISPLAY.                                     PGM0128
           DISPLAY '**************************************************'.PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO WS-MSG.                       PGM0128
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0128
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           DISPLAY '#PGM0128.911I - CPF/CNPJ DO TITULAR'                PGM0128
                   ' (SOMENTE NUMEROS)? '.                              PGM0128
           ACCEPT WS-DOC-ALVO.                                          PGM0128
      *                                                                 PGM0128
           IF WS-DOC-ALVO              NOT NUMERIC                      PGM0128
              OR WS-DOC-ALVO           EQUAL ZEROS                      PGM0128
               DISPLAY '#PGM0128.912I - DOCUMENTO NAO INFORMADO'        PGM0128
               MOVE 01                 TO WS-COD-RET                    PGM0128
               STRING '#PGM0128.912I - CPF/CNPJ DO TITULAR NAO INFORM'  PGM0128
                      'ADO OU INVALIDO!'                                PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
               PERFORM RTFINALIZA                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE WS-DOC-ALVO            TO CB2-DOCUMENTO.                PGM0128
      *                                                                 PGM0128
           OPEN INPUT  ECADCLI                                          PGM0128
                OUTPUT SRELATO.                                         PGM0128
      *                                                                 PGM0128
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               DISPLAY '#PGM0128.901I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0128
               DISPLAY '#PGM0128.901I - FILE STATUS = '   WS-FS-ECADCLI PGM0128
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0128
               STRING '#PGM0128.901I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0128
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
               PERFORM RTFINALIZA                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               DISPLAY '#PGM0128.902I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0128
               DISPLAY '#PGM0128.902I - FILE STATUS = '   WS-FS-SRELATO PGM0128
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0128
               STRING '#PGM0128.902I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0128
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
               PERFORM RTFINALIZA                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTINICIALIZAX.                  EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE LISTA O REGISTRO ATUAL DE CADA CLIENTE DO        *PGM0128
      *    CADASTRO COM O DOCUMENTO PESQUISADO (CHAVE ALTERNATIVA COM  *PGM0128
      *    DUPLICATAS: O MESMO CPF/CNPJ PODE TER MAIS DE UM CODIGO)    *PGM0128
      ******************************************************************PGM0128
       RTCADASTRO                      SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE WS-TIT-ATUAL-1         TO CB3-TITULO-1.                 PGM0128
           MOVE SPACES                 TO CB3-TITULO-2.                 PGM0128
      *                                                                 PGM0128
           MOVE 'REGISTRO ATUAL NO CADASTRO DE CLIENTES (SYS010)'       PGM0128
                                       TO LSC-TITULO.                   PGM0128
           PERFORM RTIMPSECAO.                                          PGM0128
      *                                                                 PGM0128
           MOVE WS-DOC-ALVO            TO FD-RC-CPF-CNPJ.               PGM0128
      *                                                                 PGM0128
           START ECADCLI KEY           EQUAL FD-RC-CPF-CNPJ             PGM0128
               INVALID KEY                                              PGM0128
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0128
           END-START.                                                   PGM0128
      *                                                                 PGM0128
           EVALUATE WS-FS-ECADCLI                                       PGM0128
               WHEN ZEROS                                               PGM0128
                   PERFORM RTLECADCLI                                   PGM0128
               WHEN '23'                                                PGM0128
                   CONTINUE                                             PGM0128
               WHEN OTHER                                               PGM0128
                   DISPLAY '#PGM0128.903I - ERRO NO POSICIONAMENTO'     PGM0128
                           WS-MSG-ECADCLI                               PGM0128
                   DISPLAY '#PGM0128.903I - FILE STATUS = '             PGM0128
                           WS-FS-ECADCLI                                PGM0128
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0128
                   STRING '#PGM0128.903I - ERRO NO POSICIONAMENTO DO '  PGM0128
                          'CADCLI! FILE STATUS = ' WS-FS-ECADCLI        PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
                   PERFORM RTFECHA                                      PGM0128
                   PERFORM RTFINALIZA                                   PGM0128
           END-EVALUATE.                                                PGM0128
      *                                                                 PGM0128
           PERFORM RTIMPATUAL          UNTIL WS-FS-ECADCLI              PGM0128
                                             NOT EQUAL ZEROS.           PGM0128
      *                                                                 PGM0128
           IF ACU-CT-CLIENTES          EQUAL ZEROS                      PGM0128
               MOVE 'NENHUM CLIENTE NO CADASTRO COM ESTE DOCUMENTO'     PGM0128
                                       TO LAV-TEXTO                     PGM0128
               PERFORM RTIMPAVISO                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTCADASTROX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE LEITURA SEQUENCIAL PELA CHAVE DO DOCUMENTO: O FIM *PGM0128
      *    DOS REGISTROS DO TITULAR E TRATADO COMO FIM DE ARQUIVO      *PGM0128
      ******************************************************************PGM0128
       RTLECADCLI                      SECTION.                         PGM0128
      *                                                                 PGM0128
           READ ECADCLI NEXT.                                           PGM0128
      *                                                                 PGM0128
           EVALUATE WS-FS-ECADCLI                                       PGM0128
               WHEN ZEROS                                               PGM0128
                   IF FD-RC-CPF-CNPJ   NOT EQUAL WS-DOC-ALVO            PGM0128
                       MOVE '10'       TO WS-FS-ECADCLI                 PGM0128
                   END-IF                                               PGM0128
               WHEN '02'                                                PGM0128
                   MOVE ZEROS          TO WS-FS-ECADCLI                 PGM0128
                   IF FD-RC-CPF-CNPJ   NOT EQUAL WS-DOC-ALVO            PGM0128
                       MOVE '10'       TO WS-FS-ECADCLI                 PGM0128
                   END-IF                                               PGM0128
               WHEN '10'                                                PGM0128
                   CONTINUE                                             PGM0128
               WHEN OTHER                                               PGM0128
                   DISPLAY '#PGM0128.904I - ERRO NA LEITURA'            PGM0128
                           WS-MSG-ECADCLI                               PGM0128
                   DISPLAY '#PGM0128.904I - FILE STATUS = '             PGM0128
                           WS-FS-ECADCLI                                PGM0128
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0128
                   STRING '#PGM0128.904I - ERRO NA LEITURA DO ARQUIVO'  PGM0128
                          ' CADCLI! FILE STATUS = ' WS-FS-ECADCLI       PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
                   PERFORM RTFECHA                                      PGM0128
                   PERFORM RTFINALIZA                                   PGM0128
           END-EVALUATE.                                                PGM0128
      *                                                                 PGM0128
       RTLECADCLIX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME O REGISTRO ATUAL DE UM CLIENTE DO        *PGM0128
      *    TITULAR E GUARDA O CODIGO PARA A PESQUISA NO JOURNAL        *PGM0128
      ******************************************************************PGM0128
       RTIMPATUAL                      SECTION.                         PGM0128
      *                                                                 PGM0128
           ADD 1                       TO ACU-CT-CLIENTES.              PGM0128
      *                                                                 PGM0128
           MOVE FD-RC-CODIGO           TO FD-JR-CODIGO.                 PGM0128
           PERFORM RTGUARDACODIGO.                                      PGM0128
      *                                                                 PGM0128
           MOVE FD-RC-CODIGO           TO LCL-CODIGO.                   PGM0128
      *                                                                 PGM0128
           IF FD-RC-SITUACAO           EQUAL 'I'                        PGM0128
               MOVE 'CLIENTE INATIVO'  TO LCL-OBS                       PGM0128
           ELSE                                                         PGM0128
               MOVE 'CLIENTE ATIVO'    TO LCL-OBS                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           PERFORM RTIMPCLIENTE.                                        PGM0128
      *                                                                 PGM0128
           MOVE FD-REG-CADCLI          TO WS-IMG-ANTES.                 PGM0128
           MOVE SPACES                 TO WS-IMG-DEPOIS.                PGM0128
           MOVE 'N'                    TO WS-SW-COMPARA.                PGM0128
      *                                                                 PGM0128
           PERFORM RTIMPIMAGENS.                                        PGM0128
      *                                                                 PGM0128
           PERFORM RTLECADCLI.                                          PGM0128
      *                                                                 PGM0128
       RTIMPATUALX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE GUARDA NA TABELA DO TITULAR O CODIGO EM          *PGM0128
      *    FD-JR-CODIGO, SE AINDA NAO ESTIVER NELA                     *PGM0128
      ******************************************************************PGM0128
       RTGUARDACODIGO                  SECTION.                         PGM0128
      *                                                                 PGM0128
           PERFORM RTPROCURACODIGO.                                     PGM0128
      *                                                                 PGM0128
           IF WS-TITULAR-ACHADO                                         PGM0128
               GO TO RTGUARDACODIGOX                                    PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           IF WS-CT-TITULAR            LESS 50                          PGM0128
               ADD 1                   TO WS-CT-TITULAR                 PGM0128
               MOVE FD-JR-CODIGO       TO WS-TT-CODIGO (WS-CT-TITULAR)  PGM0128
           ELSE                                                         PGM0128
               DISPLAY '#PGM0128.905I - MAIS DE 50 CLIENTES PARA O '    PGM0128
                       'DOCUMENTO. CODIGO IGNORADO = ' FD-JR-CODIGO     PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTGUARDACODIGOX.                EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE PROCURA FD-JR-CODIGO NA TABELA DO TITULAR        *PGM0128
      ******************************************************************PGM0128
       RTPROCURACODIGO                 SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE 'N'                    TO WS-SW-TITULAR.                PGM0128
           MOVE ZEROS                  TO WS-IX-TITULAR.                PGM0128
      *                                                                 PGM0128
           PERFORM RTPROCURACODIGO-ITEM                                 PGM0128
                                       UNTIL WS-TITULAR-ACHADO          PGM0128
                                          OR WS-IX-TITULAR              PGM0128
                                             NOT LESS WS-CT-TITULAR.    PGM0128
      *                                                                 PGM0128
       RTPROCURACODIGOX.               EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE COMPARA UMA ENTRADA DA TABELA DO TITULAR         *PGM0128
      ******************************************************************PGM0128
       RTPROCURACODIGO-ITEM            SECTION.                         PGM0128
      *                                                                 PGM0128
           ADD 1                       TO WS-IX-TITULAR.                PGM0128
      *                                                                 PGM0128
           IF WS-TT-CODIGO (WS-IX-TITULAR)                              PGM0128
                                       EQUAL FD-JR-CODIGO               PGM0128
               SET WS-TITULAR-ACHADO   TO TRUE                          PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTPROCURACODIGO-ITEMX.          EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE LISTA O HISTORICO DO TITULAR NO JOURNAL. A       *PGM0128
      *    PRIMEIRA PASSADA ACRESCENTA OS CODIGOS CUJAS IMAGENS TRAZEM *PGM0128
      *    O DOCUMENTO (CLIENTES EXCLUIDOS OU COM DOCUMENTO TROCADO);  *PGM0128
      *    A SEGUNDA IMPRIME TODOS OS EVENTOS DESSES CODIGOS           *PGM0128
      ******************************************************************PGM0128
       RTHISTORICO                     SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE WS-TIT-EVENTO-1        TO CB3-TITULO-1.                 PGM0128
           MOVE WS-TIT-EVENTO-2        TO CB3-TITULO-2.                 PGM0128
      *                                                                 PGM0128
           MOVE 'HISTORICO DE ATUALIZACOES NO JOURNAL (SYS070)'         PGM0128
                                       TO LSC-TITULO.                   PGM0128
           PERFORM RTIMPSECAO.                                          PGM0128
      *                                                                 PGM0128
           PERFORM RTABREJORNAL.                                        PGM0128
      *                                                                 PGM0128
           IF WS-JORNAL-DISPONIVEL                                      PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               MOVE 'JOURNAL INDISPONIVEL - HISTORICO NAO LISTADO'      PGM0128
                                       TO LAV-TEXTO                     PGM0128
               PERFORM RTIMPAVISO                                       PGM0128
               GO TO RTHISTORICOX                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           PERFORM RTLEJORNAL.                                          PGM0128
           PERFORM RTPESQUISAEVENTO    UNTIL WS-FS-SJORNAL EQUAL '10'.  PGM0128
           CLOSE SJORNAL.                                               PGM0128
      *                                                                 PGM0128
           IF WS-CT-TITULAR            EQUAL ZEROS                      PGM0128
               MOVE 'NENHUM EVENTO NO JOURNAL PARA ESTE DOCUMENTO'      PGM0128
                                       TO LAV-TEXTO                     PGM0128
               PERFORM RTIMPAVISO                                       PGM0128
               GO TO RTHISTORICOX                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           PERFORM RTABREJORNAL.                                        PGM0128
           PERFORM RTLEJORNAL.                                          PGM0128
           PERFORM RTIMPEVENTO         UNTIL WS-FS-SJORNAL EQUAL '10'.  PGM0128
           CLOSE SJORNAL.                                               PGM0128
      *                                                                 PGM0128
           IF ACU-CT-EVENTOS           EQUAL ZEROS                      PGM0128
               MOVE 'NENHUM EVENTO NO JOURNAL PARA ESTE DOCUMENTO'      PGM0128
                                       TO LAV-TEXTO                     PGM0128
               PERFORM RTIMPAVISO                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTHISTORICOX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE ABRE O JOURNAL. SEM O JOURNAL (35) O RELATORIO   *PGM0128
      *    SAI SO COM O REGISTRO ATUAL E O AVISO CORRESPONDENTE        *PGM0128
      ******************************************************************PGM0128
       RTABREJORNAL                    SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE 'N'                    TO WS-SW-JORNAL.                 PGM0128
      *                                                                 PGM0128
           OPEN INPUT SJORNAL.                                          PGM0128
      *                                                                 PGM0128
           EVALUATE WS-FS-SJORNAL                                       PGM0128
               WHEN ZEROS                                               PGM0128
                   SET WS-JORNAL-DISPONIVEL                             PGM0128
                                       TO TRUE                          PGM0128
               WHEN '35'                                                PGM0128
                   DISPLAY '#PGM0128.906I - JOURNAL NAO ENCONTRADO.'    PGM0128
                           ' HISTORICO NAO LISTADO'                     PGM0128
               WHEN OTHER                                               PGM0128
                   DISPLAY '#PGM0128.906I - ERRO NA ABERTURA'           PGM0128
                           WS-MSG-SJORNAL                               PGM0128
                   DISPLAY '#PGM0128.906I - FILE STATUS = '             PGM0128
                           WS-FS-SJORNAL                                PGM0128
                   MOVE  WS-FS-SJORNAL TO WS-COD-RET                    PGM0128
                   STRING '#PGM0128.906I - ERRO NA ABERTURA DO ARQUIVO' PGM0128
                          ' JORNAL! FILE STATUS = ' WS-FS-SJORNAL       PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
                   PERFORM RTFECHA                                      PGM0128
                   PERFORM RTFINALIZA                                   PGM0128
           END-EVALUATE.                                                PGM0128
      *                                                                 PGM0128
       RTABREJORNALX.                  EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE LEITURA DO ARQUIVO DE JOURNAL SJORNAL             *PGM0128
      ******************************************************************PGM0128
       RTLEJORNAL                      SECTION.                         PGM0128
      *                                                                 PGM0128
           READ SJORNAL.                                                PGM0128
      *                                                                 PGM0128
           EVALUATE WS-FS-SJORNAL                                       PGM0128
               WHEN ZEROS                                               PGM0128
                   ADD 1               TO ACU-CT-JRLIDOS                PGM0128
               WHEN '10'                                                PGM0128
                   CONTINUE                                             PGM0128
               WHEN OTHER                                               PGM0128
                   DISPLAY '#PGM0128.907I - ERRO NA LEITURA'            PGM0128
                           WS-MSG-SJORNAL                               PGM0128
                   DISPLAY '#PGM0128.907I - FILE STATUS = '             PGM0128
                           WS-FS-SJORNAL                                PGM0128
                   MOVE  WS-FS-SJORNAL TO WS-COD-RET                    PGM0128
                   STRING '#PGM0128.907I - ERRO NA LEITURA DO ARQUIVO ' PGM0128
                          'JORNAL! FILE STATUS = ' WS-FS-SJORNAL        PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
                   CLOSE SJORNAL                                        PGM0128
                   PERFORM RTFECHA                                      PGM0128
                   PERFORM RTFINALIZA                                   PGM0128
           END-EVALUATE.                                                PGM0128
      *                                                                 PGM0128
       RTLEJORNALX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE ACRESCENTA A TABELA DO TITULAR O CODIGO DE UM    *PGM0128
      *    EVENTO CUJA IMAGEM ANTES OU DEPOIS TRAZ O DOCUMENTO         *PGM0128
      ******************************************************************PGM0128
       RTPESQUISAEVENTO                SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE FD-JR-IMAGEM-ANTES     TO WS-IMG-ANTES.                 PGM0128
           MOVE FD-JR-IMAGEM-DEPOIS    TO WS-IMG-DEPOIS.                PGM0128
      *                                                                 PGM0128
           IF WS-IA-CPF-CNPJ           EQUAL WS-DOC-ALVO                PGM0128
              OR WS-ID-CPF-CNPJ        EQUAL WS-DOC-ALVO                PGM0128
               PERFORM RTGUARDACODIGO                                   PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           PERFORM RTLEJORNAL.                                          PGM0128
      *                                                                 PGM0128
       RTPESQUISAEVENTOX.              EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME UM EVENTO DE UM CODIGO DO TITULAR, COM   *PGM0128
      *    TODOS OS CAMPOS ANTES E DEPOIS                              *PGM0128
      ******************************************************************PGM0128
       RTIMPEVENTO                     SECTION.                         PGM0128
      *                                                                 PGM0128
           PERFORM RTPROCURACODIGO.                                     PGM0128
      *                                                                 PGM0128
           IF WS-TITULAR-ACHADO                                         PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               GO TO RTIMPEVENTO-LE                                     PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           ADD 1                       TO ACU-CT-EVENTOS.               PGM0128
      *                                                                 PGM0128
           MOVE FD-JR-DATA             TO WS-JR-DATA-ED.                PGM0128
           MOVE FD-JR-HORA             TO WS-JR-HORA-ED.                PGM0128
      *                                                                 PGM0128
           MOVE WS-JD-DIA-R            TO LEV-DIA.                      PGM0128
           MOVE WS-JD-MES-R            TO LEV-MES.                      PGM0128
           MOVE WS-JD-ANO-R            TO LEV-ANO.                      PGM0128
           MOVE WS-JH-HOR-R            TO LEV-HORA.                     PGM0128
           MOVE WS-JH-MIN-R            TO LEV-MINUTO.                   PGM0128
           MOVE WS-JH-SEG-R            TO LEV-SEGUNDO.                  PGM0128
           MOVE FD-JR-CODIGO           TO LEV-CODIGO.                   PGM0128
           MOVE FD-JR-PROGRAMA         TO LEV-PROGRAMA.                 PGM0128
           MOVE FD-JR-OPERADOR         TO LEV-OPERADOR.                 PGM0128
      *                                                                 PGM0128
           EVALUATE TRUE                                                PGM0128
               WHEN FD-JR-INCLUSAO                                      PGM0128
                   MOVE 'INCLUSAO'     TO LEV-OPERACAO                  PGM0128
               WHEN FD-JR-ALTERACAO                                     PGM0128
                   MOVE 'ALTERACAO'    TO LEV-OPERACAO                  PGM0128
               WHEN FD-JR-EXCLUSAO                                      PGM0128
                   MOVE 'EXCLUSAO'     TO LEV-OPERACAO                  PGM0128
               WHEN FD-JR-ANONIMIZACAO                                  PGM0128
                   MOVE 'ANONIMIZACAO' TO LEV-OPERACAO                  PGM0128
               WHEN OTHER                                               PGM0128
                   MOVE FD-JR-OPERACAO TO LEV-OPERACAO                  PGM0128
           END-EVALUATE.                                                PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER 32                       PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE LINEVT                 TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
           ADD 2                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
      *    NA ANONIMIZACAO A IMAGEM ANTERIOR NAO E GUARDADA: SERIA O   *PGM0128
      *    PROPRIO DADO PESSOAL ELIMINADO                              *PGM0128
           IF FD-JR-ANONIMIZACAO                                        PGM0128
               MOVE 'ANONIMIZACAO LGPD: IMAGEM ANTERIOR NAO MANTIDA'    PGM0128
                                       TO LAV-TEXTO                     PGM0128
               PERFORM RTIMPAVISO                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE FD-JR-IMAGEM-ANTES     TO WS-IMG-ANTES.                 PGM0128
           MOVE FD-JR-IMAGEM-DEPOIS    TO WS-IMG-DEPOIS.                PGM0128
           SET WS-COMPARA-IMAGENS      TO TRUE.                         PGM0128
      *                                                                 PGM0128
           PERFORM RTIMPIMAGENS.                                        PGM0128
      *                                                                 PGM0128
       RTIMPEVENTO-LE.                                                  PGM0128
      *                                                                 PGM0128
           PERFORM RTLEJORNAL.                                          PGM0128
      *                                                                 PGM0128
       RTIMPEVENTOX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME, CAMPO A CAMPO, AS IMAGENS WS-IMG-ANTES  *PGM0128
      *    E WS-IMG-DEPOIS. IMAGEM EM BRANCO (INCLUSAO/EXCLUSAO) SAI   *PGM0128
      *    EM BRANCO NA COLUNA CORRESPONDENTE                          *PGM0128
      ******************************************************************PGM0128
       RTIMPIMAGENS                    SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE 'CODIGO'               TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-CODIGO           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-CODIGO           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'NOME'                 TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-NOME             TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-NOME             TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'RUA'                  TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-RUA              TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-RUA              TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'NUMERO'               TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-NUMERO           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-NUMERO           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'COMPLEMENTO'          TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-COMPLEMENTO      TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-COMPLEMENTO      TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'CEP'                  TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-CEP              TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-CEP              TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'BAIRRO'               TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-BAIRRO           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-BAIRRO           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'CIDADE'               TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-CIDADE           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-CIDADE           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'UF'                   TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-ESTADO           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-ESTADO           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'TEL.RESID.'           TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DDD-RES          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-IA-NUM-RES          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DDD-RES          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-ID-NUM-RES          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'TEL.CELULAR'          TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DDD-CEL          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-IA-NUM-CEL          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DDD-CEL          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-ID-NUM-CEL          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'TEL.COMERC.'          TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DDD-COM          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-IA-NUM-COM          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DDD-COM          TO WS-ED-TEL-DDD.                PGM0128
           MOVE WS-ID-NUM-COM          TO WS-ED-TEL-NUM.                PGM0128
           PERFORM RTEDITATEL.                                          PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'PESSOA'               TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-PESSOA           TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-PESSOA           TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'CPF/CNPJ'             TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-CPF-CNPJ         TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-CPF-CNPJ         TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'SITUACAO'             TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-SITUACAO         TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-SITUACAO         TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'DT.INATIV.'           TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DT-INATIVACAO    TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DT-INATIVACAO    TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'COD.FUSAO'            TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-COD-FUSAO        TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-COD-FUSAO        TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'DT.CADASTRO'          TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DT-CADASTRO      TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DT-CADASTRO      TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
           MOVE 'DT.ULT.MANUT'         TO LCP-CAMPO.                    PGM0128
           MOVE WS-IA-DT-ULT-MANUT     TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-ANTES.                    PGM0128
           MOVE WS-ID-DT-ULT-MANUT     TO WS-ED-DATA.                   PGM0128
           PERFORM RTEDITADATA.                                         PGM0128
           MOVE WS-ED-SAIDA            TO LCP-DEPOIS.                   PGM0128
           PERFORM RTIMPCAMPO.                                          PGM0128
      *                                                                 PGM0128
       RTIMPIMAGENSX.                  EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE EDITA UMA DATA AAAAMMDD PARA DD/MM/AAAA. DATA    *PGM0128
      *    ZERADA OU EM BRANCO SAI EM BRANCO                           *PGM0128
      ******************************************************************PGM0128
       RTEDITADATA                     SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO WS-ED-SAIDA.                  PGM0128
      *                                                                 PGM0128
           IF WS-ED-DATA               NOT NUMERIC                      PGM0128
              OR WS-ED-DATA            EQUAL ZEROS                      PGM0128
               GO TO RTEDITADATAX                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE WS-ED-DIA-R            TO WS-ED-DIA.                    PGM0128
           MOVE WS-ED-MES-R            TO WS-ED-MES.                    PGM0128
           MOVE WS-ED-ANO-R            TO WS-ED-ANO.                    PGM0128
           MOVE WS-ED-DATA-BR          TO WS-ED-SAIDA.                  PGM0128
      *                                                                 PGM0128
       RTEDITADATAX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE EDITA UM TELEFONE (DDD) NNNN NNNN. TELEFONE      *PGM0128
      *    ZERADO OU EM BRANCO SAI EM BRANCO                           *PGM0128
      ******************************************************************PGM0128
       RTEDITATEL                      SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO WS-ED-SAIDA.                  PGM0128
      *                                                                 PGM0128
           IF WS-ED-TEL-DDD            NOT NUMERIC                      PGM0128
              OR WS-ED-TEL-NUM         NOT NUMERIC                      PGM0128
               GO TO RTEDITATELX                                        PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           IF WS-ED-TEL-NUM            EQUAL ZEROS                      PGM0128
               GO TO RTEDITATELX                                        PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE WS-ED-TEL-DDD          TO WS-ED-DDD.                    PGM0128
           MOVE WS-ED-TEL-NUM          TO WS-ED-NUM.                    PGM0128
           MOVE WS-ED-TEL-BR           TO WS-ED-SAIDA.                  PGM0128
      *                                                                 PGM0128
       RTEDITATELX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME UMA LINHA DE CAMPO, MARCANDO COM '*' OS  *PGM0128
      *    CAMPOS ALTERADOS PELO EVENTO                                *PGM0128
      ******************************************************************PGM0128
       RTIMPCAMPO                      SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO LCP-MARCA.                    PGM0128
      *                                                                 PGM0128
           IF WS-COMPARA-IMAGENS                                        PGM0128
              AND LCP-ANTES            NOT EQUAL LCP-DEPOIS             PGM0128
               MOVE '*'                TO LCP-MARCA                     PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE LINCAMPO               TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0128
           ADD 1                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO LCP-ANTES                     PGM0128
                                          LCP-DEPOIS.                   PGM0128
      *                                                                 PGM0128
       RTIMPCAMPOX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME A LINHA DE IDENTIFICACAO DO CLIENTE      *PGM0128
      ******************************************************************PGM0128
       RTIMPCLIENTE                    SECTION.                         PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER 32                       PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE LINCLI                 TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
           ADD 2                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO LCL-OBS.                      PGM0128
      *                                                                 PGM0128
       RTIMPCLIENTEX.                  EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME O TITULO DE UMA SECAO DO RELATORIO       *PGM0128
      ******************************************************************PGM0128
       RTIMPSECAO                      SECTION.                         PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER 46                       PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE LINSECAO               TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
           ADD 2                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0128
           ADD 1                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
       RTIMPSECAOX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME UMA LINHA DE AVISO                       *PGM0128
      ******************************************************************PGM0128
       RTIMPAVISO                      SECTION.                         PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER 51                       PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE LINAVISO               TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
           ADD 2                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           MOVE SPACES                 TO LAV-TEXTO.                    PGM0128
      *                                                                 PGM0128
       RTIMPAVISOX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME OS TOTAIS DO RELATORIO                   *PGM0128
      ******************************************************************PGM0128
       RTIMPTOTAIS                     SECTION.                         PGM0128
      *                                                                 PGM0128
           IF ACU-CT-LINHA             GREATER 46                       PGM0128
               PERFORM RTMONTACAB                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
           ADD 2                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
           MOVE 'CLIENTES ATUAIS COM O DOCUMENTO.............:'         PGM0128
                                       TO LTO-DESCRICAO.                PGM0128
           MOVE ACU-CT-CLIENTES        TO LTO-QTDE.                     PGM0128
           PERFORM RTIMPLINTOT.                                         PGM0128
      *                                                                 PGM0128
           MOVE 'CODIGOS DE CLIENTE DO TITULAR (COM JOURNAL).:'         PGM0128
                                       TO LTO-DESCRICAO.                PGM0128
           MOVE WS-CT-TITULAR          TO LTO-QTDE.                     PGM0128
           PERFORM RTIMPLINTOT.                                         PGM0128
      *                                                                 PGM0128
           MOVE 'EVENTOS DO JOURNAL LISTADOS.................:'         PGM0128
                                       TO LTO-DESCRICAO.                PGM0128
           MOVE ACU-CT-EVENTOS         TO LTO-QTDE.                     PGM0128
           PERFORM RTIMPLINTOT.                                         PGM0128
      *                                                                 PGM0128
       RTIMPTOTAISX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0128
      ******************************************************************PGM0128
       RTIMPLINTOT                     SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0128
           ADD 1                       TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
       RTIMPLINTOTX.                   EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0128
      ******************************************************************PGM0128
       RTMONTACAB                      SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0128
           MOVE  WS-MES                TO CB1-MES.                      PGM0128
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0128
      *                                                                 PGM0128
           ADD 1                       TO ACU-CT-PAGINA.                PGM0128
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0128
      *                                                                 PGM0128
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0128
      *                                                                 PGM0128
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0128
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0128
           ELSE                                                         PGM0128
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0128
      *                                                                 PGM0128
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0128
      *                                                                 PGM0128
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0128
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0128
      *                                                                 PGM0128
           MOVE 6                      TO ACU-CT-LINHA.                 PGM0128
      *                                                                 PGM0128
       RTMONTACABX.                    EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0128
      ******************************************************************PGM0128
       RTFECHA                         SECTION.                         PGM0128
      *                                                                 PGM0128
           CLOSE ECADCLI                                                PGM0128
                 SRELATO.                                               PGM0128
      *                                                                 PGM0128
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               DISPLAY '#PGM0128.908I - ERRO NO FECHAMENTO'             PGM0128
                       WS-MSG-SRELATO                                   PGM0128
               DISPLAY '#PGM0128.908I - FILE STATUS = '                 PGM0128
                       WS-FS-SRELATO                                    PGM0128
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0128
               STRING '#PGM0128.908I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0128
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0128
                                       DELIMITED BY SIZE                PGM0128
                                       INTO WS-MSG                      PGM0128
               PERFORM RTFINALIZA                                       PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTFECHAX.                       EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO. O    *PGM0128
      *    FILTRO NAO LEVA O DOCUMENTO PARA NAO EXPO-LO NO CATALOGO    *PGM0128
      ******************************************************************PGM0128
       RTARQUIVAREL                    SECTION.                         PGM0128
      *                                                                 PGM0128
           INITIALIZE ARQ-PARM.                                         PGM0128
      *                                                                 PGM0128
           MOVE 'PGM0128'              TO ARQ-PROGRAMA.                 PGM0128
           MOVE 'RELATORIO DO TITULAR (LGPD)'                           PGM0128
                                       TO ARQ-FILTRO.                   PGM0128
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0128
      *                                                                 PGM0128
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0128
      *                                                                 PGM0128
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0128
               DISPLAY '#PGM0128.909I - RELATORIO ARQUIVADO NA'         PGM0128
                       ' GERACAO ' ARQ-GERACAO                          PGM0128
           ELSE                                                         PGM0128
               DISPLAY '#PGM0128.909I - FALHA NO ARQUIVAMENTO DO'       PGM0128
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
       RTARQUIVARELX.                  EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0128
      ******************************************************************PGM0128
       RTCONTABILIZA                   SECTION.                         PGM0128
      *                                                                 PGM0128
           MOVE ACU-CT-CLIENTES        TO WS-DISPLAY-QTDE.              PGM0128
           DISPLAY '#PGM0128.910I - CLIENTES COM O DOCUMENTO = '        PGM0128
                   WS-DISPLAY-QTDE.                                     PGM0128
      *                                                                 PGM0128
           MOVE ACU-CT-JRLIDOS         TO WS-DISPLAY-QTDE.              PGM0128
           DISPLAY '#PGM0128.910I - EVENTOS DO JOURNAL LIDOS = '        PGM0128
                   WS-DISPLAY-QTDE.                                     PGM0128
      *                                                                 PGM0128
           MOVE ACU-CT-EVENTOS         TO WS-DISPLAY-QTDE.              PGM0128
           DISPLAY '#PGM0128.910I - EVENTOS DO TITULAR LISTADOS = '     PGM0128
                   WS-DISPLAY-QTDE.                                     PGM0128
      *                                                                 PGM0128
       RTCONTABILIZAX.                 EXIT.                            PGM0128
      *                                                                 PGM0128
      ******************************************************************PGM0128
      *    ROTINA DE FINALIZACAO                                       *PGM0128
      ******************************************************************PGM0128
       RTFINALIZA                      SECTION.                         PGM0128
      *                                                                 PGM0128
           DISPLAY '**************************************************'.PGM0128
      *                                                                 PGM0128
           MOVE '#PGM0128.999I - FIM DO PROCESSAMENTO '                 PGM0128
                                       TO WS-MENSAGEM.                  PGM0128
      *                                                                 PGM0128
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0128
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0128
      *                                                                 PGM0128
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0128
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0128
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0128
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0128
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0128
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0128
      *                                                                 PGM0128
           DISPLAY WS-MENSAGEM                                          PGM0128
                   WS-DATA-DISPLAY.                                     PGM0128
           DISPLAY '**************************************************'.PGM0128
      *                                                                 PGM0128
           MOVE WS-MSG                 TO LK-MSG.                       PGM0128
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0128
      *                                                                 PGM0128
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0128
           IF WS-EXEC-LOTE                                              PGM0128
               CONTINUE                                                 PGM0128
           ELSE                                                         PGM0128
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0128
           END-IF.                                                      PGM0128
      *                                                                 PGM0128
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0128
      *                                                                 PGM0128
           GOBACK.                                                      PGM0128
      *                                                                 PGM0128
       RTFINALIZAX.                    EXIT.                            PGM0128
      ******************************************************************PGM0128
      *    FIM DO PROGRAMA                                             *PGM0128
      ******************************************************************PGM0128
