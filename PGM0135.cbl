      ******************************************************************PGM0135
       IDENTIFICATION                  DIVISION.                        PGM0135
      ******************************************************************PGM0135
       PROGRAM-ID. PGM0135.                                             PGM0135
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0135
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0135
       DATE-COMPILED.                                                   PGM0135
      ******************************************************************PGM0135
      *REMARKS.                                                         PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     *#NOME     : PGM0135                                       *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     *#TIPO     : BATCH                                         *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     *#FUNCAO   : ATRIBUICAO DOS CLIENTES ATIVOS DO CADASTRO    *PGM0135
      *     *            (SYS010) AOS TERRITORIOS DE VENDAS (ETERRIT/  *PGM0135
      *     *            SYS120) PELA REGRA MAIS ESPECIFICA: FAIXA DE  *PGM0135
      *     *            CEP, DEPOIS CIDADE, DEPOIS UF. EMITE NO       *PGM0135
      *     *            SPRINT A LISTA DE CLIENTES POR REPRESENTANTE, *PGM0135
      *     *            OS CLIENTES SEM TERRITORIO OU COM MAIS DE UM  *PGM0135
      *     *            E O RESUMO POR TERRITORIO (PF/PJ), ARQUIVADO  *PGM0135
      *     *            PELO ARQREL. GRAVA UM EXTRATO CSV POR REPRE-  *PGM0135
      *     *            SENTANTE NO LAYOUT DO SYS040 (SYS122.NNNN,    *PGM0135
      *     *            ONDE NNNN E O CODIGO DO REPRESENTANTE)        *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0135
      *     *              - ATRIBUICAO DE CLIENTES A TERRITORIOS E    *PGM0135
      *     *              - EXTRATOS POR REPRESENTANTE                *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0135
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0135
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0135
      *     *----------------------------------------------------------*PGM0135
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0135
      *     *              - SYS122 REPOSTO AO FIM DE CADA EXECUCAO    *PGM0135
      *     *----------------------------------------------------------*PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       ENVIRONMENT                     DIVISION.                        PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       CONFIGURATION                   SECTION.                         PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
       SPECIAL-NAMES.                                                   PGM0135
           DECIMAL-POINT IS COMMA.                                      PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       INPUT-OUTPUT                    SECTION.                         PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
       FILE-CONTROL.                                                    PGM0135
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0135
                  ORGANIZATION IS INDEXED                               PGM0135
                  RECORD     KEY IS FD-RC-CODIGO                        PGM0135
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0135
                            WITH DUPLICATES                             PGM0135
                  FILE     STATUS IS WS-FS-ECADCLI.                     PGM0135
      *                                                                 PGM0135
           SELECT ETERRIT  ASSIGN TO SYS120                             PGM0135
                  ORGANIZATION IS INDEXED                               PGM0135
                  RECORD     KEY IS FD-TR-CODIGO                        PGM0135
                  FILE     STATUS IS WS-FS-ETERRIT.                     PGM0135
      *                                                                 PGM0135
           SELECT SATRIB   ASSIGN TO SYS123                             PGM0135
                  FILE     STATUS IS WS-FS-SATRIB.                      PGM0135
      *                                                                 PGM0135
           SELECT SORTWK   ASSIGN TO SORTWK.                            PGM0135
      *                                                                 PGM0135
           SELECT SSORTTER ASSIGN TO SYS124                             PGM0135
                  FILE     STATUS IS WS-FS-SSORTTER.                    PGM0135
      *                                                                 PGM0135
           SELECT SCSVREP  ASSIGN TO SYS122                             PGM0135
                  FILE     STATUS IS WS-FS-SCSVREP.                     PGM0135
      *                                                                 PGM0135
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0135
                  FILE     STATUS IS WS-FS-SRELATO.                     PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       DATA                            DIVISION.                        PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       FILE                            SECTION.                         PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
       FD  ECADCLI                                                      PGM0135
           BLOCK     CONTAINS 0  RECORDS                                PGM0135
           RECORDING MODE     IS F                                      PGM0135
           LABEL     RECORD   IS STANDARD.                              PGM0135
           COPY CADCLI.                                                 PGM0135
      *                                                                 PGM0135
       FD  ETERRIT                                                      PGM0135
           BLOCK     CONTAINS 0  RECORDS                                PGM0135
           RECORDING MODE     IS F                                      PGM0135
           LABEL     RECORD   IS STANDARD.                              PGM0135
           COPY CADTER.                                                 PGM0135
      *                                                                 PGM0135
       FD  SATRIB                                                       PGM0135
           BLOCK     CONTAINS 0  RECORDS                                PGM0135
           RECORDING MODE     IS F                                      PGM0135
           LABEL     RECORD   IS STANDARD.                              PGM0135
       01  FD-REG-ATRIB            PIC     X(170).                      PGM0135
      *                                                                 PGM0135
       SD  SORTWK.                                                      PGM0135
       01  SD-REG-ATRIB.                                                PGM0135
           03  SD-AT-CHAVE         PIC     X(55).                       PGM0135
           03  FILLER              PIC     X(115).                      PGM0135
      *                                                                 PGM0135
       FD  SSORTTER                                                     PGM0135
           BLOCK     CONTAINS 0  RECORDS                                PGM0135
           RECORDING MODE     IS F                                      PGM0135
           LABEL     RECORD   IS STANDARD.                              PGM0135
       01  FD-REG-SORTTER          PIC     X(170).                      PGM0135
      *                                                                 PGM0135
       FD  SCSVREP.                                                     PGM0135
       01  FD-REG-CSV              PIC     X(102).                      PGM0135
      *                                                                 PGM0135
       FD  SRELATO.                                                     PGM0135
       01  FD-REG-RELATO           PIC     X(95).                       PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       WORKING-STORAGE                 SECTION.                         PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       77  FILLER                  PIC     X(32)         VALUE          PGM0135
           'III WORKING-STORAGE SECTION III'.                           PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE FILE STATUS                                         *PGM0135
      ******************************************************************PGM0135
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0135
       77  WS-FS-ETERRIT           PIC     X(02)         VALUE ZEROS.   PGM0135
       77  WS-FS-SATRIB            PIC     X(02)         VALUE ZEROS.   PGM0135
       77  WS-FS-SSORTTER          PIC     X(02)         VALUE ZEROS.   PGM0135
       77  WS-FS-SCSVREP           PIC     X(02)         VALUE ZEROS.   PGM0135
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE CONTADORES                                          *PGM0135
      ******************************************************************PGM0135
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-ATIVOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-POR-CEP          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-POR-CIDADE       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-POR-UF           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-SEM-TERR         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-MULTIPLOS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-ARQ-CSV          PIC     9(05) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-CSV              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-REP-CLI          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-REP-PF           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-REP-PJ           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0135
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE CHAVES/FLAGS                                        *PGM0135
      ******************************************************************PGM0135
       01  WS-SW-PRIMEIRO           PIC    X(01)         VALUE 'S'.     PGM0135
           88  WS-PRIMEIRO-REG                            VALUE 'S'.    PGM0135
       01  WS-SW-PRIMEIRA-EXC       PIC    X(01)         VALUE 'S'.     PGM0135
           88  WS-PRIMEIRA-EXC                            VALUE 'S'.    PGM0135
       01  WS-SW-CSV-ABERTO         PIC    X(01)         VALUE 'N'.     PGM0135
           88  WS-CSV-ABERTO                              VALUE 'S'.    PGM0135
       01  WS-SW-SECAO              PIC    X(01)         VALUE 'R'.     PGM0135
           88  WS-SECAO-REPRES                            VALUE 'R'.    PGM0135
           88  WS-SECAO-EXCECAO                           VALUE 'E'.    PGM0135
           88  WS-SECAO-RESUMO                            VALUE 'T'.    PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DA TABELA DE TERRITORIOS EM MEMORIA, COM OS CONTADORES *PGM0135
      *    DE CLIENTES PF/PJ ATRIBUIDOS A CADA TERRITORIO              *PGM0135
      ******************************************************************PGM0135
       01  WS-TB-TERRITORIOS.                                           PGM0135
           03  WS-TB-TERR-ENT      OCCURS 500 TIMES.                    PGM0135
               05  WS-TT-CODIGO    PIC     9(04).                       PGM0135
               05  WS-TT-TIPO      PIC     X(01).                       PGM0135
               05  WS-TT-UF        PIC     X(02).                       PGM0135
               05  WS-TT-CIDADE    PIC     X(20).                       PGM0135
               05  WS-TT-CEP-INI   PIC     9(09).                       PGM0135
               05  WS-TT-CEP-FIM   PIC     9(09).                       PGM0135
               05  WS-TT-DESCRICAO PIC     X(30).                       PGM0135
               05  WS-TT-REPRES    PIC     9(04).                       PGM0135
               05  WS-TT-NOME-REPRES                                    PGM0135
                                   PIC     X(30).                       PGM0135
               05  WS-TT-PF        PIC     9(05) COMP-3.                PGM0135
               05  WS-TT-PJ        PIC     9(05) COMP-3.                PGM0135
               05  WS-TT-OUTROS    PIC     9(05) COMP-3.                PGM0135
      *                                                                 PGM0135
       77  WS-CT-TERR              PIC     9(03) COMP-3  VALUE ZEROS.   PGM0135
       77  WS-IX-TERR              PIC     9(03) COMP-3  VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE APURACAO DOS TERRITORIOS DO CLIENTE EM CADA NIVEL:  *PGM0135
      *    QUANTIDADE E OS DOIS PRIMEIROS TERRITORIOS ENCONTRADOS      *PGM0135
      ******************************************************************PGM0135
       01  WS-APURACAO.                                                 PGM0135
           03  WS-QT-CEP           PIC     9(03) COMP-3.                PGM0135
           03  WS-PRI-CEP          PIC     9(03) COMP-3.                PGM0135
           03  WS-SEG-CEP          PIC     9(03) COMP-3.                PGM0135
           03  WS-QT-CIDADE        PIC     9(03) COMP-3.                PGM0135
           03  WS-PRI-CIDADE       PIC     9(03) COMP-3.                PGM0135
           03  WS-SEG-CIDADE       PIC     9(03) COMP-3.                PGM0135
           03  WS-QT-UF            PIC     9(03) COMP-3.                PGM0135
           03  WS-PRI-UF           PIC     9(03) COMP-3.                PGM0135
           03  WS-SEG-UF           PIC     9(03) COMP-3.                PGM0135
      *                                                                 PGM0135
       77  WS-QT-ACHADOS           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0135
       77  WS-IX-PRI               PIC     9(03) COMP-3  VALUE ZEROS.   PGM0135
       77  WS-IX-SEG               PIC     9(03) COMP-3  VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    REGISTRO DE ATRIBUICAO (SYS123, ORDENADO NO SYS124). A      *PGM0135
      *    CHAVE AGRUPA OS ATRIBUIDOS POR REPRESENTANTE/TERRITORIO E   *PGM0135
      *    DEIXA NO FINAL OS SEM TERRITORIO E OS COM MAIS DE UM        *PGM0135
      ******************************************************************PGM0135
       01  WS-REG-ATRIB.                                                PGM0135
           03  WS-AT-CHAVE.                                             PGM0135
               05  WS-AT-GRUPO     PIC     X(01).                       PGM0135
                   88  WS-AT-ATRIBUIDO           VALUE '1'.             PGM0135
                   88  WS-AT-SEM-TERR            VALUE '2'.             PGM0135
                   88  WS-AT-MULTIPLO            VALUE '3'.             PGM0135
               05  WS-AT-REPRES    PIC     9(04).                       PGM0135
               05  WS-AT-TERRITORIO                                     PGM0135
                                   PIC     9(04).                       PGM0135
               05  WS-AT-NOME      PIC     X(40).                       PGM0135
               05  WS-AT-CODIGO    PIC     9(06).                       PGM0135
           03  WS-AT-NOME-REPRES   PIC     X(30).                       PGM0135
           03  WS-AT-NIVEL         PIC     X(01).                       PGM0135
           03  WS-AT-QT-TERR       PIC     9(02).                       PGM0135
           03  WS-AT-TERR-OUTRO    PIC     9(04).                       PGM0135
           03  WS-AT-PESSOA        PIC     9(01).                       PGM0135
           03  WS-AT-CEP           PIC     9(09).                       PGM0135
           03  WS-AT-CIDADE        PIC     X(20).                       PGM0135
           03  WS-AT-ESTADO        PIC     X(02).                       PGM0135
           03  WS-AT-DDD-RES       PIC     9(03).                       PGM0135
           03  WS-AT-NUM-RES       PIC     9(08).                       PGM0135
           03  WS-AT-DDD-CEL       PIC     9(03).                       PGM0135
           03  WS-AT-NUM-CEL       PIC     9(08).                       PGM0135
           03  WS-AT-DDD-COM       PIC     9(03).                       PGM0135
           03  WS-AT-NUM-COM       PIC     9(08).                       PGM0135
           03  FILLER              PIC     X(13).                       PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE QUEBRA DE CONTROLE                                  *PGM0135
      ******************************************************************PGM0135
       01  WS-REPRES-ANT           PIC     9(04)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    NOME EXTERNO DO EXTRATO CSV DO REPRESENTANTE: O SYS122 E    *PGM0135
      *    REAPONTADO A CADA QUEBRA DE REPRESENTANTE ANTES DO OPEN     *PGM0135
      ******************************************************************PGM0135
       01  WS-NOME-CSV.                                                 PGM0135
           03  FILLER              PIC     X(07)         VALUE          PGM0135
               'SYS122.'.                                               PGM0135
           03  WS-NC-REPRES        PIC     9(04)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
      *    VALOR ORIGINAL DO SYS122, GUARDADO NA PRIMEIRA CHAMADA E     PGM0135
      *    REPOSTO AO FIM DE CADA EXECUCAO                              PGM0135
       77  WS-SW-AMBIENTE          PIC     X(01)         VALUE 'N'.     PGM0135
           88  WS-AMBIENTE-SALVO                         VALUE 'S'.     PGM0135
       01  WS-ORIG-SYS122          PIC     X(80)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE AUXILIARES                                          *PGM0135
      ******************************************************************PGM0135
       01  WS-MSG-ECADCLI          PIC     X(18)         VALUE          PGM0135
           ' DO ARQUIVO CADCLI'.                                        PGM0135
       01  WS-MSG-ETERRIT          PIC     X(18)         VALUE          PGM0135
           ' DO ARQUIVO TERRIT'.                                        PGM0135
       01  WS-MSG-SATRIB           PIC     X(18)         VALUE          PGM0135
           ' DO ARQUIVO ATRIB '.                                        PGM0135
       01  WS-MSG-SSORTTER         PIC     X(21)         VALUE          PGM0135
           ' DO ARQUIVO SSORTTER'.                                      PGM0135
       01  WS-MSG-SCSVREP          PIC     X(18)         VALUE          PGM0135
           ' DO ARQUIVO CSVREP'.                                        PGM0135
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0135
           ' DO ARQUIVO RELATO'.                                        PGM0135
      *                                                                 PGM0135
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0135
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0135
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0135
           03  WS-DT-MES-R         PIC     9(02).                       PGM0135
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0135
      *                                                                 PGM0135
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0135
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0135
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0135
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0135
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0135
      *                                                                 PGM0135
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0135
       01  WS-DATA-DISPLAY.                                             PGM0135
           03  WS-DATA-BR.                                              PGM0135
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0135
               05  FILLER          PIC     X             VALUE '/'.     PGM0135
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0135
               05  FILLER          PIC     X             VALUE '/'.     PGM0135
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0135
               05  FILLER          PIC     X             VALUE ' '.     PGM0135
           03  WS-HORA-BR.                                              PGM0135
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0135
               05  FILLER          PIC     X             VALUE ':'.     PGM0135
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0135
               05  FILLER          PIC     X             VALUE ':'.     PGM0135
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
       01  CAB1.                                                        PGM0135
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0135
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0135
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(63)         VALUE          PGM0135
               'ATRIBUICAO DE CLIENTES A TERRITORIOS DE VENDAS'.        PGM0135
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0135
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0135
      *                                                                 PGM0135
      *    CABECALHOS DA LISTA POR REPRESENTANTE                        PGM0135
       01  CAB2R.                                                       PGM0135
           05  FILLER              PIC     X(15)         VALUE          PGM0135
               'REPRESENTANTE: '.                                       PGM0135
           05  CB2-REPRES          PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(03)         VALUE ' - '.   PGM0135
           05  CB2-NOME-REPRES     PIC     X(30)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(43)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  CAB3R.                                                       PGM0135
           05  FILLER              PIC     X(10)         VALUE          PGM0135
               'COD CLI'.                                               PGM0135
           05  FILLER              PIC     X(31)         VALUE          PGM0135
               'NOME DO CLIENTE'.                                       PGM0135
           05  FILLER              PIC     X(21)         VALUE          PGM0135
               'CIDADE'.                                                PGM0135
           05  FILLER              PIC     X(03)         VALUE          PGM0135
               'UF'.                                                    PGM0135
           05  FILLER              PIC     X(11)         VALUE          PGM0135
               'CEP'.                                                   PGM0135
           05  FILLER              PIC     X(05)         VALUE          PGM0135
               'TERR'.                                                  PGM0135
           05  FILLER              PIC     X(08)         VALUE          PGM0135
               'NIVEL'.                                                 PGM0135
           05  FILLER              PIC     X(06)         VALUE          PGM0135
               'PES'.                                                   PGM0135
      *                                                                 PGM0135
      *    CABECALHOS DOS CLIENTES SEM TERRITORIO OU COM MAIS DE UM     PGM0135
       01  CAB2E.                                                       PGM0135
           05  FILLER              PIC     X(95)         VALUE          PGM0135
               'CLIENTES SEM TERRITORIO OU COM MAIS DE UM TERRITORIO'.  PGM0135
      *                                                                 PGM0135
       01  CAB3E.                                                       PGM0135
           05  FILLER              PIC     X(10)         VALUE          PGM0135
               'COD CLI'.                                               PGM0135
           05  FILLER              PIC     X(26)         VALUE          PGM0135
               'NOME DO CLIENTE'.                                       PGM0135
           05  FILLER              PIC     X(19)         VALUE          PGM0135
               'CIDADE'.                                                PGM0135
           05  FILLER              PIC     X(03)         VALUE          PGM0135
               'UF'.                                                    PGM0135
           05  FILLER              PIC     X(10)         VALUE          PGM0135
               'CEP'.                                                   PGM0135
           05  FILLER              PIC     X(07)         VALUE          PGM0135
               'NIVEL'.                                                 PGM0135
           05  FILLER              PIC     X(20)         VALUE          PGM0135
               'OCORRENCIA'.                                            PGM0135
      *                                                                 PGM0135
      *    CABECALHOS DO RESUMO POR TERRITORIO                          PGM0135
       01  CAB2T.                                                       PGM0135
           05  FILLER              PIC     X(95)         VALUE          PGM0135
               'RESUMO POR TERRITORIO'.                                 PGM0135
      *                                                                 PGM0135
       01  CAB3T.                                                       PGM0135
           05  FILLER              PIC     X(07)         VALUE          PGM0135
               'TERR'.                                                  PGM0135
           05  FILLER              PIC     X(07)         VALUE          PGM0135
               'TIPO'.                                                  PGM0135
           05  FILLER              PIC     X(31)         VALUE          PGM0135
               'DESCRICAO'.                                             PGM0135
           05  FILLER              PIC     X(26)         VALUE          PGM0135
               'REPRESENTANTE'.                                         PGM0135
           05  FILLER              PIC     X(07)         VALUE          PGM0135
               '   PF'.                                                 PGM0135
           05  FILLER              PIC     X(07)         VALUE          PGM0135
               '   PJ'.                                                 PGM0135
           05  FILLER              PIC     X(10)         VALUE          PGM0135
               ' TOTAL'.                                                PGM0135
      *                                                                 PGM0135
       01  CAB4.                                                        PGM0135
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0135
      *                                                                 PGM0135
       01  LINREP.                                                      PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LRP-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LRP-NOME            PIC     X(30)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LRP-CIDADE          PIC     X(20)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LRP-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LRP-CEP             PIC     9(09)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LRP-TERRITORIO      PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LRP-NIVEL           PIC     X(06)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LRP-PESSOA          PIC     X(02)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  LINTOTREP.                                                   PGM0135
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(24)         VALUE          PGM0135
               'TOTAL DO REPRESENTANTE:'.                               PGM0135
           05  LTR-QTDE            PIC     ZZZZZ9        VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(14)         VALUE          PGM0135
               ' CLIENTES  PF:'.                                        PGM0135
           05  LTR-PF              PIC     ZZZZZ9        VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(05)         VALUE          PGM0135
               '  PJ:'.                                                 PGM0135
           05  LTR-PJ              PIC     ZZZZZ9        VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(29)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  LINEXC.                                                      PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LEX-NOME            PIC     X(25)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-CIDADE          PIC     X(18)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-CEP             PIC     9(09)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-NIVEL           PIC     X(06)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LEX-OCORRENCIA      PIC     X(20)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  WS-OCORRENCIA-MULT.                                          PGM0135
           05  FILLER              PIC     X(03)         VALUE 'EM '.   PGM0135
           05  WS-OM-QTDE          PIC     9(02)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(06)         VALUE ' TERR:'.PGM0135
           05  WS-OM-TERR-1        PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0135
           05  WS-OM-TERR-2        PIC     9(04)         VALUE ZEROS.   PGM0135
      *                                                                 PGM0135
       01  LINTER.                                                      PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTE-CODIGO          PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LTE-TIPO            PIC     X(06)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTE-DESCRICAO       PIC     X(30)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTE-REPRES          PIC     9(04)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTE-NOME-REPRES     PIC     X(20)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTE-PF              PIC     ZZZZ9         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LTE-PJ              PIC     ZZZZ9         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0135
           05  LTE-TOTAL           PIC     ZZZZZ9        VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  LINTOT.                                                      PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0135
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  LINNADA.                                                     PGM0135
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0135
           05  LNA-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    EXTRATO CSV POR REPRESENTANTE (MESMO LAYOUT DO SYS040)      *PGM0135
      ******************************************************************PGM0135
       01  CABCSV.                                                      PGM0135
           05  FILLER              PIC     X(08)         VALUE          PGM0135
               '"CODIGO"'.                                              PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(06)         VALUE '"NOME"'.PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"DDD_RES"'.                                             PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"NUM_RES"'.                                             PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"DDD_CEL"'.                                             PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"NUM_CEL"'.                                             PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"DDD_COM"'.                                             PGM0135
           05  FILLER              PIC     X(01)         VALUE ','.     PGM0135
           05  FILLER              PIC     X(09)         VALUE          PGM0135
               '"NUM_COM"'.                                             PGM0135
           05  FILLER              PIC     X(27)         VALUE SPACES.  PGM0135
      *                                                                 PGM0135
       01  LINCSV.                                                      PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-CODIGO          PIC     9(06)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-NOME            PIC     X(40)         VALUE SPACES.  PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-DDD-RES         PIC     9(03)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-NUM-RES         PIC     9(08)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-DDD-CEL         PIC     9(03)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-NUM-CEL         PIC     9(08)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-DDD-COM         PIC     9(03)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(02)         VALUE '",'.    PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
           05  CSV-NUM-COM         PIC     9(08)         VALUE ZEROS.   PGM0135
           05  FILLER              PIC     X(01)         VALUE '"'.     PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0135
      ******************************************************************PGM0135
           COPY ARQLNK.                                                 PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0135
      ******************************************************************PGM0135
           COPY MODEXE.                                                 PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0135
      ******************************************************************PGM0135
           COPY HISLNK.                                                 PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       77  FILLER                  PIC     X(32)         VALUE          PGM0135
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    AREA DE LINKAGE                                             *PGM0135
      ******************************************************************PGM0135
           COPY SAIDA.                                                  PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       LINKAGE                         SECTION.                         PGM0135
      ******************************************************************PGM0135
           COPY SAIDAL.                                                 PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
       PROCEDURE                       DIVISION USING LK-MSG            PGM0135
                                                      LK-COD-RET.       PGM0135
      ******************************************************************PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA PRINCIPAL                                            *PGM0135
      ******************************************************************PGM0135
       RTPRINCIPAL                     SECTION.                         PGM0135
      *                                                                 PGM0135
           PERFORM RTINICIALIZA.                                        PGM0135
      *                                                                 PGM0135
           PERFORM RTCARGATERR.                                         PGM0135
      *                                                                 PGM0135
           PERFORM RTATRIBUI.                                           PGM0135
      *                                                                 PGM0135
           PERFORM RTPROCESSA.                                          PGM0135
      *                                                                 PGM0135
           PERFORM RTIMPRESUMO.                                         PGM0135
      *                                                                 PGM0135
           PERFORM RTIMPTOTAIS.                                         PGM0135
      *                                                                 PGM0135
           PERFORM RTFECHA.                                             PGM0135
      *                                                                 PGM0135
           PERFORM RTARQUIVAREL.                                        PGM0135
      *                                                                 PGM0135
           PERFORM RTCONTABILIZA.                                       PGM0135
      *                                                                 PGM0135
           PERFORM RTFINALIZA.                                          PGM0135
      *                                                                 PGM0135
       RTPRINCIPALX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE INICIALIZACAO                                     *PGM0135
      ******************************************************************PGM0135
       RTINICIALIZA                    SECTION.                         PGM0135
      *                                                                 PGM0135
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0135
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0135
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0135
      *                                                                 PGM0135
      *    SEM VALOR NO AMBIENTE O ARQUIVO E O PROPRIO NOME LOGICO      PGM0135
           IF NOT WS-AMBIENTE-SALVO                                     PGM0135
               DISPLAY 'SYS122'        UPON ENVIRONMENT-NAME            PGM0135
               ACCEPT WS-ORIG-SYS122   FROM ENVIRONMENT-VALUE           PGM0135
               IF WS-ORIG-SYS122       EQUAL SPACES                     PGM0135
                   MOVE 'SYS122'       TO WS-ORIG-SYS122                PGM0135
               END-IF                                                   PGM0135
               SET WS-AMBIENTE-SALVO   TO TRUE                          PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           DISPLAY ERASE.                                               PGM0135
      *                                                                 PGM0135
           INITIALIZE ACU-CT-LIDOS                                      PGM0135
                      ACU-CT-ATIVOS                                     PGM0135
                      ACU-CT-POR-CEP                                    PGM0135
                      ACU-CT-POR-CIDADE                                 PGM0135
                      ACU-CT-POR-UF                                     PGM0135
                      ACU-CT-SEM-TERR                                   PGM0135
                      ACU-CT-MULTIPLOS                                  PGM0135
                      ACU-CT-ARQ-CSV                                    PGM0135
                      ACU-CT-CSV                                        PGM0135
                      ACU-CT-PAGINA                                     PGM0135
                      WS-CT-TERR.                                       PGM0135
      *                                                                 PGM0135
           MOVE 'N'                    TO WS-SW-CSV-ABERTO.             PGM0135
           MOVE 'R'                    TO WS-SW-SECAO.                  PGM0135
      *                                                                 PGM0135
           DISPLAY '**************************************************'.PGM0135
      *                                                                 PGM0135
           MOVE '#PGM0135.900I - INICIO DO PROCESSAMENTO '              PGM0135
                                       TO WS-MENSAGEM.                  PGM0135
      *                                                                 PGM0135
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0135
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0135
      *                                                                 PGM0135
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0135
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0135
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0135
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0135
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0135
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0135
      *                                                                 PGM0135
           DISPLAY WS-MENSAGEM                                          PGM0135
                   WS-DATA-DISPLAY.                                     PGM0135
           DISPLAY '**************************************************'.PGM0135
      *                                                                 PGM0135
           MOVE SPACES                 TO WS-MSG.                       PGM0135
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0135
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           OPEN OUTPUT SRELATO.                                         PGM0135
      *                                                                 PGM0135
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.901I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0135
               DISPLAY '#PGM0135.901I - FILE STATUS = '   WS-FS-SRELATO PGM0135
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.901I - ERRO NA ABERTURA DO ARQUIVO REL' PGM0135
                      'ATO! FILE STATUS = ' WS-FS-SRELATO               PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTINICIALIZAX.                  EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE CARREGA A TABELA DE TERRITORIOS NA MEMORIA       *PGM0135
      ******************************************************************PGM0135
       RTCARGATERR                     SECTION.                         PGM0135
      *                                                                 PGM0135
           OPEN INPUT ETERRIT.                                          PGM0135
      *                                                                 PGM0135
           IF WS-FS-ETERRIT            EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.902I - ERRO NA ABERTURA' WS-MSG-ETERRITPGM0135
               DISPLAY '#PGM0135.902I - FILE STATUS = '   WS-FS-ETERRIT PGM0135
               MOVE   WS-FS-ETERRIT    TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.902I - ERRO NA ABERTURA DA TABELA DE T' PGM0135
                      'ERRITORIOS! FILE STATUS = ' WS-FS-ETERRIT        PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SRELATO                                            PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           PERFORM RTLETERRIT.                                          PGM0135
      *                                                                 PGM0135
           PERFORM RTGUARDATERR        UNTIL WS-FS-ETERRIT EQUAL '10'   PGM0135
                                       OR WS-CT-TERR EQUAL 500.         PGM0135
      *                                                                 PGM0135
           IF WS-FS-ETERRIT            NOT EQUAL '10'                   PGM0135
               DISPLAY '#PGM0135.904I - TABELA DE TERRITORIOS EXCEDE'   PGM0135
                       ' 500 ENTRADAS'                                  PGM0135
               MOVE   12               TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.904I - TABELA DE TERRITORIOS EXCEDE 50' PGM0135
                      '0 ENTRADAS! ATRIBUICAO NAO EFETUADA.'            PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE ETERRIT SRELATO                                    PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           CLOSE ETERRIT.                                               PGM0135
      *                                                                 PGM0135
           IF WS-CT-TERR               EQUAL ZEROS                      PGM0135
               DISPLAY '#PGM0135.905I - TABELA DE TERRITORIOS VAZIA'    PGM0135
               MOVE   99               TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.905I - TABELA DE TERRITORIOS VAZIA! EX' PGM0135
                      'ECUTAR A CARGA (SYS121).'                        PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SRELATO                                            PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTCARGATERRX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE LEITURA DA TABELA DE TERRITORIOS ETERRIT          *PGM0135
      ******************************************************************PGM0135
       RTLETERRIT                      SECTION.                         PGM0135
      *                                                                 PGM0135
           READ ETERRIT.                                                PGM0135
      *                                                                 PGM0135
           EVALUATE WS-FS-ETERRIT                                       PGM0135
               WHEN ZEROS                                               PGM0135
                   CONTINUE                                             PGM0135
               WHEN '10'                                                PGM0135
                   CONTINUE                                             PGM0135
               WHEN OTHER                                               PGM0135
                   DISPLAY '#PGM0135.903I - ERRO NA LEITURA'            PGM0135
                           WS-MSG-ETERRIT                               PGM0135
                   DISPLAY '#PGM0135.903I - FILE STATUS = '             PGM0135
                           WS-FS-ETERRIT                                PGM0135
                   MOVE  WS-FS-ETERRIT TO WS-COD-RET                    PGM0135
                   STRING '#PGM0135.903I - ERRO NA LEITURA DO ARQUIVO ' PGM0135
                          'TERRIT! FILE STATUS = ' WS-FS-ETERRIT        PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
                   CLOSE ETERRIT SRELATO                                PGM0135
                   PERFORM RTFINALIZA                                   PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
       RTLETERRITX.                    EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE GUARDA UM TERRITORIO NA TABELA EM MEMORIA        *PGM0135
      ******************************************************************PGM0135
       RTGUARDATERR                    SECTION.                         PGM0135
      *                                                                 PGM0135
           ADD 1                       TO WS-CT-TERR.                   PGM0135
      *                                                                 PGM0135
           MOVE FD-TR-CODIGO       TO WS-TT-CODIGO      (WS-CT-TERR).   PGM0135
           MOVE FD-TR-TIPO         TO WS-TT-TIPO        (WS-CT-TERR).   PGM0135
           MOVE FD-TR-UF           TO WS-TT-UF          (WS-CT-TERR).   PGM0135
           MOVE FD-TR-CIDADE       TO WS-TT-CIDADE      (WS-CT-TERR).   PGM0135
           MOVE FD-TR-CEP-INI      TO WS-TT-CEP-INI     (WS-CT-TERR).   PGM0135
           MOVE FD-TR-CEP-FIM      TO WS-TT-CEP-FIM     (WS-CT-TERR).   PGM0135
           MOVE FD-TR-DESCRICAO    TO WS-TT-DESCRICAO   (WS-CT-TERR).   PGM0135
           MOVE FD-TR-REPRES       TO WS-TT-REPRES      (WS-CT-TERR).   PGM0135
           MOVE FD-TR-NOME-REPRES  TO WS-TT-NOME-REPRES (WS-CT-TERR).   PGM0135
           MOVE ZEROS              TO WS-TT-PF          (WS-CT-TERR)    PGM0135
                                      WS-TT-PJ          (WS-CT-TERR)    PGM0135
                                      WS-TT-OUTROS      (WS-CT-TERR).   PGM0135
      *                                                                 PGM0135
           PERFORM RTLETERRIT.                                          PGM0135
      *                                                                 PGM0135
       RTGUARDATERRX.                  EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE ATRIBUI CADA CLIENTE ATIVO A UM TERRITORIO E     *PGM0135
      *    GRAVA O REGISTRO DE ATRIBUICAO (SYS123)                     *PGM0135
      ******************************************************************PGM0135
       RTATRIBUI                       SECTION.                         PGM0135
      *                                                                 PGM0135
           OPEN INPUT  ECADCLI                                          PGM0135
                OUTPUT SATRIB.                                          PGM0135
      *                                                                 PGM0135
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.906I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0135
               DISPLAY '#PGM0135.906I - FILE STATUS = '   WS-FS-ECADCLI PGM0135
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.906I - ERRO NA ABERTURA DO ARQUIVO CAD' PGM0135
                      'CLI! FILE STATUS = ' WS-FS-ECADCLI               PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SATRIB SRELATO                                     PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           IF WS-FS-SATRIB             EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.907I - ERRO NA ABERTURA' WS-MSG-SATRIB PGM0135
               DISPLAY '#PGM0135.907I - FILE STATUS = '   WS-FS-SATRIB  PGM0135
               MOVE   WS-FS-SATRIB     TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.907I - ERRO NA ABERTURA DO ARQUIVO ATR' PGM0135
                      'IB! FILE STATUS = ' WS-FS-SATRIB                 PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE ECADCLI SRELATO                                    PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           PERFORM RTLECADCLI.                                          PGM0135
      *                                                                 PGM0135
           PERFORM RTATRIBUICLIENTE    UNTIL WS-FS-ECADCLI EQUAL '10'.  PGM0135
      *                                                                 PGM0135
           CLOSE ECADCLI                                                PGM0135
                 SATRIB.                                                PGM0135
      *                                                                 PGM0135
       RTATRIBUIX.                     EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE LEITURA DO ARQUIVO ECADCLI                        *PGM0135
      ******************************************************************PGM0135
       RTLECADCLI                      SECTION.                         PGM0135
      *                                                                 PGM0135
           READ ECADCLI.                                                PGM0135
      *                                                                 PGM0135
           EVALUATE WS-FS-ECADCLI                                       PGM0135
               WHEN ZEROS                                               PGM0135
                   ADD 1               TO ACU-CT-LIDOS                  PGM0135
               WHEN '10'                                                PGM0135
                   CONTINUE                                             PGM0135
               WHEN OTHER                                               PGM0135
                   DISPLAY '#PGM0135.908I - ERRO NA LEITURA'            PGM0135
                           WS-MSG-ECADCLI                               PGM0135
                   DISPLAY '#PGM0135.908I - FILE STATUS = '             PGM0135
                           WS-FS-ECADCLI                                PGM0135
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0135
                   STRING '#PGM0135.908I - ERRO NA LEITURA DO ARQUIVO ' PGM0135
                          'CADCLI! FILE STATUS = ' WS-FS-ECADCLI        PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
                   CLOSE ECADCLI SATRIB SRELATO                         PGM0135
                   PERFORM RTFINALIZA                                   PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
       RTLECADCLIX.                    EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE APURA OS TERRITORIOS DE UM CLIENTE ATIVO E       *PGM0135
      *    ESCOLHE O NIVEL MAIS ESPECIFICO COM OCORRENCIA              *PGM0135
      ******************************************************************PGM0135
       RTATRIBUICLIENTE                SECTION.                         PGM0135
      *                                                                 PGM0135
           IF FD-RC-SITUACAO           EQUAL 'I'                        PGM0135
               GO TO RTATRIBUICLIENTE-LE                                PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-ATIVOS.                PGM0135
      *                                                                 PGM0135
           INITIALIZE WS-APURACAO.                                      PGM0135
      *                                                                 PGM0135
           MOVE ZEROS                  TO WS-IX-TERR.                   PGM0135
      *                                                                 PGM0135
           PERFORM RTCOMPARATERR       UNTIL WS-IX-TERR                 PGM0135
                                              NOT LESS WS-CT-TERR.      PGM0135
      *                                                                 PGM0135
           INITIALIZE WS-REG-ATRIB.                                     PGM0135
      *                                                                 PGM0135
           EVALUATE TRUE                                                PGM0135
               WHEN WS-QT-CEP          GREATER ZEROS                    PGM0135
                   MOVE 'C'            TO WS-AT-NIVEL                   PGM0135
                   MOVE WS-QT-CEP      TO WS-QT-ACHADOS                 PGM0135
                   MOVE WS-PRI-CEP     TO WS-IX-PRI                     PGM0135
                   MOVE WS-SEG-CEP     TO WS-IX-SEG                     PGM0135
               WHEN WS-QT-CIDADE       GREATER ZEROS                    PGM0135
                   MOVE 'M'            TO WS-AT-NIVEL                   PGM0135
                   MOVE WS-QT-CIDADE   TO WS-QT-ACHADOS                 PGM0135
                   MOVE WS-PRI-CIDADE  TO WS-IX-PRI                     PGM0135
                   MOVE WS-SEG-CIDADE  TO WS-IX-SEG                     PGM0135
               WHEN WS-QT-UF           GREATER ZEROS                    PGM0135
                   MOVE 'U'            TO WS-AT-NIVEL                   PGM0135
                   MOVE WS-QT-UF       TO WS-QT-ACHADOS                 PGM0135
                   MOVE WS-PRI-UF      TO WS-IX-PRI                     PGM0135
                   MOVE WS-SEG-UF      TO WS-IX-SEG                     PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE ZEROS          TO WS-QT-ACHADOS                 PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           EVALUATE TRUE                                                PGM0135
               WHEN WS-QT-ACHADOS      EQUAL ZEROS                      PGM0135
                   MOVE '2'            TO WS-AT-GRUPO                   PGM0135
                   ADD 1               TO ACU-CT-SEM-TERR               PGM0135
               WHEN WS-QT-ACHADOS      GREATER 1                        PGM0135
                   MOVE '3'            TO WS-AT-GRUPO                   PGM0135
                   MOVE WS-TT-CODIGO (WS-IX-PRI)                        PGM0135
                                       TO WS-AT-TERRITORIO              PGM0135
                   MOVE WS-TT-CODIGO (WS-IX-SEG)                        PGM0135
                                       TO WS-AT-TERR-OUTRO              PGM0135
                   MOVE WS-QT-ACHADOS  TO WS-AT-QT-TERR                 PGM0135
                   ADD 1               TO ACU-CT-MULTIPLOS              PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE '1'            TO WS-AT-GRUPO                   PGM0135
                   MOVE WS-TT-REPRES (WS-IX-PRI)                        PGM0135
                                       TO WS-AT-REPRES                  PGM0135
                   MOVE WS-TT-NOME-REPRES (WS-IX-PRI)                   PGM0135
                                       TO WS-AT-NOME-REPRES             PGM0135
                   MOVE WS-TT-CODIGO (WS-IX-PRI)                        PGM0135
                                       TO WS-AT-TERRITORIO              PGM0135
                   MOVE 1              TO WS-AT-QT-TERR                 PGM0135
                   PERFORM RTCONTATERR                                  PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           MOVE FD-RC-NOME             TO WS-AT-NOME.                   PGM0135
           MOVE FD-RC-CODIGO           TO WS-AT-CODIGO.                 PGM0135
           MOVE FD-RC-PESSOA           TO WS-AT-PESSOA.                 PGM0135
           MOVE FD-RC-CEP              TO WS-AT-CEP.                    PGM0135
           MOVE FD-RC-CIDADE           TO WS-AT-CIDADE.                 PGM0135
           MOVE FD-RC-ESTADO           TO WS-AT-ESTADO.                 PGM0135
           MOVE FD-RC-DDD-RES          TO WS-AT-DDD-RES.                PGM0135
           MOVE FD-RC-NUM-RES          TO WS-AT-NUM-RES.                PGM0135
           MOVE FD-RC-DDD-CEL          TO WS-AT-DDD-CEL.                PGM0135
           MOVE FD-RC-NUM-CEL          TO WS-AT-NUM-CEL.                PGM0135
           MOVE FD-RC-DDD-COM          TO WS-AT-DDD-COM.                PGM0135
           MOVE FD-RC-NUM-COM          TO WS-AT-NUM-COM.                PGM0135
      *                                                                 PGM0135
           MOVE WS-REG-ATRIB           TO FD-REG-ATRIB.                 PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-ATRIB.                                          PGM0135
      *                                                                 PGM0135
           IF WS-FS-SATRIB             NOT EQUAL ZEROS                  PGM0135
               DISPLAY '#PGM0135.909I - ERRO NA GRAVACAO' WS-MSG-SATRIB PGM0135
               DISPLAY '#PGM0135.909I - FILE STATUS = '   WS-FS-SATRIB  PGM0135
               MOVE   WS-FS-SATRIB     TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.909I - ERRO NA GRAVACAO DO ARQUIVO ATR' PGM0135
                      'IB! FILE STATUS = ' WS-FS-SATRIB                 PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE ECADCLI SATRIB SRELATO                             PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTATRIBUICLIENTE-LE.                                             PGM0135
      *                                                                 PGM0135
           PERFORM RTLECADCLI.                                          PGM0135
      *                                                                 PGM0135
       RTATRIBUICLIENTEX.              EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE CONFRONTA O CLIENTE COM UM TERRITORIO DA TABELA  *PGM0135
      ******************************************************************PGM0135
       RTCOMPARATERR                   SECTION.                         PGM0135
      *                                                                 PGM0135
           ADD 1                       TO WS-IX-TERR.                   PGM0135
      *                                                                 PGM0135
           EVALUATE WS-TT-TIPO (WS-IX-TERR)                             PGM0135
               WHEN 'C'                                                 PGM0135
                   IF FD-RC-CEP        NUMERIC                          PGM0135
                      AND FD-RC-CEP    NOT LESS                         PGM0135
                                       WS-TT-CEP-INI (WS-IX-TERR)       PGM0135
                      AND FD-RC-CEP    NOT GREATER                      PGM0135
                                       WS-TT-CEP-FIM (WS-IX-TERR)       PGM0135
                       ADD 1           TO WS-QT-CEP                     PGM0135
                       IF WS-QT-CEP    EQUAL 1                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-PRI-CEP                    PGM0135
                       END-IF                                           PGM0135
                       IF WS-QT-CEP    EQUAL 2                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-SEG-CEP                    PGM0135
                       END-IF                                           PGM0135
                   END-IF                                               PGM0135
               WHEN 'M'                                                 PGM0135
                   IF FD-RC-ESTADO     EQUAL WS-TT-UF (WS-IX-TERR)      PGM0135
                      AND FD-RC-CIDADE EQUAL WS-TT-CIDADE (WS-IX-TERR)  PGM0135
                       ADD 1           TO WS-QT-CIDADE                  PGM0135
                       IF WS-QT-CIDADE EQUAL 1                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-PRI-CIDADE                 PGM0135
                       END-IF                                           PGM0135
                       IF WS-QT-CIDADE EQUAL 2                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-SEG-CIDADE                 PGM0135
                       END-IF                                           PGM0135
                   END-IF                                               PGM0135
               WHEN 'U'                                                 PGM0135
                   IF FD-RC-ESTADO     EQUAL WS-TT-UF (WS-IX-TERR)      PGM0135
                       ADD 1           TO WS-QT-UF                      PGM0135
                       IF WS-QT-UF     EQUAL 1                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-PRI-UF                     PGM0135
                       END-IF                                           PGM0135
                       IF WS-QT-UF     EQUAL 2                          PGM0135
                           MOVE WS-IX-TERR                              PGM0135
                                       TO WS-SEG-UF                     PGM0135
                       END-IF                                           PGM0135
                   END-IF                                               PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
       RTCOMPARATERRX.                 EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE CONTA O CLIENTE NO TERRITORIO ATRIBUIDO (PF/PJ)  *PGM0135
      ******************************************************************PGM0135
       RTCONTATERR                     SECTION.                         PGM0135
      *                                                                 PGM0135
           EVALUATE FD-RC-PESSOA                                        PGM0135
               WHEN 1                                                   PGM0135
                   ADD 1               TO WS-TT-PF (WS-IX-PRI)          PGM0135
               WHEN 2                                                   PGM0135
                   ADD 1               TO WS-TT-PJ (WS-IX-PRI)          PGM0135
               WHEN OTHER                                               PGM0135
                   ADD 1               TO WS-TT-OUTROS (WS-IX-PRI)      PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           EVALUATE WS-AT-NIVEL                                         PGM0135
               WHEN 'C'                                                 PGM0135
                   ADD 1               TO ACU-CT-POR-CEP                PGM0135
               WHEN 'M'                                                 PGM0135
                   ADD 1               TO ACU-CT-POR-CIDADE             PGM0135
               WHEN 'U'                                                 PGM0135
                   ADD 1               TO ACU-CT-POR-UF                 PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
       RTCONTATERRX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE PROCESSAMENTO: ORDENA AS ATRIBUICOES POR GRUPO,   *PGM0135
      *    REPRESENTANTE, TERRITORIO E NOME E EMITE A LISTA POR        *PGM0135
      *    REPRESENTANTE (COM O CSV) E A LISTA DE OCORRENCIAS          *PGM0135
      ******************************************************************PGM0135
       RTPROCESSA                      SECTION.                         PGM0135
      *                                                                 PGM0135
           SORT SORTWK                                                  PGM0135
               ON ASCENDING KEY SD-AT-CHAVE                             PGM0135
               USING  SATRIB                                            PGM0135
               GIVING SSORTTER.                                         PGM0135
      *                                                                 PGM0135
           PERFORM RTVERSORT.                                           PGM0135
      *                                                                 PGM0135
           PERFORM RTABRESORT.                                          PGM0135
      *                                                                 PGM0135
           MOVE 'S'                    TO WS-SW-PRIMEIRO.               PGM0135
           MOVE 'S'                    TO WS-SW-PRIMEIRA-EXC.           PGM0135
      *                                                                 PGM0135
           PERFORM RTLESSORTTER.                                        PGM0135
      *                                                                 PGM0135
           PERFORM RTLISTACLIENTE      UNTIL WS-FS-SSORTTER EQUAL '10'. PGM0135
      *                                                                 PGM0135
           CLOSE SSORTTER.                                              PGM0135
      *                                                                 PGM0135
      *    SEM OCORRENCIAS A LISTA DO ULTIMO REPRESENTANTE AINDA ESTA   PGM0135
      *    ABERTA (COM OCORRENCIAS ELA E FECHADA EM RTLISTAEXCECAO)     PGM0135
           IF WS-PRIMEIRA-EXC                                           PGM0135
               IF WS-PRIMEIRO-REG                                       PGM0135
                   MOVE 'NENHUM CLIENTE ATRIBUIDO A TERRITORIO.'        PGM0135
                                       TO LNA-TEXTO                     PGM0135
                   PERFORM RTIMPNADA                                    PGM0135
               ELSE                                                     PGM0135
                   PERFORM RTFECHAREPRES                                PGM0135
               END-IF                                                   PGM0135
               MOVE 'E'                TO WS-SW-SECAO                   PGM0135
               MOVE 55                 TO ACU-CT-LINHA                  PGM0135
               MOVE 'TODOS OS CLIENTES ATIVOS TEM UM UNICO TERRITORIO.' PGM0135
                                       TO LNA-TEXTO                     PGM0135
               PERFORM RTIMPNADA                                        PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTPROCESSAX.                    EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE CONSISTE O RETORNO DA ORDENACAO                  *PGM0135
      ******************************************************************PGM0135
       RTVERSORT                       SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE   SORT-RETURN          TO WS-SORT-RETORNO.              PGM0135
      *                                                                 PGM0135
           IF SORT-RETURN               EQUAL ZEROS                     PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               MOVE   WS-SORT-RETORNO  TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.910I - ERRO NA ORDENACAO DO ARQUIVO AT' PGM0135
                      'RIB! SORT-RETURN = ' WS-SORT-RETORNO             PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SRELATO                                            PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTVERSORTX.                     EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE ABRE O ARQUIVO ORDENADO DE TRABALHO              *PGM0135
      ******************************************************************PGM0135
       RTABRESORT                      SECTION.                         PGM0135
      *                                                                 PGM0135
           OPEN INPUT SSORTTER.                                         PGM0135
      *                                                                 PGM0135
           IF WS-FS-SSORTTER           EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.911I - ERRO NA ABERTURA'               PGM0135
                       WS-MSG-SSORTTER                                  PGM0135
               DISPLAY '#PGM0135.911I - FILE STATUS = '                 PGM0135
                       WS-FS-SSORTTER                                   PGM0135
               MOVE   WS-FS-SSORTTER   TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.911I - ERRO NA ABERTURA DO ARQUIVO SSO' PGM0135
                      'RTTER! FILE STATUS = ' WS-FS-SSORTTER            PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SRELATO                                            PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTABRESORTX.                    EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE LEITURA DO ARQUIVO ORDENADO SSORTTER              *PGM0135
      ******************************************************************PGM0135
       RTLESSORTTER                    SECTION.                         PGM0135
      *                                                                 PGM0135
           READ SSORTTER.                                               PGM0135
      *                                                                 PGM0135
           EVALUATE WS-FS-SSORTTER                                      PGM0135
               WHEN ZEROS                                               PGM0135
                   MOVE FD-REG-SORTTER TO WS-REG-ATRIB                  PGM0135
               WHEN '10'                                                PGM0135
                   CONTINUE                                             PGM0135
               WHEN OTHER                                               PGM0135
                   DISPLAY '#PGM0135.912I - ERRO NA LEITURA'            PGM0135
                           WS-MSG-SSORTTER                              PGM0135
                   DISPLAY '#PGM0135.912I - FILE STATUS = '             PGM0135
                           WS-FS-SSORTTER                               PGM0135
                   MOVE  WS-FS-SSORTTER TO WS-COD-RET                   PGM0135
                   STRING '#PGM0135.912I - ERRO NA LEITURA DO ARQUIVO ' PGM0135
                          'SSORTTER! FILE STATUS = ' WS-FS-SSORTTER     PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
                   CLOSE SSORTTER SRELATO                               PGM0135
                   PERFORM RTFINALIZA                                   PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
       RTLESSORTTERX.                  EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE TRATA UM CLIENTE DO ARQUIVO ORDENADO: ATRIBUIDOS *PGM0135
      *    NA LISTA DO REPRESENTANTE, OS DEMAIS NA LISTA DE OCORRENCIAS*PGM0135
      ******************************************************************PGM0135
       RTLISTACLIENTE                  SECTION.                         PGM0135
      *                                                                 PGM0135
           IF WS-AT-ATRIBUIDO                                           PGM0135
               PERFORM RTLISTAREPRES                                    PGM0135
           ELSE                                                         PGM0135
               PERFORM RTLISTAEXCECAO                                   PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           PERFORM RTLESSORTTER.                                        PGM0135
      *                                                                 PGM0135
       RTLISTACLIENTEX.                EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME O CLIENTE NA LISTA DO REPRESENTANTE E    *PGM0135
      *    GRAVA A LINHA NO EXTRATO CSV DO REPRESENTANTE               *PGM0135
      ******************************************************************PGM0135
       RTLISTAREPRES                   SECTION.                         PGM0135
      *                                                                 PGM0135
           IF WS-PRIMEIRO-REG                                           PGM0135
               MOVE 'N'                TO WS-SW-PRIMEIRO                PGM0135
               PERFORM RTABREREPRES                                     PGM0135
           ELSE                                                         PGM0135
               IF WS-AT-REPRES         NOT EQUAL WS-REPRES-ANT          PGM0135
                   PERFORM RTFECHAREPRES                                PGM0135
                   PERFORM RTABREREPRES                                 PGM0135
               END-IF                                                   PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-REP-CLI.               PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-CODIGO           TO LRP-CODIGO.                   PGM0135
           MOVE WS-AT-NOME             TO LRP-NOME.                     PGM0135
           MOVE WS-AT-CIDADE           TO LRP-CIDADE.                   PGM0135
           MOVE WS-AT-ESTADO           TO LRP-ESTADO.                   PGM0135
           MOVE WS-AT-CEP              TO LRP-CEP.                      PGM0135
           MOVE WS-AT-TERRITORIO       TO LRP-TERRITORIO.               PGM0135
      *                                                                 PGM0135
           EVALUATE WS-AT-NIVEL                                         PGM0135
               WHEN 'C'                                                 PGM0135
                   MOVE 'CEP'          TO LRP-NIVEL                     PGM0135
               WHEN 'M'                                                 PGM0135
                   MOVE 'CIDADE'       TO LRP-NIVEL                     PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE 'UF'           TO LRP-NIVEL                     PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           EVALUATE WS-AT-PESSOA                                        PGM0135
               WHEN 1                                                   PGM0135
                   MOVE 'PF'           TO LRP-PESSOA                    PGM0135
                   ADD 1               TO ACU-CT-REP-PF                 PGM0135
               WHEN 2                                                   PGM0135
                   MOVE 'PJ'           TO LRP-PESSOA                    PGM0135
                   ADD 1               TO ACU-CT-REP-PJ                 PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE SPACES         TO LRP-PESSOA                    PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE LINREP                 TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           PERFORM RTIMPCSV.                                            PGM0135
      *                                                                 PGM0135
       RTLISTAREPRESX.                 EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE ABRE UM REPRESENTANTE: NOVA PAGINA NO SPRINT E   *PGM0135
      *    NOVO EXTRATO CSV (SYS122.NNNN)                              *PGM0135
      ******************************************************************PGM0135
       RTABREREPRES                    SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-REPRES           TO WS-REPRES-ANT.                PGM0135
           MOVE ZEROS                  TO ACU-CT-REP-CLI                PGM0135
                                          ACU-CT-REP-PF                 PGM0135
                                          ACU-CT-REP-PJ.                PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-REPRES           TO CB2-REPRES.                   PGM0135
           MOVE WS-AT-NOME-REPRES      TO CB2-NOME-REPRES.              PGM0135
      *                                                                 PGM0135
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-REPRES           TO WS-NC-REPRES.                 PGM0135
      *                                                                 PGM0135
           DISPLAY 'SYS122'            UPON ENVIRONMENT-NAME.           PGM0135
           DISPLAY WS-NOME-CSV         UPON ENVIRONMENT-VALUE.          PGM0135
      *                                                                 PGM0135
           OPEN OUTPUT SCSVREP.                                         PGM0135
      *                                                                 PGM0135
           IF WS-FS-SCSVREP            EQUAL ZEROS                      PGM0135
               MOVE 'S'                TO WS-SW-CSV-ABERTO              PGM0135
               ADD 1                   TO ACU-CT-ARQ-CSV                PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.913I - ERRO NA ABERTURA'               PGM0135
                       WS-MSG-SCSVREP                                   PGM0135
               DISPLAY '#PGM0135.913I - FILE STATUS = '                 PGM0135
                       WS-FS-SCSVREP ' ARQUIVO = ' WS-NOME-CSV          PGM0135
               MOVE   WS-FS-SCSVREP    TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.913I - ERRO NA ABERTURA DO ARQUIVO '    PGM0135
                      WS-NOME-CSV '! FILE STATUS = ' WS-FS-SCSVREP      PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               CLOSE SSORTTER SRELATO                                   PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE CABCSV                 TO FD-REG-CSV.                   PGM0135
           WRITE FD-REG-CSV            AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
       RTABREREPRESX.                  EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE FECHA O REPRESENTANTE: TOTAL E FIM DO CSV        *PGM0135
      ******************************************************************PGM0135
       RTFECHAREPRES                   SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-REP-CLI         TO LTR-QTDE.                     PGM0135
           MOVE ACU-CT-REP-PF          TO LTR-PF.                       PGM0135
           MOVE ACU-CT-REP-PJ          TO LTR-PJ.                       PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER 53                       PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE LINTOTREP              TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0135
      *                                                                 PGM0135
           ADD 2                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           IF WS-CSV-ABERTO                                             PGM0135
               CLOSE SCSVREP                                            PGM0135
               MOVE 'N'                TO WS-SW-CSV-ABERTO              PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTFECHAREPRESX.                 EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE GRAVA O CLIENTE NO EXTRATO CSV DO REPRESENTANTE  *PGM0135
      ******************************************************************PGM0135
       RTIMPCSV                        SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-CODIGO           TO CSV-CODIGO.                   PGM0135
           MOVE WS-AT-NOME             TO CSV-NOME.                     PGM0135
           MOVE WS-AT-DDD-RES          TO CSV-DDD-RES.                  PGM0135
           MOVE WS-AT-NUM-RES          TO CSV-NUM-RES.                  PGM0135
           MOVE WS-AT-DDD-CEL          TO CSV-DDD-CEL.                  PGM0135
           MOVE WS-AT-NUM-CEL          TO CSV-NUM-CEL.                  PGM0135
           MOVE WS-AT-DDD-COM          TO CSV-DDD-COM.                  PGM0135
           MOVE WS-AT-NUM-COM          TO CSV-NUM-COM.                  PGM0135
      *                                                                 PGM0135
           MOVE LINCSV                 TO FD-REG-CSV.                   PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-CSV            AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-CSV.                   PGM0135
      *                                                                 PGM0135
       RTIMPCSVX.                      EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME UM CLIENTE SEM TERRITORIO OU COM MAIS DE *PGM0135
      *    UM TERRITORIO NO NIVEL MAIS ESPECIFICO ENCONTRADO           *PGM0135
      ******************************************************************PGM0135
       RTLISTAEXCECAO                  SECTION.                         PGM0135
      *                                                                 PGM0135
           IF WS-PRIMEIRA-EXC                                           PGM0135
               MOVE 'N'                TO WS-SW-PRIMEIRA-EXC            PGM0135
               IF WS-PRIMEIRO-REG                                       PGM0135
                   MOVE 'N'            TO WS-SW-PRIMEIRO                PGM0135
                   MOVE 'NENHUM CLIENTE ATRIBUIDO A TERRITORIO.'        PGM0135
                                       TO LNA-TEXTO                     PGM0135
                   PERFORM RTIMPNADA                                    PGM0135
               ELSE                                                     PGM0135
                   PERFORM RTFECHAREPRES                                PGM0135
               END-IF                                                   PGM0135
               MOVE 'E'                TO WS-SW-SECAO                   PGM0135
               MOVE 55                 TO ACU-CT-LINHA                  PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE WS-AT-CODIGO           TO LEX-CODIGO.                   PGM0135
           MOVE WS-AT-NOME             TO LEX-NOME.                     PGM0135
           MOVE WS-AT-CIDADE           TO LEX-CIDADE.                   PGM0135
           MOVE WS-AT-ESTADO           TO LEX-ESTADO.                   PGM0135
           MOVE WS-AT-CEP              TO LEX-CEP.                      PGM0135
      *                                                                 PGM0135
           IF WS-AT-SEM-TERR                                            PGM0135
               MOVE SPACES             TO LEX-NIVEL                     PGM0135
               MOVE 'SEM TERRITORIO'   TO LEX-OCORRENCIA                PGM0135
           ELSE                                                         PGM0135
               EVALUATE WS-AT-NIVEL                                     PGM0135
                   WHEN 'C'                                             PGM0135
                       MOVE 'CEP'      TO LEX-NIVEL                     PGM0135
                   WHEN 'M'                                             PGM0135
                       MOVE 'CIDADE'   TO LEX-NIVEL                     PGM0135
                   WHEN OTHER                                           PGM0135
                       MOVE 'UF'       TO LEX-NIVEL                     PGM0135
               END-EVALUATE                                             PGM0135
               MOVE WS-AT-QT-TERR      TO WS-OM-QTDE                    PGM0135
               MOVE WS-AT-TERRITORIO   TO WS-OM-TERR-1                  PGM0135
               MOVE WS-AT-TERR-OUTRO   TO WS-OM-TERR-2                  PGM0135
               MOVE WS-OCORRENCIA-MULT TO LEX-OCORRENCIA                PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE LINEXC                 TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
       RTLISTAEXCECAOX.                EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME O RESUMO POR TERRITORIO (PF/PJ)          *PGM0135
      ******************************************************************PGM0135
       RTIMPRESUMO                     SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE 'T'                    TO WS-SW-SECAO.                  PGM0135
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           MOVE ZEROS                  TO WS-IX-TERR.                   PGM0135
      *                                                                 PGM0135
           PERFORM RTIMPTERR           UNTIL WS-IX-TERR                 PGM0135
                                              NOT LESS WS-CT-TERR.      PGM0135
      *                                                                 PGM0135
       RTIMPRESUMOX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME A LINHA DE UM TERRITORIO NO RESUMO       *PGM0135
      ******************************************************************PGM0135
       RTIMPTERR                       SECTION.                         PGM0135
      *                                                                 PGM0135
           ADD 1                       TO WS-IX-TERR.                   PGM0135
      *                                                                 PGM0135
           MOVE WS-TT-CODIGO (WS-IX-TERR)                               PGM0135
                                       TO LTE-CODIGO.                   PGM0135
      *                                                                 PGM0135
           EVALUATE WS-TT-TIPO (WS-IX-TERR)                             PGM0135
               WHEN 'C'                                                 PGM0135
                   MOVE 'CEP'          TO LTE-TIPO                      PGM0135
               WHEN 'M'                                                 PGM0135
                   MOVE 'CIDADE'       TO LTE-TIPO                      PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE 'UF'           TO LTE-TIPO                      PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           MOVE WS-TT-DESCRICAO (WS-IX-TERR)                            PGM0135
                                       TO LTE-DESCRICAO.                PGM0135
           MOVE WS-TT-REPRES (WS-IX-TERR)                               PGM0135
                                       TO LTE-REPRES.                   PGM0135
           MOVE WS-TT-NOME-REPRES (WS-IX-TERR)                          PGM0135
                                       TO LTE-NOME-REPRES.              PGM0135
           MOVE WS-TT-PF (WS-IX-TERR)  TO LTE-PF.                       PGM0135
           MOVE WS-TT-PJ (WS-IX-TERR)  TO LTE-PJ.                       PGM0135
      *                                                                 PGM0135
           COMPUTE LTE-TOTAL = WS-TT-PF (WS-IX-TERR)                    PGM0135
                             + WS-TT-PJ (WS-IX-TERR)                    PGM0135
                             + WS-TT-OUTROS (WS-IX-TERR).               PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE LINTER                 TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
       RTIMPTERRX.                     EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME A LINHA QUANDO A LISTA ESTA VAZIA        *PGM0135
      ******************************************************************PGM0135
       RTIMPNADA                       SECTION.                         PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER 51                       PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0135
      *                                                                 PGM0135
           ADD 2                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
       RTIMPNADAX.                     EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME OS TOTAIS DO RELATORIO                   *PGM0135
      ******************************************************************PGM0135
       RTIMPTOTAIS                     SECTION.                         PGM0135
      *                                                                 PGM0135
           IF ACU-CT-LINHA             GREATER 45                       PGM0135
               PERFORM RTMONTACAB                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0135
      *                                                                 PGM0135
           ADD 2                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
           MOVE 'TERRITORIOS NA TABELA.....................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE WS-CT-TERR             TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'CLIENTES ATIVOS...........................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-ATIVOS          TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'ATRIBUIDOS POR FAIXA DE CEP...............:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-POR-CEP         TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'ATRIBUIDOS POR CIDADE.....................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-POR-CIDADE      TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'ATRIBUIDOS POR UF.........................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-POR-UF          TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'SEM TERRITORIO............................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-SEM-TERR        TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'COM MAIS DE UM TERRITORIO.................:'           PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-MULTIPLOS       TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'EXTRATOS CSV GERADOS (UM POR REPRESENTANTE):'          PGM0135
                                       TO LTO-DESCRICAO.                PGM0135
           MOVE ACU-CT-ARQ-CSV         TO LTO-QTDE.                     PGM0135
           PERFORM RTIMPLINTOT.                                         PGM0135
      *                                                                 PGM0135
       RTIMPTOTAISX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0135
      ******************************************************************PGM0135
       RTIMPLINTOT                     SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
       RTIMPLINTOTX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE MONTAGEM DO CABECALHO (CONFORME A SECAO)          *PGM0135
      ******************************************************************PGM0135
       RTMONTACAB                      SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0135
           MOVE  WS-MES                TO CB1-MES.                      PGM0135
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0135
      *                                                                 PGM0135
           ADD 1                       TO ACU-CT-PAGINA.                PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0135
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0135
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0135
           ELSE                                                         PGM0135
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           EVALUATE TRUE                                                PGM0135
               WHEN WS-SECAO-REPRES                                     PGM0135
                   MOVE CAB2R          TO FD-REG-RELATO                 PGM0135
               WHEN WS-SECAO-EXCECAO                                    PGM0135
                   MOVE CAB2E          TO FD-REG-RELATO                 PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE CAB2T          TO FD-REG-RELATO                 PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           EVALUATE TRUE                                                PGM0135
               WHEN WS-SECAO-REPRES                                     PGM0135
                   MOVE CAB3R          TO FD-REG-RELATO                 PGM0135
               WHEN WS-SECAO-EXCECAO                                    PGM0135
                   MOVE CAB3E          TO FD-REG-RELATO                 PGM0135
               WHEN OTHER                                               PGM0135
                   MOVE CAB3T          TO FD-REG-RELATO                 PGM0135
           END-EVALUATE.                                                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0135
      *                                                                 PGM0135
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0135
      *                                                                 PGM0135
           MOVE 5                      TO ACU-CT-LINHA.                 PGM0135
      *                                                                 PGM0135
       RTMONTACABX.                    EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0135
      ******************************************************************PGM0135
       RTFECHA                         SECTION.                         PGM0135
      *                                                                 PGM0135
           CLOSE SRELATO.                                               PGM0135
      *                                                                 PGM0135
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.914I - ERRO NO FECHAMENTO'             PGM0135
                       WS-MSG-SRELATO                                   PGM0135
               DISPLAY '#PGM0135.914I - FILE STATUS = '                 PGM0135
                       WS-FS-SRELATO                                    PGM0135
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0135
               STRING '#PGM0135.914I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0135
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0135
                                       DELIMITED BY SIZE                PGM0135
                                       INTO WS-MSG                      PGM0135
               PERFORM RTFINALIZA                                       PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTFECHAX.                       EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0135
      ******************************************************************PGM0135
       RTARQUIVAREL                    SECTION.                         PGM0135
      *                                                                 PGM0135
           INITIALIZE ARQ-PARM.                                         PGM0135
      *                                                                 PGM0135
           MOVE 'PGM0135'              TO ARQ-PROGRAMA.                 PGM0135
           MOVE 'ATRIBUICAO DE TERRITORIOS'                             PGM0135
                                       TO ARQ-FILTRO.                   PGM0135
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0135
      *                                                                 PGM0135
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0135
      *                                                                 PGM0135
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0135
               DISPLAY '#PGM0135.915I - RELATORIO ARQUIVADO NA'         PGM0135
                       ' GERACAO ' ARQ-GERACAO                          PGM0135
           ELSE                                                         PGM0135
               DISPLAY '#PGM0135.915I - FALHA NO ARQUIVAMENTO DO'       PGM0135
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTARQUIVARELX.                  EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE CONTABILIZA OS REGISTROS. CLIENTES SEM TERRITO-  *PGM0135
      *    RIO OU COM MAIS DE UM DEVOLVEM RC 04 (ALERTA NO LOTE01)     *PGM0135
      ******************************************************************PGM0135
       RTCONTABILIZA                   SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.916I - TOTAL DE REGISTROS LIDOS = '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-ATIVOS          TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.916I - CLIENTES ATIVOS          = '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-SEM-TERR        TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.917I - SEM TERRITORIO           = '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-MULTIPLOS       TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.917I - COM MAIS DE UM TERRITORIO= '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-ARQ-CSV         TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.918I - EXTRATOS CSV GERADOS     = '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           MOVE ACU-CT-CSV             TO WS-DISPLAY-QTDE.              PGM0135
      *                                                                 PGM0135
           DISPLAY '#PGM0135.918I - LINHAS GRAVADAS NOS CSV  = '        PGM0135
                   WS-DISPLAY-QTDE.                                     PGM0135
      *                                                                 PGM0135
           IF ACU-CT-SEM-TERR          GREATER ZEROS                    PGM0135
              OR ACU-CT-MULTIPLOS      GREATER ZEROS                    PGM0135
               MOVE '04'               TO WS-COD-RET                    PGM0135
               MOVE '#PGM0135.919I - HA CLIENTES SEM TERRITORIO OU COM MPGM0135
      -             'AIS DE UM.'       TO WS-MSG                        PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTCONTABILIZAX.                 EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0135
      *    (SYS135)                                                    *PGM0135
      ******************************************************************PGM0135
       RTGRAVAHIST                     SECTION.                         PGM0135
      *                                                                 PGM0135
           MOVE 'PGM0135'              TO HIS-PROGRAMA.                 PGM0135
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0135
           MOVE ACU-CT-CSV             TO HIS-GRAVADOS.                 PGM0135
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0135
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0135
      *                                                                 PGM0135
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0135
      *                                                                 PGM0135
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0135
               DISPLAY '#PGM0135.920I - FALHA NO REGISTRO DO'           PGM0135
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0135
                       HIS-COD-RET                                      PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
       RTGRAVAHISTX.                   EXIT.                            PGM0135
      *                                                                 PGM0135
      ******************************************************************PGM0135
      *    ROTINA DE FINALIZACAO                                       *PGM0135
      ******************************************************************PGM0135
       RTFINALIZA                      SECTION.                         PGM0135
      *                                                                 PGM0135
           DISPLAY '**************************************************'.PGM0135
      *                                                                 PGM0135
           MOVE '#PGM0135.999I - FIM DO PROCESSAMENTO '                 PGM0135
                                       TO WS-MENSAGEM.                  PGM0135
      *                                                                 PGM0135
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0135
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0135
      *                                                                 PGM0135
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0135
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0135
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0135
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0135
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0135
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0135
      *                                                                 PGM0135
           DISPLAY WS-MENSAGEM                                          PGM0135
                   WS-DATA-DISPLAY.                                     PGM0135
           DISPLAY '**************************************************'.PGM0135
      *                                                                 PGM0135
           IF WS-CSV-ABERTO                                             PGM0135
               CLOSE SCSVREP                                            PGM0135
               MOVE 'N'                TO WS-SW-CSV-ABERTO              PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
      *    DESFAZ O REAPONTAMENTO DO EXTRATO PARA A PROXIMA CHAMADA     PGM0135
           DISPLAY 'SYS122'            UPON ENVIRONMENT-NAME.           PGM0135
           DISPLAY WS-ORIG-SYS122      UPON ENVIRONMENT-VALUE.          PGM0135
      *                                                                 PGM0135
           PERFORM RTGRAVAHIST.                                         PGM0135
      *                                                                 PGM0135
           MOVE WS-MSG                 TO LK-MSG.                       PGM0135
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0135
      *                                                                 PGM0135
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0135
           IF WS-EXEC-LOTE                                              PGM0135
               CONTINUE                                                 PGM0135
           ELSE                                                         PGM0135
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0135
           END-IF.                                                      PGM0135
      *                                                                 PGM0135
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0135
      *                                                                 PGM0135
           GOBACK.                                                      PGM0135
      *                                                                 PGM0135
       RTFINALIZAX.                    EXIT.                            PGM0135
      ******************************************************************PGM0135
      *    FIM DO PROGRAMA                                             *PGM0135
      ******************************************************************PGM0135
