      ******************************************************************PGM0124
       IDENTIFICATION                  DIVISION.                        PGM0124
      ******************************************************************PGM0124
       PROGRAM-ID. PGM0124.                                             PGM0124
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0124
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0124
       DATE-COMPILED.                                                   PGM0124
      ******************************************************************PGM0124
      *REMARKS.                                                         PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     *#NOME     : PGM0124                                       *PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     *#TIPO     : BATCH                                         *PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     *#FUNCAO   : RELATORIO DE GRUPOS ECONOMICOS: AGRUPA OS     *PGM0124
      *     *            CLIENTES PESSOA JURIDICA (FD-RC-PESSOA = 2)   *PGM0124
      *     *            DO CADASTRO (SYS010) PELA RAIZ DO CNPJ (8     *PGM0124
      *     *            PRIMEIROS DIGITOS), LISTANDO A MATRIZ E AS    *PGM0124
      *     *            FILIAIS DE CADA GRUPO COM UF, CIDADE, SITUA-  *PGM0124
      *     *            CAO E DATA DA ULTIMA MANUTENCAO. APONTA OS    *PGM0124
      *     *            GRUPOS SEM MATRIZ (FILIAL 0001) NO CADASTRO.  *PGM0124
      *     *            RELATORIO NO SPRINT, ARQUIVADO PELO ARQREL    *PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0124
      *     *              - RELATORIO DE GRUPOS ECONOMICOS POR RAIZ   *PGM0124
      *     *              - DO CNPJ (MATRIZ/FILIAIS)                  *PGM0124
      *     *----------------------------------------------------------*PGM0124
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0124
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0124
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0124
      *     *----------------------------------------------------------*PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       ENVIRONMENT                     DIVISION.                        PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       CONFIGURATION                   SECTION.                         PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
       SPECIAL-NAMES.                                                   PGM0124
           DECIMAL-POINT IS COMMA.                                      PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       INPUT-OUTPUT                    SECTION.                         PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
       FILE-CONTROL.                                                    PGM0124
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0124
                  ORGANIZATION IS INDEXED                               PGM0124
                  RECORD     KEY IS FD-RC-CODIGO                        PGM0124
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0124
                            WITH DUPLICATES                             PGM0124
                  FILE     STATUS IS WS-FS-ECADCLI.                     PGM0124
      *                                                                 PGM0124
           SELECT SORTWK   ASSIGN TO SORTWK.                            PGM0124
      *                                                                 PGM0124
           SELECT SSORTGRP ASSIGN TO SYS037                             PGM0124
                  FILE     STATUS IS WS-FS-SSORTGRP.                    PGM0124
      *                                                                 PGM0124
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0124
                  FILE     STATUS IS WS-FS-SRELATO.                     PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       DATA                            DIVISION.                        PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       FILE                            SECTION.                         PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
       FD  ECADCLI                                                      PGM0124
           BLOCK     CONTAINS 0  RECORDS                                PGM0124
           RECORDING MODE     IS F                                      PGM0124
           LABEL     RECORD   IS STANDARD.                              PGM0124
           COPY CADCLI.                                                 PGM0124
      *                                                                 PGM0124
       SD  SORTWK.                                                      PGM0124
           COPY CADCLI REPLACING ==FD-REG-CADCLI==       BY             PGM0124
                                 ==SD-REG-CADCLI==                      PGM0124
                                 ==FD-RC-CODIGO==         BY            PGM0124
                                 ==SD-RC-CODIGO==                       PGM0124
                                 ==FD-RC-NOME==           BY            PGM0124
                                 ==SD-RC-NOME==                         PGM0124
                                 ==FD-RC-ENDERECO==       BY            PGM0124
                                 ==SD-RC-ENDERECO==                     PGM0124
                                 ==FD-RC-RUA==            BY            PGM0124
                                 ==SD-RC-RUA==                          PGM0124
                                 ==FD-RC-NUMERO==         BY            PGM0124
                                 ==SD-RC-NUMERO==                       PGM0124
                                 ==FD-RC-COMPLEMENTO==    BY            PGM0124
                                 ==SD-RC-COMPLEMENTO==                  PGM0124
                                 ==FD-RC-CEP==            BY            PGM0124
                                 ==SD-RC-CEP==                          PGM0124
                                 ==FD-RC-BAIRRO==         BY            PGM0124
                                 ==SD-RC-BAIRRO==                       PGM0124
                                 ==FD-RC-CIDADE==         BY            PGM0124
                                 ==SD-RC-CIDADE==                       PGM0124
                                 ==FD-RC-ESTADO==         BY            PGM0124
                                 ==SD-RC-ESTADO==                       PGM0124
                                 ==FD-RC-TEL-RESIDENCIAL==              PGM0124
                                                          BY            PGM0124
                                 ==SD-RC-TEL-RESIDENCIAL==              PGM0124
                                 ==FD-RC-DDD-RES==        BY            PGM0124
                                 ==SD-RC-DDD-RES==                      PGM0124
                                 ==FD-RC-NUM-RES==        BY            PGM0124
                                 ==SD-RC-NUM-RES==                      PGM0124
                                 ==FD-RC-TEL-CELULAR==    BY            PGM0124
                                 ==SD-RC-TEL-CELULAR==                  PGM0124
                                 ==FD-RC-DDD-CEL==        BY            PGM0124
                                 ==SD-RC-DDD-CEL==                      PGM0124
                                 ==FD-RC-NUM-CEL==        BY            PGM0124
                                 ==SD-RC-NUM-CEL==                      PGM0124
                                 ==FD-RC-TEL-COMERCIAL==  BY            PGM0124
                                 ==SD-RC-TEL-COMERCIAL==                PGM0124
                                 ==FD-RC-DDD-COM==        BY            PGM0124
                                 ==SD-RC-DDD-COM==                      PGM0124
                                 ==FD-RC-NUM-COM==        BY            PGM0124
                                 ==SD-RC-NUM-COM==                      PGM0124
                                 ==FD-RC-PESSOA==         BY            PGM0124
                                 ==SD-RC-PESSOA==                       PGM0124
                                 ==FD-RC-CPF-CNPJ==       BY            PGM0124
                                 ==SD-RC-CPF-CNPJ==                     PGM0124
                                 ==FD-RC-SITUACAO==      BY             PGM0124
                                 ==SD-RC-SITUACAO==                     PGM0124
                                 ==FD-RC-DT-INATIVACAO== BY             PGM0124
                                 ==SD-RC-DT-INATIVACAO==                PGM0124
                                 ==FD-RC-COD-FUSAO==     BY             PGM0124
                                 ==SD-RC-COD-FUSAO==                    PGM0124
                                 ==FD-RC-DT-CADASTRO==   BY             PGM0124
                                 ==SD-RC-DT-CADASTRO==                  PGM0124
                                 ==FD-RC-DT-ULT-MANUT==  BY             PGM0124
                                 ==SD-RC-DT-ULT-MANUT==.                PGM0124
      *                                                                 PGM0124
       FD  SSORTGRP                                                     PGM0124
           BLOCK     CONTAINS 0  RECORDS                                PGM0124
           RECORDING MODE     IS F                                      PGM0124
           LABEL     RECORD   IS STANDARD.                              PGM0124
           COPY CADCLI REPLACING ==FD-REG-CADCLI==       BY             PGM0124
                                 ==FD-REG-SORTADO==                     PGM0124
                                 ==FD-RC-CODIGO==         BY            PGM0124
                                 ==FD-RS-CODIGO==                       PGM0124
                                 ==FD-RC-NOME==           BY            PGM0124
                                 ==FD-RS-NOME==                         PGM0124
                                 ==FD-RC-ENDERECO==       BY            PGM0124
                                 ==FD-RS-ENDERECO==                     PGM0124
                                 ==FD-RC-RUA==            BY            PGM0124
                                 ==FD-RS-RUA==                          PGM0124
                                 ==FD-RC-NUMERO==         BY            PGM0124
                                 ==FD-RS-NUMERO==                       PGM0124
                                 ==FD-RC-COMPLEMENTO==    BY            PGM0124
                                 ==FD-RS-COMPLEMENTO==                  PGM0124
                                 ==FD-RC-CEP==            BY            PGM0124
                                 ==FD-RS-CEP==                          PGM0124
                                 ==FD-RC-BAIRRO==         BY            PGM0124
                                 ==FD-RS-BAIRRO==                       PGM0124
                                 ==FD-RC-CIDADE==         BY            PGM0124
                                 ==FD-RS-CIDADE==                       PGM0124
                                 ==FD-RC-ESTADO==         BY            PGM0124
                                 ==FD-RS-ESTADO==                       PGM0124
                                 ==FD-RC-TEL-RESIDENCIAL==              PGM0124
                                                          BY            PGM0124
                                 ==FD-RS-TEL-RESIDENCIAL==              PGM0124
                                 ==FD-RC-DDD-RES==        BY            PGM0124
                                 ==FD-RS-DDD-RES==                      PGM0124
                                 ==FD-RC-NUM-RES==        BY            PGM0124
                                 ==FD-RS-NUM-RES==                      PGM0124
                                 ==FD-RC-TEL-CELULAR==    BY            PGM0124
                                 ==FD-RS-TEL-CELULAR==                  PGM0124
                                 ==FD-RC-DDD-CEL==        BY            PGM0124
                                 ==FD-RS-DDD-CEL==                      PGM0124
                                 ==FD-RC-NUM-CEL==        BY            PGM0124
                                 ==FD-RS-NUM-CEL==                      PGM0124
                                 ==FD-RC-TEL-COMERCIAL==  BY            PGM0124
                                 ==FD-RS-TEL-COMERCIAL==                PGM0124
                                 ==FD-RC-DDD-COM==        BY            PGM0124
                                 ==FD-RS-DDD-COM==                      PGM0124
                                 ==FD-RC-NUM-COM==        BY            PGM0124
                                 ==FD-RS-NUM-COM==                      PGM0124
                                 ==FD-RC-PESSOA==         BY            PGM0124
                                 ==FD-RS-PESSOA==                       PGM0124
                                 ==FD-RC-CPF-CNPJ==       BY            PGM0124
                                 ==FD-RS-CPF-CNPJ==                     PGM0124
                                 ==FD-RC-SITUACAO==      BY             PGM0124
                                 ==FD-RS-SITUACAO==                     PGM0124
                                 ==FD-RC-DT-INATIVACAO== BY             PGM0124
                                 ==FD-RS-DT-INATIVACAO==                PGM0124
                                 ==FD-RC-COD-FUSAO==     BY             PGM0124
                                 ==FD-RS-COD-FUSAO==                    PGM0124
                                 ==FD-RC-DT-CADASTRO==   BY             PGM0124
                                 ==FD-RS-DT-CADASTRO==                  PGM0124
                                 ==FD-RC-DT-ULT-MANUT==  BY             PGM0124
                                 ==FD-RS-DT-ULT-MANUT==.                PGM0124
      *                                                                 PGM0124
       FD  SRELATO.                                                     PGM0124
       01  FD-REG-RELATO           PIC     X(95).                       PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       WORKING-STORAGE                 SECTION.                         PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       77  FILLER                  PIC     X(32)         VALUE          PGM0124
           'III WORKING-STORAGE SECTION III'.                           PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE FILE STATUS                                         *PGM0124
      ******************************************************************PGM0124
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0124
       77  WS-FS-SSORTGRP          PIC     X(02)         VALUE ZEROS.   PGM0124
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE CONTADORES                                          *PGM0124
      ******************************************************************PGM0124
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-PJ               PIC     9(07) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-GRUPOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-MULTIPLOS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-SEM-MATRIZ       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-UNIDADES         PIC     9(05) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0124
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE CHAVES/FLAGS                                        *PGM0124
      ******************************************************************PGM0124
       01  WS-SW-PRIMEIRO           PIC    X(01)         VALUE 'S'.     PGM0124
           88  WS-PRIMEIRO-REG                            VALUE 'S'.    PGM0124
       01  WS-SW-MATRIZ             PIC    X(01)         VALUE 'N'.     PGM0124
           88  WS-TEM-MATRIZ                              VALUE 'S'.    PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE DECOMPOSICAO DO CNPJ (15 POSICOES, ALINHADO A       *PGM0124
      *    DIREITA): RAIZ (8), NUMERO DA FILIAL (4) E DIGITOS (2)      *PGM0124
      ******************************************************************PGM0124
       01  WS-CNPJ-ATUAL           PIC     9(15)         VALUE ZEROS.   PGM0124
       01  WS-CNPJ-ATUAL-R REDEFINES WS-CNPJ-ATUAL.                     PGM0124
           03  FILLER              PIC     9(01).                       PGM0124
           03  WS-CA-RAIZ          PIC     9(08).                       PGM0124
           03  WS-CA-FILIAL        PIC     9(04).                       PGM0124
           03  WS-CA-DV            PIC     9(02).                       PGM0124
      *                                                                 PGM0124
       01  WS-RAIZ-ANT             PIC     9(08)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE AUXILIARES                                          *PGM0124
      ******************************************************************PGM0124
       01  WS-MSG-SSORTGRP         PIC     X(21)         VALUE          PGM0124
           ' DO ARQUIVO SSORTGRP'.                                      PGM0124
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0124
           ' DO ARQUIVO RELATO'.                                        PGM0124
      *                                                                 PGM0124
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0124
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0124
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0124
           03  WS-DT-MES-R         PIC     9(02).                       PGM0124
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0124
      *                                                                 PGM0124
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0124
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0124
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0124
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0124
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0124
      *                                                                 PGM0124
       01  WS-DATA-MANUT           PIC     9(08)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
       01  WS-DATA-MANUT-R REDEFINES WS-DATA-MANUT.                     PGM0124
           03  WS-DM-ANO-R         PIC     9(04).                       PGM0124
           03  WS-DM-MES-R         PIC     9(02).                       PGM0124
           03  WS-DM-DIA-R         PIC     9(02).                       PGM0124
      *                                                                 PGM0124
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0124
       01  WS-DATA-DISPLAY.                                             PGM0124
           03  WS-DATA-BR.                                              PGM0124
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0124
               05  FILLER          PIC     X             VALUE '/'.     PGM0124
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0124
               05  FILLER          PIC     X             VALUE '/'.     PGM0124
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0124
               05  FILLER          PIC     X             VALUE ' '.     PGM0124
           03  WS-HORA-BR.                                              PGM0124
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0124
               05  FILLER          PIC     X             VALUE ':'.     PGM0124
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0124
               05  FILLER          PIC     X             VALUE ':'.     PGM0124
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0124
      *                                                                 PGM0124
       01  CAB1.                                                        PGM0124
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0124
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0124
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(63)         VALUE          PGM0124
               'GRUPOS ECONOMICOS - CLIENTES PJ POR RAIZ DO CNPJ'.      PGM0124
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0124
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0124
      *                                                                 PGM0124
       01  CAB2.                                                        PGM0124
           05  FILLER              PIC     X(95)         VALUE SPACES.  PGM0124
      *                                                                 PGM0124
       01  CAB3.                                                        PGM0124
           05  FILLER              PIC     X(10)         VALUE          PGM0124
               'COD CLI'.                                               PGM0124
           05  FILLER              PIC     X(07)         VALUE          PGM0124
               'TIPO'.                                                  PGM0124
           05  FILLER              PIC     X(09)         VALUE          PGM0124
               'FIL/DV'.                                                PGM0124
           05  FILLER              PIC     X(29)         VALUE          PGM0124
               'NOME DO CLIENTE'.                                       PGM0124
           05  FILLER              PIC     X(19)         VALUE          PGM0124
               'CIDADE'.                                                PGM0124
           05  FILLER              PIC     X(05)         VALUE          PGM0124
               'UF'.                                                    PGM0124
           05  FILLER              PIC     X(04)         VALUE          PGM0124
               'SIT'.                                                   PGM0124
           05  FILLER              PIC     X(12)         VALUE          PGM0124
               'ULT.MANUT.'.                                            PGM0124
      *                                                                 PGM0124
       01  CAB4.                                                        PGM0124
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0124
      *                                                                 PGM0124
       01  LINGRP.                                                      PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(12)         VALUE          PGM0124
               'RAIZ CNPJ:'.                                            PGM0124
           05  LGR-RAIZ            PIC     99.999.999    VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(03)         VALUE ' - '.   PGM0124
           05  LGR-NOME            PIC     X(40)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(29)         VALUE SPACES.  PGM0124
      *                                                                 PGM0124
       01  LINDEF.                                                      PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  LDF-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0124
           05  LDF-TIPO            PIC     X(06)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  LDF-FILIAL          PIC     9(04)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(01)         VALUE '-'.     PGM0124
           05  LDF-DV              PIC     9(02)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0124
           05  LDF-NOME            PIC     X(28)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  LDF-CIDADE          PIC     X(18)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  LDF-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0124
           05  LDF-SITUACAO        PIC     X(01)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0124
           05  LDF-DT-MANUT.                                            PGM0124
               07  LDF-DIA         PIC     9(02)         VALUE ZEROS.   PGM0124
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0124
               07  LDF-MES         PIC     9(02)         VALUE ZEROS.   PGM0124
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0124
               07  LDF-ANO         PIC     9(04)         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0124
      *                                                                 PGM0124
       01  LINFIM.                                                      PGM0124
           05  FILLER              PIC     X(11)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(20)         VALUE          PGM0124
               'UNIDADES NO GRUPO: '.                                   PGM0124
           05  LFM-UNIDADES        PIC     ZZZZ9         VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0124
           05  LFM-AVISO           PIC     X(57)         VALUE SPACES.  PGM0124
      *                                                                 PGM0124
       01  WS-AVISO-SEM-MATRIZ     PIC     X(57)         VALUE          PGM0124
           '*** GRUPO SEM MATRIZ (FILIAL 0001) NO CADASTRO ***'.        PGM0124
      *                                                                 PGM0124
       01  LINTOT.                                                      PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0124
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0124
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0124
      *                                                                 PGM0124
       01  LINNADA.                                                     PGM0124
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0124
           05  FILLER              PIC     X(94)         VALUE          PGM0124
               'NENHUM CLIENTE PESSOA JURIDICA NO CADASTRO.'.           PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0124
      ******************************************************************PGM0124
           COPY ARQLNK.                                                 PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0124
      ******************************************************************PGM0124
           COPY MODEXE.                                                 PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0124
      ******************************************************************PGM0124
           COPY HISLNK.                                                 PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       77  FILLER                  PIC     X(32)         VALUE          PGM0124
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    AREA DE LINKAGE                                             *PGM0124
      ******************************************************************PGM0124
           COPY SAIDA.                                                  PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       LINKAGE                         SECTION.                         PGM0124
      ******************************************************************PGM0124
           COPY SAIDAL.                                                 PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
       PROCEDURE                       DIVISION USING LK-MSG            PGM0124
                                                      LK-COD-RET.       PGM0124
      ******************************************************************PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA PRINCIPAL                                            *PGM0124
      ******************************************************************PGM0124
       RTPRINCIPAL                     SECTION.                         PGM0124
      *                                                                 PGM0124
           PERFORM RTINICIALIZA.                                        PGM0124
      *                                                                 PGM0124
           PERFORM RTPROCESSA.                                          PGM0124
      *                                                                 PGM0124
           PERFORM RTIMPTOTAIS.                                         PGM0124
      *                                                                 PGM0124
           PERFORM RTFECHA.                                             PGM0124
      *                                                                 PGM0124
           PERFORM RTARQUIVAREL.                                        PGM0124
      *                                                                 PGM0124
           PERFORM RTCONTABILIZA.                                       PGM0124
      *                                                                 PGM0124
           PERFORM RTFINALIZA.                                          PGM0124
      *                                                                 PGM0124
       RTPRINCIPALX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE INICIALIZACAO                                     *PGM0124
      ******************************************************************PGM0124
       RTINICIALIZA                    SECTION.                         PGM0124
      *                                                                 PGM0124
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0124
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0124
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0124
      *                                                                 PGM0124
           DISPLAY ERASE.                                               PGM0124
      *                                                                 PGM0124
           INITIALIZE ACU-CT-LIDOS                                      PGM0124
                      ACU-CT-PJ                                         PGM0124
                      ACU-CT-GRUPOS                                     PGM0124
                      ACU-CT-MULTIPLOS                                  PGM0124
                      ACU-CT-SEM-MATRIZ                                 PGM0124
                      ACU-CT-UNIDADES                                   PGM0124
                      ACU-CT-PAGINA.                                    PGM0124
      *                                                                 PGM0124
           DISPLAY '**************************************************'.PGM0124
      *                                                                 PGM0124
           MOVE '#PGM0124.900I - INICIO DO PROCESSAMENTO '              PGM0124
                                       TO WS-MENSAGEM.                  PGM0124
      *                                                                 PGM0124
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0124
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0124
      *                                                                 PGM0124
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0124
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0124
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0124
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0124
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0124
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0124
      *                                                                 PGM0124
           DISPLAY WS-MENSAGEM                                          PGM0124
                   WS-DATA-DISPLAY.                                     PGM0124
           DISPLAY '**************************************************'.PGM0124
      *                                                                 PGM0124
           MOVE SPACES                 TO WS-MSG.                       PGM0124
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0124
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
           OPEN OUTPUT SRELATO.                                         PGM0124
      *                                                                 PGM0124
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0124
               CONTINUE                                                 PGM0124
           ELSE                                                         PGM0124
               DISPLAY '#PGM0124.902I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0124
               DISPLAY '#PGM0124.902I - FILE STATUS = '   WS-FS-SRELATO PGM0124
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0124
               STRING '#PGM0124.902I - ERRO NA ABERTURA DO ARQUIVO REL' PGM0124
                      'ATO! FILE STATUS = ' WS-FS-SRELATO               PGM0124
                                       DELIMITED BY SIZE                PGM0124
                                       INTO WS-MSG                      PGM0124
               PERFORM RTFINALIZA                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTINICIALIZAX.                  EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE PROCESSAMENTO: ORDENA O CADASTRO POR TIPO DE      *PGM0124
      *    PESSOA E CNPJ (A RAIZ OCUPA AS POSICOES DE MAIOR ORDEM, O   *PGM0124
      *    QUE DEIXA MATRIZ E FILIAIS CONTIGUAS E EM ORDEM DE FILIAL)  *PGM0124
      ******************************************************************PGM0124
       RTPROCESSA                      SECTION.                         PGM0124
      *                                                                 PGM0124
           SORT SORTWK                                                  PGM0124
               ON ASCENDING KEY SD-RC-PESSOA                            PGM0124
                                SD-RC-CPF-CNPJ                          PGM0124
                                SD-RC-CODIGO                            PGM0124
               USING  ECADCLI                                           PGM0124
               GIVING SSORTGRP.                                         PGM0124
      *                                                                 PGM0124
           PERFORM RTVERSORT.                                           PGM0124
      *                                                                 PGM0124
           PERFORM RTABRESORT.                                          PGM0124
      *                                                                 PGM0124
           MOVE 'S'                    TO WS-SW-PRIMEIRO.               PGM0124
      *                                                                 PGM0124
           PERFORM RTLESSORTGRP.                                        PGM0124
      *                                                                 PGM0124
           PERFORM RTGRUPORAIZ         UNTIL WS-FS-SSORTGRP EQUAL '10'. PGM0124
      *                                                                 PGM0124
           CLOSE SSORTGRP.                                              PGM0124
      *                                                                 PGM0124
           IF WS-PRIMEIRO-REG                                           PGM0124
               PERFORM RTIMPNADA                                        PGM0124
           ELSE                                                         PGM0124
               PERFORM RTFECHAGRUPO                                     PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTPROCESSAX.                    EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE CONSISTE O RETORNO DA ORDENACAO                  *PGM0124
      ******************************************************************PGM0124
       RTVERSORT                       SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE   SORT-RETURN          TO WS-SORT-RETORNO.              PGM0124
      *                                                                 PGM0124
           IF SORT-RETURN               EQUAL ZEROS                     PGM0124
               CONTINUE                                                 PGM0124
           ELSE                                                         PGM0124
               MOVE   WS-SORT-RETORNO  TO WS-COD-RET                    PGM0124
               STRING '#PGM0124.901I - ERRO NA ORDENACAO DO ARQUIVO CA' PGM0124
                      'DCLI! SORT-RETURN = ' WS-SORT-RETORNO            PGM0124
                                       DELIMITED BY SIZE                PGM0124
                                       INTO WS-MSG                      PGM0124
               PERFORM RTFINALIZA                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTVERSORTX.                     EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE ABRE O ARQUIVO ORDENADO DE TRABALHO              *PGM0124
      ******************************************************************PGM0124
       RTABRESORT                      SECTION.                         PGM0124
      *                                                                 PGM0124
           OPEN INPUT SSORTGRP.                                         PGM0124
      *                                                                 PGM0124
           IF WS-FS-SSORTGRP           EQUAL ZEROS                      PGM0124
               CONTINUE                                                 PGM0124
           ELSE                                                         PGM0124
               DISPLAY '#PGM0124.903I - ERRO NA ABERTURA'               PGM0124
                       WS-MSG-SSORTGRP                                  PGM0124
               DISPLAY '#PGM0124.903I - FILE STATUS = '                 PGM0124
                       WS-FS-SSORTGRP                                   PGM0124
               MOVE   WS-FS-SSORTGRP   TO WS-COD-RET                    PGM0124
               STRING '#PGM0124.903I - ERRO NA ABERTURA DO ARQUIVO SSO' PGM0124
                      'RTGRP! FILE STATUS = ' WS-FS-SSORTGRP            PGM0124
                                       DELIMITED BY SIZE                PGM0124
                                       INTO WS-MSG                      PGM0124
               PERFORM RTFINALIZA                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTABRESORTX.                    EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE LEITURA DO ARQUIVO ORDENADO SSORTGRP              *PGM0124
      ******************************************************************PGM0124
       RTLESSORTGRP                    SECTION.                         PGM0124
      *                                                                 PGM0124
           READ SSORTGRP.                                               PGM0124
      *                                                                 PGM0124
           EVALUATE WS-FS-SSORTGRP                                      PGM0124
               WHEN ZEROS                                               PGM0124
                   ADD 1               TO ACU-CT-LIDOS                  PGM0124
               WHEN '10'                                                PGM0124
                   CONTINUE                                             PGM0124
               WHEN OTHER                                               PGM0124
                   DISPLAY '#PGM0124.904I - ERRO NA LEITURA'            PGM0124
                           WS-MSG-SSORTGRP                              PGM0124
                   DISPLAY '#PGM0124.904I - FILE STATUS = '             PGM0124
                           WS-FS-SSORTGRP                               PGM0124
                   MOVE  WS-FS-SSORTGRP TO WS-COD-RET                   PGM0124
                   STRING '#PGM0124.904I - ERRO NA LEITURA DO ARQUIVO ' PGM0124
                          'SSORTGRP! FILE STATUS = ' WS-FS-SSORTGRP     PGM0124
                                       DELIMITED BY SIZE                PGM0124
                                       INTO WS-MSG                      PGM0124
                   PERFORM RTFINALIZA                                   PGM0124
           END-EVALUATE.                                                PGM0124
      *                                                                 PGM0124
       RTLESSORTGRPX.                  EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE AGRUPA OS CLIENTES PJ DE MESMA RAIZ DE CNPJ      *PGM0124
      ******************************************************************PGM0124
       RTGRUPORAIZ                     SECTION.                         PGM0124
      *                                                                 PGM0124
           IF FD-RS-PESSOA             NOT EQUAL 2                      PGM0124
               GO TO RTGRUPORAIZ-LE                                     PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-PJ.                    PGM0124
      *                                                                 PGM0124
           MOVE FD-RS-CPF-CNPJ         TO WS-CNPJ-ATUAL.                PGM0124
      *                                                                 PGM0124
           IF WS-PRIMEIRO-REG                                           PGM0124
               MOVE 'N'                TO WS-SW-PRIMEIRO                PGM0124
               PERFORM RTABREGRUPO                                      PGM0124
           ELSE                                                         PGM0124
               IF WS-CA-RAIZ           NOT EQUAL WS-RAIZ-ANT            PGM0124
                   PERFORM RTFECHAGRUPO                                 PGM0124
                   PERFORM RTABREGRUPO                                  PGM0124
               END-IF                                                   PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           IF WS-CA-FILIAL             EQUAL 1                          PGM0124
               MOVE 'S'                TO WS-SW-MATRIZ                  PGM0124
               MOVE 'MATRIZ'           TO LDF-TIPO                      PGM0124
           ELSE                                                         PGM0124
               MOVE 'FILIAL'           TO LDF-TIPO                      PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-UNIDADES.              PGM0124
      *                                                                 PGM0124
           PERFORM RTIMPUNIDADE.                                        PGM0124
      *                                                                 PGM0124
       RTGRUPORAIZ-LE.                                                  PGM0124
      *                                                                 PGM0124
           PERFORM RTLESSORTGRP.                                        PGM0124
      *                                                                 PGM0124
       RTGRUPORAIZX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE ABRE UM NOVO GRUPO (NOVA RAIZ DE CNPJ)           *PGM0124
      ******************************************************************PGM0124
       RTABREGRUPO                     SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE WS-CA-RAIZ             TO WS-RAIZ-ANT.                  PGM0124
           MOVE ZEROS                  TO ACU-CT-UNIDADES.              PGM0124
           MOVE 'N'                    TO WS-SW-MATRIZ.                 PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-GRUPOS.                PGM0124
      *                                                                 PGM0124
           MOVE WS-CA-RAIZ             TO LGR-RAIZ.                     PGM0124
           MOVE FD-RS-NOME             TO LGR-NOME.                     PGM0124
      *                                                                 PGM0124
           IF ACU-CT-LINHA             GREATER 50                       PGM0124
               PERFORM RTMONTACAB                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE LINGRP                 TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0124
      *                                                                 PGM0124
           ADD 2                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTABREGRUPOX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE FECHA O GRUPO: QUANTIDADE DE UNIDADES E AVISO    *PGM0124
      *    DE GRUPO SEM MATRIZ NO CADASTRO                             *PGM0124
      ******************************************************************PGM0124
       RTFECHAGRUPO                    SECTION.                         PGM0124
      *                                                                 PGM0124
           IF ACU-CT-UNIDADES          GREATER 1                        PGM0124
               ADD 1                   TO ACU-CT-MULTIPLOS              PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-UNIDADES        TO LFM-UNIDADES.                 PGM0124
      *                                                                 PGM0124
           IF WS-TEM-MATRIZ                                             PGM0124
               MOVE SPACES             TO LFM-AVISO                     PGM0124
           ELSE                                                         PGM0124
               ADD 1                   TO ACU-CT-SEM-MATRIZ             PGM0124
               MOVE WS-AVISO-SEM-MATRIZ                                 PGM0124
                                       TO LFM-AVISO                     PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0124
               PERFORM RTMONTACAB                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE LINFIM                 TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTFECHAGRUPOX.                  EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE IMPRIME UMA UNIDADE (MATRIZ OU FILIAL) DO GRUPO  *PGM0124
      ******************************************************************PGM0124
       RTIMPUNIDADE                    SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE FD-RS-CODIGO           TO LDF-CODIGO.                   PGM0124
           MOVE WS-CA-FILIAL           TO LDF-FILIAL.                   PGM0124
           MOVE WS-CA-DV               TO LDF-DV.                       PGM0124
           MOVE FD-RS-NOME             TO LDF-NOME.                     PGM0124
           MOVE FD-RS-CIDADE           TO LDF-CIDADE.                   PGM0124
           MOVE FD-RS-ESTADO           TO LDF-ESTADO.                   PGM0124
           MOVE FD-RS-SITUACAO         TO LDF-SITUACAO.                 PGM0124
      *                                                                 PGM0124
           IF FD-RS-DT-ULT-MANUT       NUMERIC                          PGM0124
              AND FD-RS-DT-ULT-MANUT   GREATER ZEROS                    PGM0124
               MOVE FD-RS-DT-ULT-MANUT TO WS-DATA-MANUT                 PGM0124
               MOVE WS-DM-DIA-R        TO LDF-DIA                       PGM0124
               MOVE WS-DM-MES-R        TO LDF-MES                       PGM0124
               MOVE WS-DM-ANO-R        TO LDF-ANO                       PGM0124
           ELSE                                                         PGM0124
               MOVE SPACES             TO LDF-DT-MANUT                  PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0124
               PERFORM RTMONTACAB                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE LINDEF                 TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTIMPUNIDADEX.                  EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE IMPRIME A LINHA QUANDO NAO HA CLIENTES PJ        *PGM0124
      ******************************************************************PGM0124
       RTIMPNADA                       SECTION.                         PGM0124
      *                                                                 PGM0124
           IF ACU-CT-LINHA             GREATER 51                       PGM0124
               PERFORM RTMONTACAB                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0124
      *                                                                 PGM0124
           ADD 2                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTIMPNADAX.                     EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE IMPRIME OS TOTAIS DO RELATORIO                   *PGM0124
      ******************************************************************PGM0124
       RTIMPTOTAIS                     SECTION.                         PGM0124
      *                                                                 PGM0124
           IF ACU-CT-LINHA             GREATER 48                       PGM0124
               PERFORM RTMONTACAB                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0124
      *                                                                 PGM0124
           ADD 2                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
           MOVE 'CLIENTES PESSOA JURIDICA..................:'           PGM0124
                                       TO LTO-DESCRICAO.                PGM0124
           MOVE ACU-CT-PJ              TO LTO-QTDE.                     PGM0124
           PERFORM RTIMPLINTOT.                                         PGM0124
      *                                                                 PGM0124
           MOVE 'GRUPOS (RAIZES DE CNPJ DISTINTAS).........:'           PGM0124
                                       TO LTO-DESCRICAO.                PGM0124
           MOVE ACU-CT-GRUPOS          TO LTO-QTDE.                     PGM0124
           PERFORM RTIMPLINTOT.                                         PGM0124
      *                                                                 PGM0124
           MOVE 'GRUPOS COM MAIS DE UMA UNIDADE............:'           PGM0124
                                       TO LTO-DESCRICAO.                PGM0124
           MOVE ACU-CT-MULTIPLOS       TO LTO-QTDE.                     PGM0124
           PERFORM RTIMPLINTOT.                                         PGM0124
      *                                                                 PGM0124
           MOVE 'GRUPOS SEM MATRIZ (FILIAL 0001) NO CADASTRO:'          PGM0124
                                       TO LTO-DESCRICAO.                PGM0124
           MOVE ACU-CT-SEM-MATRIZ      TO LTO-QTDE.                     PGM0124
           PERFORM RTIMPLINTOT.                                         PGM0124
      *                                                                 PGM0124
       RTIMPTOTAISX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0124
      ******************************************************************PGM0124
       RTIMPLINTOT                     SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTIMPLINTOTX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0124
      ******************************************************************PGM0124
       RTMONTACAB                      SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0124
           MOVE  WS-MES                TO CB1-MES.                      PGM0124
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0124
      *                                                                 PGM0124
           ADD 1                       TO ACU-CT-PAGINA.                PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0124
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0124
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0124
           ELSE                                                         PGM0124
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0124
      *                                                                 PGM0124
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0124
      *                                                                 PGM0124
           MOVE 5                      TO ACU-CT-LINHA.                 PGM0124
      *                                                                 PGM0124
       RTMONTACABX.                    EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0124
      ******************************************************************PGM0124
       RTFECHA                         SECTION.                         PGM0124
      *                                                                 PGM0124
           CLOSE SRELATO.                                               PGM0124
      *                                                                 PGM0124
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0124
               CONTINUE                                                 PGM0124
           ELSE                                                         PGM0124
               DISPLAY '#PGM0124.905I - ERRO NO FECHAMENTO'             PGM0124
                       WS-MSG-SRELATO                                   PGM0124
               DISPLAY '#PGM0124.905I - FILE STATUS = '                 PGM0124
                       WS-FS-SRELATO                                    PGM0124
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0124
               STRING '#PGM0124.905I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0124
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0124
                                       DELIMITED BY SIZE                PGM0124
                                       INTO WS-MSG                      PGM0124
               PERFORM RTFINALIZA                                       PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTFECHAX.                       EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0124
      ******************************************************************PGM0124
       RTARQUIVAREL                    SECTION.                         PGM0124
      *                                                                 PGM0124
           INITIALIZE ARQ-PARM.                                         PGM0124
      *                                                                 PGM0124
           MOVE 'PGM0124'              TO ARQ-PROGRAMA.                 PGM0124
           MOVE 'PJ POR RAIZ DO CNPJ'  TO ARQ-FILTRO.                   PGM0124
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0124
      *                                                                 PGM0124
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0124
      *                                                                 PGM0124
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0124
               DISPLAY '#PGM0124.909I - RELATORIO ARQUIVADO NA'         PGM0124
                       ' GERACAO ' ARQ-GERACAO                          PGM0124
           ELSE                                                         PGM0124
               DISPLAY '#PGM0124.909I - FALHA NO ARQUIVAMENTO DO'       PGM0124
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTARQUIVARELX.                  EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0124
      ******************************************************************PGM0124
       RTCONTABILIZA                   SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0124
      *                                                                 PGM0124
           DISPLAY '#PGM0124.906I - TOTAL DE REGISTROS LIDOS = '        PGM0124
                   WS-DISPLAY-QTDE.                                     PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-PJ              TO WS-DISPLAY-QTDE.              PGM0124
      *                                                                 PGM0124
           DISPLAY '#PGM0124.906I - CLIENTES PESSOA JURIDICA = '        PGM0124
                   WS-DISPLAY-QTDE.                                     PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-GRUPOS          TO WS-DISPLAY-QTDE.              PGM0124
      *                                                                 PGM0124
           DISPLAY '#PGM0124.907I - GRUPOS POR RAIZ DE CNPJ  = '        PGM0124
                   WS-DISPLAY-QTDE.                                     PGM0124
      *                                                                 PGM0124
           MOVE ACU-CT-SEM-MATRIZ      TO WS-DISPLAY-QTDE.              PGM0124
      *                                                                 PGM0124
           DISPLAY '#PGM0124.908I - GRUPOS SEM MATRIZ        = '        PGM0124
                   WS-DISPLAY-QTDE.                                     PGM0124
      *                                                                 PGM0124
       RTCONTABILIZAX.                 EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0124
      *    (SYS135)                                                    *PGM0124
      ******************************************************************PGM0124
       RTGRAVAHIST                     SECTION.                         PGM0124
      *                                                                 PGM0124
           MOVE 'PGM0124'              TO HIS-PROGRAMA.                 PGM0124
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0124
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0124
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0124
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0124
      *                                                                 PGM0124
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0124
      *                                                                 PGM0124
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0124
               DISPLAY '#PGM0124.910I - FALHA NO REGISTRO DO'           PGM0124
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0124
                       HIS-COD-RET                                      PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
       RTGRAVAHISTX.                   EXIT.                            PGM0124
      *                                                                 PGM0124
      ******************************************************************PGM0124
      *    ROTINA DE FINALIZACAO                                       *PGM0124
      ******************************************************************PGM0124
       RTFINALIZA                      SECTION.                         PGM0124
      *                                                                 PGM0124
           DISPLAY '**************************************************'.PGM0124
      *                                                                 PGM0124
           MOVE '#PGM0124.999I - FIM DO PROCESSAMENTO '                 PGM0124
                                       TO WS-MENSAGEM.                  PGM0124
      *                                                                 PGM0124
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0124
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0124
      *                                                                 PGM0124
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0124
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0124
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0124
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0124
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0124
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0124
      *                                                                 PGM0124
           DISPLAY WS-MENSAGEM                                          PGM0124
                   WS-DATA-DISPLAY.                                     PGM0124
           DISPLAY '**************************************************'.PGM0124
      *                                                                 PGM0124
           PERFORM RTGRAVAHIST.                                         PGM0124
      *                                                                 PGM0124
           MOVE WS-MSG                 TO LK-MSG.                       PGM0124
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0124
      *                                                                 PGM0124
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0124
           IF WS-EXEC-LOTE                                              PGM0124
               CONTINUE                                                 PGM0124
           ELSE                                                         PGM0124
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0124
           END-IF.                                                      PGM0124
      *                                                                 PGM0124
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0124
      *                                                                 PGM0124
           GOBACK.                                                      PGM0124
      *                                                                 PGM0124
       RTFINALIZAX.                    EXIT.                            PGM0124
      ******************************************************************PGM0124
      *    FIM DO PROGRAMA                                             *PGM0124
      ******************************************************************PGM0124
