      ******************************************************************PGM0138
       IDENTIFICATION                  DIVISION.                        PGM0138
      ******************************************************************PGM0138
       PROGRAM-ID. PGM0138.                                             PGM0138
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0138
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0138
       DATE-COMPILED.                                                   PGM0138
      ******************************************************************PGM0138
      *REMARKS.                                                         PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     *#NOME     : PGM0138                                       *PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     *#TIPO     : BATCH                                         *PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     *#FUNCAO   : GERADOR DE LISTAGENS DE CLIENTES DIRIGIDO POR *PGM0138
      *     *            UM ARQUIVO DE PEDIDO (SYS131 OU SYS131.NNNNNN)*PGM0138
      *     *            COM OS CARTOES:                               *PGM0138
      *     *            TITULO  - TITULO DO RELATORIO                 *PGM0138
      *     *            CAMPO   - CAMPO A LISTAR, NA ORDEM DAS COLUNAS*PGM0138
      *     *            SELECAO - CONDICAO SOBRE QUALQUER CAMPO: IG   *PGM0138
      *     *                      (IGUAL), FX (FAIXA), BR (EM BRAN-   *PGM0138
      *     *                      CO), NB (NAO EM BRANCO) E CT (CON-  *PGM0138
      *     *                      TEM). AS CONDICOES SE SOMAM (E)     *PGM0138
      *     *            ORDEM   - ATE 3 CHAVES DE ORDENACAO, A PRI-   *PGM0138
      *     *                      MEIRA COM SUBTOTAL OPCIONAL ('S')   *PGM0138
      *     *            SAIDA   - SPRINT, CSV (SYS134) OU AMBOS       *PGM0138
      *     *            OS CAMPOS SAO OS DO DICIONARIO COPY DICCLI.   *PGM0138
      *     *            TODOS OS CARTOES SAO CRITICADOS ANTES DA      *PGM0138
      *     *            LEITURA DO ECADCLI; COM ERRO O PEDIDO E       *PGM0138
      *     *            REJEITADO E A LISTA DE ERROS VAI AO SPRINT.   *PGM0138
      *     *            O RELATORIO E ARQUIVADO PELO ARQREL COM A     *PGM0138
      *     *            SELECAO RESUMIDA NO FILTRO DO CATALOGO        *PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0138
      *     *              - LISTAGEM DE CLIENTES POR PEDIDO, COM      *PGM0138
      *     *              - EXECUCAO EM LOTE PELO LOTE01 (COPY MODEXE)*PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0138
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0138
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0138
      *     *----------------------------------------------------------*PGM0138
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0138
      *     *              - SYS131/SYS134 REPOSTOS AO FIM DE CADA     *PGM0138
      *     *              - EXECUCAO E CABECALHO DE COLUNAS LIMPO     *PGM0138
      *     *----------------------------------------------------------*PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       ENVIRONMENT                     DIVISION.                        PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       CONFIGURATION                   SECTION.                         PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
       SPECIAL-NAMES.                                                   PGM0138
           DECIMAL-POINT IS COMMA.                                      PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       INPUT-OUTPUT                    SECTION.                         PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
       FILE-CONTROL.                                                    PGM0138
           SELECT EPEDLIS  ASSIGN TO SYS131                             PGM0138
                  FILE    STATUS IS WS-FS-EPEDLIS.                      PGM0138
      *                                                                 PGM0138
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0138
                  ORGANIZATION IS INDEXED                               PGM0138
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0138
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0138
                            WITH DUPLICATES                             PGM0138
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0138
      *                                                                 PGM0138
           SELECT SSELLIS  ASSIGN TO SYS132                             PGM0138
                  FILE    STATUS IS WS-FS-SSELLIS.                      PGM0138
      *                                                                 PGM0138
           SELECT SORTWK   ASSIGN TO SORTWK.                            PGM0138
      *                                                                 PGM0138
           SELECT SORDLIS  ASSIGN TO SYS133                             PGM0138
                  FILE    STATUS IS WS-FS-SORDLIS.                      PGM0138
      *                                                                 PGM0138
           SELECT SCSVLIS  ASSIGN TO SYS134                             PGM0138
                  FILE    STATUS IS WS-FS-SCSVLIS.                      PGM0138
      *                                                                 PGM0138
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0138
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       DATA                            DIVISION.                        PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       FILE                            SECTION.                         PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      *    CARTOES DO PEDIDO DE LISTAGEM (COMANDO NAS COLUNAS 1-8)      PGM0138
       FD  EPEDLIS                                                      PGM0138
           BLOCK     CONTAINS 0  RECORDS                                PGM0138
           RECORDING MODE     IS F                                      PGM0138
           LABEL     RECORD   IS STANDARD.                              PGM0138
       01  FD-REG-PEDLIS.                                               PGM0138
           03  FD-PL-COMANDO       PIC     X(08).                       PGM0138
           03  FILLER              PIC     X(72).                       PGM0138
      *                                                                 PGM0138
       01  FD-REG-PLTITULO.                                             PGM0138
           03  FILLER              PIC     X(09).                       PGM0138
           03  FD-PL-TITULO        PIC     X(63).                       PGM0138
           03  FILLER              PIC     X(08).                       PGM0138
      *                                                                 PGM0138
       01  FD-REG-PLCAMPO.                                              PGM0138
           03  FILLER              PIC     X(09).                       PGM0138
           03  FD-PL-CAMPO         PIC     X(15).                       PGM0138
           03  FILLER              PIC     X(01).                       PGM0138
           03  FD-PL-OPERADOR      PIC     X(02).                       PGM0138
           03  FILLER              PIC     X(01).                       PGM0138
           03  FD-PL-VALOR         PIC     X(50).                       PGM0138
           03  FILLER              PIC     X(02).                       PGM0138
      *                                                                 PGM0138
       01  FD-REG-PLFAIXA.                                              PGM0138
           03  FILLER              PIC     X(28).                       PGM0138
           03  FD-PL-VALOR-DE      PIC     X(25).                       PGM0138
           03  FILLER              PIC     X(01).                       PGM0138
           03  FD-PL-VALOR-ATE     PIC     X(25).                       PGM0138
           03  FILLER              PIC     X(01).                       PGM0138
      *                                                                 PGM0138
       01  FD-REG-PLORDEM.                                              PGM0138
           03  FILLER              PIC     X(25).                       PGM0138
           03  FD-PL-SUBTOTAL      PIC     X(01).                       PGM0138
           03  FILLER              PIC     X(54).                       PGM0138
      *                                                                 PGM0138
       01  FD-REG-PLSAIDA.                                              PGM0138
           03  FILLER              PIC     X(09).                       PGM0138
           03  FD-PL-SAIDA         PIC     X(06).                       PGM0138
           03  FD-PL-SAIDA-RESTO   PIC     X(65).                       PGM0138
      *                                                                 PGM0138
       FD  ECADCLI                                                      PGM0138
           BLOCK     CONTAINS 0  RECORDS                                PGM0138
           RECORDING MODE     IS F                                      PGM0138
           LABEL     RECORD   IS STANDARD.                              PGM0138
           COPY CADCLI.                                                 PGM0138
      *                                                                 PGM0138
       FD  SSELLIS                                                      PGM0138
           BLOCK     CONTAINS 0  RECORDS                                PGM0138
           RECORDING MODE     IS F                                      PGM0138
           LABEL     RECORD   IS STANDARD.                              PGM0138
       01  FD-REG-SELLIS           PIC     X(347).                      PGM0138
      *                                                                 PGM0138
       SD  SORTWK.                                                      PGM0138
       01  SD-REG-SELLIS.                                               PGM0138
           03  SD-SL-CHAVES        PIC     X(120).                      PGM0138
           03  FILLER              PIC     X(227).                      PGM0138
      *                                                                 PGM0138
       FD  SORDLIS                                                      PGM0138
           BLOCK     CONTAINS 0  RECORDS                                PGM0138
           RECORDING MODE     IS F                                      PGM0138
           LABEL     RECORD   IS STANDARD.                              PGM0138
       01  FD-REG-ORDLIS           PIC     X(347).                      PGM0138
      *                                                                 PGM0138
       FD  SCSVLIS.                                                     PGM0138
       01  FD-REG-CSV              PIC     X(300).                      PGM0138
      *                                                                 PGM0138
       FD  SRELATO.                                                     PGM0138
       01  FD-REG-RELATO           PIC     X(95).                       PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       WORKING-STORAGE                 SECTION.                         PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       77  FILLER                  PIC     X(32)         VALUE          PGM0138
           'III WORKING-STORAGE SECTION III'.                           PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE FILE STATUS                                         *PGM0138
      ******************************************************************PGM0138
       77  WS-FS-EPEDLIS           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-FS-SSELLIS           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-FS-SORDLIS           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-FS-SCSVLIS           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0138
       77  WS-SW-EPEDLIS-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-EPEDLIS-ABERTO                         VALUE 'S'.     PGM0138
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0138
       77  WS-SW-SSELLIS-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-SSELLIS-ABERTO                         VALUE 'S'.     PGM0138
       77  WS-SW-SORDLIS-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-SORDLIS-ABERTO                         VALUE 'S'.     PGM0138
       77  WS-SW-SCSVLIS-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-SCSVLIS-ABERTO                         VALUE 'S'.     PGM0138
       77  WS-SW-SRELATO-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-SRELATO-ABERTO                         VALUE 'S'.     PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE CONTADORES                                          *PGM0138
      ******************************************************************PGM0138
       77  ACU-CT-CARTOES          PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-ERROS            PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-SELECIONADOS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-LISTADOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-CSV              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-GRUPOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-SUBTOTAL         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE INDICES                                             *PGM0138
      ******************************************************************PGM0138
       77  WS-IX-DIC               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-LS                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-SE                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-OR                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-ER                PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-CHAR              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-IX-POS               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-POS-FIM              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-POS-ABS              PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    DICIONARIO DOS CAMPOS DO CADASTRO DE CLIENTES               *PGM0138
      ******************************************************************PGM0138
           COPY DICCLI.                                                 PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DO PEDIDO DE LISTAGEM                                  *PGM0138
      ******************************************************************PGM0138
       01  WS-NUM-PEDIDO           PIC     9(06)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      *    COM NUMERO DE PEDIDO O SYS131 E O SYS134 SAO REAPONTADOS     PGM0138
      *    PARA SYS131.NNNNNN E SYS134.NNNNNN ANTES DO OPEN             PGM0138
       01  WS-NOME-PEDIDO.                                              PGM0138
           03  FILLER              PIC     X(07)         VALUE          PGM0138
               'SYS131.'.                                               PGM0138
           03  WS-NP-NUMERO        PIC     9(06)         VALUE ZEROS.   PGM0138
       01  WS-NOME-CSV.                                                 PGM0138
           03  FILLER              PIC     X(07)         VALUE          PGM0138
               'SYS134.'.                                               PGM0138
           03  WS-NC-NUMERO        PIC     9(06)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      *    VALORES ORIGINAIS DO SYS131 E DO SYS134, GUARDADOS NA        PGM0138
      *    PRIMEIRA CHAMADA E REPOSTOS AO FIM DE CADA EXECUCAO          PGM0138
       77  WS-SW-AMBIENTE          PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-AMBIENTE-SALVO                         VALUE 'S'.     PGM0138
       01  WS-ORIG-SYS131          PIC     X(80)         VALUE SPACES.  PGM0138
       01  WS-ORIG-SYS134          PIC     X(80)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  WS-TITULO               PIC     X(63)         VALUE SPACES.  PGM0138
       01  WS-SW-TITULO            PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-TEM-TITULO                             VALUE 'S'.     PGM0138
       01  WS-TIPO-SAIDA           PIC     X(06)         VALUE          PGM0138
           'SPRINT'.                                                    PGM0138
           88  WS-SAIDA-VALIDA                 VALUE 'SPRINT'           PGM0138
                                                     'CSV   '           PGM0138
                                                     'AMBOS '.          PGM0138
           88  WS-GERA-SPRINT                  VALUE 'SPRINT'           PGM0138
                                                     'AMBOS '.          PGM0138
           88  WS-GERA-CSV                     VALUE 'CSV   '           PGM0138
                                                     'AMBOS '.          PGM0138
       01  WS-SW-SAIDA             PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-TEM-SAIDA                              VALUE 'S'.     PGM0138
      *                                                                 PGM0138
      *    CAMPOS A LISTAR (INDICE NO DICIONARIO), NA ORDEM DAS COLUNAS PGM0138
       01  WS-TB-LISTA.                                                 PGM0138
           03  WS-LS-IX            PIC     9(02) OCCURS 20 TIMES.       PGM0138
       77  WS-QT-LISTA             PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-MAX-LISTA            PIC     9(02) COMP-3  VALUE 20.      PGM0138
       77  WS-LARGURA-LINHA        PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      *    CONDICOES DE SELECAO, JA NORMALIZADAS NO TAMANHO DO CAMPO    PGM0138
      *    (NUMERICOS E DATAS ALINHADOS A DIREITA COM ZEROS)            PGM0138
       01  WS-TB-SELECAO.                                               PGM0138
           03  WS-SE-ITEM          OCCURS 10 TIMES.                     PGM0138
               05  WS-SE-IX        PIC     9(02).                       PGM0138
               05  WS-SE-OPER      PIC     X(02).                       PGM0138
               05  WS-SE-VALOR     PIC     X(40).                       PGM0138
               05  WS-SE-VALOR-ATE PIC     X(40).                       PGM0138
               05  WS-SE-TAM       PIC     9(02).                       PGM0138
       77  WS-QT-SELECAO           PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-MAX-SELECAO          PIC     9(02) COMP-3  VALUE 10.      PGM0138
      *                                                                 PGM0138
      *    CHAVES DE ORDENACAO (SEM CARTAO ORDEM, PELO CODIGO)          PGM0138
       01  WS-TB-ORDEM.                                                 PGM0138
           03  WS-OR-IX            PIC     9(02) OCCURS 3 TIMES.        PGM0138
       77  WS-QT-ORDEM             PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-MAX-ORDEM            PIC     9(02) COMP-3  VALUE 3.       PGM0138
       01  WS-SW-SUBTOTAL          PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-COM-SUBTOTAL                           VALUE 'S'.     PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE CRITICA DOS CARTOES                                 *PGM0138
      ******************************************************************PGM0138
       01  WS-CARTAO               PIC     X(80)         VALUE SPACES.  PGM0138
       01  WS-NOME-PROCURA         PIC     X(15)         VALUE SPACES.  PGM0138
       01  WS-TEXTO-ERRO           PIC     X(60)         VALUE SPACES.  PGM0138
       01  WS-NV-OPER              PIC     X(02)         VALUE SPACES.  PGM0138
           88  WS-NV-OPER-VALIDO               VALUE 'IG' 'FX' 'BR'     PGM0138
                                                     'NB' 'CT'.         PGM0138
       01  WS-NV-VALOR             PIC     X(40)         VALUE SPACES.  PGM0138
       01  WS-NV-VALOR-ATE         PIC     X(40)         VALUE SPACES.  PGM0138
       01  WS-NV-TAM               PIC     9(02)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      *    NORMALIZACAO DE UM VALOR DO CARTAO PARA O CAMPO              PGM0138
       01  WS-TXT-TRAB             PIC     X(50)         VALUE SPACES.  PGM0138
       77  WS-TAM-TRAB             PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       01  WS-VL-SAIDA             PIC     X(40)         VALUE SPACES.  PGM0138
       01  WS-VL-NUM               PIC     X(15)         VALUE ZEROS.   PGM0138
       77  WS-VL-INI               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       01  WS-VL-DATA-X            PIC     X(08)         VALUE ZEROS.   PGM0138
       01  WS-VL-DATA REDEFINES WS-VL-DATA-X.                           PGM0138
           03  WS-VL-ANO           PIC     9(04).                       PGM0138
           03  WS-VL-MES           PIC     9(02).                       PGM0138
           03  WS-VL-DIA           PIC     9(02).                       PGM0138
      *                                                                 PGM0138
      *    LISTA DE ERROS DO PEDIDO (AS 50 PRIMEIRAS SAO GUARDADAS)     PGM0138
       01  WS-TB-ERROS.                                                 PGM0138
           03  WS-ER-ITEM          OCCURS 50 TIMES.                     PGM0138
               05  WS-ER-CARTAO    PIC     9(03).                       PGM0138
               05  WS-ER-TEXTO     PIC     X(60).                       PGM0138
               05  WS-ER-IMAGEM    PIC     X(80).                       PGM0138
       77  WS-MAX-ERROS            PIC     9(03) COMP-3  VALUE 50.      PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE SELECAO E LISTAGEM                                  *PGM0138
      ******************************************************************PGM0138
       01  WS-SW-SELECAO           PIC     X(01)         VALUE 'S'.     PGM0138
           88  WS-SELECIONADO                            VALUE 'S'.     PGM0138
       01  WS-SW-CONTEM            PIC     X(01)         VALUE 'N'.     PGM0138
           88  WS-CONTEM                                 VALUE 'S'.     PGM0138
       77  WS-POS                  PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-TAM                  PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       77  WS-TAM-CT               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
       01  WS-REG-CLIENTE          PIC     X(227)        VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  WS-REG-SELLIS.                                               PGM0138
           03  WS-SL-CHAVES.                                            PGM0138
               05  WS-SL-CHAVE     PIC     X(40) OCCURS 3 TIMES.        PGM0138
           03  WS-SL-CADCLI        PIC     X(227).                      PGM0138
      *                                                                 PGM0138
       01  WS-CHAVE1-ANT           PIC     X(40)         VALUE SPACES.  PGM0138
       01  WS-SW-PRIMEIRO          PIC     X(01)         VALUE 'S'.     PGM0138
           88  WS-PRIMEIRO-REG                           VALUE 'S'.     PGM0138
      *                                                                 PGM0138
      *    VALOR DE UM CAMPO FORMATADO PARA IMPRESSAO (DATA DD/MM/AAAA) PGM0138
       01  WS-VALOR-FMT            PIC     X(40)         VALUE SPACES.  PGM0138
       77  WS-TAM-FMT              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0138
       01  WS-FMT-DATA-X           PIC     X(08)         VALUE ZEROS.   PGM0138
       01  WS-FMT-DATA REDEFINES WS-FMT-DATA-X.                         PGM0138
           03  WS-FMT-ANO          PIC     X(04).                       PGM0138
           03  WS-FMT-MES          PIC     X(02).                       PGM0138
           03  WS-FMT-DIA          PIC     X(02).                       PGM0138
      *                                                                 PGM0138
       77  WS-COL                  PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       01  WS-LINDET               PIC     X(95)         VALUE SPACES.  PGM0138
       01  WS-LINCOL               PIC     X(95)         VALUE SPACES.  PGM0138
       01  WS-LINCSV               PIC     X(300)        VALUE SPACES.  PGM0138
       77  WS-PTR-CSV              PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
      *    SELECAO RESUMIDA PARA O FILTRO DO CATALOGO (30 POSICOES)     PGM0138
       01  WS-TXT-FILTRO           PIC     X(120)        VALUE SPACES.  PGM0138
       77  WS-PTR-FILTRO           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0138
       01  WS-SIMBOLO              PIC     X(03)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE AUXILIARES                                          *PGM0138
      ******************************************************************PGM0138
       01  WS-MSG-EPEDLIS          PIC     X(19)         VALUE          PGM0138
           ' DO ARQUIVO PEDLIS'.                                        PGM0138
       01  WS-MSG-ECADCLI          PIC     X(18)         VALUE          PGM0138
           ' DO ARQUIVO CADCLI'.                                        PGM0138
       01  WS-MSG-SSELLIS          PIC     X(19)         VALUE          PGM0138
           ' DO ARQUIVO SELLIS'.                                        PGM0138
       01  WS-MSG-SORDLIS          PIC     X(19)         VALUE          PGM0138
           ' DO ARQUIVO ORDLIS'.                                        PGM0138
      *                                                                 PGM0138
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0138
       01  WS-DISPLAY-CARTAO       PIC     9(03)         VALUE ZEROS.   PGM0138
       01  WS-DISPLAY-LARGURA      PIC     9(03)         VALUE ZEROS.   PGM0138
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0138
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0138
           03  WS-DT-MES-R         PIC     9(02).                       PGM0138
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0138
      *                                                                 PGM0138
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0138
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0138
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0138
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0138
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0138
      *                                                                 PGM0138
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0138
       01  WS-DATA-DISPLAY.                                             PGM0138
           03  WS-DATA-BR.                                              PGM0138
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0138
               05  FILLER          PIC     X             VALUE '/'.     PGM0138
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0138
               05  FILLER          PIC     X             VALUE '/'.     PGM0138
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0138
               05  FILLER          PIC     X             VALUE ' '.     PGM0138
           03  WS-HORA-BR.                                              PGM0138
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0138
               05  FILLER          PIC     X             VALUE ':'.     PGM0138
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0138
               05  FILLER          PIC     X             VALUE ':'.     PGM0138
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0138
      *                                                                 PGM0138
       01  CAB1.                                                        PGM0138
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0138
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0138
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0138
           05  CB1-TITULO          PIC     X(63)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0138
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0138
      *                                                                 PGM0138
       01  CAB2.                                                        PGM0138
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0138
      *                                                                 PGM0138
       01  LINSUB.                                                      PGM0138
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(09)         VALUE          PGM0138
               'SUBTOTAL '.                                             PGM0138
           05  LSB-CAMPO           PIC     X(15)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(03)         VALUE ' = '.   PGM0138
           05  LSB-VALOR           PIC     X(40)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(02)         VALUE ': '.    PGM0138
           05  LSB-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(17)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  LINTOT.                                                      PGM0138
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0138
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0138
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  LINTXT.                                                      PGM0138
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0138
           05  LTX-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  LINERR.                                                      PGM0138
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(07)         VALUE          PGM0138
               'CARTAO '.                                               PGM0138
           05  LER-CARTAO          PIC     ZZ9           VALUE ZEROS.   PGM0138
           05  FILLER              PIC     X(03)         VALUE ' - '.   PGM0138
           05  LER-TEXTO           PIC     X(60)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(21)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
       01  LINIMG.                                                      PGM0138
           05  FILLER              PIC     X(14)         VALUE SPACES.  PGM0138
           05  LIM-IMAGEM          PIC     X(80)         VALUE SPACES.  PGM0138
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0138
      ******************************************************************PGM0138
           COPY MODEXE.                                                 PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0138
      ******************************************************************PGM0138
           COPY ARQLNK.                                                 PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0138
      ******************************************************************PGM0138
           COPY HISLNK.                                                 PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       77  FILLER                  PIC     X(32)         VALUE          PGM0138
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    AREA DE LINKAGE                                             *PGM0138
      ******************************************************************PGM0138
           COPY SAIDA.                                                  PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       LINKAGE                         SECTION.                         PGM0138
      ******************************************************************PGM0138
           COPY SAIDAL.                                                 PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
       PROCEDURE                       DIVISION USING LK-MSG            PGM0138
                                                      LK-COD-RET.       PGM0138
      ******************************************************************PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA PRINCIPAL                                            *PGM0138
      ******************************************************************PGM0138
       RTPRINCIPAL                     SECTION.                         PGM0138
      *                                                                 PGM0138
           PERFORM RTINICIALIZA.                                        PGM0138
      *                                                                 PGM0138
           PERFORM RTLEPEDIDO.                                          PGM0138
      *                                                                 PGM0138
           PERFORM RTCRITICAGERAL.                                      PGM0138
      *                                                                 PGM0138
           IF ACU-CT-ERROS             GREATER ZEROS                    PGM0138
               PERFORM RTREJEITAPEDIDO                                  PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTSELECIONA.                                         PGM0138
      *                                                                 PGM0138
           PERFORM RTORDENA.                                            PGM0138
      *                                                                 PGM0138
           PERFORM RTLISTA.                                             PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPTOTAIS.                                         PGM0138
      *                                                                 PGM0138
           PERFORM RTFECHA.                                             PGM0138
      *                                                                 PGM0138
           PERFORM RTARQUIVAREL.                                        PGM0138
      *                                                                 PGM0138
           PERFORM RTCONTABILIZA.                                       PGM0138
      *                                                                 PGM0138
           PERFORM RTFINALIZA.                                          PGM0138
      *                                                                 PGM0138
       RTPRINCIPALX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE INICIALIZACAO                                     *PGM0138
      ******************************************************************PGM0138
       RTINICIALIZA                    SECTION.                         PGM0138
      *                                                                 PGM0138
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0138
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0138
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0138
      *                                                                 PGM0138
      *    SEM VALOR NO AMBIENTE O ARQUIVO E O PROPRIO NOME LOGICO      PGM0138
           IF NOT WS-AMBIENTE-SALVO                                     PGM0138
               DISPLAY 'SYS131'        UPON ENVIRONMENT-NAME            PGM0138
               ACCEPT WS-ORIG-SYS131   FROM ENVIRONMENT-VALUE           PGM0138
               IF WS-ORIG-SYS131       EQUAL SPACES                     PGM0138
                   MOVE 'SYS131'       TO WS-ORIG-SYS131                PGM0138
               END-IF                                                   PGM0138
               DISPLAY 'SYS134'        UPON ENVIRONMENT-NAME            PGM0138
               ACCEPT WS-ORIG-SYS134   FROM ENVIRONMENT-VALUE           PGM0138
               IF WS-ORIG-SYS134       EQUAL SPACES                     PGM0138
                   MOVE 'SYS134'       TO WS-ORIG-SYS134                PGM0138
               END-IF                                                   PGM0138
               SET WS-AMBIENTE-SALVO   TO TRUE                          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           DISPLAY ERASE.                                               PGM0138
      *                                                                 PGM0138
           INITIALIZE ACU-CT-CARTOES                                    PGM0138
                      ACU-CT-ERROS                                      PGM0138
                      ACU-CT-LIDOS                                      PGM0138
                      ACU-CT-SELECIONADOS                               PGM0138
                      ACU-CT-LISTADOS                                   PGM0138
                      ACU-CT-CSV                                        PGM0138
                      ACU-CT-GRUPOS                                     PGM0138
                      ACU-CT-PAGINA                                     PGM0138
                      WS-QT-LISTA                                       PGM0138
                      WS-QT-SELECAO                                     PGM0138
                      WS-QT-ORDEM                                       PGM0138
                      WS-TB-LISTA                                       PGM0138
                      WS-TB-SELECAO                                     PGM0138
                      WS-TB-ORDEM                                       PGM0138
                      WS-TB-ERROS.                                      PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-TITULO                     PGM0138
                                          WS-LINCOL.                    PGM0138
           MOVE 'SPRINT'               TO WS-TIPO-SAIDA.                PGM0138
           MOVE 'N'                    TO WS-SW-TITULO                  PGM0138
                                          WS-SW-SAIDA                   PGM0138
                                          WS-SW-SUBTOTAL.               PGM0138
           MOVE 'N'                    TO WS-SW-EPEDLIS-ABERTO          PGM0138
                                          WS-SW-ECADCLI-ABERTO          PGM0138
                                          WS-SW-SSELLIS-ABERTO          PGM0138
                                          WS-SW-SORDLIS-ABERTO          PGM0138
                                          WS-SW-SCSVLIS-ABERTO          PGM0138
                                          WS-SW-SRELATO-ABERTO.         PGM0138
      *                                                                 PGM0138
           DISPLAY '**************************************************'.PGM0138
      *                                                                 PGM0138
           MOVE '#PGM0138.900I - INICIO DO PROCESSAMENTO '              PGM0138
                                       TO WS-MENSAGEM.                  PGM0138
      *                                                                 PGM0138
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0138
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0138
      *                                                                 PGM0138
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0138
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0138
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0138
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0138
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0138
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0138
      *                                                                 PGM0138
           DISPLAY WS-MENSAGEM                                          PGM0138
                   WS-DATA-DISPLAY.                                     PGM0138
           DISPLAY '**************************************************'.PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-MSG.                       PGM0138
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0138
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
      *    NO LOTE01 O NUMERO DO PEDIDO VEM DO CODIGO DO CARTAO         PGM0138
           IF WS-EXEC-LOTE                                              PGM0138
               MOVE WS-ME-CODIGO       TO WS-NUM-PEDIDO                 PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.901I - NUMERO DO PEDIDO DE LISTAGEM'   PGM0138
                       ' (ENTER = SYS131)? '                            PGM0138
               ACCEPT WS-NUM-PEDIDO                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           OPEN OUTPUT SRELATO.                                         PGM0138
      *                                                                 PGM0138
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0138
               SET WS-SRELATO-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.902I - ERRO NA ABERTURA DO RELATORIO'  PGM0138
               DISPLAY '#PGM0138.902I - FILE STATUS = ' WS-FS-SRELATO   PGM0138
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.902I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0138
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTINICIALIZAX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE LE E CRITICA TODOS OS CARTOES DO PEDIDO          *PGM0138
      ******************************************************************PGM0138
       RTLEPEDIDO                      SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-NUM-PEDIDO            GREATER ZEROS                    PGM0138
               MOVE WS-NUM-PEDIDO      TO WS-NP-NUMERO                  PGM0138
               DISPLAY 'SYS131'        UPON ENVIRONMENT-NAME            PGM0138
               DISPLAY WS-NOME-PEDIDO  UPON ENVIRONMENT-VALUE           PGM0138
               DISPLAY '#PGM0138.903I - PEDIDO DE LISTAGEM: '           PGM0138
                       WS-NOME-PEDIDO                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           OPEN INPUT EPEDLIS.                                          PGM0138
      *                                                                 PGM0138
           IF WS-FS-EPEDLIS            EQUAL ZEROS                      PGM0138
               SET WS-EPEDLIS-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.904I - ERRO NA ABERTURA' WS-MSG-EPEDLISPGM0138
               DISPLAY '#PGM0138.904I - FILE STATUS = '   WS-FS-EPEDLIS PGM0138
               MOVE 12                 TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.904I - PEDIDO DE LISTAGEM NAO ENCONTR'  PGM0138
                      'ADO (SYS131)! FILE STATUS = ' WS-FS-EPEDLIS      PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTLECARTAO.                                          PGM0138
      *                                                                 PGM0138
           PERFORM RTCRITICACARTAO     UNTIL WS-FS-EPEDLIS EQUAL '10'.  PGM0138
      *                                                                 PGM0138
           CLOSE EPEDLIS.                                               PGM0138
           MOVE 'N'                    TO WS-SW-EPEDLIS-ABERTO.         PGM0138
      *                                                                 PGM0138
       RTLEPEDIDOX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE LEITURA DO ARQUIVO DE PEDIDO                      *PGM0138
      ******************************************************************PGM0138
       RTLECARTAO                      SECTION.                         PGM0138
      *                                                                 PGM0138
           READ EPEDLIS.                                                PGM0138
      *                                                                 PGM0138
           EVALUATE WS-FS-EPEDLIS                                       PGM0138
               WHEN ZEROS                                               PGM0138
                   MOVE FD-REG-PEDLIS  TO WS-CARTAO                     PGM0138
               WHEN '10'                                                PGM0138
                   CONTINUE                                             PGM0138
               WHEN OTHER                                               PGM0138
                   DISPLAY '#PGM0138.905I - ERRO NA LEITURA'            PGM0138
                           WS-MSG-EPEDLIS                               PGM0138
                   DISPLAY '#PGM0138.905I - FILE STATUS = '             PGM0138
                           WS-FS-EPEDLIS                                PGM0138
                   MOVE  WS-FS-EPEDLIS TO WS-COD-RET                    PGM0138
                   STRING '#PGM0138.905I - ERRO NA LEITURA DO PEDIDO D' PGM0138
                          'E LISTAGEM! FILE STATUS = ' WS-FS-EPEDLIS    PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
                   PERFORM RTFINALIZA                                   PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTLECARTAOX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA UM CARTAO. COMENTARIO ('*' NA COLUNA 1)  *PGM0138
      *    E CARTAO EM BRANCO SAO IGNORADOS                            *PGM0138
      ******************************************************************PGM0138
       RTCRITICACARTAO                 SECTION.                         PGM0138
      *                                                                 PGM0138
      *    A NUMERACAO DOS CARTOES NA LISTA DE ERROS INCLUI OS IGNORADOSPGM0138
           ADD 1                       TO ACU-CT-CARTOES.               PGM0138
      *                                                                 PGM0138
           IF WS-CARTAO                EQUAL SPACES                     PGM0138
              OR WS-CARTAO (1:1)       EQUAL '*'                        PGM0138
               GO TO RTCRITICACARTAO-LE                                 PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           EVALUATE FD-PL-COMANDO                                       PGM0138
               WHEN 'TITULO'                                            PGM0138
                   PERFORM RTCRITTITULO                                 PGM0138
               WHEN 'CAMPO'                                             PGM0138
                   PERFORM RTCRITCAMPO                                  PGM0138
               WHEN 'SELECAO'                                           PGM0138
                   PERFORM RTCRITSELECAO                                PGM0138
               WHEN 'ORDEM'                                             PGM0138
                   PERFORM RTCRITORDEM                                  PGM0138
               WHEN 'SAIDA'                                             PGM0138
                   PERFORM RTCRITSAIDA                                  PGM0138
               WHEN OTHER                                               PGM0138
                   STRING 'COMANDO DESCONHECIDO: ' FD-PL-COMANDO        PGM0138
                          ' (TITULO CAMPO SELECAO ORDEM SAIDA)'         PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
                   PERFORM RTREGISTRAERRO                               PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTCRITICACARTAO-LE.                                              PGM0138
      *                                                                 PGM0138
           PERFORM RTLECARTAO.                                          PGM0138
      *                                                                 PGM0138
       RTCRITICACARTAOX.               EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O CARTAO TITULO                          *PGM0138
      ******************************************************************PGM0138
       RTCRITTITULO                    SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-TEM-TITULO                                             PGM0138
               MOVE 'CARTAO TITULO REPETIDO'                            PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITTITULOX                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF FD-PL-TITULO             EQUAL SPACES                     PGM0138
               MOVE 'TITULO EM BRANCO (COLUNAS 10 A 72)'                PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITTITULOX                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-TITULO           TO WS-TITULO.                    PGM0138
           SET WS-TEM-TITULO           TO TRUE.                         PGM0138
      *                                                                 PGM0138
       RTCRITTITULOX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O CARTAO CAMPO (CAMPO A LISTAR)          *PGM0138
      ******************************************************************PGM0138
       RTCRITCAMPO                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-CAMPO            TO WS-NOME-PROCURA.              PGM0138
      *                                                                 PGM0138
           PERFORM RTBUSCACAMPO.                                        PGM0138
      *                                                                 PGM0138
           IF WS-IX-DIC                EQUAL ZEROS                      PGM0138
               PERFORM RTERROCAMPO                                      PGM0138
               GO TO RTCRITCAMPOX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-QT-LISTA              NOT LESS WS-MAX-LISTA            PGM0138
               MOVE 'MAIS DE 20 CAMPOS A LISTAR'                        PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITCAMPOX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO WS-IX-LS.                     PGM0138
           MOVE 'N'                    TO WS-SW-CONTEM.                 PGM0138
      *                                                                 PGM0138
           PERFORM RTCRITCAMPO-REPETIDO                                 PGM0138
                                       UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
           IF WS-CONTEM                                                 PGM0138
               STRING 'CAMPO REPETIDO NA LISTA: ' FD-PL-CAMPO           PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITCAMPOX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-QT-LISTA.                  PGM0138
           MOVE WS-IX-DIC              TO WS-LS-IX (WS-QT-LISTA).       PGM0138
      *                                                                 PGM0138
       RTCRITCAMPOX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE PROCURA O CAMPO ENTRE OS JA PEDIDOS              *PGM0138
      ******************************************************************PGM0138
       RTCRITCAMPO-REPETIDO            SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           IF WS-LS-IX (WS-IX-LS)      EQUAL WS-IX-DIC                  PGM0138
               SET WS-CONTEM           TO TRUE                          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTCRITCAMPO-REPETIDOX.          EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O CARTAO SELECAO                         *PGM0138
      ******************************************************************PGM0138
       RTCRITSELECAO                   SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-CAMPO            TO WS-NOME-PROCURA.              PGM0138
      *                                                                 PGM0138
           PERFORM RTBUSCACAMPO.                                        PGM0138
      *                                                                 PGM0138
           IF WS-IX-DIC                EQUAL ZEROS                      PGM0138
               PERFORM RTERROCAMPO                                      PGM0138
               GO TO RTCRITSELECAOX                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-QT-SELECAO            NOT LESS WS-MAX-SELECAO          PGM0138
               MOVE 'MAIS DE 10 CONDICOES DE SELECAO'                   PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITSELECAOX                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-OPERADOR         TO WS-NV-OPER.                   PGM0138
           MOVE SPACES                 TO WS-NV-VALOR                   PGM0138
                                          WS-NV-VALOR-ATE.              PGM0138
           MOVE ZEROS                  TO WS-NV-TAM.                    PGM0138
      *                                                                 PGM0138
           IF NOT WS-NV-OPER-VALIDO                                     PGM0138
               STRING 'OPERADOR INVALIDO: ' FD-PL-OPERADOR              PGM0138
                      ' (USE IG, FX, BR, NB OU CT)'                     PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITSELECAOX                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           EVALUATE WS-NV-OPER                                          PGM0138
               WHEN 'IG'                                                PGM0138
                   MOVE FD-PL-VALOR    TO WS-TXT-TRAB                   PGM0138
                   PERFORM RTNORMALIZA                                  PGM0138
                   MOVE WS-VL-SAIDA    TO WS-NV-VALOR                   PGM0138
               WHEN 'FX'                                                PGM0138
                   PERFORM RTCRITFAIXA                                  PGM0138
               WHEN 'BR'                                                PGM0138
               WHEN 'NB'                                                PGM0138
                   IF FD-PL-VALOR      NOT EQUAL SPACES                 PGM0138
                       MOVE 'BR/NB NAO LEVAM VALOR (COLUNAS 29 A 78)'   PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
                   END-IF                                               PGM0138
               WHEN 'CT'                                                PGM0138
                   PERFORM RTCRITCONTEM                                 PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
           IF WS-TEXTO-ERRO            NOT EQUAL SPACES                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITSELECAOX                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-QT-SELECAO.                PGM0138
      *                                                                 PGM0138
           MOVE WS-IX-DIC              TO WS-SE-IX (WS-QT-SELECAO).     PGM0138
           MOVE WS-NV-OPER             TO WS-SE-OPER (WS-QT-SELECAO).   PGM0138
           MOVE WS-NV-VALOR            TO WS-SE-VALOR (WS-QT-SELECAO).  PGM0138
           MOVE WS-NV-VALOR-ATE        TO WS-SE-VALOR-ATE               PGM0138
                                                    (WS-QT-SELECAO).    PGM0138
           MOVE WS-NV-TAM              TO WS-SE-TAM (WS-QT-SELECAO).    PGM0138
      *                                                                 PGM0138
       RTCRITSELECAOX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA A FAIXA (DE NAS COLUNAS 29-53, ATE NAS   *PGM0138
      *    COLUNAS 55-79). A FAIXA INCLUI OS DOIS EXTREMOS             *PGM0138
      ******************************************************************PGM0138
       RTCRITFAIXA                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-VALOR-DE         TO WS-TXT-TRAB.                  PGM0138
      *                                                                 PGM0138
           PERFORM RTNORMALIZA.                                         PGM0138
      *                                                                 PGM0138
           IF WS-TEXTO-ERRO            NOT EQUAL SPACES                 PGM0138
               GO TO RTCRITFAIXAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-VL-SAIDA            TO WS-NV-VALOR.                  PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-VALOR-ATE        TO WS-TXT-TRAB.                  PGM0138
      *                                                                 PGM0138
           PERFORM RTNORMALIZA.                                         PGM0138
      *                                                                 PGM0138
           IF WS-TEXTO-ERRO            NOT EQUAL SPACES                 PGM0138
               GO TO RTCRITFAIXAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-VL-SAIDA            TO WS-NV-VALOR-ATE.              PGM0138
      *                                                                 PGM0138
           IF WS-NV-VALOR              GREATER WS-NV-VALOR-ATE          PGM0138
               MOVE 'FAIXA INVERTIDA: VALOR INICIAL MAIOR QUE O FINAL'  PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTCRITFAIXAX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O 'CONTEM' (SO EM CAMPO ALFANUMERICO)    *PGM0138
      ******************************************************************PGM0138
       RTCRITCONTEM                    SECTION.                         PGM0138
      *                                                                 PGM0138
           IF NOT WS-DC-ALFA (WS-IX-DIC)                                PGM0138
               MOVE 'CT SO PODE SER USADO EM CAMPO ALFANUMERICO'        PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               GO TO RTCRITCONTEMX                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-VALOR            TO WS-TXT-TRAB.                  PGM0138
      *                                                                 PGM0138
           PERFORM RTTAMANHO.                                           PGM0138
      *                                                                 PGM0138
           EVALUATE TRUE                                                PGM0138
               WHEN WS-TAM-TRAB        EQUAL ZEROS                      PGM0138
                   MOVE 'VALOR EM BRANCO (COLUNAS 29 A 78)'             PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               WHEN WS-TAM-TRAB        GREATER                          PGM0138
                                       WS-DC-TAMANHO (WS-IX-DIC)        PGM0138
                   MOVE 'VALOR MAIOR QUE O TAMANHO DO CAMPO'            PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               WHEN OTHER                                               PGM0138
                   MOVE WS-TXT-TRAB    TO WS-NV-VALOR                   PGM0138
                   MOVE WS-TAM-TRAB    TO WS-NV-TAM                     PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTCRITCONTEMX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O CARTAO ORDEM ('S' NA COLUNA 26 PEDE    *PGM0138
      *    SUBTOTAL, SO NA PRIMEIRA CHAVE)                             *PGM0138
      ******************************************************************PGM0138
       RTCRITORDEM                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-CAMPO            TO WS-NOME-PROCURA.              PGM0138
      *                                                                 PGM0138
           PERFORM RTBUSCACAMPO.                                        PGM0138
      *                                                                 PGM0138
           IF WS-IX-DIC                EQUAL ZEROS                      PGM0138
               PERFORM RTERROCAMPO                                      PGM0138
               GO TO RTCRITORDEMX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-QT-ORDEM              NOT LESS WS-MAX-ORDEM            PGM0138
               MOVE 'MAIS DE 3 CHAVES DE ORDENACAO'                     PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITORDEMX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           EVALUATE TRUE                                                PGM0138
               WHEN FD-PL-SUBTOTAL     EQUAL SPACE                      PGM0138
                   CONTINUE                                             PGM0138
               WHEN FD-PL-SUBTOTAL     NOT EQUAL 'S'                    PGM0138
                   MOVE 'INDICADOR DE SUBTOTAL INVALIDO (COLUNA 26: S)' PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               WHEN WS-QT-ORDEM        GREATER ZEROS                    PGM0138
                   MOVE 'SUBTOTAL SO PODE SER PEDIDO NA PRIMEIRA CHAVE' PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               WHEN OTHER                                               PGM0138
                   SET WS-COM-SUBTOTAL TO TRUE                          PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
           IF WS-TEXTO-ERRO            NOT EQUAL SPACES                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITORDEMX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-QT-ORDEM.                  PGM0138
           MOVE WS-IX-DIC              TO WS-OR-IX (WS-QT-ORDEM).       PGM0138
      *                                                                 PGM0138
       RTCRITORDEMX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CRITICA O CARTAO SAIDA                           *PGM0138
      ******************************************************************PGM0138
       RTCRITSAIDA                     SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-TEM-SAIDA                                              PGM0138
               MOVE 'CARTAO SAIDA REPETIDO'                             PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
               GO TO RTCRITSAIDAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE FD-PL-SAIDA            TO WS-TIPO-SAIDA.                PGM0138
      *                                                                 PGM0138
           IF WS-SAIDA-VALIDA                                           PGM0138
              AND FD-PL-SAIDA-RESTO    EQUAL SPACES                     PGM0138
               SET WS-TEM-SAIDA        TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               MOVE 'SPRINT'           TO WS-TIPO-SAIDA                 PGM0138
               STRING 'SAIDA INVALIDA: ' FD-PL-SAIDA                    PGM0138
                      ' (USE SPRINT, CSV OU AMBOS)'                     PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTCRITSAIDAX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE NORMALIZA UM VALOR DO CARTAO (WS-TXT-TRAB) PARA  *PGM0138
      *    O CAMPO WS-IX-DIC: ALFANUMERICO ALINHADO A ESQUERDA,        *PGM0138
      *    NUMERICO E DATA (AAAAMMDD) ALINHADOS A DIREITA COM ZEROS,   *PGM0138
      *    PARA COMPARAR DIRETO COM O CONTEUDO DO REGISTRO             *PGM0138
      ******************************************************************PGM0138
       RTNORMALIZA                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-VL-SAIDA.                  PGM0138
      *                                                                 PGM0138
           PERFORM RTTAMANHO.                                           PGM0138
      *                                                                 PGM0138
           IF WS-TAM-TRAB              EQUAL ZEROS                      PGM0138
               MOVE 'VALOR EM BRANCO (COLUNAS 29 A 78, FX 29 E 55)'     PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               GO TO RTNORMALIZAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-TAM-TRAB              GREATER                          PGM0138
                                       WS-DC-TAMANHO (WS-IX-DIC)        PGM0138
               MOVE 'VALOR MAIOR QUE O TAMANHO DO CAMPO'                PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               GO TO RTNORMALIZAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-DC-ALFA (WS-IX-DIC)                                    PGM0138
               MOVE WS-TXT-TRAB        TO WS-VL-SAIDA                   PGM0138
               GO TO RTNORMALIZAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-TXT-TRAB (1:WS-TAM-TRAB)                               PGM0138
                                       NOT NUMERIC                      PGM0138
               MOVE 'VALOR NAO NUMERICO PARA CAMPO NUMERICO'            PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               GO TO RTNORMALIZAX                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-DC-DATA (WS-IX-DIC)                                    PGM0138
               IF WS-TAM-TRAB          NOT EQUAL 8                      PGM0138
                   MOVE 'DATA INVALIDA (USE AAAAMMDD)'                  PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
                   GO TO RTNORMALIZAX                                   PGM0138
               END-IF                                                   PGM0138
               MOVE WS-TXT-TRAB (1:8)  TO WS-VL-DATA-X                  PGM0138
               IF WS-VL-MES            LESS 1                           PGM0138
                  OR WS-VL-MES         GREATER 12                       PGM0138
                  OR WS-VL-DIA         LESS 1                           PGM0138
                  OR WS-VL-DIA         GREATER 31                       PGM0138
                   MOVE 'DATA INVALIDA (USE AAAAMMDD)'                  PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
                   GO TO RTNORMALIZAX                                   PGM0138
               END-IF                                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE ALL '0'                TO WS-VL-NUM.                    PGM0138
      *                                                                 PGM0138
           COMPUTE WS-VL-INI = WS-DC-TAMANHO (WS-IX-DIC)                PGM0138
                             - WS-TAM-TRAB + 1.                         PGM0138
      *                                                                 PGM0138
           MOVE WS-TXT-TRAB (1:WS-TAM-TRAB)                             PGM0138
                                       TO WS-VL-NUM                     PGM0138
                                          (WS-VL-INI:WS-TAM-TRAB).      PGM0138
      *                                                                 PGM0138
           MOVE WS-VL-NUM (1:WS-DC-TAMANHO (WS-IX-DIC))                 PGM0138
                                       TO WS-VL-SAIDA.                  PGM0138
      *                                                                 PGM0138
       RTNORMALIZAX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ACHA O ULTIMO CARACTER SIGNIFICATIVO DO VALOR    *PGM0138
      ******************************************************************PGM0138
       RTTAMANHO                       SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO WS-TAM-TRAB.                  PGM0138
           MOVE 50                     TO WS-IX-CHAR.                   PGM0138
      *                                                                 PGM0138
           PERFORM RTTAMANHO-CHAR      UNTIL WS-TAM-TRAB GREATER ZEROS  PGM0138
                                       OR WS-IX-CHAR EQUAL ZEROS.       PGM0138
      *                                                                 PGM0138
       RTTAMANHOX.                     EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE TESTA UM CARACTER DO VALOR, DO FIM PARA O INICIO *PGM0138
      ******************************************************************PGM0138
       RTTAMANHO-CHAR                  SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-TXT-TRAB (WS-IX-CHAR:1)                                PGM0138
                                       NOT EQUAL SPACE                  PGM0138
               MOVE WS-IX-CHAR         TO WS-TAM-TRAB                   PGM0138
           ELSE                                                         PGM0138
               SUBTRACT 1              FROM WS-IX-CHAR                  PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTTAMANHO-CHARX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE PROCURA O NOME DO CAMPO NO DICIONARIO. DEVOLVE   *PGM0138
      *    O INDICE EM WS-IX-DIC (ZERO QUANDO DESCONHECIDO)            *PGM0138
      ******************************************************************PGM0138
       RTBUSCACAMPO                    SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-TEXTO-ERRO.                PGM0138
           MOVE ZEROS                  TO WS-IX-CHAR.                   PGM0138
           MOVE ZEROS                  TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           PERFORM RTBUSCACAMPO-IX     UNTIL WS-IX-DIC GREATER ZEROS    PGM0138
                                       OR WS-IX-CHAR NOT LESS           PGM0138
                                          WS-CT-DICCLI.                 PGM0138
      *                                                                 PGM0138
       RTBUSCACAMPOX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE COMPARA UMA ENTRADA DO DICIONARIO                *PGM0138
      ******************************************************************PGM0138
       RTBUSCACAMPO-IX                 SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-CHAR.                   PGM0138
      *                                                                 PGM0138
           IF WS-DC-NOME (WS-IX-CHAR)  EQUAL WS-NOME-PROCURA            PGM0138
               MOVE WS-IX-CHAR         TO WS-IX-DIC                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTBUSCACAMPO-IXX.               EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE REGISTRA O ERRO DE CAMPO DESCONHECIDO            *PGM0138
      ******************************************************************PGM0138
       RTERROCAMPO                     SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-NOME-PROCURA          EQUAL SPACES                     PGM0138
               MOVE 'NOME DO CAMPO EM BRANCO (COLUNAS 10 A 24)'         PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
           ELSE                                                         PGM0138
               STRING 'CAMPO DESCONHECIDO: ' WS-NOME-PROCURA            PGM0138
                      ' (VER COPY DICCLI)'                              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTREGISTRAERRO.                                      PGM0138
      *                                                                 PGM0138
       RTERROCAMPOX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE GUARDA UM ERRO NA LISTA DO PEDIDO                *PGM0138
      ******************************************************************PGM0138
       RTREGISTRAERRO                  SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-ERROS.                 PGM0138
      *                                                                 PGM0138
           IF ACU-CT-ERROS             NOT GREATER WS-MAX-ERROS         PGM0138
               MOVE ACU-CT-CARTOES     TO WS-ER-CARTAO (ACU-CT-ERROS)   PGM0138
               MOVE WS-TEXTO-ERRO      TO WS-ER-TEXTO  (ACU-CT-ERROS)   PGM0138
               MOVE WS-CARTAO          TO WS-ER-IMAGEM (ACU-CT-ERROS)   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-TEXTO-ERRO.                PGM0138
      *                                                                 PGM0138
       RTREGISTRAERROX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE CRITICA DO PEDIDO COMO UM TODO                    *PGM0138
      ******************************************************************PGM0138
       RTCRITICAGERAL                  SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-CARTAO.                    PGM0138
           MOVE ZEROS                  TO ACU-CT-CARTOES.               PGM0138
      *                                                                 PGM0138
           IF WS-QT-LISTA              EQUAL ZEROS                      PGM0138
               MOVE 'NENHUM CAMPO A LISTAR (FALTA O CARTAO CAMPO)'      PGM0138
                                       TO WS-TEXTO-ERRO                 PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
      *    LARGURA DA LINHA: COLUNAS DOS CAMPOS E UM BRANCO ENTRE ELAS  PGM0138
           MOVE ZEROS                  TO WS-IX-LS                      PGM0138
                                          WS-LARGURA-LINHA.             PGM0138
      *                                                                 PGM0138
           PERFORM RTSOMALARGURA       UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
           IF WS-GERA-SPRINT                                            PGM0138
              AND WS-LARGURA-LINHA     GREATER 95                       PGM0138
               MOVE WS-LARGURA-LINHA   TO WS-DISPLAY-LARGURA            PGM0138
               STRING 'OS CAMPOS SOMAM ' WS-DISPLAY-LARGURA             PGM0138
                      ' COLUNAS (MAXIMO DE 95 NO SPRINT)'               PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-TEXTO-ERRO               PGM0138
               PERFORM RTREGISTRAERRO                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF NOT WS-TEM-TITULO                                         PGM0138
               MOVE 'LISTAGEM DE CLIENTES' TO WS-TITULO                 PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-QT-ORDEM              EQUAL ZEROS                      PGM0138
               MOVE 1                  TO WS-QT-ORDEM                   PGM0138
               MOVE 1                  TO WS-OR-IX (1)                  PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-QT-LISTA            TO WS-DISPLAY-CARTAO.            PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.906I - CAMPOS = ' WS-DISPLAY-CARTAO        PGM0138
                   ' SAIDA = ' WS-TIPO-SAIDA.                           PGM0138
      *                                                                 PGM0138
       RTCRITICAGERALX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE SOMA A LARGURA DE UMA COLUNA                     *PGM0138
      ******************************************************************PGM0138
       RTSOMALARGURA                   SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           IF WS-IX-LS                 GREATER 1                        PGM0138
               ADD 1                   TO WS-LARGURA-LINHA              PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD WS-DC-LARGURA (WS-LS-IX (WS-IX-LS))                      PGM0138
                                       TO WS-LARGURA-LINHA.             PGM0138
      *                                                                 PGM0138
       RTSOMALARGURAX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE REJEITA O PEDIDO SEM LER O ECADCLI: A LISTA DE   *PGM0138
      *    ERROS VAI AO LOG E AO SPRINT                                *PGM0138
      ******************************************************************PGM0138
       RTREJEITAPEDIDO                 SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE 'PEDIDO DE LISTAGEM REJEITADO - ERROS NOS CARTOES'      PGM0138
                                       TO WS-TITULO.                    PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACAB.                                          PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO WS-IX-ER.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPERRO           UNTIL WS-IX-ER NOT LESS          PGM0138
                                             ACU-CT-ERROS               PGM0138
                                       OR WS-IX-ER NOT LESS             PGM0138
                                          WS-MAX-ERROS.                 PGM0138
      *                                                                 PGM0138
           IF ACU-CT-ERROS             GREATER WS-MAX-ERROS             PGM0138
               MOVE ACU-CT-ERROS       TO WS-DISPLAY-QTDE               PGM0138
               STRING 'TOTAL DE ' WS-DISPLAY-QTDE ' ERROS. SO OS '      PGM0138
                      'PRIMEIROS 50 FORAM LISTADOS.'                    PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               MOVE LINTXT             TO FD-REG-RELATO                 PGM0138
               WRITE FD-REG-RELATO     AFTER 2 LINES                    PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           CLOSE SRELATO.                                               PGM0138
           MOVE 'N'                    TO WS-SW-SRELATO-ABERTO.         PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-ERROS           TO WS-DISPLAY-CARTAO.            PGM0138
      *                                                                 PGM0138
           MOVE 94                     TO WS-COD-RET.                   PGM0138
      *                                                                 PGM0138
           STRING '#PGM0138.908I - PEDIDO REJEITADO: '                  PGM0138
                  WS-DISPLAY-CARTAO ' ERRO(S) NOS CARTOES. VER SPRINT.' PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG.                     PGM0138
      *                                                                 PGM0138
           DISPLAY WS-MSG.                                              PGM0138
      *                                                                 PGM0138
           PERFORM RTFINALIZA.                                          PGM0138
      *                                                                 PGM0138
       RTREJEITAPEDIDOX.               EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE LISTA UM ERRO DO PEDIDO                          *PGM0138
      ******************************************************************PGM0138
       RTIMPERRO                       SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-ER.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-ER-CARTAO (WS-IX-ER)                                 PGM0138
                                       TO LER-CARTAO                    PGM0138
                                          WS-DISPLAY-CARTAO.            PGM0138
           MOVE WS-ER-TEXTO (WS-IX-ER) TO LER-TEXTO.                    PGM0138
           MOVE WS-ER-IMAGEM (WS-IX-ER)                                 PGM0138
                                       TO LIM-IMAGEM.                   PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.907I - CARTAO ' WS-DISPLAY-CARTAO ' - '    PGM0138
                   WS-ER-TEXTO (WS-IX-ER).                              PGM0138
      *                                                                 PGM0138
           IF ACU-CT-LINHA             GREATER 52                       PGM0138
               PERFORM RTMONTACAB                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE LINERR                 TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0138
      *                                                                 PGM0138
           ADD 2                       TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
           IF WS-ER-IMAGEM (WS-IX-ER)  NOT EQUAL SPACES                 PGM0138
               MOVE LINIMG             TO FD-REG-RELATO                 PGM0138
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0138
               ADD 1                   TO ACU-CT-LINHA                  PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTIMPERROX.                     EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE LE O ECADCLI E GRAVA OS CLIENTES SELECIONADOS    *PGM0138
      *    COM AS CHAVES DE ORDENACAO NA FRENTE (SYS132)               *PGM0138
      ******************************************************************PGM0138
       RTSELECIONA                     SECTION.                         PGM0138
      *                                                                 PGM0138
           OPEN INPUT ECADCLI.                                          PGM0138
      *                                                                 PGM0138
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0138
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.909I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0138
               DISPLAY '#PGM0138.909I - FILE STATUS = '   WS-FS-ECADCLI PGM0138
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.909I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0138
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           OPEN OUTPUT SSELLIS.                                         PGM0138
      *                                                                 PGM0138
           IF WS-FS-SSELLIS            EQUAL ZEROS                      PGM0138
               SET WS-SSELLIS-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.910I - ERRO NA ABERTURA' WS-MSG-SSELLISPGM0138
               DISPLAY '#PGM0138.910I - FILE STATUS = '   WS-FS-SSELLIS PGM0138
               MOVE   WS-FS-SSELLIS    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.910I - ERRO NA ABERTURA DO ARQUIVO SE'  PGM0138
                      'LLIS! FILE STATUS = ' WS-FS-SSELLIS              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTLECADCLI.                                          PGM0138
      *                                                                 PGM0138
           PERFORM RTSELCLIENTE        UNTIL WS-FS-ECADCLI EQUAL '10'.  PGM0138
      *                                                                 PGM0138
           CLOSE ECADCLI.                                               PGM0138
           MOVE 'N'                    TO WS-SW-ECADCLI-ABERTO.         PGM0138
      *                                                                 PGM0138
           CLOSE SSELLIS.                                               PGM0138
           MOVE 'N'                    TO WS-SW-SSELLIS-ABERTO.         PGM0138
      *                                                                 PGM0138
       RTSELECIONAX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE LEITURA DO ARQUIVO ECADCLI                        *PGM0138
      ******************************************************************PGM0138
       RTLECADCLI                      SECTION.                         PGM0138
      *                                                                 PGM0138
           READ ECADCLI.                                                PGM0138
      *                                                                 PGM0138
           EVALUATE WS-FS-ECADCLI                                       PGM0138
               WHEN ZEROS                                               PGM0138
                   ADD 1               TO ACU-CT-LIDOS                  PGM0138
                   MOVE FD-REG-CADCLI  TO WS-REG-CLIENTE                PGM0138
               WHEN '10'                                                PGM0138
                   CONTINUE                                             PGM0138
               WHEN OTHER                                               PGM0138
                   DISPLAY '#PGM0138.911I - ERRO NA LEITURA'            PGM0138
                           WS-MSG-ECADCLI                               PGM0138
                   DISPLAY '#PGM0138.911I - FILE STATUS = '             PGM0138
                           WS-FS-ECADCLI                                PGM0138
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0138
                   STRING '#PGM0138.911I - ERRO NA LEITURA DO ARQUIVO ' PGM0138
                          'CADCLI! FILE STATUS = ' WS-FS-ECADCLI        PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
                   PERFORM RTFINALIZA                                   PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTLECADCLIX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE APLICA AS CONDICOES A UM CLIENTE                 *PGM0138
      ******************************************************************PGM0138
       RTSELCLIENTE                    SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE 'S'                    TO WS-SW-SELECAO.                PGM0138
           MOVE ZEROS                  TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTAVALIACOND        UNTIL WS-IX-SE NOT LESS          PGM0138
                                             WS-QT-SELECAO              PGM0138
                                       OR NOT WS-SELECIONADO.           PGM0138
      *                                                                 PGM0138
           IF NOT WS-SELECIONADO                                        PGM0138
               GO TO RTSELCLIENTE-LE                                    PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-SL-CHAVES.                 PGM0138
           MOVE ZEROS                  TO WS-IX-OR.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACHAVE        UNTIL WS-IX-OR NOT LESS          PGM0138
                                             WS-QT-ORDEM.               PGM0138
      *                                                                 PGM0138
           MOVE WS-REG-CLIENTE         TO WS-SL-CADCLI.                 PGM0138
           MOVE WS-REG-SELLIS          TO FD-REG-SELLIS.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-SELLIS.                                         PGM0138
      *                                                                 PGM0138
           IF WS-FS-SSELLIS            NOT EQUAL ZEROS                  PGM0138
               DISPLAY '#PGM0138.912I - ERRO NA GRAVACAO'               PGM0138
                       WS-MSG-SSELLIS                                   PGM0138
               DISPLAY '#PGM0138.912I - FILE STATUS = ' WS-FS-SSELLIS   PGM0138
               MOVE   WS-FS-SSELLIS    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.912I - ERRO NA GRAVACAO DO ARQUIVO SE'  PGM0138
                      'LLIS! FILE STATUS = ' WS-FS-SSELLIS              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-SELECIONADOS.          PGM0138
      *                                                                 PGM0138
       RTSELCLIENTE-LE.                                                 PGM0138
      *                                                                 PGM0138
           PERFORM RTLECADCLI.                                          PGM0138
      *                                                                 PGM0138
       RTSELCLIENTEX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE AVALIA UMA CONDICAO DE SELECAO                   *PGM0138
      ******************************************************************PGM0138
       RTAVALIACOND                    SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-SE-IX (WS-IX-SE)    TO WS-IX-DIC.                    PGM0138
           MOVE WS-DC-POSICAO (WS-IX-DIC)                               PGM0138
                                       TO WS-POS.                       PGM0138
           MOVE WS-DC-TAMANHO (WS-IX-DIC)                               PGM0138
                                       TO WS-TAM.                       PGM0138
      *                                                                 PGM0138
           EVALUATE WS-SE-OPER (WS-IX-SE)                               PGM0138
               WHEN 'IG'                                                PGM0138
                   IF WS-REG-CLIENTE (WS-POS:WS-TAM)                    PGM0138
                       NOT EQUAL WS-SE-VALOR (WS-IX-SE) (1:WS-TAM)      PGM0138
                       MOVE 'N'        TO WS-SW-SELECAO                 PGM0138
                   END-IF                                               PGM0138
               WHEN 'FX'                                                PGM0138
                   IF WS-REG-CLIENTE (WS-POS:WS-TAM)                    PGM0138
                       LESS WS-SE-VALOR (WS-IX-SE) (1:WS-TAM)           PGM0138
                      OR WS-REG-CLIENTE (WS-POS:WS-TAM)                 PGM0138
                       GREATER WS-SE-VALOR-ATE (WS-IX-SE) (1:WS-TAM)    PGM0138
                       MOVE 'N'        TO WS-SW-SELECAO                 PGM0138
                   END-IF                                               PGM0138
               WHEN 'BR'                                                PGM0138
                   IF WS-REG-CLIENTE (WS-POS:WS-TAM) NOT EQUAL SPACES   PGM0138
                      AND WS-REG-CLIENTE (WS-POS:WS-TAM)                PGM0138
                                       NOT EQUAL ZEROS                  PGM0138
                       MOVE 'N'        TO WS-SW-SELECAO                 PGM0138
                   END-IF                                               PGM0138
               WHEN 'NB'                                                PGM0138
                   IF WS-REG-CLIENTE (WS-POS:WS-TAM) EQUAL SPACES       PGM0138
                      OR WS-REG-CLIENTE (WS-POS:WS-TAM) EQUAL ZEROS     PGM0138
                       MOVE 'N'        TO WS-SW-SELECAO                 PGM0138
                   END-IF                                               PGM0138
               WHEN 'CT'                                                PGM0138
                   PERFORM RTCONTEM                                     PGM0138
                   IF NOT WS-CONTEM                                     PGM0138
                       MOVE 'N'        TO WS-SW-SELECAO                 PGM0138
                   END-IF                                               PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTAVALIACONDX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE PROCURA O VALOR DENTRO DO CAMPO (CONTEM)         *PGM0138
      ******************************************************************PGM0138
       RTCONTEM                        SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE 'N'                    TO WS-SW-CONTEM.                 PGM0138
           MOVE ZEROS                  TO WS-IX-POS.                    PGM0138
           MOVE WS-SE-TAM (WS-IX-SE)   TO WS-TAM-CT.                    PGM0138
      *                                                                 PGM0138
           COMPUTE WS-POS-FIM = WS-TAM - WS-TAM-CT + 1.                 PGM0138
      *                                                                 PGM0138
           PERFORM RTCONTEM-POS        UNTIL WS-CONTEM                  PGM0138
                                       OR WS-IX-POS NOT LESS WS-POS-FIM.PGM0138
      *                                                                 PGM0138
       RTCONTEMX.                      EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE COMPARA O VALOR EM UMA POSICAO DO CAMPO          *PGM0138
      ******************************************************************PGM0138
       RTCONTEM-POS                    SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-POS.                    PGM0138
      *                                                                 PGM0138
           COMPUTE WS-POS-ABS = WS-POS + WS-IX-POS - 1.                 PGM0138
      *                                                                 PGM0138
           IF WS-REG-CLIENTE (WS-POS-ABS:WS-TAM-CT)                     PGM0138
                                       EQUAL WS-SE-VALOR (WS-IX-SE)     PGM0138
                                             (1:WS-TAM-CT)              PGM0138
               SET WS-CONTEM           TO TRUE                          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTCONTEM-POSX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE COPIA UMA CHAVE DE ORDENACAO PARA O REGISTRO     *PGM0138
      ******************************************************************PGM0138
       RTMONTACHAVE                    SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-OR.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-OR-IX (WS-IX-OR)    TO WS-IX-DIC.                    PGM0138
           MOVE WS-DC-POSICAO (WS-IX-DIC)                               PGM0138
                                       TO WS-POS.                       PGM0138
           MOVE WS-DC-TAMANHO (WS-IX-DIC)                               PGM0138
                                       TO WS-TAM.                       PGM0138
      *                                                                 PGM0138
           MOVE WS-REG-CLIENTE (WS-POS:WS-TAM)                          PGM0138
                                       TO WS-SL-CHAVE (WS-IX-OR).       PGM0138
      *                                                                 PGM0138
       RTMONTACHAVEX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ORDENA OS SELECIONADOS PELAS CHAVES DO PEDIDO    *PGM0138
      ******************************************************************PGM0138
       RTORDENA                        SECTION.                         PGM0138
      *                                                                 PGM0138
           SORT SORTWK                                                  PGM0138
               ON ASCENDING KEY SD-SL-CHAVES                            PGM0138
               USING  SSELLIS                                           PGM0138
               GIVING SORDLIS.                                          PGM0138
      *                                                                 PGM0138
           MOVE   SORT-RETURN          TO WS-SORT-RETORNO.              PGM0138
      *                                                                 PGM0138
           IF SORT-RETURN               EQUAL ZEROS                     PGM0138
               CONTINUE                                                 PGM0138
           ELSE                                                         PGM0138
               MOVE   WS-SORT-RETORNO  TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.913I - ERRO NA ORDENACAO DO ARQUIVO SE' PGM0138
                      'LLIS! SORT-RETURN = ' WS-SORT-RETORNO            PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTORDENAX.                      EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE EMITE A LISTAGEM (SPRINT) E/OU O CSV (SYS134)    *PGM0138
      ******************************************************************PGM0138
       RTLISTA                         SECTION.                         PGM0138
      *                                                                 PGM0138
           OPEN INPUT SORDLIS.                                          PGM0138
      *                                                                 PGM0138
           IF WS-FS-SORDLIS            EQUAL ZEROS                      PGM0138
               SET WS-SORDLIS-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.914I - ERRO NA ABERTURA' WS-MSG-SORDLISPGM0138
               DISPLAY '#PGM0138.914I - FILE STATUS = '   WS-FS-SORDLIS PGM0138
               MOVE   WS-FS-SORDLIS    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.914I - ERRO NA ABERTURA DO ARQUIVO OR'  PGM0138
                      'DLIS! FILE STATUS = ' WS-FS-SORDLIS              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-GERA-CSV                                               PGM0138
               PERFORM RTABRECSV                                        PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACOLUNAS.                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-TITULO              TO CB1-TITULO.                   PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACAB.                                          PGM0138
      *                                                                 PGM0138
           MOVE 'S'                    TO WS-SW-PRIMEIRO.               PGM0138
      *                                                                 PGM0138
           PERFORM RTLEORDLIS.                                          PGM0138
      *                                                                 PGM0138
           PERFORM RTLISTACLIENTE      UNTIL WS-FS-SORDLIS EQUAL '10'.  PGM0138
      *                                                                 PGM0138
           IF WS-COM-SUBTOTAL                                           PGM0138
              AND NOT WS-PRIMEIRO-REG                                   PGM0138
               PERFORM RTIMPSUBTOTAL                                    PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           CLOSE SORDLIS.                                               PGM0138
           MOVE 'N'                    TO WS-SW-SORDLIS-ABERTO.         PGM0138
      *                                                                 PGM0138
           IF WS-SCSVLIS-ABERTO                                         PGM0138
               CLOSE SCSVLIS                                            PGM0138
               MOVE 'N'                TO WS-SW-SCSVLIS-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTLISTAX.                       EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ABRE O CSV (SYS134 OU SYS134.NNNNNN) E GRAVA A   *PGM0138
      *    LINHA DE NOMES DOS CAMPOS                                   *PGM0138
      ******************************************************************PGM0138
       RTABRECSV                       SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-NUM-PEDIDO            GREATER ZEROS                    PGM0138
               MOVE WS-NUM-PEDIDO      TO WS-NC-NUMERO                  PGM0138
               DISPLAY 'SYS134'        UPON ENVIRONMENT-NAME            PGM0138
               DISPLAY WS-NOME-CSV     UPON ENVIRONMENT-VALUE           PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           OPEN OUTPUT SCSVLIS.                                         PGM0138
      *                                                                 PGM0138
           IF WS-FS-SCSVLIS            EQUAL ZEROS                      PGM0138
               SET WS-SCSVLIS-ABERTO   TO TRUE                          PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.915I - ERRO NA ABERTURA DO CSV'        PGM0138
               DISPLAY '#PGM0138.915I - FILE STATUS = ' WS-FS-SCSVLIS   PGM0138
               MOVE   WS-FS-SCSVLIS    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.915I - ERRO NA ABERTURA DO CSV (SYS13'  PGM0138
                      '4)! FILE STATUS = ' WS-FS-SCSVLIS                PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-LINCSV.                    PGM0138
           MOVE 1                      TO WS-PTR-CSV.                   PGM0138
           MOVE ZEROS                  TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTCABCSV-CPO        UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
           PERFORM RTGRAVACSV.                                          PGM0138
      *                                                                 PGM0138
       RTABRECSVX.                     EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE POE O NOME DE UM CAMPO NO CABECALHO DO CSV       *PGM0138
      ******************************************************************PGM0138
       RTCABCSV-CPO                    SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-LS-IX (WS-IX-LS)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           STRING '"'                  DELIMITED BY SIZE                PGM0138
                  WS-DC-NOME (WS-IX-DIC)                                PGM0138
                                       DELIMITED BY SPACE               PGM0138
                  '",'                 DELIMITED BY SIZE                PGM0138
                                       INTO WS-LINCSV                   PGM0138
                                       WITH POINTER WS-PTR-CSV.         PGM0138
      *                                                                 PGM0138
       RTCABCSV-CPOX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE GRAVA UMA LINHA DO CSV, SEM A ULTIMA VIRGULA     *PGM0138
      ******************************************************************PGM0138
       RTGRAVACSV                      SECTION.                         PGM0138
      *                                                                 PGM0138
           SUBTRACT 1                  FROM WS-PTR-CSV.                 PGM0138
      *                                                                 PGM0138
           MOVE SPACE                  TO WS-LINCSV (WS-PTR-CSV:1).     PGM0138
      *                                                                 PGM0138
           MOVE WS-LINCSV              TO FD-REG-CSV.                   PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-CSV            AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
       RTGRAVACSVX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE MONTA A LINHA DE NOMES DAS COLUNAS DO SPRINT     *PGM0138
      ******************************************************************PGM0138
       RTMONTACOLUNAS                  SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-LINCOL.                    PGM0138
      *                                                                 PGM0138
           IF NOT WS-GERA-SPRINT                                        PGM0138
               MOVE                                                     PGM0138
                   'SAIDA SOMENTE EM CSV: SPRINT COM O RESUMO DO PEDIDO'PGM0138
                                       TO WS-LINCOL                     PGM0138
               GO TO RTMONTACOLUNASX                                    PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE 1                      TO WS-COL.                       PGM0138
           MOVE ZEROS                  TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACOLUNAS-CPO  UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
       RTMONTACOLUNASX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE POE O NOME DE UM CAMPO NA LINHA DE COLUNAS       *PGM0138
      ******************************************************************PGM0138
       RTMONTACOLUNAS-CPO              SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-LS-IX (WS-IX-LS)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           MOVE WS-DC-NOME (WS-IX-DIC) TO WS-LINCOL                     PGM0138
                                          (WS-COL:WS-DC-LARGURA         PGM0138
                                                  (WS-IX-DIC)).         PGM0138
      *                                                                 PGM0138
           COMPUTE WS-COL = WS-COL + WS-DC-LARGURA (WS-IX-DIC) + 1.     PGM0138
      *                                                                 PGM0138
       RTMONTACOLUNAS-CPOX.            EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE LEITURA DO ARQUIVO ORDENADO                       *PGM0138
      ******************************************************************PGM0138
       RTLEORDLIS                      SECTION.                         PGM0138
      *                                                                 PGM0138
           READ SORDLIS.                                                PGM0138
      *                                                                 PGM0138
           EVALUATE WS-FS-SORDLIS                                       PGM0138
               WHEN ZEROS                                               PGM0138
                   MOVE FD-REG-ORDLIS  TO WS-REG-SELLIS                 PGM0138
                   MOVE WS-SL-CADCLI   TO WS-REG-CLIENTE                PGM0138
               WHEN '10'                                                PGM0138
                   CONTINUE                                             PGM0138
               WHEN OTHER                                               PGM0138
                   DISPLAY '#PGM0138.916I - ERRO NA LEITURA'            PGM0138
                           WS-MSG-SORDLIS                               PGM0138
                   DISPLAY '#PGM0138.916I - FILE STATUS = '             PGM0138
                           WS-FS-SORDLIS                                PGM0138
                   MOVE  WS-FS-SORDLIS TO WS-COD-RET                    PGM0138
                   STRING '#PGM0138.916I - ERRO NA LEITURA DO ARQUIVO ' PGM0138
                          'ORDLIS! FILE STATUS = ' WS-FS-SORDLIS        PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
                   PERFORM RTFINALIZA                                   PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTLEORDLISX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE LISTA UM CLIENTE, COM QUEBRA DE SUBTOTAL NA      *PGM0138
      *    PRIMEIRA CHAVE QUANDO PEDIDA                                *PGM0138
      ******************************************************************PGM0138
       RTLISTACLIENTE                  SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-COM-SUBTOTAL                                           PGM0138
               IF WS-PRIMEIRO-REG                                       PGM0138
                   PERFORM RTABREGRUPO                                  PGM0138
               ELSE                                                     PGM0138
                   IF WS-SL-CHAVE (1)  NOT EQUAL WS-CHAVE1-ANT          PGM0138
                       PERFORM RTIMPSUBTOTAL                            PGM0138
                       PERFORM RTABREGRUPO                              PGM0138
                   END-IF                                               PGM0138
               END-IF                                                   PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE 'N'                    TO WS-SW-PRIMEIRO.               PGM0138
      *                                                                 PGM0138
           IF WS-GERA-SPRINT                                            PGM0138
               PERFORM RTIMPDETALHE                                     PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-GERA-CSV                                               PGM0138
               PERFORM RTMONTACSV                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-SUBTOTAL.              PGM0138
      *                                                                 PGM0138
           PERFORM RTLEORDLIS.                                          PGM0138
      *                                                                 PGM0138
       RTLISTACLIENTEX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ABRE UM GRUPO DE SUBTOTAL                        *PGM0138
      ******************************************************************PGM0138
       RTABREGRUPO                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE WS-SL-CHAVE (1)        TO WS-CHAVE1-ANT.                PGM0138
           MOVE ZEROS                  TO ACU-CT-SUBTOTAL.              PGM0138
           ADD 1                       TO ACU-CT-GRUPOS.                PGM0138
      *                                                                 PGM0138
      *    VALOR DA CHAVE JA FORMATADO PARA A LINHA DE SUBTOTAL         PGM0138
           MOVE WS-OR-IX (1)           TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           PERFORM RTFORMATA.                                           PGM0138
      *                                                                 PGM0138
           MOVE WS-DC-NOME (WS-IX-DIC) TO LSB-CAMPO.                    PGM0138
           MOVE WS-VALOR-FMT           TO LSB-VALOR.                    PGM0138
      *                                                                 PGM0138
       RTABREGRUPOX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE IMPRIME O SUBTOTAL DO GRUPO                      *PGM0138
      ******************************************************************PGM0138
       RTIMPSUBTOTAL                   SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-SUBTOTAL        TO LSB-QTDE.                     PGM0138
      *                                                                 PGM0138
           IF ACU-CT-LINHA             GREATER 53                       PGM0138
               PERFORM RTMONTACAB                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE LINSUB                 TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           ADD 2                       TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
       RTIMPSUBTOTALX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE IMPRIME A LINHA DE DETALHE DO CLIENTE            *PGM0138
      ******************************************************************PGM0138
       RTIMPDETALHE                    SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-LINDET.                    PGM0138
           MOVE 1                      TO WS-COL.                       PGM0138
           MOVE ZEROS                  TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPDETALHE-CPO    UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0138
               PERFORM RTMONTACAB                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-LINDET              TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-LINHA.                 PGM0138
           ADD 1                       TO ACU-CT-LISTADOS.              PGM0138
      *                                                                 PGM0138
       RTIMPDETALHEX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE POE UM CAMPO NA LINHA DE DETALHE                 *PGM0138
      ******************************************************************PGM0138
       RTIMPDETALHE-CPO                SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-LS-IX (WS-IX-LS)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           PERFORM RTFORMATA.                                           PGM0138
      *                                                                 PGM0138
           MOVE WS-VALOR-FMT (1:WS-TAM-FMT)                             PGM0138
                                       TO WS-LINDET                     PGM0138
                                          (WS-COL:WS-TAM-FMT).          PGM0138
      *                                                                 PGM0138
           COMPUTE WS-COL = WS-COL + WS-DC-LARGURA (WS-IX-DIC) + 1.     PGM0138
      *                                                                 PGM0138
       RTIMPDETALHE-CPOX.              EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE MONTA E GRAVA A LINHA DO CLIENTE NO CSV          *PGM0138
      ******************************************************************PGM0138
       RTMONTACSV                      SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-LINCSV.                    PGM0138
           MOVE 1                      TO WS-PTR-CSV.                   PGM0138
           MOVE ZEROS                  TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTACSV-CPO      UNTIL WS-IX-LS NOT LESS          PGM0138
                                             WS-QT-LISTA.               PGM0138
      *                                                                 PGM0138
           PERFORM RTGRAVACSV.                                          PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-CSV.                   PGM0138
      *                                                                 PGM0138
       RTMONTACSVX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE POE UM CAMPO NA LINHA DO CSV                     *PGM0138
      ******************************************************************PGM0138
       RTMONTACSV-CPO                  SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-LS.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-LS-IX (WS-IX-LS)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           PERFORM RTFORMATA.                                           PGM0138
      *                                                                 PGM0138
           STRING '"'                                                   PGM0138
                  WS-VALOR-FMT (1:WS-TAM-FMT)                           PGM0138
                  '",'                 DELIMITED BY SIZE                PGM0138
                                       INTO WS-LINCSV                   PGM0138
                                       WITH POINTER WS-PTR-CSV.         PGM0138
      *                                                                 PGM0138
       RTMONTACSV-CPOX.                EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE FORMATA O CAMPO WS-IX-DIC DO CLIENTE CORRENTE    *PGM0138
      *    (DATAS EM DD/MM/AAAA, EM BRANCO QUANDO ZERADAS)             *PGM0138
      ******************************************************************PGM0138
       RTFORMATA                       SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-VALOR-FMT.                 PGM0138
      *                                                                 PGM0138
           MOVE WS-DC-POSICAO (WS-IX-DIC)                               PGM0138
                                       TO WS-POS.                       PGM0138
           MOVE WS-DC-TAMANHO (WS-IX-DIC)                               PGM0138
                                       TO WS-TAM.                       PGM0138
      *                                                                 PGM0138
           IF NOT WS-DC-DATA (WS-IX-DIC)                                PGM0138
               MOVE WS-REG-CLIENTE (WS-POS:WS-TAM)                      PGM0138
                                       TO WS-VALOR-FMT                  PGM0138
               MOVE WS-TAM             TO WS-TAM-FMT                    PGM0138
               GO TO RTFORMATAX                                         PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE 10                     TO WS-TAM-FMT.                   PGM0138
           MOVE WS-REG-CLIENTE (WS-POS:8)                               PGM0138
                                       TO WS-FMT-DATA-X.                PGM0138
      *                                                                 PGM0138
           IF WS-FMT-DATA-X            EQUAL ZEROS                      PGM0138
              OR WS-FMT-DATA-X         EQUAL SPACES                     PGM0138
               GO TO RTFORMATAX                                         PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           STRING WS-FMT-DIA '/' WS-FMT-MES '/' WS-FMT-ANO              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-VALOR-FMT.               PGM0138
      *                                                                 PGM0138
       RTFORMATAX.                     EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE IMPRIME OS TOTAIS E OS CRITERIOS DO PEDIDO       *PGM0138
      ******************************************************************PGM0138
       RTIMPTOTAIS                     SECTION.                         PGM0138
      *                                                                 PGM0138
           IF ACU-CT-LINHA             GREATER 38                       PGM0138
               PERFORM RTMONTACAB                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0138
      *                                                                 PGM0138
           ADD 2                       TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
           MOVE 'REGISTROS LIDOS NO CADASTRO...............:'           PGM0138
                                       TO LTO-DESCRICAO.                PGM0138
           MOVE ACU-CT-LIDOS           TO LTO-QTDE.                     PGM0138
           PERFORM RTIMPLINTOT.                                         PGM0138
      *                                                                 PGM0138
           MOVE 'CLIENTES SELECIONADOS.....................:'           PGM0138
                                       TO LTO-DESCRICAO.                PGM0138
           MOVE ACU-CT-SELECIONADOS    TO LTO-QTDE.                     PGM0138
           PERFORM RTIMPLINTOT.                                         PGM0138
      *                                                                 PGM0138
           IF WS-COM-SUBTOTAL                                           PGM0138
               MOVE 'GRUPOS COM SUBTOTAL.......................:'       PGM0138
                                       TO LTO-DESCRICAO                 PGM0138
               MOVE ACU-CT-GRUPOS      TO LTO-QTDE                      PGM0138
               PERFORM RTIMPLINTOT                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-GERA-CSV                                               PGM0138
               MOVE 'LINHAS GRAVADAS NO CSV....................:'       PGM0138
                                       TO LTO-DESCRICAO                 PGM0138
               MOVE ACU-CT-CSV         TO LTO-QTDE                      PGM0138
               PERFORM RTIMPLINTOT                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE 'CRITERIOS DO PEDIDO:'  TO LTX-TEXTO.                   PGM0138
           PERFORM RTIMPLINTXT.                                         PGM0138
      *                                                                 PGM0138
           IF WS-QT-SELECAO            EQUAL ZEROS                      PGM0138
               MOVE '  SELECAO: TODOS OS CLIENTES DO CADASTRO'          PGM0138
                                       TO LTX-TEXTO                     PGM0138
               PERFORM RTIMPLINTXT                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPCONDICAO       UNTIL WS-IX-SE NOT LESS          PGM0138
                                             WS-QT-SELECAO.             PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO LTX-TEXTO.                    PGM0138
           MOVE 1                      TO WS-PTR-FILTRO.                PGM0138
      *                                                                 PGM0138
           STRING '  ORDEM..: '        DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
                                       WITH POINTER WS-PTR-FILTRO.      PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO WS-IX-OR.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPCHAVE          UNTIL WS-IX-OR NOT LESS          PGM0138
                                             WS-QT-ORDEM.               PGM0138
      *                                                                 PGM0138
           IF WS-COM-SUBTOTAL                                           PGM0138
               STRING '(SUBTOTAL NA PRIMEIRA CHAVE)'                    PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
                                       WITH POINTER WS-PTR-FILTRO       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPLINTXT.                                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO LTX-TEXTO.                    PGM0138
      *                                                                 PGM0138
           EVALUATE TRUE                                                PGM0138
               WHEN NOT WS-GERA-CSV                                     PGM0138
                   STRING '  SAIDA..: ' WS-TIPO-SAIDA                   PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN WS-NUM-PEDIDO      GREATER ZEROS                    PGM0138
                   STRING '  SAIDA..: ' WS-TIPO-SAIDA                   PGM0138
                          '  ARQUIVO CSV: ' WS-NOME-CSV                 PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN OTHER                                               PGM0138
                   STRING '  SAIDA..: ' WS-TIPO-SAIDA                   PGM0138
                          '  ARQUIVO CSV: SYS134'                       PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPLINTXT.                                         PGM0138
      *                                                                 PGM0138
       RTIMPTOTAISX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE DESCREVE UMA CONDICAO NO FIM DA LISTAGEM E A     *PGM0138
      *    ACRESCENTA AO FILTRO RESUMIDO DO CATALOGO                   *PGM0138
      ******************************************************************PGM0138
       RTIMPCONDICAO                   SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-SE-IX (WS-IX-SE)    TO WS-IX-DIC.                    PGM0138
           MOVE SPACES                 TO LTX-TEXTO.                    PGM0138
      *                                                                 PGM0138
           EVALUATE WS-SE-OPER (WS-IX-SE)                               PGM0138
               WHEN 'IG'                                                PGM0138
                   STRING '  SELECAO: ' WS-DC-NOME (WS-IX-DIC)          PGM0138
                          ' IGUAL A "' WS-SE-VALOR (WS-IX-SE)           PGM0138
                                       (1:WS-DC-TAMANHO (WS-IX-DIC))    PGM0138
                          '"'                                           PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN 'FX'                                                PGM0138
                   STRING '  SELECAO: ' WS-DC-NOME (WS-IX-DIC)          PGM0138
                          ' DE "' WS-SE-VALOR (WS-IX-SE)                PGM0138
                                       (1:WS-DC-TAMANHO (WS-IX-DIC))    PGM0138
                          '" ATE "' WS-SE-VALOR-ATE (WS-IX-SE)          PGM0138
                                       (1:WS-DC-TAMANHO (WS-IX-DIC))    PGM0138
                          '"'                                           PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN 'BR'                                                PGM0138
                   STRING '  SELECAO: ' WS-DC-NOME (WS-IX-DIC)          PGM0138
                          ' EM BRANCO'                                  PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN 'NB'                                                PGM0138
                   STRING '  SELECAO: ' WS-DC-NOME (WS-IX-DIC)          PGM0138
                          ' NAO EM BRANCO'                              PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
               WHEN 'CT'                                                PGM0138
                   STRING '  SELECAO: ' WS-DC-NOME (WS-IX-DIC)          PGM0138
                          ' CONTEM "'                                   PGM0138
                          WS-SE-VALOR (WS-IX-SE)                        PGM0138
                                       (1:WS-SE-TAM (WS-IX-SE))         PGM0138
                          '"'                                           PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
           PERFORM RTIMPLINTXT.                                         PGM0138
      *                                                                 PGM0138
       RTIMPCONDICAOX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ACRESCENTA UMA CHAVE A LINHA DE ORDEM            *PGM0138
      ******************************************************************PGM0138
       RTIMPCHAVE                      SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-OR.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-OR-IX (WS-IX-OR)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           STRING WS-DC-NOME (WS-IX-DIC)                                PGM0138
                                       DELIMITED BY SPACE               PGM0138
                  ' '                  DELIMITED BY SIZE                PGM0138
                                       INTO LTX-TEXTO                   PGM0138
                                       WITH POINTER WS-PTR-FILTRO.      PGM0138
      *                                                                 PGM0138
       RTIMPCHAVEX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0138
      ******************************************************************PGM0138
       RTIMPLINTOT                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
       RTIMPLINTOTX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE IMPRIME UMA LINHA DE TEXTO DO RESUMO             *PGM0138
      ******************************************************************PGM0138
       RTIMPLINTXT                     SECTION.                         PGM0138
      *                                                                 PGM0138
           IF ACU-CT-LINHA             GREATER 55                       PGM0138
               PERFORM RTMONTACAB                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE LINTXT                 TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
       RTIMPLINTXTX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE MONTAGEM DO CABECALHO DO RELATORIO                *PGM0138
      ******************************************************************PGM0138
       RTMONTACAB                      SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0138
           MOVE  WS-MES                TO CB1-MES.                      PGM0138
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0138
           MOVE  WS-TITULO             TO CB1-TITULO.                   PGM0138
      *                                                                 PGM0138
           ADD 1                       TO ACU-CT-PAGINA.                PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0138
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0138
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0138
           ELSE                                                         PGM0138
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           MOVE 2                      TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
      *    NA REJEICAO DO PEDIDO NAO HA LINHA DE COLUNAS                PGM0138
           IF WS-LINCOL                EQUAL SPACES                     PGM0138
               GO TO RTMONTACABX                                        PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE WS-LINCOL              TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0138
      *                                                                 PGM0138
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0138
      *                                                                 PGM0138
           MOVE 4                      TO ACU-CT-LINHA.                 PGM0138
      *                                                                 PGM0138
       RTMONTACABX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE FECHAMENTO DO RELATORIO                           *PGM0138
      ******************************************************************PGM0138
       RTFECHA                         SECTION.                         PGM0138
      *                                                                 PGM0138
           CLOSE SRELATO.                                               PGM0138
           MOVE 'N'                    TO WS-SW-SRELATO-ABERTO.         PGM0138
      *                                                                 PGM0138
           IF WS-FS-SRELATO            NOT EQUAL ZEROS                  PGM0138
               DISPLAY '#PGM0138.917I - ERRO NO FECHAMENTO DO RELATORIO'PGM0138
               DISPLAY '#PGM0138.917I - FILE STATUS = ' WS-FS-SRELATO   PGM0138
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0138
               STRING '#PGM0138.917I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0138
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0138
                                       DELIMITED BY SIZE                PGM0138
                                       INTO WS-MSG                      PGM0138
               PERFORM RTFINALIZA                                       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTFECHAX.                       EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO, COM  *PGM0138
      *    A SELECAO RESUMIDA NO FILTRO ('+' NO FIM QUANDO NAO CABE)   *PGM0138
      ******************************************************************PGM0138
       RTARQUIVAREL                    SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE SPACES                 TO WS-TXT-FILTRO.                PGM0138
           MOVE 1                      TO WS-PTR-FILTRO.                PGM0138
           MOVE ZEROS                  TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           PERFORM RTMONTAFILTRO       UNTIL WS-IX-SE NOT LESS          PGM0138
                                             WS-QT-SELECAO.             PGM0138
      *                                                                 PGM0138
           IF WS-QT-SELECAO            EQUAL ZEROS                      PGM0138
               MOVE 'TODOS OS CLIENTES' TO WS-TXT-FILTRO                PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-TXT-FILTRO (31:90)    NOT EQUAL SPACES                 PGM0138
               MOVE '+'                TO WS-TXT-FILTRO (30:1)          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           INITIALIZE ARQ-PARM.                                         PGM0138
      *                                                                 PGM0138
           MOVE 'PGM0138'              TO ARQ-PROGRAMA.                 PGM0138
           MOVE WS-TXT-FILTRO          TO ARQ-FILTRO.                   PGM0138
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0138
      *                                                                 PGM0138
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0138
      *                                                                 PGM0138
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0138
               DISPLAY '#PGM0138.918I - RELATORIO ARQUIVADO NA'         PGM0138
                       ' GERACAO ' ARQ-GERACAO ' FILTRO ' ARQ-FILTRO    PGM0138
           ELSE                                                         PGM0138
               DISPLAY '#PGM0138.918I - FALHA NO ARQUIVAMENTO DO'       PGM0138
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTARQUIVARELX.                  EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE ACRESCENTA UMA CONDICAO AO FILTRO RESUMIDO:      *PGM0138
      *    CAMPO=VALOR, CAMPO=DE..ATE, CAMPO=VAZIO, CAMPO<>VAZIO E     *PGM0138
      *    CAMPO~VALOR, SEPARADAS POR ';'                              *PGM0138
      ******************************************************************PGM0138
       RTMONTAFILTRO                   SECTION.                         PGM0138
      *                                                                 PGM0138
           ADD 1                       TO WS-IX-SE.                     PGM0138
      *                                                                 PGM0138
           MOVE WS-SE-IX (WS-IX-SE)    TO WS-IX-DIC.                    PGM0138
      *                                                                 PGM0138
           IF WS-IX-SE                 GREATER 1                        PGM0138
               STRING ';'              DELIMITED BY SIZE                PGM0138
                                       INTO WS-TXT-FILTRO               PGM0138
                                       WITH POINTER WS-PTR-FILTRO       PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           EVALUATE WS-SE-OPER (WS-IX-SE)                               PGM0138
               WHEN 'CT'                                                PGM0138
                   MOVE '~'            TO WS-SIMBOLO                    PGM0138
               WHEN 'NB'                                                PGM0138
                   MOVE '<>'           TO WS-SIMBOLO                    PGM0138
               WHEN OTHER                                               PGM0138
                   MOVE '='            TO WS-SIMBOLO                    PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
           STRING WS-DC-NOME (WS-IX-DIC)                                PGM0138
                                       DELIMITED BY SPACE               PGM0138
                  WS-SIMBOLO           DELIMITED BY SPACE               PGM0138
                                       INTO WS-TXT-FILTRO               PGM0138
                                       WITH POINTER WS-PTR-FILTRO.      PGM0138
      *                                                                 PGM0138
           EVALUATE WS-SE-OPER (WS-IX-SE)                               PGM0138
               WHEN 'BR'                                                PGM0138
               WHEN 'NB'                                                PGM0138
                   STRING 'VAZIO'      DELIMITED BY SIZE                PGM0138
                                       INTO WS-TXT-FILTRO               PGM0138
                                       WITH POINTER WS-PTR-FILTRO       PGM0138
               WHEN 'FX'                                                PGM0138
                   STRING WS-SE-VALOR (WS-IX-SE)                        PGM0138
                                       DELIMITED BY '  '                PGM0138
                          '..'         DELIMITED BY SIZE                PGM0138
                          WS-SE-VALOR-ATE (WS-IX-SE)                    PGM0138
                                       DELIMITED BY '  '                PGM0138
                                       INTO WS-TXT-FILTRO               PGM0138
                                       WITH POINTER WS-PTR-FILTRO       PGM0138
               WHEN OTHER                                               PGM0138
                   STRING WS-SE-VALOR (WS-IX-SE)                        PGM0138
                                       DELIMITED BY '  '                PGM0138
                                       INTO WS-TXT-FILTRO               PGM0138
                                       WITH POINTER WS-PTR-FILTRO       PGM0138
           END-EVALUATE.                                                PGM0138
      *                                                                 PGM0138
       RTMONTAFILTROX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE CONTABILIZA OS REGISTROS. NENHUM CLIENTE         *PGM0138
      *    SELECIONADO DEVOLVE RC 04 (ALERTA NO LOTE01)                *PGM0138
      ******************************************************************PGM0138
       RTCONTABILIZA                   SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.919I - REGISTROS LIDOS          = '        PGM0138
                   WS-DISPLAY-QTDE.                                     PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-SELECIONADOS    TO WS-DISPLAY-QTDE.              PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.919I - CLIENTES SELECIONADOS    = '        PGM0138
                   WS-DISPLAY-QTDE.                                     PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-LISTADOS        TO WS-DISPLAY-QTDE.              PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.919I - CLIENTES NO SPRINT       = '        PGM0138
                   WS-DISPLAY-QTDE.                                     PGM0138
      *                                                                 PGM0138
           MOVE ACU-CT-CSV             TO WS-DISPLAY-QTDE.              PGM0138
      *                                                                 PGM0138
           DISPLAY '#PGM0138.919I - LINHAS NO CSV            = '        PGM0138
                   WS-DISPLAY-QTDE.                                     PGM0138
      *                                                                 PGM0138
           IF ACU-CT-SELECIONADOS      EQUAL ZEROS                      PGM0138
               MOVE '04'               TO WS-COD-RET                    PGM0138
               MOVE '#PGM0138.920I - NENHUM CLIENTE ATENDE A SELECAO DO PGM0138
      -             ' PEDIDO.'         TO WS-MSG                        PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTCONTABILIZAX.                 EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0138
      *    (SYS135)                                                    *PGM0138
      ******************************************************************PGM0138
       RTGRAVAHIST                     SECTION.                         PGM0138
      *                                                                 PGM0138
           MOVE 'PGM0138'              TO HIS-PROGRAMA.                 PGM0138
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0138
           MOVE ACU-CT-CSV             TO HIS-GRAVADOS.                 PGM0138
           MOVE ACU-CT-ERROS           TO HIS-REJEITADOS.               PGM0138
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0138
      *                                                                 PGM0138
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0138
      *                                                                 PGM0138
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0138
               DISPLAY '#PGM0138.921I - FALHA NO REGISTRO DO'           PGM0138
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0138
                       HIS-COD-RET                                      PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
       RTGRAVAHISTX.                   EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    ROTINA DE FINALIZACAO                                       *PGM0138
      ******************************************************************PGM0138
       RTFINALIZA                      SECTION.                         PGM0138
      *                                                                 PGM0138
           IF WS-EPEDLIS-ABERTO                                         PGM0138
               CLOSE EPEDLIS                                            PGM0138
               MOVE   'N'              TO WS-SW-EPEDLIS-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-ECADCLI-ABERTO                                         PGM0138
               CLOSE ECADCLI                                            PGM0138
               MOVE   'N'              TO WS-SW-ECADCLI-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-SSELLIS-ABERTO                                         PGM0138
               CLOSE SSELLIS                                            PGM0138
               MOVE   'N'              TO WS-SW-SSELLIS-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-SORDLIS-ABERTO                                         PGM0138
               CLOSE SORDLIS                                            PGM0138
               MOVE   'N'              TO WS-SW-SORDLIS-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-SCSVLIS-ABERTO                                         PGM0138
               CLOSE SCSVLIS                                            PGM0138
               MOVE   'N'              TO WS-SW-SCSVLIS-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           IF WS-SRELATO-ABERTO                                         PGM0138
               CLOSE SRELATO                                            PGM0138
               MOVE   'N'              TO WS-SW-SRELATO-ABERTO          PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
      *    DESFAZ O REAPONTAMENTO DO PEDIDO PARA A PROXIMA CHAMADA      PGM0138
           DISPLAY 'SYS131'            UPON ENVIRONMENT-NAME.           PGM0138
           DISPLAY WS-ORIG-SYS131      UPON ENVIRONMENT-VALUE.          PGM0138
           DISPLAY 'SYS134'            UPON ENVIRONMENT-NAME.           PGM0138
           DISPLAY WS-ORIG-SYS134      UPON ENVIRONMENT-VALUE.          PGM0138
      *                                                                 PGM0138
           DISPLAY '**************************************************'.PGM0138
      *                                                                 PGM0138
           MOVE '#PGM0138.999I - FIM DO PROCESSAMENTO '                 PGM0138
                                       TO WS-MENSAGEM.                  PGM0138
      *                                                                 PGM0138
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0138
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0138
      *                                                                 PGM0138
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0138
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0138
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0138
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0138
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0138
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0138
      *                                                                 PGM0138
           DISPLAY WS-MENSAGEM                                          PGM0138
                   WS-DATA-DISPLAY.                                     PGM0138
           DISPLAY '**************************************************'.PGM0138
      *                                                                 PGM0138
           PERFORM RTGRAVAHIST.                                         PGM0138
      *                                                                 PGM0138
           MOVE WS-MSG                 TO LK-MSG.                       PGM0138
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0138
      *                                                                 PGM0138
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0138
           IF WS-EXEC-LOTE                                              PGM0138
               CONTINUE                                                 PGM0138
           ELSE                                                         PGM0138
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0138
           END-IF.                                                      PGM0138
      *                                                                 PGM0138
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0138
      *                                                                 PGM0138
           GOBACK.                                                      PGM0138
      *                                                                 PGM0138
       RTFINALIZAX.                    EXIT.                            PGM0138
      *                                                                 PGM0138
      ******************************************************************PGM0138
      *    FIM DO PROGRAMA                                             *PGM0138
      ******************************************************************PGM0138
