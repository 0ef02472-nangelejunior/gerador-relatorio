      ******************************************************************PGM0129
       IDENTIFICATION                  DIVISION.                        PGM0129
      ******************************************************************PGM0129
       PROGRAM-ID. PGM0129.                                             PGM0129
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0129
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0129
       DATE-COMPILED.                                                   PGM0129
      ******************************************************************PGM0129
      *REMARKS.                                                         PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     *#NOME     : PGM0129                                       *PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     *#TIPO     : BATCH                                         *PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     *#FUNCAO   : ANONIMIZACAO SUPERVISIONADA (LGPD) DOS        *PGM0129
      *     *            CLIENTES INATIVOS HA MAIS DE N ANOS: NOME,    *PGM0129
      *     *            ENDERECO, CEP, TELEFONES E CPF/CNPJ SAO       *PGM0129
      *     *            SOBREPOSTOS NO CADASTRO (SYS010), COM EVENTO  *PGM0129
      *     *            'N' NO JOURNAL, E NAS IMAGENS ANTERIORES DO   *PGM0129
      *     *            JOURNAL (SYS070), DOS SNAPSHOTS (SYS090 E     *PGM0129
      *     *            SYS091), DA DESCARGA (SYS095) E DA COPIA DE   *PGM0129
      *     *            SEGURANCA (SYS075), NA FILA DE SOLICITACOES   *PGM0129
      *     *            (SYS117, IMAGENS ANTES/DEPOIS), NA SITUACAO   *PGM0129
      *     *            NA RECEITA (SYS125, CPF/CNPJ E NOME RF) E NAS *PGM0129
      *     *            DEVOLUCOES (SYS118, CEP). CODIGO, DATAS,      *PGM0129
      *     *            SITUACAO,                                     *PGM0129
      *     *            TIPO DE PESSOA, CIDADE E UF SAO MANTIDOS PARA *PGM0129
      *     *            AS ESTATISTICAS. OS RELATORIOS ARQUIVADOS     *PGM0129
      *     *            (EARQREL/SYS046) SAO SO PESQUISADOS: AS       *PGM0129
      *     *            GERACOES COM O NOME DE UM ANONIMIZADO SAO     *PGM0129
      *     *            LISTADAS COMO PENDENCIA NO CERTIFICADO.       *PGM0129
      *     *            FUNCAO 'S' (SIMULACAO) SO LISTA OS CANDIDATOS *PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0129
      *     *              - ANONIMIZACAO DE INATIVOS COM CERTIFICADO  *PGM0129
      *     *----------------------------------------------------------*PGM0129
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0129
      *     *              - SANEAMENTO TAMBEM DA FILA DE SOLICITACOES *PGM0129
      *     *              - (SYS117), SITUACAO NA RECEITA (SYS125) E  *PGM0129
      *     *              - DEVOLUCOES (SYS118); SYS126/SYS127 E CSV  *PGM0129
      *     *              - DOS REPRESENTANTES (SYS122) NAS PENDENCIAS*PGM0129
      *     *----------------------------------------------------------*PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       ENVIRONMENT                     DIVISION.                        PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       CONFIGURATION                   SECTION.                         PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
       SPECIAL-NAMES.                                                   PGM0129
           DECIMAL-POINT IS COMMA.                                      PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       INPUT-OUTPUT                    SECTION.                         PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
       FILE-CONTROL.                                                    PGM0129
           SELECT ECADCLI ASSIGN TO SYS010                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0129
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0129
                            WITH DUPLICATES                             PGM0129
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0129
      *                                                                 PGM0129
           SELECT SJORNAL ASSIGN TO SYS070                              PGM0129
                  FILE    STATUS IS WS-FS-SJORNAL.                      PGM0129
      *                                                                 PGM0129
           SELECT SSNAP   ASSIGN TO SYS090                              PGM0129
                  FILE    STATUS IS WS-FS-SSNAP.                        PGM0129
      *                                                                 PGM0129
           SELECT SSNAPANT ASSIGN TO SYS091                             PGM0129
                  FILE    STATUS IS WS-FS-SSNAPANT.                     PGM0129
      *                                                                 PGM0129
           SELECT SDESCARGA ASSIGN TO SYS095                            PGM0129
                  FILE    STATUS IS WS-FS-SDESCARGA.                    PGM0129
      *                                                                 PGM0129
           SELECT SBACKUP ASSIGN TO SYS075                              PGM0129
                  FILE    STATUS IS WS-FS-SBACKUP.                      PGM0129
      *                                                                 PGM0129
           SELECT EPENDEN ASSIGN TO SYS117                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-PD-NUMERO                         PGM0129
                  ALTERNATE RECORD KEY IS FD-PD-CODIGO                  PGM0129
                            WITH DUPLICATES                             PGM0129
                  FILE    STATUS IS WS-FS-EPENDEN.                      PGM0129
      *                                                                 PGM0129
           SELECT ESITRF  ASSIGN TO SYS125                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-SR-CODIGO                         PGM0129
                  FILE    STATUS IS WS-FS-ESITRF.                       PGM0129
      *                                                                 PGM0129
           SELECT EDEVOL  ASSIGN TO SYS118                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0129
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0129
      *                                                                 PGM0129
           SELECT ECATREL ASSIGN TO SYS045                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-CT-GERACAO                        PGM0129
                  FILE    STATUS IS WS-FS-ECATREL.                      PGM0129
      *                                                                 PGM0129
           SELECT EARQREL ASSIGN TO SYS046                              PGM0129
                  ORGANIZATION IS INDEXED                               PGM0129
                  ACCESS    MODE IS DYNAMIC                             PGM0129
                  RECORD    KEY IS FD-AR-CHAVE                          PGM0129
                  FILE    STATUS IS WS-FS-EARQREL.                      PGM0129
      *                                                                 PGM0129
           SELECT SRELATO ASSIGN TO SPRINT                              PGM0129
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       DATA                            DIVISION.                        PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       FILE                            SECTION.                         PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
       FD  ECADCLI                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CADCLI.                                                 PGM0129
      *                                                                 PGM0129
       FD  SJORNAL                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CADJRN.                                                 PGM0129
      *                                                                 PGM0129
       FD  SSNAP                                                        PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
       01  FD-REG-SNAP             PIC     X(227).                      PGM0129
      *                                                                 PGM0129
       FD  SSNAPANT                                                     PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
       01  FD-REG-SNAPANT          PIC     X(227).                      PGM0129
      *                                                                 PGM0129
       FD  SDESCARGA                                                    PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
       01  FD-REG-DESCARGA         PIC     X(227).                      PGM0129
      *                                                                 PGM0129
       FD  SBACKUP                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
       01  FD-REG-BACKUP           PIC     X(227).                      PGM0129
      *                                                                 PGM0129
       FD  EPENDEN                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CADPEN.                                                 PGM0129
      *                                                                 PGM0129
       FD  ESITRF                                                       PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CADSRF.                                                 PGM0129
      *                                                                 PGM0129
       FD  EDEVOL                                                       PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CADDEV.                                                 PGM0129
      *                                                                 PGM0129
       FD  ECATREL                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
           COPY CATREL.                                                 PGM0129
      *                                                                 PGM0129
       FD  EARQREL                                                      PGM0129
           BLOCK     CONTAINS 0  RECORDS                                PGM0129
           RECORDING MODE     IS F                                      PGM0129
           LABEL     RECORD   IS STANDARD.                              PGM0129
       01  FD-REG-ARQREL.                                               PGM0129
           03  FD-AR-CHAVE.                                             PGM0129
               05  FD-AR-GERACAO   PIC     9(06).                       PGM0129
               05  FD-AR-SEQ       PIC     9(07).                       PGM0129
           03  FD-AR-LINHA         PIC     X(95).                       PGM0129
      *                                                                 PGM0129
       FD  SRELATO.                                                     PGM0129
       01  FD-REG-RELATO           PIC     X(95).                       PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       WORKING-STORAGE                 SECTION.                         PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       77  FILLER                  PIC     X(32)         VALUE          PGM0129
           'III WORKING-STORAGE SECTION III'.                           PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE FILE STATUS                                         *PGM0129
      ******************************************************************PGM0129
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SJORNAL           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SSNAP             PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SSNAPANT          PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SDESCARGA         PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SBACKUP           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-EPENDEN           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-ESITRF            PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-ECATREL           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-EARQREL           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0129
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0129
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0129
       77  WS-SW-SJORNAL-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0129
           88  WS-SJORNAL-ABERTO                         VALUE 'S'.     PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE CONTADORES                                          *PGM0129
      ******************************************************************PGM0129
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-INATIVOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-SEM-DATA         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-NO-PRAZO         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-JA-ANONIMOS      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-SELECIONADOS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-ANONIMIZADOS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-ERROS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-JRNOVOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-ARQLINHAS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-ARQOCORR         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0129
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE CHAVES/FLAGS                                        *PGM0129
      ******************************************************************PGM0129
       01  WS-FUNCAO                PIC    X(01)         VALUE SPACES.  PGM0129
           88  WS-FUNCAO-SIMULACAO                        VALUE 'S'.    PGM0129
           88  WS-FUNCAO-EFETIVACAO                       VALUE 'E'.    PGM0129
       01  WS-CONFIRMA              PIC    X(01)         VALUE SPACES.  PGM0129
           88  WS-CONFIRMADO                              VALUE 'S'.    PGM0129
       01  WS-SW-ACHADO             PIC    X(01)         VALUE 'N'.     PGM0129
           88  WS-ANON-ACHADO                             VALUE 'S'.    PGM0129
       01  WS-SW-MUDOU              PIC    X(01)         VALUE 'N'.     PGM0129
           88  WS-IMAGEM-MUDOU                            VALUE 'S'.    PGM0129
       01  WS-SW-EVENTO             PIC    X(01)         VALUE 'N'.     PGM0129
           88  WS-EVENTO-MUDOU                            VALUE 'S'.    PGM0129
       01  WS-SW-ECATREL            PIC    X(01)         VALUE 'N'.     PGM0129
           88  WS-ECATREL-DISPONIVEL                      VALUE 'S'.    PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE PARAMETROS DA ANONIMIZACAO                          *PGM0129
      ******************************************************************PGM0129
       01  WS-ANOS-RETENCAO        PIC     9(02)         VALUE ZEROS.   PGM0129
       01  WS-ANOS-PADRAO          PIC     9(02)         VALUE 05.      PGM0129
       01  WS-DATA-CORTE           PIC     9(08)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
      *    CONTEUDO QUE SUBSTITUI O NOME; TAMBEM IDENTIFICA O CLIENTE   PGM0129
      *    JA ANONIMIZADO EM EXECUCOES ANTERIORES                       PGM0129
       01  WS-NOME-ANONIMO         PIC     X(40)         VALUE          PGM0129
           'CLIENTE ANONIMIZADO (LGPD)'.                                PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    TABELA DOS CLIENTES ANONIMIZADOS NA EXECUCAO. OS CLIENTES   *PGM0129
      *    JA ANONIMIZADOS ANTES ENTRAM ENQUANTO HOUVER ESPACO, PARA   *PGM0129
      *    QUE AS COPIAS RESTAURADAS OU ATRASADAS SEJAM SANEADAS       *PGM0129
      ******************************************************************PGM0129
       77  WS-CT-ANON              PIC     9(05) COMP-3  VALUE ZEROS.   PGM0129
       77  WS-IX-ANON              PIC     9(05) COMP-3  VALUE ZEROS.   PGM0129
       77  WS-IX-ACHADO            PIC     9(05) COMP-3  VALUE ZEROS.   PGM0129
       77  WS-MAX-ANON             PIC     9(05) COMP-3  VALUE 5000.    PGM0129
       01  WS-TB-ANON.                                                  PGM0129
           03  WS-AN-ITEM          OCCURS 5000 TIMES.                   PGM0129
               05  WS-AN-CODIGO    PIC     9(06).                       PGM0129
               05  WS-AN-SITUACAO  PIC     X(01).                       PGM0129
                   88  WS-AN-NOVO                VALUE 'N'.             PGM0129
                   88  WS-AN-JA-ANONIMO          VALUE 'J'.             PGM0129
                   88  WS-AN-ERRO                VALUE 'X'.             PGM0129
               05  WS-AN-NOME      PIC     X(40).                       PGM0129
               05  WS-AN-TAM       PIC     9(02).                       PGM0129
               05  WS-AN-PESSOA    PIC     9(01).                       PGM0129
               05  WS-AN-DT-INATIV PIC     9(08).                       PGM0129
               05  WS-AN-CIDADE    PIC     X(20).                       PGM0129
               05  WS-AN-ESTADO    PIC     X(02).                       PGM0129
               05  WS-AN-QT-JRN    PIC     9(05) COMP-3.                PGM0129
      *                                                                 PGM0129
       01  WS-CODIGO-PESQ          PIC     9(06)         VALUE ZEROS.   PGM0129
       01  WS-TAM-NOME             PIC     9(02)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
      *    NOMES MENORES QUE ISTO NAO SAO PESQUISADOS NOS RELATORIOS    PGM0129
      *    ARQUIVADOS (GERARIAM OCORRENCIAS FALSAS DEMAIS)              PGM0129
       01  WS-TAM-MINIMO           PIC     9(02)         VALUE 08.      PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    TABELA DE COBERTURA DAS COPIAS DO CADASTRO (CERTIFICADO)    *PGM0129
      *    1-SYS010 2-SYS070 3-SYS090 4-SYS091 5-SYS095 6-SYS075       *PGM0129
      *    7-SYS117 8-SYS125 9-SYS118                                  *PGM0129
      ******************************************************************PGM0129
       77  WS-CT-COPIA             PIC     9(02) COMP-3  VALUE 9.       PGM0129
       77  WS-IX-COPIA             PIC     9(02) COMP-3  VALUE ZEROS.   PGM0129
       01  WS-TB-COPIA.                                                 PGM0129
           03  WS-CP-ITEM          OCCURS 9 TIMES.                      PGM0129
               05  WS-CP-ARQUIVO   PIC     X(08).                       PGM0129
               05  WS-CP-DESCRICAO PIC     X(30).                       PGM0129
               05  WS-CP-SITUACAO  PIC     X(24).                       PGM0129
               05  WS-CP-LIDOS     PIC     9(07) COMP-3.                PGM0129
               05  WS-CP-REGRAVADOS                                     PGM0129
                                   PIC     9(07) COMP-3.                PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    TABELA DAS GERACOES DO EARQREL COM NOME DE ANONIMIZADO      *PGM0129
      ******************************************************************PGM0129
       77  WS-CT-GERACAO           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0129
       77  WS-IX-GERACAO           PIC     9(03) COMP-3  VALUE ZEROS.   PGM0129
       01  WS-TB-GERACAO.                                               PGM0129
           03  WS-GR-ITEM          OCCURS 300 TIMES.                    PGM0129
               05  WS-GR-GERACAO   PIC     9(06).                       PGM0129
               05  WS-GR-LINHAS    PIC     9(05) COMP-3.                PGM0129
       01  WS-CT-OCORR             PIC     9(04) COMP-3  VALUE ZEROS.   PGM0129
       01  WS-SW-GER-CHEIA         PIC     X(01)         VALUE 'N'.     PGM0129
           88  WS-GER-CHEIA                              VALUE 'S'.     PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE DECOMPOSICAO DA IMAGEM DO REGISTRO DE CLIENTE       *PGM0129
      *    (MESMO LAYOUT DA COPY CADCLI)                               *PGM0129
      ******************************************************************PGM0129
       01  WS-IMAGEM-CLI.                                               PGM0129
           03  WS-IC-CODIGO        PIC     9(06).                       PGM0129
           03  WS-IC-NOME          PIC     X(40).                       PGM0129
           03  WS-IC-RUA           PIC     X(30).                       PGM0129
           03  WS-IC-NUMERO        PIC     X(05).                       PGM0129
           03  WS-IC-COMPLEMENTO   PIC     X(15).                       PGM0129
           03  WS-IC-CEP           PIC     9(09).                       PGM0129
           03  WS-IC-BAIRRO        PIC     X(20).                       PGM0129
           03  WS-IC-CIDADE        PIC     X(20).                       PGM0129
           03  WS-IC-ESTADO        PIC     X(02).                       PGM0129
           03  WS-IC-DDD-RES       PIC     9(03).                       PGM0129
           03  WS-IC-NUM-RES       PIC     9(08).                       PGM0129
           03  WS-IC-DDD-CEL       PIC     9(03).                       PGM0129
           03  WS-IC-NUM-CEL       PIC     9(08).                       PGM0129
           03  WS-IC-DDD-COM       PIC     9(03).                       PGM0129
           03  WS-IC-NUM-COM       PIC     9(08).                       PGM0129
           03  WS-IC-PESSOA        PIC     9(01).                       PGM0129
           03  WS-IC-CPF-CNPJ      PIC     9(15).                       PGM0129
           03  FILLER              PIC     X(31).                       PGM0129
      *                                                                 PGM0129
       01  WS-IMAGEM-ORIG          PIC     X(227)        VALUE SPACES.  PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE AUXILIARES                                          *PGM0129
      ******************************************************************PGM0129
       01  WS-MSG-ECADCLI          PIC     X(19)         VALUE          PGM0129
           ' DO ARQUIVO CADCLI '.                                       PGM0129
       01  WS-MSG-SJORNAL          PIC     X(19)         VALUE          PGM0129
           ' DO ARQUIVO JORNAL '.                                       PGM0129
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0129
           ' DO ARQUIVO RELATO'.                                        PGM0129
      *                                                                 PGM0129
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0129
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0129
           03  WS-DT-MES-R         PIC     9(02).                       PGM0129
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0129
      *                                                                 PGM0129
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0129
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0129
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0129
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0129
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0129
      *                                                                 PGM0129
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  WS-ED-DATA              PIC     9(08)         VALUE ZEROS.   PGM0129
       01  WS-ED-DATA-R REDEFINES WS-ED-DATA.                           PGM0129
           03  WS-ED-ANO-R         PIC     9(04).                       PGM0129
           03  WS-ED-MES-R         PIC     9(02).                       PGM0129
           03  WS-ED-DIA-R         PIC     9(02).                       PGM0129
      *                                                                 PGM0129
       01  WS-ED-DATA-BR.                                               PGM0129
           03  WS-ED-DIA           PIC     9(02)         VALUE ZEROS.   PGM0129
           03  FILLER              PIC     X(01)         VALUE '/'.     PGM0129
           03  WS-ED-MES           PIC     9(02)         VALUE ZEROS.   PGM0129
           03  FILLER              PIC     X(01)         VALUE '/'.     PGM0129
           03  WS-ED-ANO           PIC     9(04)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0129
       01  WS-DATA-DISPLAY.                                             PGM0129
           03  WS-DATA-BR.                                              PGM0129
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0129
               05  FILLER          PIC     X             VALUE '/'.     PGM0129
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0129
               05  FILLER          PIC     X             VALUE '/'.     PGM0129
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0129
               05  FILLER          PIC     X             VALUE ' '.     PGM0129
           03  WS-HORA-BR.                                              PGM0129
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0129
               05  FILLER          PIC     X             VALUE ':'.     PGM0129
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0129
               05  FILLER          PIC     X             VALUE ':'.     PGM0129
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0129
      *                                                                 PGM0129
       01  CAB1.                                                        PGM0129
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0129
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0129
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(63)         VALUE          PGM0129
               'CERTIFICADO DE ANONIMIZACAO DE INATIVOS (LGPD)'.        PGM0129
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0129
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0129
      *                                                                 PGM0129
       01  CAB2.                                                        PGM0129
           05  FILLER              PIC     X(08)         VALUE          PGM0129
               'FUNCAO:'.                                               PGM0129
           05  CB2-FUNCAO          PIC     X(12)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(10)         VALUE          PGM0129
               'RETENCAO:'.                                             PGM0129
           05  CB2-ANOS            PIC     Z9            VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(07)         VALUE          PGM0129
               ' ANOS'.                                                 PGM0129
           05  FILLER              PIC     X(22)         VALUE          PGM0129
               'INATIVOS ANTES DE:'.                                    PGM0129
           05  CB2-CORTE           PIC     X(10)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(06)         VALUE          PGM0129
               'OPER:'.                                                 PGM0129
           05  CB2-OPERADOR        PIC     X(08)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(07)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
       01  CAB3.                                                        PGM0129
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0129
      *                                                                 PGM0129
       01  LINSECAO.                                                    PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LSC-TITULO          PIC     X(94)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
       01  CABCLI.                                                      PGM0129
           05  FILLER              PIC     X(12)         VALUE          PGM0129
               ' COD CLI'.                                              PGM0129
           05  FILLER              PIC     X(08)         VALUE          PGM0129
               'PESSOA'.                                                PGM0129
           05  FILLER              PIC     X(13)         VALUE          PGM0129
               'INATIVO EM'.                                            PGM0129
           05  FILLER              PIC     X(26)         VALUE          PGM0129
               'CIDADE/UF (MANTIDOS)'.                                  PGM0129
           05  FILLER              PIC     X(10)         VALUE          PGM0129
               'EVT.JRN'.                                               PGM0129
           05  FILLER              PIC     X(26)         VALUE          PGM0129
               'SITUACAO'.                                              PGM0129
      *                                                                 PGM0129
       01  LINCLI.                                                      PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LCL-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0129
           05  LCL-PESSOA          PIC     X(02)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(06)         VALUE SPACES.  PGM0129
           05  LCL-DT-INATIV       PIC     X(10)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0129
           05  LCL-CIDADE          PIC     X(20)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LCL-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0129
           05  LCL-QT-JRN          PIC     ZZZZ9         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0129
           05  LCL-SITUACAO        PIC     X(26)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
       01  CABCOP.                                                      PGM0129
           05  FILLER              PIC     X(09)         VALUE          PGM0129
               ' ARQUIVO'.                                              PGM0129
           05  FILLER              PIC     X(30)         VALUE          PGM0129
               'CONTEUDO'.                                              PGM0129
           05  FILLER              PIC     X(24)         VALUE          PGM0129
               'SITUACAO'.                                              PGM0129
           05  FILLER              PIC     X(10)         VALUE          PGM0129
               '    LIDOS'.                                             PGM0129
           05  FILLER              PIC     X(22)         VALUE          PGM0129
               '  REGRAVADOS'.                                          PGM0129
      *                                                                 PGM0129
       01  LINCOP.                                                      PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LCP-ARQUIVO         PIC     X(08)         VALUE SPACES.  PGM0129
           05  LCP-DESCRICAO       PIC     X(30)         VALUE SPACES.  PGM0129
           05  LCP-SITUACAO        PIC     X(24)         VALUE SPACES.  PGM0129
           05  LCP-LIDOS           PIC     ZZZZZZ9       VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0129
           05  LCP-REGRAVADOS      PIC     ZZZZZZ9       VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(13)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
       01  LINGER.                                                      PGM0129
           05  FILLER              PIC     X(09)         VALUE          PGM0129
               ' GERACAO'.                                              PGM0129
           05  LGR-GERACAO         PIC     9(06)         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0129
           05  LGR-DATA            PIC     X(10)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0129
           05  LGR-PROGRAMA        PIC     X(08)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0129
           05  LGR-FILTRO          PIC     X(30)         VALUE SPACES.  PGM0129
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0129
           05  LGR-LINHAS          PIC     ZZZZ9         VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(19)         VALUE          PGM0129
               ' LINHA(S)'.                                             PGM0129
      *                                                                 PGM0129
       01  LINTOT.                                                      PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0129
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0129
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
       01  LINAVISO.                                                    PGM0129
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0129
           05  LAV-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0129
      ******************************************************************PGM0129
           COPY ARQLNK.                                                 PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0129
      ******************************************************************PGM0129
           COPY MODEXE.                                                 PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       77  FILLER                  PIC     X(32)         VALUE          PGM0129
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    AREA DE LINKAGE                                             *PGM0129
      ******************************************************************PGM0129
           COPY SAIDA.                                                  PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       LINKAGE                         SECTION.                         PGM0129
      ******************************************************************PGM0129
           COPY SAIDAL.                                                 PGM0129
      *                                                                 PGM0129
       01  LK-OPERADOR             PIC     X(08).                       PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
       PROCEDURE                       DIVISION USING LK-MSG            PGM0129
                                                      LK-COD-RET        PGM0129
                                                      LK-OPERADOR.      PGM0129
      ******************************************************************PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA PRINCIPAL                                            *PGM0129
      ******************************************************************PGM0129
       RTPRINCIPAL                     SECTION.                         PGM0129
      *                                                                 PGM0129
           PERFORM RTINICIALIZA.                                        PGM0129
      *                                                                 PGM0129
           PERFORM RTSELECIONA.                                         PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               PERFORM RTANONIMIZA                                      PGM0129
               PERFORM RTSANEIAJORNAL                                   PGM0129
               PERFORM RTSANEIASNAP                                     PGM0129
               PERFORM RTSANEIASNAPANT                                  PGM0129
               PERFORM RTSANEIADESCARGA                                 PGM0129
               PERFORM RTSANEIABACKUP                                   PGM0129
               PERFORM RTSANEIAPENDEN                                   PGM0129
               PERFORM RTSANEIASITRF                                    PGM0129
               PERFORM RTSANEIADEVOL                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTPESQUISAARQREL.                                    PGM0129
      *                                                                 PGM0129
           PERFORM RTIMPCERTIFICADO.                                    PGM0129
      *                                                                 PGM0129
           PERFORM RTFECHA.                                             PGM0129
      *                                                                 PGM0129
           PERFORM RTARQUIVAREL.                                        PGM0129
      *                                                                 PGM0129
           PERFORM RTCONTABILIZA.                                       PGM0129
      *                                                                 PGM0129
           PERFORM RTFINALIZA.                                          PGM0129
      *                                                                 PGM0129
       RTPRINCIPALX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE INICIALIZACAO: PARAMETROS DO SUPERVISOR E ABERTURA*PGM0129
      *    DO CADASTRO (I-O SO NA EFETIVACAO)                          *PGM0129
      ******************************************************************PGM0129
       RTINICIALIZA                    SECTION.                         PGM0129
      *                                                                 PGM0129
           DISPLAY ERASE.                                               PGM0129
      *                                                                 PGM0129
           INITIALIZE ACU-CT-LIDOS                                      PGM0129
                      ACU-CT-INATIVOS                                   PGM0129
                      ACU-CT-SEM-DATA                                   PGM0129
                      ACU-CT-NO-PRAZO                                   PGM0129
                      ACU-CT-JA-ANONIMOS                                PGM0129
                      ACU-CT-SELECIONADOS                               PGM0129
                      ACU-CT-ANONIMIZADOS                               PGM0129
                      ACU-CT-ERROS                                      PGM0129
                      ACU-CT-JRNOVOS                                    PGM0129
                      ACU-CT-ARQLINHAS                                  PGM0129
                      ACU-CT-ARQOCORR                                   PGM0129
                      ACU-CT-PAGINA                                     PGM0129
                      WS-CT-ANON                                        PGM0129
                      WS-CT-GERACAO.                                    PGM0129
      *                                                                 PGM0129
           DISPLAY '**************************************************'.PGM0129
      *                                                                 PGM0129
           MOVE '#PGM0129.900I - INICIO DO PROCESSAMENTO '              PGM0129
                                       TO WS-MENSAGEM.                  PGM0129
      *                                                                 PGM0129
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0129
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0129
      *                                                                 PGM0129
           MOVE WS-DATA-MAQ            TO WS-DATA-HOJE.                 PGM0129
      *                                                                 PGM0129
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0129
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0129
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0129
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0129
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0129
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0129
      *                                                                 PGM0129
           DISPLAY WS-MENSAGEM                                          PGM0129
                   WS-DATA-DISPLAY.                                     PGM0129
           DISPLAY '**************************************************'.PGM0129
      *                                                                 PGM0129
           MOVE SPACES                 TO WS-MSG.                       PGM0129
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0129
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           PERFORM RTCARREGACOPIAS.                                     PGM0129
      *                                                                 PGM0129
           DISPLAY '#PGM0129.911I - PRAZO DE RETENCAO DOS INATIVOS'     PGM0129
                   ' EM ANOS (ENTER = 5)? '.                            PGM0129
           ACCEPT WS-ANOS-RETENCAO.                                     PGM0129
      *                                                                 PGM0129
           IF WS-ANOS-RETENCAO         NOT NUMERIC                      PGM0129
              OR WS-ANOS-RETENCAO      EQUAL ZEROS                      PGM0129
               MOVE WS-ANOS-PADRAO     TO WS-ANOS-RETENCAO              PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
      *    A DATA DE CORTE E A DATA DE HOJE RECUADA N ANOS (AAAAMMDD)   PGM0129
           COMPUTE WS-DATA-CORTE       = WS-DATA-HOJE                   PGM0129
                                       - (WS-ANOS-RETENCAO * 10000).    PGM0129
      *                                                                 PGM0129
           DISPLAY '#PGM0129.912I - FUNCAO DESEJADA'                    PGM0129
                   ' (S-SIMULACAO/E-EFETIVACAO)? '.                     PGM0129
           ACCEPT WS-FUNCAO.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-SIMULACAO                                       PGM0129
              OR WS-FUNCAO-EFETIVACAO                                   PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               MOVE 01                 TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.912I - FUNCAO INVALIDA! INFORMAR S '    PGM0129
                      '(SIMULACAO) OU E (EFETIVACAO).'                  PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               DISPLAY '#PGM0129.913I - A ANONIMIZACAO E IRREVERSIVEL.' PGM0129
                       ' CONFIRMA (S/N)? '                              PGM0129
               ACCEPT WS-CONFIRMA                                       PGM0129
               IF WS-CONFIRMADO                                         PGM0129
                   CONTINUE                                             PGM0129
               ELSE                                                     PGM0129
                   MOVE 01             TO WS-COD-RET                    PGM0129
                   STRING '#PGM0129.913I - ANONIMIZACAO NAO CONFIRMADA.'PGM0129
                          ' NADA FOI ALTERADO.'                         PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
                   PERFORM RTFINALIZA                                   PGM0129
               END-IF                                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               OPEN I-O    ECADCLI                                      PGM0129
           ELSE                                                         PGM0129
               OPEN INPUT  ECADCLI                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0129
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.901I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0129
               DISPLAY '#PGM0129.901I - FILE STATUS = '   WS-FS-ECADCLI PGM0129
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.901I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0129
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           OPEN OUTPUT SRELATO.                                         PGM0129
      *                                                                 PGM0129
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.902I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0129
               DISPLAY '#PGM0129.902I - FILE STATUS = '   WS-FS-SRELATO PGM0129
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.902I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0129
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFECHACADCLI                                    PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTINICIALIZAX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE CARREGA A TABELA DE COBERTURA DAS COPIAS         *PGM0129
      ******************************************************************PGM0129
       RTCARREGACOPIAS                 SECTION.                         PGM0129
      *                                                                 PGM0129
           INITIALIZE WS-TB-COPIA.                                      PGM0129
      *                                                                 PGM0129
           MOVE 'SYS010'               TO WS-CP-ARQUIVO (1).            PGM0129
           MOVE 'CADASTRO DE CLIENTES'  TO WS-CP-DESCRICAO (1).         PGM0129
           MOVE 'SYS070'               TO WS-CP-ARQUIVO (2).            PGM0129
           MOVE 'JOURNAL (IMAGENS ANTES/DEPOIS)'                        PGM0129
                                       TO WS-CP-DESCRICAO (2).          PGM0129
           MOVE 'SYS090'               TO WS-CP-ARQUIVO (3).            PGM0129
           MOVE 'SNAPSHOT DO MES'      TO WS-CP-DESCRICAO (3).          PGM0129
           MOVE 'SYS091'               TO WS-CP-ARQUIVO (4).            PGM0129
           MOVE 'SNAPSHOT DO MES ANTERIOR'                              PGM0129
                                       TO WS-CP-DESCRICAO (4).          PGM0129
           MOVE 'SYS095'               TO WS-CP-ARQUIVO (5).            PGM0129
           MOVE 'DESCARGA DA REORGANIZACAO'                             PGM0129
                                       TO WS-CP-DESCRICAO (5).          PGM0129
           MOVE 'SYS075'               TO WS-CP-ARQUIVO (6).            PGM0129
           MOVE 'COPIA DE SEGURANCA (PGM0106)'                          PGM0129
                                       TO WS-CP-DESCRICAO (6).          PGM0129
           MOVE 'SYS117'               TO WS-CP-ARQUIVO (7).            PGM0129
           MOVE 'FILA DE SOLICITACOES (PGM0130)'                        PGM0129
                                       TO WS-CP-DESCRICAO (7).          PGM0129
           MOVE 'SYS125'               TO WS-CP-ARQUIVO (8).            PGM0129
           MOVE 'SITUACAO NA RECEITA FEDERAL'                           PGM0129
                                       TO WS-CP-DESCRICAO (8).          PGM0129
           MOVE 'SYS118'               TO WS-CP-ARQUIVO (9).            PGM0129
           MOVE 'DEVOLUCOES DOS CORREIOS (CEP)'                         PGM0129
                                       TO WS-CP-DESCRICAO (9).          PGM0129
      *                                                                 PGM0129
           MOVE 'NAO PROCESSADO'       TO WS-CP-SITUACAO (1)            PGM0129
                                          WS-CP-SITUACAO (2)            PGM0129
                                          WS-CP-SITUACAO (3)            PGM0129
                                          WS-CP-SITUACAO (4)            PGM0129
                                          WS-CP-SITUACAO (5)            PGM0129
                                          WS-CP-SITUACAO (6)            PGM0129
                                          WS-CP-SITUACAO (7)            PGM0129
                                          WS-CP-SITUACAO (8)            PGM0129
                                          WS-CP-SITUACAO (9).           PGM0129
      *                                                                 PGM0129
       RTCARREGACOPIASX.               EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SELECIONA OS CLIENTES A ANONIMIZAR. A TABELA E   *PGM0129
      *    MONTADA INTEIRA ANTES DE QUALQUER ALTERACAO: SE ESGOTAR, O  *PGM0129
      *    PROCESSAMENTO E INTERROMPIDO SEM ALTERAR NENHUM ARQUIVO     *PGM0129
      ******************************************************************PGM0129
       RTSELECIONA                     SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO FD-RC-CODIGO.                 PGM0129
      *                                                                 PGM0129
           START ECADCLI KEY           NOT LESS FD-RC-CODIGO            PGM0129
               INVALID KEY                                              PGM0129
                   MOVE '10'           TO WS-FS-ECADCLI                 PGM0129
           END-START.                                                   PGM0129
      *                                                                 PGM0129
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0129
               PERFORM RTLECADCLI                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTSELECIONA-ITEM    UNTIL WS-FS-ECADCLI EQUAL '10'.  PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-LIDOS           TO WS-CP-LIDOS (1).              PGM0129
      *                                                                 PGM0129
       RTSELECIONAX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA SEQUENCIAL DO ARQUIVO ECADCLI             *PGM0129
      ******************************************************************PGM0129
       RTLECADCLI                      SECTION.                         PGM0129
      *                                                                 PGM0129
           READ ECADCLI NEXT.                                           PGM0129
      *                                                                 PGM0129
           EVALUATE WS-FS-ECADCLI                                       PGM0129
               WHEN ZEROS                                               PGM0129
                   ADD 1               TO ACU-CT-LIDOS                  PGM0129
               WHEN '02'                                                PGM0129
                   MOVE ZEROS          TO WS-FS-ECADCLI                 PGM0129
                   ADD 1               TO ACU-CT-LIDOS                  PGM0129
               WHEN '10'                                                PGM0129
                   CONTINUE                                             PGM0129
               WHEN OTHER                                               PGM0129
                   DISPLAY '#PGM0129.903I - ERRO NA LEITURA'            PGM0129
                           WS-MSG-ECADCLI                               PGM0129
                   DISPLAY '#PGM0129.903I - FILE STATUS = '             PGM0129
                           WS-FS-ECADCLI                                PGM0129
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0129
                   STRING '#PGM0129.903I - ERRO NA LEITURA DO ARQUIVO'  PGM0129
                          ' CADCLI! FILE STATUS = ' WS-FS-ECADCLI       PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
                   PERFORM RTFECHA                                      PGM0129
                   PERFORM RTFINALIZA                                   PGM0129
           END-EVALUATE.                                                PGM0129
      *                                                                 PGM0129
       RTLECADCLIX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE CLASSIFICA UM CLIENTE DO CADASTRO                *PGM0129
      ******************************************************************PGM0129
       RTSELECIONA-ITEM                SECTION.                         PGM0129
      *                                                                 PGM0129
           IF FD-RC-SITUACAO           NOT EQUAL 'I'                    PGM0129
               GO TO RTSELECIONA-LE                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           ADD 1                       TO ACU-CT-INATIVOS.              PGM0129
      *                                                                 PGM0129
           IF FD-RC-NOME               EQUAL WS-NOME-ANONIMO            PGM0129
               ADD 1                   TO ACU-CT-JA-ANONIMOS            PGM0129
               IF WS-CT-ANON           LESS WS-MAX-ANON                 PGM0129
                   PERFORM RTGUARDAANON                                 PGM0129
                   MOVE 'J'            TO WS-AN-SITUACAO (WS-CT-ANON)   PGM0129
               END-IF                                                   PGM0129
               GO TO RTSELECIONA-LE                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF FD-RC-DT-INATIVACAO      NOT NUMERIC                      PGM0129
              OR FD-RC-DT-INATIVACAO   EQUAL ZEROS                      PGM0129
               ADD 1                   TO ACU-CT-SEM-DATA               PGM0129
               GO TO RTSELECIONA-LE                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF FD-RC-DT-INATIVACAO      NOT LESS WS-DATA-CORTE           PGM0129
               ADD 1                   TO ACU-CT-NO-PRAZO               PGM0129
               GO TO RTSELECIONA-LE                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
      *    OS JA ANONIMIZADOS CEDEM LUGAR AOS NOVOS NA TABELA           PGM0129
           IF WS-CT-ANON               NOT LESS WS-MAX-ANON             PGM0129
               PERFORM RTLIBERAANON                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-CT-ANON               NOT LESS WS-MAX-ANON             PGM0129
               DISPLAY '#PGM0129.905I - TABELA DE ANONIMIZACAO'         PGM0129
                       ' ESGOTADA. NENHUM ARQUIVO FOI ALTERADO.'        PGM0129
               MOVE 94                 TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.905I - MAIS DE 5000 CLIENTES A ANONIMI' PGM0129
                      'ZAR. REDUZIR O PRAZO POR ETAPAS.'                PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFECHA                                          PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           ADD 1                       TO ACU-CT-SELECIONADOS.          PGM0129
           PERFORM RTGUARDAANON.                                        PGM0129
           MOVE 'N'                    TO WS-AN-SITUACAO (WS-CT-ANON).  PGM0129
      *                                                                 PGM0129
       RTSELECIONA-LE.                                                  PGM0129
      *                                                                 PGM0129
           PERFORM RTLECADCLI.                                          PGM0129
      *                                                                 PGM0129
       RTSELECIONA-ITEMX.              EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE GUARDA O CLIENTE LIDO NA TABELA DE ANONIMIZACAO  *PGM0129
      ******************************************************************PGM0129
       RTGUARDAANON                    SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-CT-ANON.                   PGM0129
      *                                                                 PGM0129
           MOVE FD-RC-CODIGO           TO WS-AN-CODIGO    (WS-CT-ANON). PGM0129
           MOVE FD-RC-NOME             TO WS-AN-NOME      (WS-CT-ANON). PGM0129
           MOVE FD-RC-PESSOA           TO WS-AN-PESSOA    (WS-CT-ANON). PGM0129
           MOVE FD-RC-DT-INATIVACAO    TO WS-AN-DT-INATIV (WS-CT-ANON). PGM0129
           MOVE FD-RC-CIDADE           TO WS-AN-CIDADE    (WS-CT-ANON). PGM0129
           MOVE FD-RC-ESTADO           TO WS-AN-ESTADO    (WS-CT-ANON). PGM0129
           MOVE ZEROS                  TO WS-AN-QT-JRN    (WS-CT-ANON). PGM0129
      *                                                                 PGM0129
      *    TAMANHO UTIL DO NOME PARA A PESQUISA NOS RELATORIOS          PGM0129
           MOVE 40                     TO WS-TAM-NOME.                  PGM0129
      *                                                                 PGM0129
           PERFORM RTTAMNOME           UNTIL WS-TAM-NOME EQUAL ZEROS    PGM0129
                                          OR FD-RC-NOME (WS-TAM-NOME:1) PGM0129
                                             NOT EQUAL SPACE.           PGM0129
      *                                                                 PGM0129
           IF WS-TAM-NOME              LESS WS-TAM-MINIMO               PGM0129
               MOVE ZEROS              TO WS-TAM-NOME                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-TAM-NOME            TO WS-AN-TAM       (WS-CT-ANON). PGM0129
      *                                                                 PGM0129
       RTGUARDAANONX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE RECUA UMA POSICAO NO NOME (BRANCOS A DIREITA)    *PGM0129
      ******************************************************************PGM0129
       RTTAMNOME                       SECTION.                         PGM0129
      *                                                                 PGM0129
           SUBTRACT 1                  FROM WS-TAM-NOME.                PGM0129
      *                                                                 PGM0129
       RTTAMNOMEX.                     EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE RETIRA DA TABELA O ULTIMO CLIENTE JA ANONIMIZADO *PGM0129
      *    EM EXECUCAO ANTERIOR, ABRINDO ESPACO PARA UM NOVO           *PGM0129
      ******************************************************************PGM0129
       RTLIBERAANON                    SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE WS-CT-ANON             TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           PERFORM RTLIBERAANON-ITEM   UNTIL WS-IX-ANON EQUAL ZEROS     PGM0129
                                          OR WS-AN-JA-ANONIMO           PGM0129
                                             (WS-IX-ANON).              PGM0129
      *                                                                 PGM0129
           IF WS-IX-ANON               EQUAL ZEROS                      PGM0129
               GO TO RTLIBERAANONX                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
      *    O ULTIMO ITEM DA TABELA OCUPA O LUGAR DO RETIRADO            PGM0129
           MOVE WS-AN-ITEM (WS-CT-ANON)                                 PGM0129
                                       TO WS-AN-ITEM (WS-IX-ANON).      PGM0129
           SUBTRACT 1                  FROM WS-CT-ANON.                 PGM0129
      *                                                                 PGM0129
       RTLIBERAANONX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE RECUA UMA ENTRADA NA TABELA DE ANONIMIZACAO      *PGM0129
      ******************************************************************PGM0129
       RTLIBERAANON-ITEM               SECTION.                         PGM0129
      *                                                                 PGM0129
           SUBTRACT 1                  FROM WS-IX-ANON.                 PGM0129
      *                                                                 PGM0129
       RTLIBERAANON-ITEMX.             EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ANONIMIZA NO CADASTRO OS CLIENTES SELECIONADOS,  *PGM0129
      *    COM UM EVENTO 'N' NO JOURNAL PARA CADA UM. SEM O JOURNAL    *PGM0129
      *    DISPONIVEL NENHUM CLIENTE E ALTERADO                        *PGM0129
      ******************************************************************PGM0129
       RTANONIMIZA                     SECTION.                         PGM0129
      *                                                                 PGM0129
           PERFORM RTABREJORNAL.                                        PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           PERFORM RTANONIMIZA-ITEM    UNTIL WS-IX-ANON                 PGM0129
                                             NOT LESS WS-CT-ANON.       PGM0129
      *                                                                 PGM0129
           CLOSE SJORNAL.                                               PGM0129
           MOVE 'N'                    TO WS-SW-SJORNAL-ABERTO.         PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-ANONIMIZADOS    TO WS-CP-REGRAVADOS (1).         PGM0129
      *                                                                 PGM0129
           IF ACU-CT-ERROS             EQUAL ZEROS                      PGM0129
               MOVE 'ANONIMIZADO'      TO WS-CP-SITUACAO (1)            PGM0129
           ELSE                                                         PGM0129
               MOVE 'ANONIMIZADO COM ERROS'                             PGM0129
                                       TO WS-CP-SITUACAO (1)            PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTANONIMIZAX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ABRE O JOURNAL PARA OS EVENTOS DE ANONIMIZACAO   *PGM0129
      ******************************************************************PGM0129
       RTABREJORNAL                    SECTION.                         PGM0129
      *                                                                 PGM0129
           OPEN EXTEND SJORNAL.                                         PGM0129
      *                                                                 PGM0129
      *    A CRIACAO SO E PERMITIDA QUANDO O ARQUIVO NAO EXISTE (35).  *PGM0129
      *    QUALQUER OUTRA FALHA NAO PODE REGRAVAR O JOURNAL EXISTENTE  *PGM0129
           IF WS-FS-SJORNAL            EQUAL '35'                       PGM0129
               OPEN OUTPUT SJORNAL                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL ZEROS                      PGM0129
               SET WS-SJORNAL-ABERTO   TO TRUE                          PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.904I - ERRO NA ABERTURA' WS-MSG-SJORNALPGM0129
               DISPLAY '#PGM0129.904I - FILE STATUS = '   WS-FS-SJORNAL PGM0129
               MOVE   WS-FS-SJORNAL    TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.904I - ERRO NA ABERTURA DO JOURNAL! NE' PGM0129
                      'NHUM CLIENTE ALTERADO. FS = ' WS-FS-SJORNAL      PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFECHA                                          PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTABREJORNALX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ANONIMIZA UM CLIENTE NOVO DA TABELA              *PGM0129
      ******************************************************************PGM0129
       RTANONIMIZA-ITEM                SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           IF WS-AN-NOVO (WS-IX-ANON)                                   PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               GO TO RTANONIMIZA-ITEMX                                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-AN-CODIGO (WS-IX-ANON)                               PGM0129
                                       TO FD-RC-CODIGO.                 PGM0129
      *                                                                 PGM0129
           READ ECADCLI                                                 PGM0129
               INVALID KEY                                              PGM0129
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0129
           END-READ.                                                    PGM0129
      *                                                                 PGM0129
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0129
               MOVE FD-REG-CADCLI      TO WS-IMAGEM-CLI                 PGM0129
               PERFORM RTANONIMIZAIMAGEM                                PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-REG-CADCLI                 PGM0129
               REWRITE FD-REG-CADCLI                                    PGM0129
                   INVALID KEY                                          PGM0129
                       MOVE '23'       TO WS-FS-ECADCLI                 PGM0129
               END-REWRITE                                              PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.906I - ERRO NA REGRAVACAO DO CLIENTE ' PGM0129
                       WS-AN-CODIGO (WS-IX-ANON)                        PGM0129
                       ' FILE STATUS = ' WS-FS-ECADCLI                  PGM0129
               ADD 1                   TO ACU-CT-ERROS                  PGM0129
               MOVE 'X'                TO WS-AN-SITUACAO (WS-IX-ANON)   PGM0129
               GO TO RTANONIMIZA-ITEMX                                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           ADD 1                       TO ACU-CT-ANONIMIZADOS.          PGM0129
      *                                                                 PGM0129
           PERFORM RTGRAVAJORNAL.                                       PGM0129
      *                                                                 PGM0129
       RTANONIMIZA-ITEMX.              EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SOBREPOE OS DADOS PESSOAIS DA IMAGEM EM          *PGM0129
      *    WS-IMAGEM-CLI. CODIGO, CIDADE, UF, TIPO DE PESSOA,          *PGM0129
      *    SITUACAO E DATAS FICAM PARA AS ESTATISTICAS                 *PGM0129
      ******************************************************************PGM0129
       RTANONIMIZAIMAGEM               SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE WS-NOME-ANONIMO        TO WS-IC-NOME.                   PGM0129
           MOVE SPACES                 TO WS-IC-RUA                     PGM0129
                                          WS-IC-NUMERO                  PGM0129
                                          WS-IC-COMPLEMENTO             PGM0129
                                          WS-IC-BAIRRO.                 PGM0129
           MOVE ZEROS                  TO WS-IC-CEP                     PGM0129
                                          WS-IC-DDD-RES                 PGM0129
                                          WS-IC-NUM-RES                 PGM0129
                                          WS-IC-DDD-CEL                 PGM0129
                                          WS-IC-NUM-CEL                 PGM0129
                                          WS-IC-DDD-COM                 PGM0129
                                          WS-IC-NUM-COM                 PGM0129
                                          WS-IC-CPF-CNPJ.               PGM0129
      *                                                                 PGM0129
       RTANONIMIZAIMAGEMX.             EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE GRAVA O EVENTO DE ANONIMIZACAO NO JOURNAL. A     *PGM0129
      *    IMAGEM ANTES NAO E GRAVADA: SERIA O PROPRIO DADO ELIMINADO  *PGM0129
      ******************************************************************PGM0129
       RTGRAVAJORNAL                   SECTION.                         PGM0129
      *                                                                 PGM0129
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0129
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0129
      *                                                                 PGM0129
           INITIALIZE FD-REG-JORNAL.                                    PGM0129
      *                                                                 PGM0129
           MOVE WS-DATA-MAQ            TO FD-JR-DATA.                   PGM0129
           MOVE WS-HORA-MAQ            TO FD-JR-HORA.                   PGM0129
           MOVE 'N'                    TO FD-JR-OPERACAO.               PGM0129
           MOVE 'PGM0129'              TO FD-JR-PROGRAMA.               PGM0129
           MOVE LK-OPERADOR            TO FD-JR-OPERADOR.               PGM0129
           MOVE WS-IC-CODIGO           TO FD-JR-CODIGO.                 PGM0129
           MOVE SPACES                 TO FD-JR-IMAGEM-ANTES.           PGM0129
           MOVE WS-IMAGEM-CLI          TO FD-JR-IMAGEM-DEPOIS.          PGM0129
      *                                                                 PGM0129
           WRITE FD-REG-JORNAL.                                         PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL ZEROS                      PGM0129
               ADD 1                   TO ACU-CT-JRNOVOS                PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.907I - ERRO NA GRAVACAO' WS-MSG-SJORNALPGM0129
               DISPLAY '#PGM0129.907I - FILE STATUS = '   WS-FS-SJORNAL PGM0129
               MOVE   WS-FS-SJORNAL    TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.907I - ERRO NA GRAVACAO DO JOURNAL! F'  PGM0129
                      'ILE STATUS = ' WS-FS-SJORNAL                     PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFECHA                                          PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTGRAVAJORNALX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE PROCURA WS-CODIGO-PESQ NA TABELA DE ANONIMIZACAO *PGM0129
      *    (CLIENTES COM ERRO NA REGRAVACAO FICAM DE FORA)             *PGM0129
      ******************************************************************PGM0129
       RTPROCURAANON                   SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-ACHADO.                 PGM0129
           MOVE ZEROS                  TO WS-IX-ACHADO.                 PGM0129
      *                                                                 PGM0129
           PERFORM RTPROCURAANON-ITEM  UNTIL WS-ANON-ACHADO             PGM0129
                                          OR WS-IX-ACHADO               PGM0129
                                             NOT LESS WS-CT-ANON.       PGM0129
      *                                                                 PGM0129
           IF WS-ANON-ACHADO                                            PGM0129
              AND WS-AN-ERRO (WS-IX-ACHADO)                             PGM0129
               MOVE 'N'                TO WS-SW-ACHADO                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTPROCURAANONX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE COMPARA UMA ENTRADA DA TABELA DE ANONIMIZACAO    *PGM0129
      ******************************************************************PGM0129
       RTPROCURAANON-ITEM              SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-ACHADO.                 PGM0129
      *                                                                 PGM0129
           IF WS-AN-CODIGO (WS-IX-ACHADO)                               PGM0129
                                       EQUAL WS-CODIGO-PESQ             PGM0129
               SET WS-ANON-ACHADO      TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTPROCURAANON-ITEMX.            EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA A IMAGEM EM WS-IMAGEM-CLI QUANDO ELA      *PGM0129
      *    PERTENCE A UM CLIENTE DA TABELA. IMAGEM EM BRANCO (ANTES DA *PGM0129
      *    INCLUSAO, DEPOIS DA EXCLUSAO) NAO TEM O QUE SANEAR          *PGM0129
      ******************************************************************PGM0129
       RTSANEIAIMAGEM                  SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-MUDOU.                  PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-CLI            EQUAL SPACES                     PGM0129
               GO TO RTSANEIAIMAGEMX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-IC-CODIGO           TO WS-CODIGO-PESQ.               PGM0129
           PERFORM RTPROCURAANON.                                       PGM0129
      *                                                                 PGM0129
           IF WS-ANON-ACHADO                                            PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               GO TO RTSANEIAIMAGEMX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-IMAGEM-CLI          TO WS-IMAGEM-ORIG.               PGM0129
           PERFORM RTANONIMIZAIMAGEM.                                   PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-CLI            NOT EQUAL WS-IMAGEM-ORIG         PGM0129
               SET WS-IMAGEM-MUDOU     TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTSANEIAIMAGEMX.                EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA AS IMAGENS ANTES/DEPOIS DO JOURNAL,       *PGM0129
      *    REGRAVANDO CADA EVENTO NO PROPRIO LUGAR                     *PGM0129
      ******************************************************************PGM0129
       RTSANEIAJORNAL                  SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 2                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O SJORNAL.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL ZEROS                      PGM0129
               SET WS-SJORNAL-ABERTO   TO TRUE                          PGM0129
           ELSE                                                         PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIAJORNALX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEJORNAL.                                          PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIAJORNAL-ITEM UNTIL WS-FS-SJORNAL              PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SJORNAL.                                               PGM0129
           MOVE 'N'                    TO WS-SW-SJORNAL-ABERTO.         PGM0129
      *                                                                 PGM0129
       RTSANEIAJORNALX.                EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DO JOURNAL NO SANEAMENTO                  *PGM0129
      ******************************************************************PGM0129
       RTLEJORNAL                      SECTION.                         PGM0129
      *                                                                 PGM0129
           READ SJORNAL.                                                PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEJORNALX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UM EVENTO DO JOURNAL                      *PGM0129
      ******************************************************************PGM0129
       RTSANEIAJORNAL-ITEM             SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-EVENTO.                 PGM0129
      *                                                                 PGM0129
           MOVE FD-JR-IMAGEM-ANTES     TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-JR-IMAGEM-ANTES            PGM0129
               SET WS-EVENTO-MUDOU     TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE FD-JR-IMAGEM-DEPOIS    TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-JR-IMAGEM-DEPOIS           PGM0129
               SET WS-EVENTO-MUDOU     TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-EVENTO-MUDOU                                           PGM0129
               REWRITE FD-REG-JORNAL                                    PGM0129
               IF WS-FS-SJORNAL        NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIAJORNAL-ITEMX                           PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
               ADD 1                   TO WS-AN-QT-JRN (WS-IX-ACHADO)   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEJORNAL.                                          PGM0129
      *                                                                 PGM0129
       RTSANEIAJORNAL-ITEMX.           EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA O SNAPSHOT DO MES (SYS090)                *PGM0129
      ******************************************************************PGM0129
       RTSANEIASNAP                    SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 3                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O SSNAP.                                              PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAP              NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-SSNAP        TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIASNAPX                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLESNAP.                                            PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIASNAP-ITEM   UNTIL WS-FS-SSNAP                PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAP              EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-SSNAP        TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SSNAP.                                                 PGM0129
      *                                                                 PGM0129
       RTSANEIASNAPX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DO SNAPSHOT DO MES                        *PGM0129
      ******************************************************************PGM0129
       RTLESNAP                        SECTION.                         PGM0129
      *                                                                 PGM0129
           READ SSNAP.                                                  PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAP              EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLESNAPX.                      EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UM REGISTRO DO SNAPSHOT DO MES            *PGM0129
      ******************************************************************PGM0129
       RTSANEIASNAP-ITEM               SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-REG-SNAP            TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-REG-SNAP                   PGM0129
               REWRITE FD-REG-SNAP                                      PGM0129
               IF WS-FS-SSNAP          NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIASNAP-ITEMX                             PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLESNAP.                                            PGM0129
      *                                                                 PGM0129
       RTSANEIASNAP-ITEMX.             EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA O SNAPSHOT DO MES ANTERIOR (SYS091)       *PGM0129
      ******************************************************************PGM0129
       RTSANEIASNAPANT                 SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 4                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O SSNAPANT.                                           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAPANT           NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-SSNAPANT     TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIASNAPANTX                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLESNAPANT.                                         PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIASNAPANT-ITEM                                 PGM0129
                                       UNTIL WS-FS-SSNAPANT             PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAPANT           EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-SSNAPANT     TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SSNAPANT.                                              PGM0129
      *                                                                 PGM0129
       RTSANEIASNAPANTX.               EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DO SNAPSHOT DO MES ANTERIOR               *PGM0129
      ******************************************************************PGM0129
       RTLESNAPANT                     SECTION.                         PGM0129
      *                                                                 PGM0129
           READ SSNAPANT.                                               PGM0129
      *                                                                 PGM0129
           IF WS-FS-SSNAPANT           EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLESNAPANTX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UM REGISTRO DO SNAPSHOT DO MES ANTERIOR   *PGM0129
      ******************************************************************PGM0129
       RTSANEIASNAPANT-ITEM            SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-REG-SNAPANT         TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-REG-SNAPANT                PGM0129
               REWRITE FD-REG-SNAPANT                                   PGM0129
               IF WS-FS-SSNAPANT       NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIASNAPANT-ITEMX                          PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLESNAPANT.                                         PGM0129
      *                                                                 PGM0129
       RTSANEIASNAPANT-ITEMX.          EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA A DESCARGA DA REORGANIZACAO (SYS095)      *PGM0129
      ******************************************************************PGM0129
       RTSANEIADESCARGA                SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 5                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O SDESCARGA.                                          PGM0129
      *                                                                 PGM0129
           IF WS-FS-SDESCARGA          NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-SDESCARGA    TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIADESCARGAX                                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEDESCARGA.                                        PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIADESCARGA-ITEM                                PGM0129
                                       UNTIL WS-FS-SDESCARGA            PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SDESCARGA          EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-SDESCARGA    TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SDESCARGA.                                             PGM0129
      *                                                                 PGM0129
       RTSANEIADESCARGAX.              EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DA DESCARGA DA REORGANIZACAO              *PGM0129
      ******************************************************************PGM0129
       RTLEDESCARGA                    SECTION.                         PGM0129
      *                                                                 PGM0129
           READ SDESCARGA.                                              PGM0129
      *                                                                 PGM0129
           IF WS-FS-SDESCARGA          EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEDESCARGAX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UM REGISTRO DA DESCARGA                   *PGM0129
      ******************************************************************PGM0129
       RTSANEIADESCARGA-ITEM           SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-REG-DESCARGA        TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-REG-DESCARGA               PGM0129
               REWRITE FD-REG-DESCARGA                                  PGM0129
               IF WS-FS-SDESCARGA      NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIADESCARGA-ITEMX                         PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEDESCARGA.                                        PGM0129
      *                                                                 PGM0129
       RTSANEIADESCARGA-ITEMX.         EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA A COPIA DE SEGURANCA (SYS075)             *PGM0129
      ******************************************************************PGM0129
       RTSANEIABACKUP                  SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 6                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O SBACKUP.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FS-SBACKUP            NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-SBACKUP      TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIABACKUPX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEBACKUP.                                          PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIABACKUP-ITEM UNTIL WS-FS-SBACKUP              PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-SBACKUP            EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-SBACKUP      TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SBACKUP.                                               PGM0129
      *                                                                 PGM0129
       RTSANEIABACKUPX.                EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DA COPIA DE SEGURANCA                     *PGM0129
      ******************************************************************PGM0129
       RTLEBACKUP                      SECTION.                         PGM0129
      *                                                                 PGM0129
           READ SBACKUP.                                                PGM0129
      *                                                                 PGM0129
           IF WS-FS-SBACKUP            EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEBACKUPX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UM REGISTRO DA COPIA DE SEGURANCA         *PGM0129
      ******************************************************************PGM0129
       RTSANEIABACKUP-ITEM             SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-REG-BACKUP          TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-REG-BACKUP                 PGM0129
               REWRITE FD-REG-BACKUP                                    PGM0129
               IF WS-FS-SBACKUP        NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIABACKUP-ITEMX                           PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEBACKUP.                                          PGM0129
      *                                                                 PGM0129
       RTSANEIABACKUP-ITEMX.           EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA AS IMAGENS ANTES/DEPOIS DAS SOLICITACOES  *PGM0129
      *    DE DUPLO CONTROLE (SYS117), PENDENTES OU JA DECIDIDAS       *PGM0129
      ******************************************************************PGM0129
       RTSANEIAPENDEN                  SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 7                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O EPENDEN.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FS-EPENDEN            NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-EPENDEN      TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIAPENDENX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO FD-PD-NUMERO.                 PGM0129
      *                                                                 PGM0129
           START EPENDEN KEY           NOT LESS FD-PD-NUMERO            PGM0129
               INVALID KEY                                              PGM0129
                   MOVE '10'           TO WS-FS-EPENDEN                 PGM0129
           END-START.                                                   PGM0129
      *                                                                 PGM0129
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0129
               PERFORM RTLEPENDEN                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIAPENDEN-ITEM UNTIL WS-FS-EPENDEN              PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-EPENDEN            EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-EPENDEN      TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE EPENDEN.                                               PGM0129
      *                                                                 PGM0129
       RTSANEIAPENDENX.                EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DA FILA DE SOLICITACOES                   *PGM0129
      ******************************************************************PGM0129
       RTLEPENDEN                      SECTION.                         PGM0129
      *                                                                 PGM0129
           READ EPENDEN NEXT.                                           PGM0129
      *                                                                 PGM0129
           IF WS-FS-EPENDEN            EQUAL '02'                       PGM0129
               MOVE ZEROS              TO WS-FS-EPENDEN                 PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEPENDENX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UMA SOLICITACAO DA FILA                   *PGM0129
      ******************************************************************PGM0129
       RTSANEIAPENDEN-ITEM             SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-EVENTO.                 PGM0129
      *                                                                 PGM0129
           MOVE FD-PD-IMAGEM-ANTES     TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-PD-IMAGEM-ANTES            PGM0129
               SET WS-EVENTO-MUDOU     TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE FD-PD-IMAGEM-DEPOIS    TO WS-IMAGEM-CLI.                PGM0129
           PERFORM RTSANEIAIMAGEM.                                      PGM0129
      *                                                                 PGM0129
           IF WS-IMAGEM-MUDOU                                           PGM0129
               MOVE WS-IMAGEM-CLI      TO FD-PD-IMAGEM-DEPOIS           PGM0129
               SET WS-EVENTO-MUDOU     TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-EVENTO-MUDOU                                           PGM0129
               REWRITE FD-REG-PENDEN                                    PGM0129
                   INVALID KEY                                          PGM0129
                       MOVE '23'       TO WS-FS-EPENDEN                 PGM0129
               END-REWRITE                                              PGM0129
               IF WS-FS-EPENDEN        NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIAPENDEN-ITEMX                           PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEPENDEN.                                          PGM0129
      *                                                                 PGM0129
       RTSANEIAPENDEN-ITEMX.           EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA A SITUACAO NA RECEITA FEDERAL (SYS125):   *PGM0129
      *    CPF/CNPJ E NOME DEVOLVIDO PELA RECEITA SAO APAGADOS; A      *PGM0129
      *    SITUACAO E AS DATAS FICAM PARA AS ESTATISTICAS              *PGM0129
      ******************************************************************PGM0129
       RTSANEIASITRF                   SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 8                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O ESITRF.                                             PGM0129
      *                                                                 PGM0129
           IF WS-FS-ESITRF             NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-ESITRF       TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIASITRFX                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO FD-SR-CODIGO.                 PGM0129
      *                                                                 PGM0129
           START ESITRF KEY            NOT LESS FD-SR-CODIGO            PGM0129
               INVALID KEY                                              PGM0129
                   MOVE '10'           TO WS-FS-ESITRF                  PGM0129
           END-START.                                                   PGM0129
      *                                                                 PGM0129
           IF WS-FS-ESITRF             EQUAL ZEROS                      PGM0129
               PERFORM RTLESITRF                                        PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIASITRF-ITEM  UNTIL WS-FS-ESITRF               PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-ESITRF             EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-ESITRF       TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE ESITRF.                                                PGM0129
      *                                                                 PGM0129
       RTSANEIASITRFX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DA SITUACAO NA RECEITA FEDERAL            *PGM0129
      ******************************************************************PGM0129
       RTLESITRF                       SECTION.                         PGM0129
      *                                                                 PGM0129
           READ ESITRF NEXT.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FS-ESITRF             EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLESITRFX.                     EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA A SITUACAO NA RECEITA DE UM CLIENTE       *PGM0129
      ******************************************************************PGM0129
       RTSANEIASITRF-ITEM              SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-SR-CODIGO           TO WS-CODIGO-PESQ.               PGM0129
           PERFORM RTPROCURAANON.                                       PGM0129
      *                                                                 PGM0129
           IF WS-ANON-ACHADO                                            PGM0129
              AND (FD-SR-CPF-CNPJ      NOT EQUAL ZEROS                  PGM0129
                   OR FD-SR-NOME-RF    NOT EQUAL SPACES)                PGM0129
               MOVE ZEROS              TO FD-SR-CPF-CNPJ                PGM0129
               MOVE SPACES             TO FD-SR-NOME-RF                 PGM0129
               REWRITE FD-REG-SITRF                                     PGM0129
                   INVALID KEY                                          PGM0129
                       MOVE '23'       TO WS-FS-ESITRF                  PGM0129
               END-REWRITE                                              PGM0129
               IF WS-FS-ESITRF         NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIASITRF-ITEMX                            PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLESITRF.                                           PGM0129
      *                                                                 PGM0129
       RTSANEIASITRF-ITEMX.            EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA AS DEVOLUCOES DOS CORREIOS (SYS118): O    *PGM0129
      *    CEP DO ENDERECO DEVOLVIDO E APAGADO; A UF FICA PARA O       *PGM0129
      *    RELATORIO MENSAL, COMO NO CADASTRO                          *PGM0129
      ******************************************************************PGM0129
       RTSANEIADEVOL                   SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 9                      TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           OPEN I-O EDEVOL.                                             PGM0129
      *                                                                 PGM0129
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0129
               MOVE WS-FS-EDEVOL       TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
               GO TO RTSANEIADEVOLX                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO FD-DV-CHAVE.                  PGM0129
      *                                                                 PGM0129
           START EDEVOL KEY            NOT LESS FD-DV-CHAVE             PGM0129
               INVALID KEY                                              PGM0129
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0129
           END-START.                                                   PGM0129
      *                                                                 PGM0129
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0129
               PERFORM RTLEDEVOL                                        PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTSANEIADEVOL-ITEM  UNTIL WS-FS-EDEVOL               PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           IF WS-FS-EDEVOL             EQUAL '10'                       PGM0129
               MOVE 'SANEADO'          TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
           ELSE                                                         PGM0129
               MOVE WS-FS-EDEVOL       TO WS-FS-SJORNAL                 PGM0129
               PERFORM RTFALHACOPIA                                     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE EDEVOL.                                                PGM0129
      *                                                                 PGM0129
       RTSANEIADEVOLX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA DAS DEVOLUCOES DOS CORREIOS               *PGM0129
      ******************************************************************PGM0129
       RTLEDEVOL                       SECTION.                         PGM0129
      *                                                                 PGM0129
           READ EDEVOL NEXT.                                            PGM0129
      *                                                                 PGM0129
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0129
               ADD 1                   TO WS-CP-LIDOS (WS-IX-COPIA)     PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEDEVOLX.                     EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE SANEIA UMA DEVOLUCAO DOS CORREIOS                *PGM0129
      ******************************************************************PGM0129
       RTSANEIADEVOL-ITEM              SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE FD-DV-CODIGO           TO WS-CODIGO-PESQ.               PGM0129
           PERFORM RTPROCURAANON.                                       PGM0129
      *                                                                 PGM0129
           IF WS-ANON-ACHADO                                            PGM0129
              AND FD-DV-CEP            NOT EQUAL ZEROS                  PGM0129
               MOVE ZEROS              TO FD-DV-CEP                     PGM0129
               REWRITE FD-REG-DEVOL                                     PGM0129
                   INVALID KEY                                          PGM0129
                       MOVE '23'       TO WS-FS-EDEVOL                  PGM0129
               END-REWRITE                                              PGM0129
               IF WS-FS-EDEVOL         NOT EQUAL ZEROS                  PGM0129
                   GO TO RTSANEIADEVOL-ITEMX                            PGM0129
               END-IF                                                   PGM0129
               ADD 1                   TO WS-CP-REGRAVADOS (WS-IX-COPIA)PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEDEVOL.                                           PGM0129
      *                                                                 PGM0129
       RTSANEIADEVOL-ITEMX.            EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE REGISTRA NA COBERTURA A FALHA DE UMA COPIA. O    *PGM0129
      *    FILE STATUS VEM EM WS-FS-SJORNAL. ARQUIVO INEXISTENTE (35)  *PGM0129
      *    NAO E ERRO: A COPIA NAO EXISTE NO MOMENTO                   *PGM0129
      ******************************************************************PGM0129
       RTFALHACOPIA                    SECTION.                         PGM0129
      *                                                                 PGM0129
           IF WS-FS-SJORNAL            EQUAL '35'                       PGM0129
               MOVE 'AUSENTE (NADA A SANEAR)'                           PGM0129
                                       TO WS-CP-SITUACAO (WS-IX-COPIA)  PGM0129
               GO TO RTFALHACOPIAX                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE SPACES                 TO WS-CP-SITUACAO (WS-IX-COPIA). PGM0129
           STRING '*** ERRO - FS ' WS-FS-SJORNAL                        PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-CP-SITUACAO              PGM0129
                                            (WS-IX-COPIA).              PGM0129
      *                                                                 PGM0129
           DISPLAY '#PGM0129.908I - ERRO NO SANEAMENTO DO '             PGM0129
                   WS-CP-ARQUIVO (WS-IX-COPIA)                          PGM0129
                   ' FILE STATUS = ' WS-FS-SJORNAL.                     PGM0129
      *                                                                 PGM0129
           IF WS-COD-RET               EQUAL ZEROS                      PGM0129
               MOVE 04                 TO WS-COD-RET-R                  PGM0129
               STRING '#PGM0129.908I - COPIA NAO SANEADA: '             PGM0129
                      WS-CP-ARQUIVO (WS-IX-COPIA)                       PGM0129
                      '. VER CERTIFICADO.'                              PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTFALHACOPIAX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE PESQUISA OS NOMES DOS CLIENTES ANONIMIZADOS NOS  *PGM0129
      *    RELATORIOS ARQUIVADOS (EARQREL/SYS046). O ARQUIVO NAO E     *PGM0129
      *    ALTERADO: AS GERACOES ENCONTRADAS SAO LISTADAS NO           *PGM0129
      *    CERTIFICADO PARA O EXPURGO PELO PGM0111                     *PGM0129
      ******************************************************************PGM0129
       RTPESQUISAARQREL                SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-GER-CHEIA.              PGM0129
      *                                                                 PGM0129
           OPEN INPUT EARQREL.                                          PGM0129
      *                                                                 PGM0129
           IF WS-FS-EARQREL            EQUAL ZEROS                      PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.910I - RELATORIOS ARQUIVADOS NAO'      PGM0129
                       ' PESQUISADOS. FILE STATUS = ' WS-FS-EARQREL     PGM0129
               GO TO RTPESQUISAARQRELX                                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEARQREL.                                          PGM0129
      *                                                                 PGM0129
           PERFORM RTPESQUISAARQREL-ITEM                                PGM0129
                                       UNTIL WS-FS-EARQREL              PGM0129
                                             NOT EQUAL ZEROS.           PGM0129
      *                                                                 PGM0129
           CLOSE EARQREL.                                               PGM0129
      *                                                                 PGM0129
       RTPESQUISAARQRELX.              EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE LEITURA SEQUENCIAL DOS RELATORIOS ARQUIVADOS      *PGM0129
      ******************************************************************PGM0129
       RTLEARQREL                      SECTION.                         PGM0129
      *                                                                 PGM0129
           READ EARQREL NEXT.                                           PGM0129
      *                                                                 PGM0129
           IF WS-FS-EARQREL            EQUAL ZEROS                      PGM0129
               ADD 1                   TO ACU-CT-ARQLINHAS              PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTLEARQRELX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE PESQUISA OS NOMES EM UMA LINHA ARQUIVADA         *PGM0129
      ******************************************************************PGM0129
       RTPESQUISAARQREL-ITEM           SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO WS-CT-OCORR.                  PGM0129
           MOVE ZEROS                  TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           PERFORM RTPESQUISANOME      UNTIL WS-CT-OCORR GREATER ZEROS  PGM0129
                                          OR WS-IX-ANON                 PGM0129
                                             NOT LESS WS-CT-ANON.       PGM0129
      *                                                                 PGM0129
           IF WS-CT-OCORR              GREATER ZEROS                    PGM0129
               ADD 1                   TO ACU-CT-ARQOCORR               PGM0129
               PERFORM RTGUARDAGERACAO                                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTLEARQREL.                                          PGM0129
      *                                                                 PGM0129
       RTPESQUISAARQREL-ITEMX.         EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE PROCURA UM NOME DA TABELA NA LINHA ARQUIVADA.    *PGM0129
      *    SO OS NOVOS TEM O NOME ORIGINAL NA TABELA                   *PGM0129
      ******************************************************************PGM0129
       RTPESQUISANOME                  SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           IF WS-AN-JA-ANONIMO (WS-IX-ANON)                             PGM0129
              OR WS-AN-TAM (WS-IX-ANON)                                 PGM0129
                                       EQUAL ZEROS                      PGM0129
               GO TO RTPESQUISANOMEX                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           INSPECT FD-AR-LINHA TALLYING WS-CT-OCORR                     PGM0129
                   FOR ALL WS-AN-NOME (WS-IX-ANON)                      PGM0129
                                      (1:WS-AN-TAM (WS-IX-ANON)).       PGM0129
      *                                                                 PGM0129
       RTPESQUISANOMEX.                EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ACUMULA A LINHA NA TABELA DE GERACOES. O EARQREL *PGM0129
      *    E LIDO NA ORDEM DA CHAVE, ENTAO A GERACAO CORRENTE E A      *PGM0129
      *    ULTIMA DA TABELA                                            *PGM0129
      ******************************************************************PGM0129
       RTGUARDAGERACAO                 SECTION.                         PGM0129
      *                                                                 PGM0129
           IF WS-CT-GERACAO            GREATER ZEROS                    PGM0129
               IF WS-GR-GERACAO (WS-CT-GERACAO)                         PGM0129
                                       EQUAL FD-AR-GERACAO              PGM0129
                   ADD 1               TO WS-GR-LINHAS (WS-CT-GERACAO)  PGM0129
                   GO TO RTGUARDAGERACAOX                               PGM0129
               END-IF                                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-CT-GERACAO            NOT LESS 300                     PGM0129
               SET WS-GER-CHEIA        TO TRUE                          PGM0129
               GO TO RTGUARDAGERACAOX                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-CT-GERACAO.                PGM0129
           MOVE FD-AR-GERACAO          TO WS-GR-GERACAO (WS-CT-GERACAO).PGM0129
           MOVE 1                      TO WS-GR-LINHAS  (WS-CT-GERACAO).PGM0129
      *                                                                 PGM0129
       RTGUARDAGERACAOX.               EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME O CERTIFICADO DE ANONIMIZACAO            *PGM0129
      ******************************************************************PGM0129
       RTIMPCERTIFICADO                SECTION.                         PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               MOVE 'EFETIVACAO'       TO CB2-FUNCAO                    PGM0129
               MOVE 'CLIENTES ANONIMIZADOS NESTA EXECUCAO'              PGM0129
                                       TO LSC-TITULO                    PGM0129
           ELSE                                                         PGM0129
               MOVE 'SIMULACAO'        TO CB2-FUNCAO                    PGM0129
               MOVE 'CLIENTES CANDIDATOS A ANONIMIZACAO (SIMULACAO - NADPGM0129
      -             'A FOI ALTERADO)'                                   PGM0129
                                       TO LSC-TITULO                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-ANOS-RETENCAO       TO CB2-ANOS.                     PGM0129
           MOVE WS-DATA-CORTE          TO WS-ED-DATA.                   PGM0129
           PERFORM RTEDITADATA.                                         PGM0129
           MOVE WS-ED-DATA-BR          TO CB2-CORTE.                    PGM0129
           MOVE LK-OPERADOR            TO CB2-OPERADOR.                 PGM0129
      *                                                                 PGM0129
           PERFORM RTIMPSECAO.                                          PGM0129
           MOVE CABCLI                 TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           PERFORM RTIMPCLIENTE        UNTIL WS-IX-ANON                 PGM0129
                                             NOT LESS WS-CT-ANON.       PGM0129
      *                                                                 PGM0129
           IF ACU-CT-SELECIONADOS      EQUAL ZEROS                      PGM0129
               MOVE 'NENHUM CLIENTE INATIVO ALEM DO PRAZO DE RETENCAO.' PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPAVISO                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               MOVE 'COBERTURA DAS COPIAS DO CADASTRO'                  PGM0129
                                       TO LSC-TITULO                    PGM0129
               PERFORM RTIMPSECAO                                       PGM0129
               MOVE CABCOP             TO FD-REG-RELATO                 PGM0129
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0129
               ADD 1                   TO ACU-CT-LINHA                  PGM0129
               MOVE ZEROS              TO WS-IX-COPIA                   PGM0129
               PERFORM RTIMPCOPIA      UNTIL WS-IX-COPIA                PGM0129
                                             NOT LESS WS-CT-COPIA       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           PERFORM RTIMPPENDENCIAS.                                     PGM0129
      *                                                                 PGM0129
           PERFORM RTIMPTOTAIS.                                         PGM0129
      *                                                                 PGM0129
       RTIMPCERTIFICADOX.              EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME UM CLIENTE NOVO DA TABELA (OS JA         *PGM0129
      *    ANONIMIZADOS EM EXECUCOES ANTERIORES NAO SAO RELISTADOS)    *PGM0129
      ******************************************************************PGM0129
       RTIMPCLIENTE                    SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-ANON.                   PGM0129
      *                                                                 PGM0129
           IF WS-AN-JA-ANONIMO (WS-IX-ANON)                             PGM0129
               GO TO RTIMPCLIENTEX                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-AN-CODIGO (WS-IX-ANON)                               PGM0129
                                       TO LCL-CODIGO.                   PGM0129
      *                                                                 PGM0129
           IF WS-AN-PESSOA (WS-IX-ANON)                                 PGM0129
                                       EQUAL 2                          PGM0129
               MOVE 'PJ'               TO LCL-PESSOA                    PGM0129
           ELSE                                                         PGM0129
               MOVE 'PF'               TO LCL-PESSOA                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE WS-AN-DT-INATIV (WS-IX-ANON)                            PGM0129
                                       TO WS-ED-DATA.                   PGM0129
           PERFORM RTEDITADATA.                                         PGM0129
           MOVE WS-ED-DATA-BR          TO LCL-DT-INATIV.                PGM0129
      *                                                                 PGM0129
           MOVE WS-AN-CIDADE (WS-IX-ANON)                               PGM0129
                                       TO LCL-CIDADE.                   PGM0129
           MOVE WS-AN-ESTADO (WS-IX-ANON)                               PGM0129
                                       TO LCL-ESTADO.                   PGM0129
           MOVE WS-AN-QT-JRN (WS-IX-ANON)                               PGM0129
                                       TO LCL-QT-JRN.                   PGM0129
      *                                                                 PGM0129
           EVALUATE TRUE                                                PGM0129
               WHEN WS-AN-ERRO (WS-IX-ANON)                             PGM0129
                   MOVE '*** ERRO NA REGRAVACAO'                        PGM0129
                                       TO LCL-SITUACAO                  PGM0129
               WHEN WS-FUNCAO-EFETIVACAO                                PGM0129
                   MOVE 'ANONIMIZADO'  TO LCL-SITUACAO                  PGM0129
               WHEN OTHER                                               PGM0129
                   MOVE 'CANDIDATO'    TO LCL-SITUACAO                  PGM0129
           END-EVALUATE.                                                PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0129
               PERFORM RTMONTACAB                                       PGM0129
               MOVE CABCLI             TO FD-REG-RELATO                 PGM0129
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0129
               ADD 1                   TO ACU-CT-LINHA                  PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE LINCLI                 TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTIMPCLIENTEX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME A COBERTURA DE UMA COPIA DO CADASTRO     *PGM0129
      ******************************************************************PGM0129
       RTIMPCOPIA                      SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-COPIA.                  PGM0129
      *                                                                 PGM0129
           MOVE WS-CP-ARQUIVO    (WS-IX-COPIA) TO LCP-ARQUIVO.          PGM0129
           MOVE WS-CP-DESCRICAO  (WS-IX-COPIA) TO LCP-DESCRICAO.        PGM0129
           MOVE WS-CP-SITUACAO   (WS-IX-COPIA) TO LCP-SITUACAO.         PGM0129
           MOVE WS-CP-LIDOS      (WS-IX-COPIA) TO LCP-LIDOS.            PGM0129
           MOVE WS-CP-REGRAVADOS (WS-IX-COPIA) TO LCP-REGRAVADOS.       PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0129
               PERFORM RTMONTACAB                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE LINCOP                 TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTIMPCOPIAX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME O QUE AINDA GUARDA DADOS PESSOAIS DOS    *PGM0129
      *    ANONIMIZADOS: GERACOES DO EARQREL COM O NOME E AS SAIDAS    *PGM0129
      *    QUE ESTE PROGRAMA NAO TRATA                                 *PGM0129
      ******************************************************************PGM0129
       RTIMPPENDENCIAS                 SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'PENDENCIAS - DADOS PESSOAIS QUE PERMANECEM FORA DO CADAPGM0129
      -         'STRO'                 TO LSC-TITULO.                   PGM0129
           PERFORM RTIMPSECAO.                                          PGM0129
      *                                                                 PGM0129
           IF WS-CT-GERACAO            EQUAL ZEROS                      PGM0129
               MOVE 'RELATORIOS ARQUIVADOS (SYS046): NENHUMA LINHA COM NPGM0129
      -             'OME DE CLIENTE ANONIMIZADO.'                       PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPAVISO                                       PGM0129
           ELSE                                                         PGM0129
               MOVE 'RELATORIOS ARQUIVADOS (SYS046) COM NOME DE CLIENTE PGM0129
      -             'ANONIMIZADO - EXPURGAR PELO PGM0111:'              PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPAVISO                                       PGM0129
               PERFORM RTABRECATREL                                     PGM0129
               MOVE ZEROS              TO WS-IX-GERACAO                 PGM0129
               PERFORM RTIMPGERACAO    UNTIL WS-IX-GERACAO              PGM0129
                                             NOT LESS WS-CT-GERACAO     PGM0129
               IF WS-ECATREL-DISPONIVEL                                 PGM0129
                   CLOSE ECATREL                                        PGM0129
               END-IF                                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF WS-GER-CHEIA                                              PGM0129
               MOVE 'MAIS DE 300 GERACOES ENCONTRADAS - LISTA TRUNCADA.'PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPAVISO                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE 'DOCUMENTOS E NOMES ABREVIADOS NOS RELATORIOS ARQUIVADOSPGM0129
      -         ' NAO SAO PESQUISADOS; EXPURGO'                         PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPAVISO.                                          PGM0129
           MOVE 'AUTOMATICO AO FIM DA RETENCAO DO CATALOGO (SYS044).'   PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPLINAVISO.                                       PGM0129
      *                                                                 PGM0129
           MOVE 'SAIDAS REGRAVADAS A CADA EXECUCAO (SYS040, SYS055, SYS1PGM0129
      -         '12, SPRINT) SO SE RENOVAM NA'                          PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPAVISO.                                          PGM0129
           MOVE 'PROXIMA EXECUCAO DO PROGRAMA QUE AS GERA.'             PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPLINAVISO.                                       PGM0129
      *                                                                 PGM0129
           MOVE 'REMESSA A RECEITA FEDERAL (SYS126, PGM0136) E RETORNO DPGM0129
      -         'A CONSULTA (SYS127) GUARDAM CPF/CNPJ'                  PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPAVISO.                                          PGM0129
           MOVE 'E NOME DOS CLIENTES ENVIADOS: DESCARTAR APOS O PROCESSAPGM0129
      -         'MENTO DO RETORNO PELO PGM0137.'                        PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPLINAVISO.                                       PGM0129
      *                                                                 PGM0129
           MOVE 'EXTRATOS CSV DOS REPRESENTANTES (SYS122.NNNN, PGM0135) PGM0129
      -         'GUARDAM NOME E ENDERECO; SO SE'                        PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPAVISO.                                          PGM0129
           MOVE 'RENOVAM NA PROXIMA ATRIBUICAO DE TERRITORIOS.'         PGM0129
                                       TO LAV-TEXTO.                    PGM0129
           PERFORM RTIMPLINAVISO.                                       PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-SIMULACAO                                       PGM0129
               MOVE 'NA EFETIVACAO SAO SANEADOS TAMBEM A FILA DE SOLICITPGM0129
      -             'ACOES (SYS117), A SITUACAO NA'                     PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPAVISO                                       PGM0129
               MOVE 'RECEITA (SYS125) E O CEP DAS DEVOLUCOES (SYS118).' PGM0129
                                       TO LAV-TEXTO                     PGM0129
               PERFORM RTIMPLINAVISO                                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTIMPPENDENCIASX.               EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ABRE O CATALOGO PARA IDENTIFICAR AS GERACOES     *PGM0129
      ******************************************************************PGM0129
       RTABRECATREL                    SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE 'N'                    TO WS-SW-ECATREL.                PGM0129
      *                                                                 PGM0129
           OPEN INPUT ECATREL.                                          PGM0129
      *                                                                 PGM0129
           IF WS-FS-ECATREL            EQUAL ZEROS                      PGM0129
               SET WS-ECATREL-DISPONIVEL                                PGM0129
                                       TO TRUE                          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTABRECATRELX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME UMA GERACAO DO EARQREL COM PENDENCIA     *PGM0129
      ******************************************************************PGM0129
       RTIMPGERACAO                    SECTION.                         PGM0129
      *                                                                 PGM0129
           ADD 1                       TO WS-IX-GERACAO.                PGM0129
      *                                                                 PGM0129
           MOVE WS-GR-GERACAO (WS-IX-GERACAO)                           PGM0129
                                       TO LGR-GERACAO.                  PGM0129
           MOVE WS-GR-LINHAS  (WS-IX-GERACAO)                           PGM0129
                                       TO LGR-LINHAS.                   PGM0129
           MOVE SPACES                 TO LGR-DATA                      PGM0129
                                          LGR-PROGRAMA                  PGM0129
                                          LGR-FILTRO.                   PGM0129
      *                                                                 PGM0129
           IF WS-ECATREL-DISPONIVEL                                     PGM0129
               MOVE WS-GR-GERACAO (WS-IX-GERACAO)                       PGM0129
                                       TO FD-CT-GERACAO                 PGM0129
               READ ECATREL                                             PGM0129
                   INVALID KEY                                          PGM0129
                       MOVE '23'       TO WS-FS-ECATREL                 PGM0129
               END-READ                                                 PGM0129
               IF WS-FS-ECATREL        EQUAL ZEROS                      PGM0129
                   MOVE FD-CT-DATA     TO WS-ED-DATA                    PGM0129
                   PERFORM RTEDITADATA                                  PGM0129
                   MOVE WS-ED-DATA-BR  TO LGR-DATA                      PGM0129
                   MOVE FD-CT-PROGRAMA TO LGR-PROGRAMA                  PGM0129
                   MOVE FD-CT-FILTRO   TO LGR-FILTRO                    PGM0129
               END-IF                                                   PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0129
               PERFORM RTMONTACAB                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE LINGER                 TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTIMPGERACAOX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE EDITA UMA DATA AAAAMMDD PARA DD/MM/AAAA          *PGM0129
      ******************************************************************PGM0129
       RTEDITADATA                     SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE WS-ED-DIA-R            TO WS-ED-DIA.                    PGM0129
           MOVE WS-ED-MES-R            TO WS-ED-MES.                    PGM0129
           MOVE WS-ED-ANO-R            TO WS-ED-ANO.                    PGM0129
      *                                                                 PGM0129
       RTEDITADATAX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME O TITULO DE UMA SECAO DO CERTIFICADO     *PGM0129
      ******************************************************************PGM0129
       RTIMPSECAO                      SECTION.                         PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER 48                       PGM0129
               PERFORM RTMONTACAB                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE LINSECAO               TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0129
           ADD 2                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTIMPSECAOX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME UMA LINHA DE AVISO APOS UMA LINHA EM     *PGM0129
      *    BRANCO                                                      *PGM0129
      ******************************************************************PGM0129
       RTIMPAVISO                      SECTION.                         PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER 52                       PGM0129
               PERFORM RTMONTACAB                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE LINAVISO               TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0129
           ADD 2                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           MOVE SPACES                 TO LAV-TEXTO.                    PGM0129
      *                                                                 PGM0129
       RTIMPAVISOX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME A CONTINUACAO DE UM AVISO                *PGM0129
      ******************************************************************PGM0129
       RTIMPLINAVISO                   SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE LINAVISO               TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           MOVE SPACES                 TO LAV-TEXTO.                    PGM0129
      *                                                                 PGM0129
       RTIMPLINAVISOX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME OS TOTAIS DO CERTIFICADO                 *PGM0129
      ******************************************************************PGM0129
       RTIMPTOTAIS                     SECTION.                         PGM0129
      *                                                                 PGM0129
           IF ACU-CT-LINHA             GREATER 42                       PGM0129
               PERFORM RTMONTACAB                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0129
           ADD 2                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
           MOVE 'CLIENTES LIDOS NO CADASTRO..................:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-LIDOS           TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE 'CLIENTES INATIVOS...........................:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-INATIVOS        TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE '  JA ANONIMIZADOS ANTERIORMENTE.............:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-JA-ANONIMOS     TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE '  SEM DATA DE INATIVACAO (NAO TRATADOS).....:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-SEM-DATA        TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE '  DENTRO DO PRAZO DE RETENCAO...............:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-NO-PRAZO        TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE '  ALEM DO PRAZO DE RETENCAO (SELECIONADOS)..:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-SELECIONADOS    TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               MOVE 'CLIENTES ANONIMIZADOS NO CADASTRO...........:'     PGM0129
                                       TO LTO-DESCRICAO                 PGM0129
               MOVE ACU-CT-ANONIMIZADOS                                 PGM0129
                                       TO LTO-QTDE                      PGM0129
               PERFORM RTIMPLINTOT                                      PGM0129
               MOVE 'ERROS NA REGRAVACAO DO CADASTRO.............:'     PGM0129
                                       TO LTO-DESCRICAO                 PGM0129
               MOVE ACU-CT-ERROS       TO LTO-QTDE                      PGM0129
               PERFORM RTIMPLINTOT                                      PGM0129
               MOVE 'EVENTOS DE ANONIMIZACAO GRAVADOS NO JOURNAL.:'     PGM0129
                                       TO LTO-DESCRICAO                 PGM0129
               MOVE ACU-CT-JRNOVOS     TO LTO-QTDE                      PGM0129
               PERFORM RTIMPLINTOT                                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE 'LINHAS DE RELATORIOS ARQUIVADOS PESQUISADAS.:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-ARQLINHAS       TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
           MOVE 'LINHAS ARQUIVADAS COM NOME DE ANONIMIZADO...:'         PGM0129
                                       TO LTO-DESCRICAO.                PGM0129
           MOVE ACU-CT-ARQOCORR        TO LTO-QTDE.                     PGM0129
           PERFORM RTIMPLINTOT.                                         PGM0129
      *                                                                 PGM0129
       RTIMPTOTAISX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0129
      ******************************************************************PGM0129
       RTIMPLINTOT                     SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
           ADD 1                       TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTIMPLINTOTX.                   EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0129
      ******************************************************************PGM0129
       RTMONTACAB                      SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0129
           MOVE  WS-MES                TO CB1-MES.                      PGM0129
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0129
      *                                                                 PGM0129
           ADD 1                       TO ACU-CT-PAGINA.                PGM0129
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0129
      *                                                                 PGM0129
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0129
      *                                                                 PGM0129
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0129
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0129
           ELSE                                                         PGM0129
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
      *                                                                 PGM0129
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0129
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0129
      *                                                                 PGM0129
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0129
      *                                                                 PGM0129
       RTMONTACABX.                    EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE FECHA O CADASTRO                                 *PGM0129
      ******************************************************************PGM0129
       RTFECHACADCLI                   SECTION.                         PGM0129
      *                                                                 PGM0129
           IF WS-ECADCLI-ABERTO                                         PGM0129
               CLOSE ECADCLI                                            PGM0129
               MOVE 'N'                TO WS-SW-ECADCLI-ABERTO          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTFECHACADCLIX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0129
      ******************************************************************PGM0129
       RTFECHA                         SECTION.                         PGM0129
      *                                                                 PGM0129
           PERFORM RTFECHACADCLI.                                       PGM0129
      *                                                                 PGM0129
           IF WS-SJORNAL-ABERTO                                         PGM0129
               CLOSE SJORNAL                                            PGM0129
               MOVE 'N'                TO WS-SW-SJORNAL-ABERTO          PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           CLOSE SRELATO.                                               PGM0129
      *                                                                 PGM0129
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.915I - ERRO NO FECHAMENTO'             PGM0129
                       WS-MSG-SRELATO                                   PGM0129
               DISPLAY '#PGM0129.915I - FILE STATUS = '                 PGM0129
                       WS-FS-SRELATO                                    PGM0129
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0129
               STRING '#PGM0129.915I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0129
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
               PERFORM RTFINALIZA                                       PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTFECHAX.                       EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE ARQUIVA O CERTIFICADO NO CATALOGO                *PGM0129
      ******************************************************************PGM0129
       RTARQUIVAREL                    SECTION.                         PGM0129
      *                                                                 PGM0129
           INITIALIZE ARQ-PARM.                                         PGM0129
      *                                                                 PGM0129
           MOVE 'PGM0129'              TO ARQ-PROGRAMA.                 PGM0129
      *                                                                 PGM0129
           IF WS-FUNCAO-EFETIVACAO                                      PGM0129
               MOVE 'CERTIFICADO ANONIMIZACAO LGPD'                     PGM0129
                                       TO ARQ-FILTRO                    PGM0129
           ELSE                                                         PGM0129
               MOVE 'SIMULACAO ANONIMIZACAO LGPD'                       PGM0129
                                       TO ARQ-FILTRO                    PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0129
      *                                                                 PGM0129
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0129
      *                                                                 PGM0129
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0129
               DISPLAY '#PGM0129.916I - CERTIFICADO ARQUIVADO NA'       PGM0129
                       ' GERACAO ' ARQ-GERACAO                          PGM0129
           ELSE                                                         PGM0129
               DISPLAY '#PGM0129.916I - FALHA NO ARQUIVAMENTO DO'       PGM0129
                       ' CERTIFICADO. RC = ' ARQ-COD-RET                PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTARQUIVARELX.                  EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0129
      ******************************************************************PGM0129
       RTCONTABILIZA                   SECTION.                         PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0129
           DISPLAY '#PGM0129.917I - TOTAL DE REGISTROS LIDOS = '        PGM0129
                   WS-DISPLAY-QTDE.                                     PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-SELECIONADOS    TO WS-DISPLAY-QTDE.              PGM0129
           DISPLAY '#PGM0129.917I - INATIVOS ALEM DO PRAZO = '          PGM0129
                   WS-DISPLAY-QTDE.                                     PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-ANONIMIZADOS    TO WS-DISPLAY-QTDE.              PGM0129
           DISPLAY '#PGM0129.917I - CLIENTES ANONIMIZADOS = '           PGM0129
                   WS-DISPLAY-QTDE.                                     PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-ERROS           TO WS-DISPLAY-QTDE.              PGM0129
           DISPLAY '#PGM0129.917I - ERROS NA REGRAVACAO = '             PGM0129
                   WS-DISPLAY-QTDE.                                     PGM0129
      *                                                                 PGM0129
           MOVE ACU-CT-ARQOCORR        TO WS-DISPLAY-QTDE.              PGM0129
           DISPLAY '#PGM0129.917I - LINHAS ARQUIVADAS PENDENTES = '     PGM0129
                   WS-DISPLAY-QTDE.                                     PGM0129
      *                                                                 PGM0129
           IF ACU-CT-ERROS             GREATER ZEROS                    PGM0129
              AND WS-COD-RET           EQUAL ZEROS                      PGM0129
               MOVE 04                 TO WS-COD-RET-R                  PGM0129
               STRING '#PGM0129.917I - CLIENTES COM ERRO NA ANONIMIZAC' PGM0129
                      'AO. VER CERTIFICADO.'                            PGM0129
                                       DELIMITED BY SIZE                PGM0129
                                       INTO WS-MSG                      PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
       RTCONTABILIZAX.                 EXIT.                            PGM0129
      *                                                                 PGM0129
      ******************************************************************PGM0129
      *    ROTINA DE FINALIZACAO                                       *PGM0129
      ******************************************************************PGM0129
       RTFINALIZA                      SECTION.                         PGM0129
      *                                                                 PGM0129
           DISPLAY '**************************************************'.PGM0129
      *                                                                 PGM0129
           MOVE '#PGM0129.999I - FIM DO PROCESSAMENTO '                 PGM0129
                                       TO WS-MENSAGEM.                  PGM0129
      *                                                                 PGM0129
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0129
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0129
      *                                                                 PGM0129
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0129
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0129
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0129
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0129
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0129
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0129
      *                                                                 PGM0129
           DISPLAY WS-MENSAGEM                                          PGM0129
                   WS-DATA-DISPLAY.                                     PGM0129
           DISPLAY '**************************************************'.PGM0129
      *                                                                 PGM0129
           MOVE WS-MSG                 TO LK-MSG.                       PGM0129
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0129
      *                                                                 PGM0129
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0129
           IF WS-EXEC-LOTE                                              PGM0129
               CONTINUE                                                 PGM0129
           ELSE                                                         PGM0129
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0129
           END-IF.                                                      PGM0129
      *                                                                 PGM0129
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0129
      *                                                                 PGM0129
           GOBACK.                                                      PGM0129
      *                                                                 PGM0129
       RTFINALIZAX.                    EXIT.                            PGM0129
      ******************************************************************PGM0129
      *    FIM DO PROGRAMA                                             *PGM0129
      ******************************************************************PGM0129
