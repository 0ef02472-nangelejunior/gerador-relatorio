      ******************************************************************PGM0137
       IDENTIFICATION                  DIVISION.                        PGM0137
      ******************************************************************PGM0137
       PROGRAM-ID. PGM0137.                                             PGM0137
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0137
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0137
       DATE-COMPILED.                                                   PGM0137
      ******************************************************************PGM0137
      *REMARKS.                                                         PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     *#NOME     : PGM0137                                       *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     *#TIPO     : BATCH                                         *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     *#FUNCAO   : APLICAR UMA PARTE DO RETORNO DO BUREAU DA     *PGM0137
      *     *            RECEITA FEDERAL (SYS127) NA SITUACAO CADAS-   *PGM0137
      *     *            TRAL DOS CLIENTES (ESITRF - SYS125): SITUACAO,*PGM0137
      *     *            DATA DA CONSULTA E NOME NA RECEITA. A PARTE E *PGM0137
      *     *            CONFERIDA (HEADER, SEQUENCIA DA REMESSA E DA  *PGM0137
      *     *            PARTE, TRAILER COM QUANTIDADE E HASH) ANTES   *PGM0137
      *     *            DE TOCAR O ESITRF. O CONTROLE DE REMESSAS/    *PGM0137
      *     *            RETORNOS (SYS128) GUARDA AS PARTES APLICADAS  *PGM0137
      *     *            E UM PONTO DE REINICIO A CADA 500 DETALHES:   *PGM0137
      *     *            A PARTE INTERROMPIDA E REPROCESSADA A PARTIR  *PGM0137
      *     *            DO ULTIMO PONTO. EMITE NO SPRINT AS EXCECOES  *PGM0137
      *     *            (SITUACAO NAO REGULAR) DOS CLIENTES ATIVOS,   *PGM0137
      *     *            POR SITUACAO, COM O NOME DA RECEITA AO LADO   *PGM0137
      *     *            DO FD-RC-NOME, ARQUIVADO PELO ARQREL          *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0137
      *     *              - RETORNO DA CONSULTA A RECEITA FEDERAL     *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0137
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0137
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0137
      *     *              - TOTAL DO RETORNO GRAVADO A CADA PONTO DE  *PGM0137
      *     *              - REINICIO (NAO SUBCONTA NO REINICIO)       *PGM0137
      *     *----------------------------------------------------------*PGM0137
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0137
      *     *              - RELATORIO FECHADO NA FINALIZACAO E STATUS *PGM0137
      *     *              - CONFERIDO NO CONTROLE (SYS128) E NAS      *PGM0137
      *     *              - EXCECOES (SYS129)                         *PGM0137
      *     *----------------------------------------------------------*PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       ENVIRONMENT                     DIVISION.                        PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       CONFIGURATION                   SECTION.                         PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
       SPECIAL-NAMES.                                                   PGM0137
           DECIMAL-POINT IS COMMA.                                      PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       INPUT-OUTPUT                    SECTION.                         PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
       FILE-CONTROL.                                                    PGM0137
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0137
                  ORGANIZATION IS INDEXED                               PGM0137
                  ACCESS    MODE IS DYNAMIC                             PGM0137
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0137
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0137
                            WITH DUPLICATES                             PGM0137
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0137
      *                                                                 PGM0137
           SELECT ESITRF   ASSIGN TO SYS125                             PGM0137
                  ORGANIZATION IS INDEXED                               PGM0137
                  ACCESS    MODE IS DYNAMIC                             PGM0137
                  RECORD    KEY IS FD-SR-CODIGO                         PGM0137
                  FILE    STATUS IS WS-FS-ESITRF.                       PGM0137
      *                                                                 PGM0137
           SELECT ERETRF   ASSIGN TO SYS127                             PGM0137
                  FILE    STATUS IS WS-FS-ERETRF.                       PGM0137
      *                                                                 PGM0137
           SELECT SCTLRF   ASSIGN TO SYS128                             PGM0137
                  FILE    STATUS IS WS-FS-SCTLRF.                       PGM0137
      *                                                                 PGM0137
           SELECT SEXCRF   ASSIGN TO SYS129                             PGM0137
                  FILE    STATUS IS WS-FS-SEXCRF.                       PGM0137
      *                                                                 PGM0137
           SELECT SORTWK   ASSIGN TO SORTWK.                            PGM0137
      *                                                                 PGM0137
           SELECT SSORTRF  ASSIGN TO SYS130                             PGM0137
                  FILE    STATUS IS WS-FS-SSORTRF.                      PGM0137
      *                                                                 PGM0137
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0137
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       DATA                            DIVISION.                        PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       FILE                            SECTION.                         PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
       FD  ECADCLI                                                      PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
           COPY CADCLI.                                                 PGM0137
      *                                                                 PGM0137
       FD  ESITRF                                                       PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
           COPY CADSRF.                                                 PGM0137
      *                                                                 PGM0137
      *    PARTE DO RETORNO DO BUREAU: UM DETALHE POR DOCUMENTO         PGM0137
       FD  ERETRF                                                       PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
       01  FD-REG-RETRF.                                                PGM0137
           03  FD-RR-TIPO          PIC     X(01).                       PGM0137
           03  FD-RR-CODIGO        PIC     9(06).                       PGM0137
           03  FD-RR-PESSOA        PIC     9(01).                       PGM0137
           03  FD-RR-CPF-CNPJ      PIC     9(15).                       PGM0137
           03  FD-RR-SITUACAO      PIC     9(02).                       PGM0137
           03  FD-RR-NOME          PIC     X(40).                       PGM0137
           03  FD-RR-DT-CONSULTA   PIC     9(08).                       PGM0137
           03  FILLER              PIC     X(27).                       PGM0137
      *                                                                 PGM0137
       01  FD-REG-RETHDR.                                               PGM0137
           03  FD-RH-TIPO          PIC     X(01).                       PGM0137
               88  FD-RH-HEADER                  VALUE 'H'.             PGM0137
           03  FD-RH-SEQ-REMESSA   PIC     9(06).                       PGM0137
           03  FD-RH-PARTE         PIC     9(03).                       PGM0137
           03  FD-RH-TOTAL-PARTES  PIC     9(03).                       PGM0137
           03  FD-RH-DATA-PROC     PIC     9(08).                       PGM0137
           03  FILLER              PIC     X(79).                       PGM0137
      *                                                                 PGM0137
       01  FD-REG-RETTRL.                                               PGM0137
           03  FD-RT-TIPO          PIC     X(01).                       PGM0137
           03  FD-RT-QTDE          PIC     9(07).                       PGM0137
           03  FD-RT-HASH-CODIGO   PIC     9(13).                       PGM0137
           03  FILLER              PIC     X(79).                       PGM0137
      *                                                                 PGM0137
      *    CONTROLE DE REMESSAS E RETORNOS (COMUM AO PGM0136)           PGM0137
       FD  SCTLRF                                                       PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
       01  FD-REG-CTLRF.                                                PGM0137
           03  FD-CR-SEQ-REMESSA   PIC     9(06).                       PGM0137
           03  FD-CR-DATA-REMESSA  PIC     9(08).                       PGM0137
           03  FD-CR-QTDE-REMESSA  PIC     9(07).                       PGM0137
           03  FD-CR-TOTAL-PARTES  PIC     9(03).                       PGM0137
           03  FD-CR-ULT-PARTE     PIC     9(03).                       PGM0137
           03  FD-CR-PARTE-CURSO   PIC     9(03).                       PGM0137
           03  FD-CR-ULT-SEQ-RET   PIC     9(07).                       PGM0137
           03  FD-CR-QTDE-RETORNO  PIC     9(07).                       PGM0137
           03  FD-CR-FASE          PIC     X(01).                       PGM0137
               88  FD-CR-ENVIADA                 VALUE 'E'.             PGM0137
               88  FD-CR-APLICANDO               VALUE 'A'.             PGM0137
               88  FD-CR-PARCIAL                 VALUE 'P'.             PGM0137
               88  FD-CR-CONCLUIDA               VALUE 'F'.             PGM0137
           03  FD-CR-DATA-ATU      PIC     9(08).                       PGM0137
           03  FD-CR-HORA-ATU      PIC     9(08).                       PGM0137
           03  FILLER              PIC     X(19).                       PGM0137
      *                                                                 PGM0137
       FD  SEXCRF                                                       PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
       01  FD-REG-EXCRF            PIC     X(120).                      PGM0137
      *                                                                 PGM0137
       SD  SORTWK.                                                      PGM0137
       01  SD-REG-EXCRF.                                                PGM0137
           03  SD-EX-CHAVE         PIC     X(48).                       PGM0137
           03  FILLER              PIC     X(72).                       PGM0137
      *                                                                 PGM0137
       FD  SSORTRF                                                      PGM0137
           BLOCK     CONTAINS 0  RECORDS                                PGM0137
           RECORDING MODE     IS F                                      PGM0137
           LABEL     RECORD   IS STANDARD.                              PGM0137
       01  FD-REG-SORTRF           PIC     X(120).                      PGM0137
      *                                                                 PGM0137
       FD  SRELATO.                                                     PGM0137
       01  FD-REG-RELATO           PIC     X(95).                       PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       WORKING-STORAGE                 SECTION.                         PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       77  FILLER                  PIC     X(32)         VALUE          PGM0137
           'III WORKING-STORAGE SECTION III'.                           PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE FILE STATUS                                         *PGM0137
      ******************************************************************PGM0137
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-ESITRF            PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-ERETRF            PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-SCTLRF            PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-SEXCRF            PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-SSORTRF           PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0137
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0137
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0137
       77  WS-SW-ESITRF-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0137
           88  WS-ESITRF-ABERTO                          VALUE 'S'.     PGM0137
       77  WS-SW-ERETRF-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0137
           88  WS-ERETRF-ABERTO                          VALUE 'S'.     PGM0137
       77  WS-SW-SRELATO-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0137
           88  WS-SRELATO-ABERTO                         VALUE 'S'.     PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE CONTADORES                                          *PGM0137
      ******************************************************************PGM0137
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-PULADOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-APLICADOS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-NAO-REGULAR      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-ANTIGOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-REJEITADOS       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-PONTO            PIC     9(03) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-EXCECOES         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-INATIVOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-SIT-GRUPO        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE VERIFICACAO DA PARTE (HEADER/TRAILER DO SYS127)     *PGM0137
      ******************************************************************PGM0137
       01  WS-SW-PARTE-TRL         PIC     X(01)         VALUE 'N'.     PGM0137
           88  WS-TRAILER-ACHADO                         VALUE 'S'.     PGM0137
       77  ACU-CT-VERIF            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  ACU-HASH-CODIGO         PIC     9(13) COMP-3  VALUE ZEROS.   PGM0137
       01  WS-PARTE-SEQ-REM        PIC     9(06)         VALUE ZEROS.   PGM0137
       01  WS-PARTE-NUMERO         PIC     9(03)         VALUE ZEROS.   PGM0137
       01  WS-PARTE-TOTAL          PIC     9(03)         VALUE ZEROS.   PGM0137
       01  WS-PARTE-DATA-PROC      PIC     9(08)         VALUE ZEROS.   PGM0137
       01  WS-PARTE-QTDE-TRL       PIC     9(07)         VALUE ZEROS.   PGM0137
       01  WS-PARTE-HASH-TRL       PIC     9(13)         VALUE ZEROS.   PGM0137
       01  WS-MOTIVO-PARTE         PIC     X(40)         VALUE SPACES.  PGM0137
       01  WS-PARTE-ESPERADA       PIC     9(03)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DO CONTROLE DE REMESSAS/RETORNOS (SYS128)              *PGM0137
      ******************************************************************PGM0137
       01  WS-CTL-RF.                                                   PGM0137
           03  WS-CTL-SEQ-REMESSA  PIC     9(06).                       PGM0137
           03  WS-CTL-DATA-REMESSA PIC     9(08).                       PGM0137
           03  WS-CTL-QTDE-REMESSA PIC     9(07).                       PGM0137
           03  WS-CTL-TOTAL-PARTES PIC     9(03).                       PGM0137
           03  WS-CTL-ULT-PARTE    PIC     9(03).                       PGM0137
           03  WS-CTL-PARTE-CURSO  PIC     9(03).                       PGM0137
           03  WS-CTL-ULT-SEQ-RET  PIC     9(07).                       PGM0137
           03  WS-CTL-QTDE-RETORNO PIC     9(07).                       PGM0137
           03  WS-CTL-FASE         PIC     X(01).                       PGM0137
               88  WS-CTL-APLICANDO              VALUE 'A'.             PGM0137
      *                                                                 PGM0137
      *    DETALHES DA PARTE JA APLICADOS NUMA EXECUCAO INTERROMPIDA    PGM0137
       77  WS-SEQ-DETALHE          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  WS-SEQ-PULAR            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0137
       77  WS-PONTO-REINICIO       PIC     9(03) COMP-3  VALUE 500.     PGM0137
       01  WS-MOTIVO-REJEICAO      PIC     X(30)         VALUE SPACES.  PGM0137
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    TABELA DAS SITUACOES CADASTRAIS NA RECEITA FEDERAL          *PGM0137
      ******************************************************************PGM0137
           COPY SITRF.                                                  PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    REGISTRO DE EXCECAO (SYS129, ORDENADO NO SYS130) POR        *PGM0137
      *    SITUACAO E NOME DO CLIENTE                                  *PGM0137
      ******************************************************************PGM0137
       01  WS-REG-EXCRF.                                                PGM0137
           03  WS-EX-CHAVE.                                             PGM0137
               05  WS-EX-SITUACAO  PIC     9(02).                       PGM0137
               05  WS-EX-NOME      PIC     X(40).                       PGM0137
               05  WS-EX-CODIGO    PIC     9(06).                       PGM0137
           03  WS-EX-PESSOA        PIC     9(01).                       PGM0137
           03  WS-EX-CPF-CNPJ      PIC     9(15).                       PGM0137
           03  WS-EX-NOME-RF       PIC     X(40).                       PGM0137
           03  WS-EX-DT-CONSULTA   PIC     9(08).                       PGM0137
           03  WS-EX-DT-CONSULTA-R REDEFINES WS-EX-DT-CONSULTA.         PGM0137
               05  WS-EX-DT-ANO    PIC     9(04).                       PGM0137
               05  WS-EX-DT-MES    PIC     9(02).                       PGM0137
               05  WS-EX-DT-DIA    PIC     9(02).                       PGM0137
           03  FILLER              PIC     X(08).                       PGM0137
      *                                                                 PGM0137
       01  WS-SITUACAO-ANT         PIC     9(02)         VALUE ZEROS.   PGM0137
       01  WS-SW-PRIMEIRO          PIC     X(01)         VALUE 'S'.     PGM0137
           88  WS-PRIMEIRO-REG                           VALUE 'S'.     PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE AUXILIARES                                          *PGM0137
      ******************************************************************PGM0137
       01  WS-MSG-ECADCLI          PIC     X(18)         VALUE          PGM0137
           ' DO ARQUIVO CADCLI'.                                        PGM0137
       01  WS-MSG-ESITRF           PIC     X(18)         VALUE          PGM0137
           ' DO ARQUIVO SITRF '.                                        PGM0137
       01  WS-MSG-ERETRF           PIC     X(18)         VALUE          PGM0137
           ' DO ARQUIVO RETRF '.                                        PGM0137
       01  WS-MSG-SEXCRF           PIC     X(18)         VALUE          PGM0137
           ' DO ARQUIVO EXCRF '.                                        PGM0137
       01  WS-MSG-SSORTRF          PIC     X(19)         VALUE          PGM0137
           ' DO ARQUIVO SSORTRF'.                                       PGM0137
      *                                                                 PGM0137
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0137
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0137
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0137
           03  WS-DT-MES-R         PIC     9(02).                       PGM0137
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0137
      *                                                                 PGM0137
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0137
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0137
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0137
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0137
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0137
      *                                                                 PGM0137
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0137
       01  WS-DATA-DISPLAY.                                             PGM0137
           03  WS-DATA-BR.                                              PGM0137
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0137
               05  FILLER          PIC     X             VALUE '/'.     PGM0137
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0137
               05  FILLER          PIC     X             VALUE '/'.     PGM0137
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0137
               05  FILLER          PIC     X             VALUE ' '.     PGM0137
           03  WS-HORA-BR.                                              PGM0137
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0137
               05  FILLER          PIC     X             VALUE ':'.     PGM0137
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0137
               05  FILLER          PIC     X             VALUE ':'.     PGM0137
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0137
      *                                                                 PGM0137
       01  CAB1.                                                        PGM0137
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0137
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0137
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(63)         VALUE          PGM0137
               'CLIENTES COM SITUACAO IRREGULAR NA RECEITA FEDERAL'.    PGM0137
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0137
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0137
      *                                                                 PGM0137
       01  CAB2.                                                        PGM0137
           05  FILLER              PIC     X(09)         VALUE          PGM0137
               'REMESSA: '.                                             PGM0137
           05  CB2-SEQ-REMESSA     PIC     9(06)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(19)         VALUE          PGM0137
               '  PARTES APLICADAS:'.                                   PGM0137
           05  CB2-ULT-PARTE       PIC     ZZ9           VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(04)         VALUE ' DE '.  PGM0137
           05  CB2-TOTAL-PARTES    PIC     ZZ9           VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(51)         VALUE          PGM0137
               '   (POSICAO ACUMULADA DOS CLIENTES ATIVOS)'.            PGM0137
      *                                                                 PGM0137
       01  CAB3.                                                        PGM0137
           05  FILLER              PIC     X(09)         VALUE          PGM0137
               'COD CLI'.                                               PGM0137
           05  FILLER              PIC     X(03)         VALUE          PGM0137
               'PES'.                                                   PGM0137
           05  FILLER              PIC     X(16)         VALUE          PGM0137
               '       CPF/CNPJ'.                                       PGM0137
           05  FILLER              PIC     X(27)         VALUE          PGM0137
               'NOME NO CADASTRO'.                                      PGM0137
           05  FILLER              PIC     X(27)         VALUE          PGM0137
               'NOME NA RECEITA FEDERAL'.                               PGM0137
           05  FILLER              PIC     X(13)         VALUE          PGM0137
               'CONSULTA'.                                              PGM0137
      *                                                                 PGM0137
       01  CAB4.                                                        PGM0137
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0137
      *                                                                 PGM0137
       01  LINSIT.                                                      PGM0137
           05  FILLER              PIC     X(10)         VALUE          PGM0137
               'SITUACAO: '.                                            PGM0137
           05  LSI-SITUACAO        PIC     9(02)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(03)         VALUE ' - '.   PGM0137
           05  LSI-DESCRICAO       PIC     X(26)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(54)         VALUE SPACES.  PGM0137
      *                                                                 PGM0137
       01  LINDET.                                                      PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-PESSOA          PIC     X(02)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-CPF-CNPJ        PIC     ZZZZZZZZZZZZZZ9              PGM0137
                                                         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-NOME            PIC     X(26)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-NOME-RF         PIC     X(26)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LDE-DIA             PIC     9(02)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0137
           05  LDE-MES             PIC     9(02)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0137
           05  LDE-ANO             PIC     9(04)         VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0137
      *                                                                 PGM0137
       01  LINTOTSIT.                                                   PGM0137
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0137
           05  FILLER              PIC     X(20)         VALUE          PGM0137
               'TOTAL DA SITUACAO:'.                                    PGM0137
           05  LTS-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(63)         VALUE SPACES.  PGM0137
      *                                                                 PGM0137
       01  LINTOT.                                                      PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0137
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0137
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0137
      *                                                                 PGM0137
       01  LINNADA.                                                     PGM0137
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0137
           05  LNA-TEXTO           PIC     X(94)         VALUE          PGM0137
               'NENHUM CLIENTE ATIVO COM SITUACAO IRREGULAR.'.          PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0137
      ******************************************************************PGM0137
           COPY MODEXE.                                                 PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0137
      ******************************************************************PGM0137
           COPY ARQLNK.                                                 PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0137
      ******************************************************************PGM0137
           COPY HISLNK.                                                 PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       77  FILLER                  PIC     X(32)         VALUE          PGM0137
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    AREA DE LINKAGE                                             *PGM0137
      ******************************************************************PGM0137
           COPY SAIDA.                                                  PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       LINKAGE                         SECTION.                         PGM0137
      ******************************************************************PGM0137
           COPY SAIDAL.                                                 PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
       PROCEDURE                       DIVISION USING LK-MSG            PGM0137
                                                      LK-COD-RET.       PGM0137
      ******************************************************************PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA PRINCIPAL                                            *PGM0137
      ******************************************************************PGM0137
       RTPRINCIPAL                     SECTION.                         PGM0137
      *                                                                 PGM0137
           PERFORM RTINICIALIZA.                                        PGM0137
      *                                                                 PGM0137
           PERFORM RTVERIFICAPARTE.                                     PGM0137
      *                                                                 PGM0137
           PERFORM RTAPLICAPARTE.                                       PGM0137
      *                                                                 PGM0137
           PERFORM RTEXCECOES.                                          PGM0137
      *                                                                 PGM0137
           PERFORM RTIMPTOTAIS.                                         PGM0137
      *                                                                 PGM0137
           PERFORM RTFECHA.                                             PGM0137
      *                                                                 PGM0137
           PERFORM RTARQUIVAREL.                                        PGM0137
      *                                                                 PGM0137
           PERFORM RTCONTABILIZA.                                       PGM0137
      *                                                                 PGM0137
           PERFORM RTFINALIZA.                                          PGM0137
      *                                                                 PGM0137
       RTPRINCIPALX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE INICIALIZACAO                                     *PGM0137
      ******************************************************************PGM0137
       RTINICIALIZA                    SECTION.                         PGM0137
      *                                                                 PGM0137
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0137
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0137
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0137
      *                                                                 PGM0137
           DISPLAY ERASE.                                               PGM0137
      *                                                                 PGM0137
           INITIALIZE ACU-CT-LIDOS                                      PGM0137
                      ACU-CT-PULADOS                                    PGM0137
                      ACU-CT-APLICADOS                                  PGM0137
                      ACU-CT-NAO-REGULAR                                PGM0137
                      ACU-CT-ANTIGOS                                    PGM0137
                      ACU-CT-REJEITADOS                                 PGM0137
                      ACU-CT-PONTO                                      PGM0137
                      ACU-CT-EXCECOES                                   PGM0137
                      ACU-CT-INATIVOS                                   PGM0137
                      ACU-CT-PAGINA                                     PGM0137
                      WS-SEQ-DETALHE                                    PGM0137
                      WS-SEQ-PULAR                                      PGM0137
                      WS-CTL-RF.                                        PGM0137
      *                                                                 PGM0137
           MOVE 'N'                    TO WS-SW-ECADCLI-ABERTO.         PGM0137
           MOVE 'N'                    TO WS-SW-ESITRF-ABERTO.          PGM0137
           MOVE 'N'                    TO WS-SW-ERETRF-ABERTO.          PGM0137
           MOVE 'N'                    TO WS-SW-SRELATO-ABERTO.         PGM0137
      *                                                                 PGM0137
           DISPLAY '**************************************************'.PGM0137
      *                                                                 PGM0137
           MOVE '#PGM0137.900I - INICIO DO PROCESSAMENTO '              PGM0137
                                       TO WS-MENSAGEM.                  PGM0137
      *                                                                 PGM0137
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0137
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0137
      *                                                                 PGM0137
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0137
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0137
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0137
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0137
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0137
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0137
      *                                                                 PGM0137
           DISPLAY WS-MENSAGEM                                          PGM0137
                   WS-DATA-DISPLAY.                                     PGM0137
           DISPLAY '**************************************************'.PGM0137
      *                                                                 PGM0137
           MOVE SPACES                 TO WS-MSG.                       PGM0137
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0137
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0137
           MOVE WS-DATA-MAQ            TO WS-DATA-HOJE.                 PGM0137
      *                                                                 PGM0137
           PERFORM RTLECONTROLE.                                        PGM0137
      *                                                                 PGM0137
       RTINICIALIZAX.                  EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE LE O CONTROLE DE REMESSAS/RETORNOS (SYS128). SEM *PGM0137
      *    REMESSA ENVIADA PELO PGM0136 NAO HA RETORNO A APLICAR       *PGM0137
      ******************************************************************PGM0137
       RTLECONTROLE                    SECTION.                         PGM0137
      *                                                                 PGM0137
           OPEN INPUT SCTLRF.                                           PGM0137
      *                                                                 PGM0137
           IF WS-FS-SCTLRF             EQUAL ZEROS                      PGM0137
               READ SCTLRF                                              PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-FS-SCTLRF             NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.901I - CONTROLE DE REMESSAS AUSENTE'   PGM0137
                       ' OU VAZIO'                                      PGM0137
               DISPLAY '#PGM0137.901I - FILE STATUS = ' WS-FS-SCTLRF    PGM0137
               MOVE 12                 TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.901I - NENHUMA REMESSA ENVIADA A RECEI' PGM0137
                      'TA (SYS128)! FILE STATUS = ' WS-FS-SCTLRF        PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               CLOSE SCTLRF                                             PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE FD-CR-SEQ-REMESSA      TO WS-CTL-SEQ-REMESSA.           PGM0137
           MOVE FD-CR-DATA-REMESSA     TO WS-CTL-DATA-REMESSA.          PGM0137
           MOVE FD-CR-QTDE-REMESSA     TO WS-CTL-QTDE-REMESSA.          PGM0137
           MOVE FD-CR-TOTAL-PARTES     TO WS-CTL-TOTAL-PARTES.          PGM0137
           MOVE FD-CR-ULT-PARTE        TO WS-CTL-ULT-PARTE.             PGM0137
           MOVE FD-CR-PARTE-CURSO      TO WS-CTL-PARTE-CURSO.           PGM0137
           MOVE FD-CR-ULT-SEQ-RET      TO WS-CTL-ULT-SEQ-RET.           PGM0137
           MOVE FD-CR-QTDE-RETORNO     TO WS-CTL-QTDE-RETORNO.          PGM0137
           MOVE FD-CR-FASE             TO WS-CTL-FASE.                  PGM0137
      *                                                                 PGM0137
           CLOSE SCTLRF.                                                PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.902I - REMESSA = ' WS-CTL-SEQ-REMESSA      PGM0137
                   ' FASE = ' WS-CTL-FASE                               PGM0137
                   ' PARTES APLICADAS = ' WS-CTL-ULT-PARTE.             PGM0137
      *                                                                 PGM0137
           IF WS-CTL-APLICANDO                                          PGM0137
               DISPLAY '#PGM0137.902I - PARTE INTERROMPIDA = '          PGM0137
                       WS-CTL-PARTE-CURSO                               PGM0137
                       ' DETALHES JA APLICADOS = ' WS-CTL-ULT-SEQ-RET   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTLECONTROLEX.                  EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE VERIFICA A PARTE ANTES DE TOCAR O ESITRF:        *PGM0137
      *    HEADER PRESENTE, REMESSA E PARTE NA SEQUENCIA DO CONTROLE E *PGM0137
      *    TRAILER COM QUANTIDADE E HASH DE CODIGOS CONFERIDOS         *PGM0137
      ******************************************************************PGM0137
       RTVERIFICAPARTE                 SECTION.                         PGM0137
      *                                                                 PGM0137
           OPEN INPUT ERETRF.                                           PGM0137
      *                                                                 PGM0137
           IF WS-FS-ERETRF             EQUAL ZEROS                      PGM0137
               SET WS-ERETRF-ABERTO    TO TRUE                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.903I - ERRO NA ABERTURA' WS-MSG-ERETRF PGM0137
               DISPLAY '#PGM0137.903I - FILE STATUS = '   WS-FS-ERETRF  PGM0137
               MOVE   WS-FS-ERETRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.903I - ERRO NA ABERTURA DO RETORNO DA ' PGM0137
                      'RECEITA! FILE STATUS = ' WS-FS-ERETRF            PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE ZEROS                  TO ACU-CT-VERIF                  PGM0137
                                          ACU-HASH-CODIGO.              PGM0137
           MOVE 'N'                    TO WS-SW-PARTE-TRL.              PGM0137
      *                                                                 PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
           IF WS-FS-ERETRF             EQUAL '10'                       PGM0137
               MOVE 'ARQUIVO DE RETORNO VAZIO (SEM HEADER)'             PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF FD-RH-HEADER                                              PGM0137
              AND FD-RH-SEQ-REMESSA    NUMERIC                          PGM0137
              AND FD-RH-PARTE          NUMERIC                          PGM0137
              AND FD-RH-TOTAL-PARTES   NUMERIC                          PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               MOVE 'HEADER AUSENTE OU INVALIDO NO INICIO'              PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE FD-RH-SEQ-REMESSA      TO WS-PARTE-SEQ-REM.             PGM0137
           MOVE FD-RH-PARTE            TO WS-PARTE-NUMERO.              PGM0137
           MOVE FD-RH-TOTAL-PARTES     TO WS-PARTE-TOTAL.               PGM0137
           MOVE FD-RH-DATA-PROC        TO WS-PARTE-DATA-PROC.           PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.904I - RETORNO DA REMESSA '                PGM0137
                   WS-PARTE-SEQ-REM ' PARTE ' WS-PARTE-NUMERO           PGM0137
                   ' DE ' WS-PARTE-TOTAL.                               PGM0137
      *                                                                 PGM0137
           PERFORM RTVERIFICASEQ.                                       PGM0137
      *                                                                 PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
           PERFORM RTVERIFICAREG       UNTIL WS-TRAILER-ACHADO          PGM0137
                                       OR WS-FS-ERETRF EQUAL '10'.      PGM0137
      *                                                                 PGM0137
           IF WS-TRAILER-ACHADO                                         PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               MOVE 'TRAILER AUSENTE NO FIM DA PARTE'                   PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF ACU-CT-VERIF             NOT EQUAL WS-PARTE-QTDE-TRL      PGM0137
               MOVE 'QUANTIDADE DIVERGE DO TRAILER'                     PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF ACU-HASH-CODIGO          NOT EQUAL WS-PARTE-HASH-TRL      PGM0137
               MOVE 'HASH DE CODIGOS DIVERGE DO TRAILER'                PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
           IF WS-FS-ERETRF             EQUAL '10'                       PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               MOVE 'REGISTROS APOS O TRAILER'                          PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           CLOSE ERETRF.                                                PGM0137
           MOVE 'N'                    TO WS-SW-ERETRF-ABERTO.          PGM0137
      *                                                                 PGM0137
       RTVERIFICAPARTEX.               EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE CONFERE A REMESSA E O NUMERO DA PARTE COM O      *PGM0137
      *    CONTROLE. AS PARTES SAO APLICADAS NA ORDEM; UMA PARTE       *PGM0137
      *    INTERROMPIDA SO PODE SER SEGUIDA POR ELA MESMA (REINICIO)   *PGM0137
      ******************************************************************PGM0137
       RTVERIFICASEQ                   SECTION.                         PGM0137
      *                                                                 PGM0137
           IF WS-PARTE-SEQ-REM         NOT EQUAL WS-CTL-SEQ-REMESSA     PGM0137
               DISPLAY '#PGM0137.905I - REMESSA ESPERADA = '            PGM0137
                       WS-CTL-SEQ-REMESSA                               PGM0137
                       ' RECEBIDA = ' WS-PARTE-SEQ-REM                  PGM0137
               MOVE 'PARTE DE OUTRA REMESSA'                            PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-PARTE-TOTAL           EQUAL ZEROS                      PGM0137
              OR WS-PARTE-NUMERO       EQUAL ZEROS                      PGM0137
              OR WS-PARTE-NUMERO       GREATER WS-PARTE-TOTAL           PGM0137
               MOVE 'NUMERO DA PARTE OU TOTAL DE PARTES INVALIDO'       PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-CTL-TOTAL-PARTES      GREATER ZEROS                    PGM0137
              AND WS-PARTE-TOTAL       NOT EQUAL WS-CTL-TOTAL-PARTES    PGM0137
               MOVE 'TOTAL DE PARTES DIVERGE DAS ANTERIORES'            PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-CTL-APLICANDO                                          PGM0137
               IF WS-PARTE-NUMERO      EQUAL WS-CTL-PARTE-CURSO         PGM0137
                   MOVE WS-CTL-ULT-SEQ-RET                              PGM0137
                                       TO WS-SEQ-PULAR                  PGM0137
                   DISPLAY '#PGM0137.906I - REINICIO DA PARTE '         PGM0137
                           WS-PARTE-NUMERO ' APOS O DETALHE '           PGM0137
                           WS-CTL-ULT-SEQ-RET                           PGM0137
               ELSE                                                     PGM0137
                   DISPLAY '#PGM0137.905I - PARTE ESPERADA = '          PGM0137
                           WS-CTL-PARTE-CURSO                           PGM0137
                           ' RECEBIDA = ' WS-PARTE-NUMERO               PGM0137
                   MOVE 'PARTE INTERROMPIDA DEVE SER REPROCESSADA'      PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
                   PERFORM RTREJEITAPARTE                               PGM0137
               END-IF                                                   PGM0137
               GO TO RTVERIFICASEQX                                     PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
      *    PARTE JA APLICADA (REENVIO DO BUREAU): NADA A FAZER          PGM0137
           IF WS-PARTE-NUMERO          NOT GREATER WS-CTL-ULT-PARTE     PGM0137
               DISPLAY '#PGM0137.907I - PARTE ' WS-PARTE-NUMERO         PGM0137
                       ' JA APLICADA. NADA A FAZER.'                    PGM0137
               MOVE '04'               TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.907I - PARTE ' WS-PARTE-NUMERO          PGM0137
                      ' DA REMESSA ' WS-PARTE-SEQ-REM                   PGM0137
                      ' JA APLICADA. NADA A FAZER.'                     PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           COMPUTE WS-PARTE-ESPERADA = WS-CTL-ULT-PARTE + 1.            PGM0137
      *                                                                 PGM0137
           IF WS-PARTE-NUMERO          NOT EQUAL WS-PARTE-ESPERADA      PGM0137
               DISPLAY '#PGM0137.905I - PARTE ESPERADA = '              PGM0137
                       WS-PARTE-ESPERADA                                PGM0137
                       ' RECEBIDA = ' WS-PARTE-NUMERO                   PGM0137
               MOVE 'PARTE FORA DE SEQUENCIA'                           PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
               PERFORM RTREJEITAPARTE                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTVERIFICASEQX.                 EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE LEITURA DO RETORNO DA RECEITA                     *PGM0137
      ******************************************************************PGM0137
       RTLERETRF                       SECTION.                         PGM0137
      *                                                                 PGM0137
           READ ERETRF.                                                 PGM0137
      *                                                                 PGM0137
           EVALUATE WS-FS-ERETRF                                        PGM0137
               WHEN ZEROS                                               PGM0137
                   CONTINUE                                             PGM0137
               WHEN '10'                                                PGM0137
                   CONTINUE                                             PGM0137
               WHEN OTHER                                               PGM0137
                   DISPLAY '#PGM0137.908I - ERRO NA LEITURA'            PGM0137
                           WS-MSG-ERETRF                                PGM0137
                   DISPLAY '#PGM0137.908I - FILE STATUS = '             PGM0137
                           WS-FS-ERETRF                                 PGM0137
                   MOVE  WS-FS-ERETRF  TO WS-COD-RET                    PGM0137
                   STRING '#PGM0137.908I - ERRO NA LEITURA DO RETORNO ' PGM0137
                          'DA RECEITA! FILE STATUS = ' WS-FS-ERETRF     PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
                   PERFORM RTFINALIZA                                   PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
       RTLERETRFX.                     EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE CONFERE UM REGISTRO NA FASE DE VERIFICACAO,      *PGM0137
      *    ACUMULANDO QUANTIDADE E HASH DE CODIGOS DOS DETALHES        *PGM0137
      ******************************************************************PGM0137
       RTVERIFICAREG                   SECTION.                         PGM0137
      *                                                                 PGM0137
           EVALUATE FD-RR-TIPO                                          PGM0137
               WHEN 'T'                                                 PGM0137
                   SET WS-TRAILER-ACHADO                                PGM0137
                                       TO TRUE                          PGM0137
                   MOVE FD-RT-QTDE     TO WS-PARTE-QTDE-TRL             PGM0137
                   MOVE FD-RT-HASH-CODIGO                               PGM0137
                                       TO WS-PARTE-HASH-TRL             PGM0137
               WHEN 'H'                                                 PGM0137
                   MOVE 'HEADER DUPLICADO NO MEIO DA PARTE'             PGM0137
                                       TO WS-MOTIVO-PARTE               PGM0137
                   PERFORM RTREJEITAPARTE                               PGM0137
               WHEN OTHER                                               PGM0137
                   ADD 1               TO ACU-CT-VERIF                  PGM0137
                   IF FD-RR-CODIGO     NUMERIC                          PGM0137
                       ADD FD-RR-CODIGO                                 PGM0137
                                       TO ACU-HASH-CODIGO               PGM0137
                   END-IF                                               PGM0137
                   PERFORM RTLERETRF                                    PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
       RTVERIFICAREGX.                 EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE REJEITA A PARTE INTEIRA SEM APLICAR NADA         *PGM0137
      ******************************************************************PGM0137
       RTREJEITAPARTE                  SECTION.                         PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.909I - PARTE REJEITADA: ' WS-MOTIVO-PARTE. PGM0137
      *                                                                 PGM0137
           MOVE 94                     TO WS-COD-RET.                   PGM0137
      *                                                                 PGM0137
           STRING '#PGM0137.909I - PARTE REJEITADA: ' WS-MOTIVO-PARTE   PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG.                     PGM0137
      *                                                                 PGM0137
           PERFORM RTFINALIZA.                                          PGM0137
      *                                                                 PGM0137
       RTREJEITAPARTEX.                EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE APLICA A PARTE NO ESITRF, MARCANDO NO CONTROLE A *PGM0137
      *    PARTE EM CURSO E UM PONTO DE REINICIO A CADA 500 DETALHES   *PGM0137
      ******************************************************************PGM0137
       RTAPLICAPARTE                   SECTION.                         PGM0137
      *                                                                 PGM0137
           OPEN INPUT  ECADCLI.                                         PGM0137
      *                                                                 PGM0137
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0137
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.910I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0137
               DISPLAY '#PGM0137.910I - FILE STATUS = '   WS-FS-ECADCLI PGM0137
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.910I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0137
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           OPEN I-O    ESITRF.                                          PGM0137
      *                                                                 PGM0137
           IF WS-FS-ESITRF             EQUAL ZEROS                      PGM0137
               SET WS-ESITRF-ABERTO    TO TRUE                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.911I - ERRO NA ABERTURA' WS-MSG-ESITRF PGM0137
               DISPLAY '#PGM0137.911I - FILE STATUS = '   WS-FS-ESITRF  PGM0137
               MOVE   WS-FS-ESITRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.911I - ERRO NA ABERTURA DO ARQUIVO SI'  PGM0137
                      'TRF! FILE STATUS = ' WS-FS-ESITRF                PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           OPEN OUTPUT SRELATO.                                         PGM0137
      *                                                                 PGM0137
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0137
               SET WS-SRELATO-ABERTO   TO TRUE                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.912I - ERRO NA ABERTURA DO RELATORIO'  PGM0137
               DISPLAY '#PGM0137.912I - FILE STATUS = ' WS-FS-SRELATO   PGM0137
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.912I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0137
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
      *    MARCA A PARTE EM CURSO ANTES DE ALTERAR O ESITRF             PGM0137
           MOVE 'A'                    TO WS-CTL-FASE.                  PGM0137
           MOVE WS-PARTE-NUMERO        TO WS-CTL-PARTE-CURSO.           PGM0137
           MOVE WS-PARTE-TOTAL         TO WS-CTL-TOTAL-PARTES.          PGM0137
           MOVE WS-SEQ-PULAR           TO WS-CTL-ULT-SEQ-RET.           PGM0137
      *                                                                 PGM0137
           PERFORM RTGRAVACONTROLE.                                     PGM0137
      *                                                                 PGM0137
           OPEN INPUT ERETRF.                                           PGM0137
      *                                                                 PGM0137
           IF WS-FS-ERETRF             EQUAL ZEROS                      PGM0137
               SET WS-ERETRF-ABERTO    TO TRUE                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.903I - ERRO NA ABERTURA' WS-MSG-ERETRF PGM0137
               DISPLAY '#PGM0137.903I - FILE STATUS = '   WS-FS-ERETRF  PGM0137
               MOVE   WS-FS-ERETRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.903I - ERRO NA ABERTURA DO RETORNO DA ' PGM0137
                      'RECEITA! FILE STATUS = ' WS-FS-ERETRF            PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
      *    HEADER JA CONFERIDO NA VERIFICACAO                           PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
           PERFORM RTAPLICADETALHE     UNTIL FD-RR-TIPO EQUAL 'T'       PGM0137
                                       OR WS-FS-ERETRF EQUAL '10'.      PGM0137
      *                                                                 PGM0137
           CLOSE ERETRF.                                                PGM0137
           MOVE 'N'                    TO WS-SW-ERETRF-ABERTO.          PGM0137
      *                                                                 PGM0137
      *    PARTE CONCLUIDA: SAI DO CONTROLE O PONTO DE REINICIO         PGM0137
           MOVE WS-PARTE-NUMERO        TO WS-CTL-ULT-PARTE.             PGM0137
           MOVE ZEROS                  TO WS-CTL-PARTE-CURSO            PGM0137
                                          WS-CTL-ULT-SEQ-RET.           PGM0137
      *                                                                 PGM0137
           IF WS-PARTE-NUMERO          EQUAL WS-PARTE-TOTAL             PGM0137
               MOVE 'F'                TO WS-CTL-FASE                   PGM0137
           ELSE                                                         PGM0137
               MOVE 'P'                TO WS-CTL-FASE                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           PERFORM RTGRAVACONTROLE.                                     PGM0137
      *                                                                 PGM0137
       RTAPLICAPARTEX.                 EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE APLICA UM DETALHE DO RETORNO NO ESITRF. OS JA    *PGM0137
      *    APLICADOS ANTES DA INTERRUPCAO SAO SALTADOS; CONSULTA MAIS  *PGM0137
      *    ANTIGA QUE A GUARDADA NAO SOBREPOE A MAIS RECENTE           *PGM0137
      ******************************************************************PGM0137
       RTAPLICADETALHE                 SECTION.                         PGM0137
      *                                                                 PGM0137
           ADD 1                       TO WS-SEQ-DETALHE.               PGM0137
           ADD 1                       TO ACU-CT-LIDOS.                 PGM0137
      *                                                                 PGM0137
           IF WS-SEQ-DETALHE           NOT GREATER WS-SEQ-PULAR         PGM0137
               ADD 1                   TO ACU-CT-PULADOS                PGM0137
               GO TO RTAPLICADETALHE-LE                                 PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE SPACES                 TO WS-MOTIVO-REJEICAO.           PGM0137
      *                                                                 PGM0137
           EVALUATE TRUE                                                PGM0137
               WHEN FD-RR-TIPO         NOT EQUAL 'D'                    PGM0137
                   MOVE 'TIPO DE REGISTRO INVALIDO'                     PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
               WHEN FD-RR-CODIGO       NOT NUMERIC                      PGM0137
                 OR FD-RR-CPF-CNPJ     NOT NUMERIC                      PGM0137
                   MOVE 'CODIGO OU DOCUMENTO INVALIDO'                  PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
               WHEN FD-RR-SITUACAO     NOT NUMERIC                      PGM0137
                 OR FD-RR-SITUACAO     LESS 1                           PGM0137
                 OR FD-RR-SITUACAO     GREATER WS-CT-SITUACOES-RF       PGM0137
                   MOVE 'SITUACAO CADASTRAL INVALIDA'                   PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
               WHEN FD-RR-DT-CONSULTA  NOT NUMERIC                      PGM0137
                 OR FD-RR-DT-CONSULTA  EQUAL ZEROS                      PGM0137
                   MOVE 'DATA DA CONSULTA INVALIDA'                     PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
           IF WS-MOTIVO-REJEICAO       NOT EQUAL SPACES                 PGM0137
               PERFORM RTREJEITADETALHE                                 PGM0137
               GO TO RTAPLICADETALHE-PONTO                              PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE FD-RR-CODIGO           TO FD-SR-CODIGO.                 PGM0137
      *                                                                 PGM0137
           READ ESITRF                                                  PGM0137
               INVALID KEY                                              PGM0137
                   MOVE '23'           TO WS-FS-ESITRF                  PGM0137
           END-READ.                                                    PGM0137
      *                                                                 PGM0137
           EVALUATE WS-FS-ESITRF                                        PGM0137
               WHEN ZEROS                                               PGM0137
                   CONTINUE                                             PGM0137
               WHEN '23'                                                PGM0137
                   MOVE 'CLIENTE NAO CONSTA NA REMESSA'                 PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
               WHEN OTHER                                               PGM0137
                   DISPLAY '#PGM0137.913I - ERRO NA LEITURA'            PGM0137
                           WS-MSG-ESITRF                                PGM0137
                   DISPLAY '#PGM0137.913I - FILE STATUS = '             PGM0137
                           WS-FS-ESITRF                                 PGM0137
                   MOVE  WS-FS-ESITRF  TO WS-COD-RET                    PGM0137
                   STRING '#PGM0137.913I - ERRO NA LEITURA DO ARQUIVO ' PGM0137
                          'SITRF! FILE STATUS = ' WS-FS-ESITRF          PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
                   PERFORM RTFINALIZA                                   PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
           IF WS-MOTIVO-REJEICAO       EQUAL SPACES                     PGM0137
              AND FD-SR-CPF-CNPJ       NOT EQUAL FD-RR-CPF-CNPJ         PGM0137
               MOVE 'DOCUMENTO DIFERENTE DO ENVIADO'                    PGM0137
                                       TO WS-MOTIVO-REJEICAO            PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-MOTIVO-REJEICAO       NOT EQUAL SPACES                 PGM0137
               PERFORM RTREJEITADETALHE                                 PGM0137
               GO TO RTAPLICADETALHE-PONTO                              PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF FD-SR-DT-CONSULTA        GREATER FD-RR-DT-CONSULTA        PGM0137
               ADD 1                   TO ACU-CT-ANTIGOS                PGM0137
               GO TO RTAPLICADETALHE-PONTO                              PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE FD-RR-SITUACAO         TO FD-SR-SITUACAO.               PGM0137
           MOVE FD-RR-DT-CONSULTA      TO FD-SR-DT-CONSULTA.            PGM0137
           MOVE FD-RR-NOME             TO FD-SR-NOME-RF.                PGM0137
           MOVE WS-PARTE-SEQ-REM       TO FD-SR-SEQ-RETORNO.            PGM0137
           MOVE WS-DATA-HOJE           TO FD-SR-DT-ATUALIZ.             PGM0137
      *                                                                 PGM0137
           REWRITE FD-REG-SITRF.                                        PGM0137
      *                                                                 PGM0137
           IF WS-FS-ESITRF             NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.914I - ERRO NA GRAVACAO'               PGM0137
                       WS-MSG-ESITRF                                    PGM0137
               DISPLAY '#PGM0137.914I - FILE STATUS = ' WS-FS-ESITRF    PGM0137
               MOVE   WS-FS-ESITRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.914I - ERRO NA GRAVACAO DO ARQUIVO SI'  PGM0137
                      'TRF! FILE STATUS = ' WS-FS-ESITRF                PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-APLICADOS.             PGM0137
      *    O TOTAL DO RETORNO SOBE A CADA DETALHE E VAI PARA O CONTROLE PGM0137
      *    JUNTO COM O PONTO DE REINICIO                                PGM0137
           ADD 1                       TO WS-CTL-QTDE-RETORNO.          PGM0137
      *                                                                 PGM0137
           IF NOT FD-SR-REGULAR                                         PGM0137
               ADD 1                   TO ACU-CT-NAO-REGULAR            PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTAPLICADETALHE-PONTO.                                           PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-PONTO.                 PGM0137
      *                                                                 PGM0137
           IF ACU-CT-PONTO             NOT LESS WS-PONTO-REINICIO       PGM0137
               MOVE WS-SEQ-DETALHE     TO WS-CTL-ULT-SEQ-RET            PGM0137
               PERFORM RTGRAVACONTROLE                                  PGM0137
               MOVE ZEROS              TO ACU-CT-PONTO                  PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTAPLICADETALHE-LE.                                              PGM0137
      *                                                                 PGM0137
           PERFORM RTLERETRF.                                           PGM0137
      *                                                                 PGM0137
       RTAPLICADETALHEX.               EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE REJEITA UM DETALHE DO RETORNO                    *PGM0137
      ******************************************************************PGM0137
       RTREJEITADETALHE                SECTION.                         PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-REJEITADOS.            PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.915I - DETALHE ' WS-SEQ-DETALHE            PGM0137
                   ' COD ' FD-RR-CODIGO ' REJEITADO: '                  PGM0137
                   WS-MOTIVO-REJEICAO.                                  PGM0137
      *                                                                 PGM0137
       RTREJEITADETALHEX.              EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE REGRAVA O CONTROLE DE REMESSAS/RETORNOS (SYS128) *PGM0137
      ******************************************************************PGM0137
       RTGRAVACONTROLE                 SECTION.                         PGM0137
      *                                                                 PGM0137
           OPEN OUTPUT SCTLRF.                                          PGM0137
      *                                                                 PGM0137
           IF WS-FS-SCTLRF             EQUAL ZEROS                      PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.916I - ERRO NA GRAVACAO DO CONTROLE'   PGM0137
                       ' DE REMESSAS'                                   PGM0137
               DISPLAY '#PGM0137.916I - FILE STATUS = ' WS-FS-SCTLRF    PGM0137
               MOVE   WS-FS-SCTLRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.916I - ERRO NA GRAVACAO DO CONTROLE DE' PGM0137
                      ' REMESSAS! FILE STATUS = ' WS-FS-SCTLRF          PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0137
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0137
      *                                                                 PGM0137
           MOVE SPACES                 TO FD-REG-CTLRF.                 PGM0137
      *                                                                 PGM0137
           MOVE WS-CTL-SEQ-REMESSA     TO FD-CR-SEQ-REMESSA.            PGM0137
           MOVE WS-CTL-DATA-REMESSA    TO FD-CR-DATA-REMESSA.           PGM0137
           MOVE WS-CTL-QTDE-REMESSA    TO FD-CR-QTDE-REMESSA.           PGM0137
           MOVE WS-CTL-TOTAL-PARTES    TO FD-CR-TOTAL-PARTES.           PGM0137
           MOVE WS-CTL-ULT-PARTE       TO FD-CR-ULT-PARTE.              PGM0137
           MOVE WS-CTL-PARTE-CURSO     TO FD-CR-PARTE-CURSO.            PGM0137
           MOVE WS-CTL-ULT-SEQ-RET     TO FD-CR-ULT-SEQ-RET.            PGM0137
           MOVE WS-CTL-QTDE-RETORNO    TO FD-CR-QTDE-RETORNO.           PGM0137
           MOVE WS-CTL-FASE            TO FD-CR-FASE.                   PGM0137
           MOVE WS-DATA-MAQ            TO FD-CR-DATA-ATU.               PGM0137
           MOVE WS-HORA-MAQ            TO FD-CR-HORA-ATU.               PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-CTLRF.                                          PGM0137
      *                                                                 PGM0137
      *    SEM O PONTO DE REINICIO GRAVADO NAO SE PODE CONTINUAR        PGM0137
           IF WS-FS-SCTLRF             NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.916I - ERRO NA GRAVACAO DO CONTROLE'   PGM0137
                       ' DE REMESSAS'                                   PGM0137
               DISPLAY '#PGM0137.916I - FILE STATUS = ' WS-FS-SCTLRF    PGM0137
               MOVE   WS-FS-SCTLRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.916I - ERRO NA GRAVACAO DO CONTROLE DE' PGM0137
                      ' REMESSAS! FILE STATUS = ' WS-FS-SCTLRF          PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               CLOSE SCTLRF                                             PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           CLOSE SCTLRF.                                                PGM0137
      *                                                                 PGM0137
       RTGRAVACONTROLEX.               EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE SELECIONA NO ESITRF OS CLIENTES ATIVOS COM       *PGM0137
      *    SITUACAO NAO REGULAR, ORDENA POR SITUACAO E NOME E IMPRIME  *PGM0137
      ******************************************************************PGM0137
       RTEXCECOES                      SECTION.                         PGM0137
      *                                                                 PGM0137
           OPEN OUTPUT SEXCRF.                                          PGM0137
      *                                                                 PGM0137
           IF WS-FS-SEXCRF             NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.917I - ERRO NA ABERTURA' WS-MSG-SEXCRF PGM0137
               DISPLAY '#PGM0137.917I - FILE STATUS = '   WS-FS-SEXCRF  PGM0137
               MOVE   WS-FS-SEXCRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.917I - ERRO NA ABERTURA DO ARQUIVO EX'  PGM0137
                      'CRF! FILE STATUS = ' WS-FS-SEXCRF                PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE ZEROS                  TO FD-SR-CODIGO.                 PGM0137
      *                                                                 PGM0137
           START ESITRF KEY NOT LESS FD-SR-CODIGO                       PGM0137
               INVALID KEY                                              PGM0137
                   MOVE '10'           TO WS-FS-ESITRF                  PGM0137
           END-START.                                                   PGM0137
      *                                                                 PGM0137
           IF WS-FS-ESITRF             EQUAL ZEROS                      PGM0137
               PERFORM RTLESITRF                                        PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           PERFORM RTSELEXCECAO        UNTIL WS-FS-ESITRF EQUAL '10'.   PGM0137
      *                                                                 PGM0137
           CLOSE SEXCRF.                                                PGM0137
      *                                                                 PGM0137
           SORT SORTWK                                                  PGM0137
               ON ASCENDING KEY SD-EX-CHAVE                             PGM0137
               USING  SEXCRF                                            PGM0137
               GIVING SSORTRF.                                          PGM0137
      *                                                                 PGM0137
           PERFORM RTVERSORT.                                           PGM0137
      *                                                                 PGM0137
           OPEN INPUT SSORTRF.                                          PGM0137
      *                                                                 PGM0137
           IF WS-FS-SSORTRF            NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.918I - ERRO NA ABERTURA'               PGM0137
                       WS-MSG-SSORTRF                                   PGM0137
               DISPLAY '#PGM0137.918I - FILE STATUS = '                 PGM0137
                       WS-FS-SSORTRF                                    PGM0137
               MOVE   WS-FS-SSORTRF    TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.918I - ERRO NA ABERTURA DO ARQUIVO SS'  PGM0137
                      'ORTRF! FILE STATUS = ' WS-FS-SSORTRF             PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE 'S'                    TO WS-SW-PRIMEIRO.               PGM0137
      *                                                                 PGM0137
           PERFORM RTLESSORTRF.                                         PGM0137
      *                                                                 PGM0137
           PERFORM RTIMPEXCECAO        UNTIL WS-FS-SSORTRF EQUAL '10'.  PGM0137
      *                                                                 PGM0137
           CLOSE SSORTRF.                                               PGM0137
      *                                                                 PGM0137
           IF WS-PRIMEIRO-REG                                           PGM0137
               PERFORM RTIMPNADA                                        PGM0137
           ELSE                                                         PGM0137
               PERFORM RTIMPTOTSIT                                      PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTEXCECOESX.                    EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE LEITURA SEQUENCIAL DO ESITRF                      *PGM0137
      ******************************************************************PGM0137
       RTLESITRF                       SECTION.                         PGM0137
      *                                                                 PGM0137
           READ ESITRF NEXT.                                            PGM0137
      *                                                                 PGM0137
           EVALUATE WS-FS-ESITRF                                        PGM0137
               WHEN ZEROS                                               PGM0137
                   CONTINUE                                             PGM0137
               WHEN '10'                                                PGM0137
                   CONTINUE                                             PGM0137
               WHEN OTHER                                               PGM0137
                   DISPLAY '#PGM0137.913I - ERRO NA LEITURA'            PGM0137
                           WS-MSG-ESITRF                                PGM0137
                   DISPLAY '#PGM0137.913I - FILE STATUS = '             PGM0137
                           WS-FS-ESITRF                                 PGM0137
                   MOVE  WS-FS-ESITRF  TO WS-COD-RET                    PGM0137
                   STRING '#PGM0137.913I - ERRO NA LEITURA DO ARQUIVO ' PGM0137
                          'SITRF! FILE STATUS = ' WS-FS-ESITRF          PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
                   CLOSE SEXCRF                                         PGM0137
                   PERFORM RTFINALIZA                                   PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
       RTLESITRFX.                     EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE GRAVA A EXCECAO DE UM CLIENTE ATIVO NAO REGULAR  *PGM0137
      ******************************************************************PGM0137
       RTSELEXCECAO                    SECTION.                         PGM0137
      *                                                                 PGM0137
           IF FD-SR-NAO-CONSULTADO                                      PGM0137
              OR FD-SR-REGULAR                                          PGM0137
               GO TO RTSELEXCECAO-LE                                    PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE FD-SR-CODIGO           TO FD-RC-CODIGO.                 PGM0137
      *                                                                 PGM0137
           READ ECADCLI                                                 PGM0137
               INVALID KEY                                              PGM0137
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0137
           END-READ.                                                    PGM0137
      *                                                                 PGM0137
           IF WS-FS-ECADCLI            NOT EQUAL ZEROS                  PGM0137
              OR FD-RC-SITUACAO        EQUAL 'I'                        PGM0137
               ADD 1                   TO ACU-CT-INATIVOS               PGM0137
               GO TO RTSELEXCECAO-LE                                    PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           INITIALIZE WS-REG-EXCRF.                                     PGM0137
      *                                                                 PGM0137
           MOVE FD-SR-SITUACAO         TO WS-EX-SITUACAO.               PGM0137
           MOVE FD-RC-NOME             TO WS-EX-NOME.                   PGM0137
           MOVE FD-SR-CODIGO           TO WS-EX-CODIGO.                 PGM0137
           MOVE FD-SR-PESSOA           TO WS-EX-PESSOA.                 PGM0137
           MOVE FD-SR-CPF-CNPJ         TO WS-EX-CPF-CNPJ.               PGM0137
           MOVE FD-SR-NOME-RF          TO WS-EX-NOME-RF.                PGM0137
           MOVE FD-SR-DT-CONSULTA      TO WS-EX-DT-CONSULTA.            PGM0137
      *                                                                 PGM0137
           MOVE WS-REG-EXCRF           TO FD-REG-EXCRF.                 PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-EXCRF.                                          PGM0137
      *                                                                 PGM0137
           IF WS-FS-SEXCRF             NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.928I - ERRO NA GRAVACAO' WS-MSG-SEXCRF PGM0137
               DISPLAY '#PGM0137.928I - FILE STATUS = '   WS-FS-SEXCRF  PGM0137
               MOVE   WS-FS-SEXCRF     TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.928I - ERRO NA GRAVACAO DO ARQUIVO EX'  PGM0137
                      'CRF! FILE STATUS = ' WS-FS-SEXCRF                PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               CLOSE SEXCRF                                             PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-EXCECOES.              PGM0137
      *                                                                 PGM0137
       RTSELEXCECAO-LE.                                                 PGM0137
      *                                                                 PGM0137
           PERFORM RTLESITRF.                                           PGM0137
      *                                                                 PGM0137
       RTSELEXCECAOX.                  EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE CONSISTE O RETORNO DA ORDENACAO                  *PGM0137
      ******************************************************************PGM0137
       RTVERSORT                       SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE   SORT-RETURN          TO WS-SORT-RETORNO.              PGM0137
      *                                                                 PGM0137
           IF SORT-RETURN               EQUAL ZEROS                     PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               MOVE   WS-SORT-RETORNO  TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.919I - ERRO NA ORDENACAO DO ARQUIVO EX' PGM0137
                      'CRF! SORT-RETURN = ' WS-SORT-RETORNO             PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTVERSORTX.                     EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE LEITURA DO ARQUIVO ORDENADO SSORTRF               *PGM0137
      ******************************************************************PGM0137
       RTLESSORTRF                     SECTION.                         PGM0137
      *                                                                 PGM0137
           READ SSORTRF.                                                PGM0137
      *                                                                 PGM0137
           EVALUATE WS-FS-SSORTRF                                       PGM0137
               WHEN ZEROS                                               PGM0137
                   MOVE FD-REG-SORTRF  TO WS-REG-EXCRF                  PGM0137
               WHEN '10'                                                PGM0137
                   CONTINUE                                             PGM0137
               WHEN OTHER                                               PGM0137
                   DISPLAY '#PGM0137.920I - ERRO NA LEITURA'            PGM0137
                           WS-MSG-SSORTRF                               PGM0137
                   DISPLAY '#PGM0137.920I - FILE STATUS = '             PGM0137
                           WS-FS-SSORTRF                                PGM0137
                   MOVE  WS-FS-SSORTRF TO WS-COD-RET                    PGM0137
                   STRING '#PGM0137.920I - ERRO NA LEITURA DO ARQUIVO ' PGM0137
                          'SSORTRF! FILE STATUS = ' WS-FS-SSORTRF       PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
                   CLOSE SSORTRF                                        PGM0137
                   PERFORM RTFINALIZA                                   PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
       RTLESSORTRFX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME UMA EXCECAO, COM QUEBRA POR SITUACAO     *PGM0137
      ******************************************************************PGM0137
       RTIMPEXCECAO                    SECTION.                         PGM0137
      *                                                                 PGM0137
           IF WS-PRIMEIRO-REG                                           PGM0137
               MOVE 'N'                TO WS-SW-PRIMEIRO                PGM0137
               PERFORM RTIMPSITUACAO                                    PGM0137
           ELSE                                                         PGM0137
               IF WS-EX-SITUACAO       NOT EQUAL WS-SITUACAO-ANT        PGM0137
                   PERFORM RTIMPTOTSIT                                  PGM0137
                   PERFORM RTIMPSITUACAO                                PGM0137
               END-IF                                                   PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE WS-EX-CODIGO           TO LDE-CODIGO.                   PGM0137
      *                                                                 PGM0137
           EVALUATE WS-EX-PESSOA                                        PGM0137
               WHEN 1                                                   PGM0137
                   MOVE 'PF'           TO LDE-PESSOA                    PGM0137
               WHEN 2                                                   PGM0137
                   MOVE 'PJ'           TO LDE-PESSOA                    PGM0137
               WHEN OTHER                                               PGM0137
                   MOVE SPACES         TO LDE-PESSOA                    PGM0137
           END-EVALUATE.                                                PGM0137
      *                                                                 PGM0137
           MOVE WS-EX-CPF-CNPJ         TO LDE-CPF-CNPJ.                 PGM0137
           MOVE WS-EX-NOME             TO LDE-NOME.                     PGM0137
           MOVE WS-EX-NOME-RF          TO LDE-NOME-RF.                  PGM0137
           MOVE WS-EX-DT-DIA           TO LDE-DIA.                      PGM0137
           MOVE WS-EX-DT-MES           TO LDE-MES.                      PGM0137
           MOVE WS-EX-DT-ANO           TO LDE-ANO.                      PGM0137
      *                                                                 PGM0137
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0137
               PERFORM RTMONTACAB                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE LINDET                 TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-LINHA.                 PGM0137
           ADD 1                       TO ACU-CT-SIT-GRUPO.             PGM0137
      *                                                                 PGM0137
           PERFORM RTLESSORTRF.                                         PGM0137
      *                                                                 PGM0137
       RTIMPEXCECAOX.                  EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME O TITULO DE UMA SITUACAO                 *PGM0137
      ******************************************************************PGM0137
       RTIMPSITUACAO                   SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE WS-EX-SITUACAO         TO WS-SITUACAO-ANT.              PGM0137
           MOVE ZEROS                  TO ACU-CT-SIT-GRUPO.             PGM0137
      *                                                                 PGM0137
           MOVE WS-EX-SITUACAO         TO LSI-SITUACAO.                 PGM0137
           MOVE WS-SITUACAO-RF (WS-EX-SITUACAO)                         PGM0137
                                       TO LSI-DESCRICAO.                PGM0137
      *                                                                 PGM0137
           IF ACU-CT-LINHA             GREATER 51                       PGM0137
               PERFORM RTMONTACAB                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE LINSIT                 TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0137
      *                                                                 PGM0137
           ADD 2                       TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
       RTIMPSITUACAOX.                 EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME O TOTAL DE UMA SITUACAO                  *PGM0137
      ******************************************************************PGM0137
       RTIMPTOTSIT                     SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-SIT-GRUPO       TO LTS-QTDE.                     PGM0137
      *                                                                 PGM0137
           IF ACU-CT-LINHA             GREATER 54                       PGM0137
               PERFORM RTMONTACAB                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE LINTOTSIT              TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
       RTIMPTOTSITX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME A LINHA QUANDO NAO HA EXCECOES           *PGM0137
      ******************************************************************PGM0137
       RTIMPNADA                       SECTION.                         PGM0137
      *                                                                 PGM0137
           IF ACU-CT-LINHA             GREATER 51                       PGM0137
               PERFORM RTMONTACAB                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0137
      *                                                                 PGM0137
           ADD 2                       TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
       RTIMPNADAX.                     EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME OS TOTAIS DA PARTE APLICADA              *PGM0137
      ******************************************************************PGM0137
       RTIMPTOTAIS                     SECTION.                         PGM0137
      *                                                                 PGM0137
           IF ACU-CT-LINHA             GREATER 44                       PGM0137
               PERFORM RTMONTACAB                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0137
      *                                                                 PGM0137
           ADD 2                       TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
           MOVE 'NUMERO DA PARTE APLICADA..................:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE WS-PARTE-NUMERO        TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'DETALHES NA PARTE.........................:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-LIDOS           TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'JA APLICADOS ANTES DA INTERRUPCAO.........:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-PULADOS         TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'SITUACOES GRAVADAS........................:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-APLICADOS       TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE '  DAS QUAIS NAO REGULARES.................:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-NAO-REGULAR     TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'IGNORADOS (CONSULTA MAIS ANTIGA)..........:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-ANTIGOS         TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'REJEITADOS (VER LOG DA EXECUCAO)..........:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-REJEITADOS      TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'CLIENTES ATIVOS COM SITUACAO IRREGULAR....:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-EXCECOES        TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'IRREGULARES INATIVOS/EXCLUIDOS (OMITIDOS).:'           PGM0137
                                       TO LTO-DESCRICAO.                PGM0137
           MOVE ACU-CT-INATIVOS        TO LTO-QTDE.                     PGM0137
           PERFORM RTIMPLINTOT.                                         PGM0137
      *                                                                 PGM0137
       RTIMPTOTAISX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0137
      ******************************************************************PGM0137
       RTIMPLINTOT                     SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
       RTIMPLINTOTX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE MONTAGEM DO CABECALHO DO RELATORIO                *PGM0137
      ******************************************************************PGM0137
       RTMONTACAB                      SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0137
           MOVE  WS-MES                TO CB1-MES.                      PGM0137
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0137
      *                                                                 PGM0137
           ADD 1                       TO ACU-CT-PAGINA.                PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0137
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0137
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0137
           ELSE                                                         PGM0137
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE WS-CTL-SEQ-REMESSA     TO CB2-SEQ-REMESSA.              PGM0137
           MOVE WS-CTL-ULT-PARTE       TO CB2-ULT-PARTE.                PGM0137
           MOVE WS-CTL-TOTAL-PARTES    TO CB2-TOTAL-PARTES.             PGM0137
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0137
      *                                                                 PGM0137
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0137
      *                                                                 PGM0137
           MOVE 5                      TO ACU-CT-LINHA.                 PGM0137
      *                                                                 PGM0137
       RTMONTACABX.                    EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0137
      ******************************************************************PGM0137
       RTFECHA                         SECTION.                         PGM0137
      *                                                                 PGM0137
           CLOSE SRELATO.                                               PGM0137
           MOVE 'N'                    TO WS-SW-SRELATO-ABERTO.         PGM0137
      *                                                                 PGM0137
           IF WS-FS-SRELATO            NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.921I - ERRO NO FECHAMENTO DO RELATORIO'PGM0137
               DISPLAY '#PGM0137.921I - FILE STATUS = ' WS-FS-SRELATO   PGM0137
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0137
               STRING '#PGM0137.921I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0137
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO WS-MSG                      PGM0137
               PERFORM RTFINALIZA                                       PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTFECHAX.                       EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0137
      ******************************************************************PGM0137
       RTARQUIVAREL                    SECTION.                         PGM0137
      *                                                                 PGM0137
           INITIALIZE ARQ-PARM.                                         PGM0137
      *                                                                 PGM0137
           MOVE 'PGM0137'              TO ARQ-PROGRAMA.                 PGM0137
           STRING 'REMESSA ' WS-CTL-SEQ-REMESSA                         PGM0137
                  ' PARTE ' WS-PARTE-NUMERO '/' WS-PARTE-TOTAL          PGM0137
                                       DELIMITED BY SIZE                PGM0137
                                       INTO ARQ-FILTRO.                 PGM0137
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0137
      *                                                                 PGM0137
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0137
      *                                                                 PGM0137
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0137
               DISPLAY '#PGM0137.922I - RELATORIO ARQUIVADO NA'         PGM0137
                       ' GERACAO ' ARQ-GERACAO                          PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.922I - FALHA NO ARQUIVAMENTO DO'       PGM0137
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTARQUIVARELX.                  EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE CONTABILIZA OS REGISTROS. DETALHES REJEITADOS    *PGM0137
      *    DEVOLVEM RC 04 (ALERTA NO LOTE01)                           *PGM0137
      ******************************************************************PGM0137
       RTCONTABILIZA                   SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.923I - DETALHES NA PARTE        = '        PGM0137
                   WS-DISPLAY-QTDE.                                     PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-APLICADOS       TO WS-DISPLAY-QTDE.              PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.923I - SITUACOES GRAVADAS       = '        PGM0137
                   WS-DISPLAY-QTDE.                                     PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-REJEITADOS      TO WS-DISPLAY-QTDE.              PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.923I - DETALHES REJEITADOS      = '        PGM0137
                   WS-DISPLAY-QTDE.                                     PGM0137
      *                                                                 PGM0137
           MOVE ACU-CT-EXCECOES        TO WS-DISPLAY-QTDE.              PGM0137
      *                                                                 PGM0137
           DISPLAY '#PGM0137.924I - ATIVOS EM SITUACAO IRREG.= '        PGM0137
                   WS-DISPLAY-QTDE.                                     PGM0137
      *                                                                 PGM0137
           IF WS-PARTE-NUMERO          EQUAL WS-PARTE-TOTAL             PGM0137
               DISPLAY '#PGM0137.925I - RETORNO DA REMESSA '            PGM0137
                       WS-CTL-SEQ-REMESSA ' COMPLETO.'                  PGM0137
           ELSE                                                         PGM0137
               DISPLAY '#PGM0137.925I - AGUARDANDO A PARTE '            PGM0137
                       WS-PARTE-NUMERO ' + 1 DE ' WS-PARTE-TOTAL        PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF ACU-CT-REJEITADOS        GREATER ZEROS                    PGM0137
               MOVE '04'               TO WS-COD-RET                    PGM0137
               MOVE '#PGM0137.926I - HA DETALHES DO RETORNO REJEITADOS. PGM0137
      -             ' VER O LOG.'      TO WS-MSG                        PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTCONTABILIZAX.                 EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0137
      *    (SYS135)                                                    *PGM0137
      ******************************************************************PGM0137
       RTGRAVAHIST                     SECTION.                         PGM0137
      *                                                                 PGM0137
           MOVE 'PGM0137'              TO HIS-PROGRAMA.                 PGM0137
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0137
           MOVE ACU-CT-APLICADOS       TO HIS-GRAVADOS.                 PGM0137
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0137
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0137
      *                                                                 PGM0137
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0137
      *                                                                 PGM0137
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0137
               DISPLAY '#PGM0137.927I - FALHA NO REGISTRO DO'           PGM0137
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0137
                       HIS-COD-RET                                      PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
       RTGRAVAHISTX.                   EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    ROTINA DE FINALIZACAO                                       *PGM0137
      ******************************************************************PGM0137
       RTFINALIZA                      SECTION.                         PGM0137
      *                                                                 PGM0137
           IF WS-ERETRF-ABERTO                                          PGM0137
               CLOSE ERETRF                                             PGM0137
               MOVE   'N'              TO WS-SW-ERETRF-ABERTO           PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-ECADCLI-ABERTO                                         PGM0137
               CLOSE ECADCLI                                            PGM0137
               MOVE   'N'              TO WS-SW-ECADCLI-ABERTO          PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-ESITRF-ABERTO                                          PGM0137
               CLOSE ESITRF                                             PGM0137
               MOVE   'N'              TO WS-SW-ESITRF-ABERTO           PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           IF WS-SRELATO-ABERTO                                         PGM0137
               CLOSE SRELATO                                            PGM0137
               MOVE   'N'              TO WS-SW-SRELATO-ABERTO          PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           DISPLAY '**************************************************'.PGM0137
      *                                                                 PGM0137
           MOVE '#PGM0137.999I - FIM DO PROCESSAMENTO '                 PGM0137
                                       TO WS-MENSAGEM.                  PGM0137
      *                                                                 PGM0137
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0137
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0137
      *                                                                 PGM0137
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0137
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0137
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0137
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0137
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0137
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0137
      *                                                                 PGM0137
           DISPLAY WS-MENSAGEM                                          PGM0137
                   WS-DATA-DISPLAY.                                     PGM0137
           DISPLAY '**************************************************'.PGM0137
      *                                                                 PGM0137
           PERFORM RTGRAVAHIST.                                         PGM0137
      *                                                                 PGM0137
           MOVE WS-MSG                 TO LK-MSG.                       PGM0137
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0137
      *                                                                 PGM0137
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0137
           IF WS-EXEC-LOTE                                              PGM0137
               CONTINUE                                                 PGM0137
           ELSE                                                         PGM0137
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0137
           END-IF.                                                      PGM0137
      *                                                                 PGM0137
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0137
      *                                                                 PGM0137
           GOBACK.                                                      PGM0137
      *                                                                 PGM0137
       RTFINALIZAX.                    EXIT.                            PGM0137
      *                                                                 PGM0137
      ******************************************************************PGM0137
      *    FIM DO PROGRAMA                                             *PGM0137
      ******************************************************************PGM0137
