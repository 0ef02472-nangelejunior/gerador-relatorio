      ******************************************************************PGM0126
       IDENTIFICATION                  DIVISION.                        PGM0126
      ******************************************************************PGM0126
       PROGRAM-ID. PGM0126.                                             PGM0126
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0126
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0126
       DATE-COMPILED.                                                   PGM0126
      ******************************************************************PGM0126
      *REMARKS.                                                         PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     *#NOME     : PGM0126                                       *PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     *#TIPO     : BATCH                                         *PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     *#FUNCAO   : PADRONIZACAO DE ENDERECOS: CONFRONTA RUA,     *PGM0126
      *     *            BAIRRO, CIDADE E UF DE CADA CLIENTE ATIVO DO  *PGM0126
      *     *            CADASTRO (SYS010) COM O DIRETORIO DE CEP      *PGM0126
      *     *            (ECADCEP/SYS080) E LISTA NO SPRINT OS         *PGM0126
      *     *            DIVERGENTES COM A CORRECAO SUGERIDA. NA       *PGM0126
      *     *            FUNCAO 'M' GERA TAMBEM O LOTE DE MOVIMENTO    *PGM0126
      *     *            (SYS060) COM AS ALTERACOES, COM HEADER NA     *PGM0126
      *     *            GERACAO SEGUINTE A ULTIMA APLICADA (SYS079)   *PGM0126
      *     *            E TRAILER DE CONFERENCIA, PARA APLICACAO PELO *PGM0126
      *     *            PGM0105. RELATORIO ARQUIVADO PELO ARQREL      *PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0126
      *     *              - PADRONIZACAO DE ENDERECOS PELO DIRETORIO  *PGM0126
      *     *              - DE CEP, COM GERACAO OPCIONAL DO SYS060    *PGM0126
      *     *----------------------------------------------------------*PGM0126
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0126
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0126
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0126
      *     *----------------------------------------------------------*PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       ENVIRONMENT                     DIVISION.                        PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       CONFIGURATION                   SECTION.                         PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
       SPECIAL-NAMES.                                                   PGM0126
           DECIMAL-POINT IS COMMA.                                      PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       INPUT-OUTPUT                    SECTION.                         PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
       FILE-CONTROL.                                                    PGM0126
           SELECT ECADCLI ASSIGN TO SYS010                              PGM0126
                  ORGANIZATION IS INDEXED                               PGM0126
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0126
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0126
                            WITH DUPLICATES                             PGM0126
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0126
      *                                                                 PGM0126
           SELECT ECADCEP ASSIGN TO SYS080                              PGM0126
                  ORGANIZATION IS INDEXED                               PGM0126
                  ACCESS    MODE IS DYNAMIC                             PGM0126
                  RECORD    KEY IS FD-CP-CEP                            PGM0126
                  FILE    STATUS IS WS-FS-ECADCEP.                      PGM0126
      *                                                                 PGM0126
           SELECT SMOVTO  ASSIGN TO SYS060                              PGM0126
                  FILE    STATUS IS WS-FS-SMOVTO.                       PGM0126
      *                                                                 PGM0126
           SELECT SCTLMOV ASSIGN TO SYS079                              PGM0126
                  FILE    STATUS IS WS-FS-SCTLMOV.                      PGM0126
      *                                                                 PGM0126
           SELECT SRELATO ASSIGN TO SPRINT                              PGM0126
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       DATA                            DIVISION.                        PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       FILE                            SECTION.                         PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
       FD  ECADCLI                                                      PGM0126
           BLOCK     CONTAINS 0  RECORDS                                PGM0126
           RECORDING MODE     IS F                                      PGM0126
           LABEL     RECORD   IS STANDARD.                              PGM0126
           COPY CADCLI.                                                 PGM0126
      *                                                                 PGM0126
       FD  ECADCEP                                                      PGM0126
           BLOCK     CONTAINS 0  RECORDS                                PGM0126
           RECORDING MODE     IS F                                      PGM0126
           LABEL     RECORD   IS STANDARD.                              PGM0126
           COPY CADCEP.                                                 PGM0126
      *                                                                 PGM0126
      *    MESMO LAYOUT DE MOVIMENTO LIDO PELO PGM0105                  PGM0126
       FD  SMOVTO                                                       PGM0126
           BLOCK     CONTAINS 0  RECORDS                                PGM0126
           RECORDING MODE     IS F                                      PGM0126
           LABEL     RECORD   IS STANDARD.                              PGM0126
       01  FD-REG-MOVTO.                                                PGM0126
           03  FD-MV-TIPO          PIC     X(01).                       PGM0126
           03  FD-MV-CODIGO        PIC     9(06).                       PGM0126
           03  FD-MV-NOME          PIC     X(40).                       PGM0126
           03  FD-MV-RUA           PIC     X(30).                       PGM0126
           03  FD-MV-NUMERO        PIC     X(05).                       PGM0126
           03  FD-MV-COMPLEMENTO   PIC     X(15).                       PGM0126
           03  FD-MV-CEP           PIC     9(09).                       PGM0126
           03  FD-MV-BAIRRO        PIC     X(20).                       PGM0126
           03  FD-MV-CIDADE        PIC     X(20).                       PGM0126
           03  FD-MV-ESTADO        PIC     X(02).                       PGM0126
           03  FD-MV-DDD-RES       PIC     9(03).                       PGM0126
           03  FD-MV-NUM-RES       PIC     9(08).                       PGM0126
           03  FD-MV-DDD-CEL       PIC     9(03).                       PGM0126
           03  FD-MV-NUM-CEL       PIC     9(08).                       PGM0126
           03  FD-MV-DDD-COM       PIC     9(03).                       PGM0126
           03  FD-MV-NUM-COM       PIC     9(08).                       PGM0126
           03  FD-MV-PESSOA        PIC     9(01).                       PGM0126
           03  FD-MV-CPF-CNPJ      PIC     9(15).                       PGM0126
      *                                                                 PGM0126
       01  FD-REG-MOVHDR.                                               PGM0126
           03  FD-MH-TIPO          PIC     X(01).                       PGM0126
           03  FD-MH-DATA-GERACAO  PIC     9(08).                       PGM0126
           03  FD-MH-SEQ-GERACAO   PIC     9(06).                       PGM0126
           03  FILLER              PIC     X(182).                      PGM0126
      *                                                                 PGM0126
       01  FD-REG-MOVTRL.                                               PGM0126
           03  FD-MT-TIPO          PIC     X(01).                       PGM0126
           03  FD-MT-QTDE          PIC     9(07).                       PGM0126
           03  FD-MT-HASH-CODIGO   PIC     9(13).                       PGM0126
           03  FILLER              PIC     X(176).                      PGM0126
      *                                                                 PGM0126
      *    CONTROLE DE GERACOES DO PGM0105 (SOMENTE LEITURA)            PGM0126
       FD  SCTLMOV                                                      PGM0126
           BLOCK     CONTAINS 0  RECORDS                                PGM0126
           RECORDING MODE     IS F                                      PGM0126
           LABEL     RECORD   IS STANDARD.                              PGM0126
       01  FD-REG-CTLMOV.                                               PGM0126
           03  FD-CM-SEQ-GERACAO   PIC     9(06).                       PGM0126
           03  FD-CM-DATA-GERACAO  PIC     9(08).                       PGM0126
           03  FD-CM-DATA-APLIC    PIC     9(08).                       PGM0126
           03  FD-CM-HORA-APLIC    PIC     9(08).                       PGM0126
           03  FD-CM-QTDE          PIC     9(07).                       PGM0126
           03  FD-CM-ULT-SEQ-MOV   PIC     9(07).                       PGM0126
           03  FD-CM-FASE          PIC     X(01).                       PGM0126
           03  FD-CM-JRN-EVENTOS   PIC     9(07).                       PGM0126
           03  FILLER              PIC     X(28).                       PGM0126
      *                                                                 PGM0126
       FD  SRELATO.                                                     PGM0126
       01  FD-REG-RELATO           PIC     X(95).                       PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       WORKING-STORAGE                 SECTION.                         PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       77  FILLER                  PIC     X(32)         VALUE          PGM0126
           'III WORKING-STORAGE SECTION III'.                           PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE FILE STATUS                                         *PGM0126
      ******************************************************************PGM0126
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0126
       77  WS-FS-ECADCEP           PIC     X(02)         VALUE ZEROS.   PGM0126
       77  WS-FS-SMOVTO            PIC     X(02)         VALUE ZEROS.   PGM0126
       77  WS-FS-SCTLMOV           PIC     X(02)         VALUE ZEROS.   PGM0126
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE CONTADORES                                          *PGM0126
      ******************************************************************PGM0126
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-ATIVOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-CONFORMES        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-DIVERGENTES      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-SEM-CEP          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-CEP-AUSENTE      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-MOVTOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-HASH-CODIGO         PIC     9(13) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0126
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE CHAVES/FLAGS                                        *PGM0126
      ******************************************************************PGM0126
       01  WS-FUNCAO                PIC    X(01)         VALUE SPACES.  PGM0126
           88  WS-GERA-MOVTO                              VALUE 'M'.    PGM0126
       01  WS-SW-CEP                PIC    X(01)         VALUE 'N'.     PGM0126
           88  WS-CEP-ACHADO                              VALUE 'S'.    PGM0126
       01  WS-SW-DIVERGE            PIC    X(01)         VALUE 'N'.     PGM0126
           88  WS-DIVERGE                                 VALUE 'S'.    PGM0126
       01  WS-SW-SMOVTO-ABERTO      PIC    X(01)         VALUE 'N'.     PGM0126
           88  WS-SMOVTO-ABERTO                           VALUE 'S'.    PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DO ENDERECO SUGERIDO PELO DIRETORIO DE CEP             *PGM0126
      ******************************************************************PGM0126
       01  WS-SUGERIDO.                                                 PGM0126
           03  WS-SUG-RUA          PIC     X(30)         VALUE SPACES.  PGM0126
           03  WS-SUG-BAIRRO       PIC     X(20)         VALUE SPACES.  PGM0126
           03  WS-SUG-CIDADE       PIC     X(20)         VALUE SPACES.  PGM0126
           03  WS-SUG-ESTADO       PIC     X(02)         VALUE SPACES.  PGM0126
      *                                                                 PGM0126
       01  WS-SEQ-GERACAO          PIC     9(06)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE AUXILIARES                                          *PGM0126
      ******************************************************************PGM0126
       01  WS-MSG-ECADCLI          PIC     X(19)         VALUE          PGM0126
           ' DO ARQUIVO CADCLI '.                                       PGM0126
       01  WS-MSG-ECADCEP          PIC     X(19)         VALUE          PGM0126
           ' DO ARQUIVO CADCEP '.                                       PGM0126
       01  WS-MSG-SMOVTO           PIC     X(18)         VALUE          PGM0126
           ' DO ARQUIVO MOVTO '.                                        PGM0126
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0126
           ' DO ARQUIVO RELATO'.                                        PGM0126
      *                                                                 PGM0126
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0126
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0126
           03  WS-DT-MES-R         PIC     9(02).                       PGM0126
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0126
      *                                                                 PGM0126
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0126
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0126
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0126
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0126
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0126
      *                                                                 PGM0126
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0126
       01  WS-DATA-DISPLAY.                                             PGM0126
           03  WS-DATA-BR.                                              PGM0126
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0126
               05  FILLER          PIC     X             VALUE '/'.     PGM0126
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0126
               05  FILLER          PIC     X             VALUE '/'.     PGM0126
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0126
               05  FILLER          PIC     X             VALUE ' '.     PGM0126
           03  WS-HORA-BR.                                              PGM0126
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0126
               05  FILLER          PIC     X             VALUE ':'.     PGM0126
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0126
               05  FILLER          PIC     X             VALUE ':'.     PGM0126
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0126
      *                                                                 PGM0126
       01  CAB1.                                                        PGM0126
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0126
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0126
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(63)         VALUE          PGM0126
               'PADRONIZACAO DE ENDERECOS PELO DIRETORIO DE CEP'.       PGM0126
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0126
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0126
      *                                                                 PGM0126
       01  CAB2.                                                        PGM0126
           05  FILLER              PIC     X(95)         VALUE SPACES.  PGM0126
      *                                                                 PGM0126
       01  CAB3.                                                        PGM0126
           05  FILLER              PIC     X(10)         VALUE          PGM0126
               'COD CLI'.                                               PGM0126
           05  FILLER              PIC     X(12)         VALUE          PGM0126
               'CAMPO'.                                                 PGM0126
           05  FILLER              PIC     X(33)         VALUE          PGM0126
               'CONTEUDO NO CADASTRO'.                                  PGM0126
           05  FILLER              PIC     X(40)         VALUE          PGM0126
               'CORRECAO SUGERIDA'.                                     PGM0126
      *                                                                 PGM0126
       01  CAB4.                                                        PGM0126
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0126
      *                                                                 PGM0126
       01  LINCLI.                                                      PGM0126
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0126
           05  LCL-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0126
           05  LCL-NOME            PIC     X(40)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(05)         VALUE 'CEP: '. PGM0126
           05  LCL-CEP             PIC     9(09)         VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0126
           05  LCL-AVISO           PIC     X(27)         VALUE SPACES.  PGM0126
      *                                                                 PGM0126
       01  LINDEF.                                                      PGM0126
           05  FILLER              PIC     X(10)         VALUE SPACES.  PGM0126
           05  LDF-CAMPO           PIC     X(10)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0126
           05  LDF-ATUAL           PIC     X(30)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0126
           05  LDF-SUGERIDO        PIC     X(30)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(10)         VALUE SPACES.  PGM0126
      *                                                                 PGM0126
       01  WS-AVISO-CEP-AUSENTE    PIC     X(27)         VALUE          PGM0126
           '*** CEP FORA DO DIRETORIO'.                                 PGM0126
       01  WS-AVISO-SEM-CEP        PIC     X(27)         VALUE          PGM0126
           '*** CEP NAO INFORMADO'.                                     PGM0126
      *                                                                 PGM0126
       01  LINTOT.                                                      PGM0126
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0126
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0126
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0126
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0126
      *                                                                 PGM0126
       01  LINNADA.                                                     PGM0126
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0126
           05  FILLER              PIC     X(94)         VALUE          PGM0126
               'NENHUM ENDERECO DIVERGENTE DO DIRETORIO DE CEP.'.       PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0126
      ******************************************************************PGM0126
           COPY ARQLNK.                                                 PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0126
      ******************************************************************PGM0126
           COPY MODEXE.                                                 PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0126
      ******************************************************************PGM0126
           COPY HISLNK.                                                 PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       77  FILLER                  PIC     X(32)         VALUE          PGM0126
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    AREA DE LINKAGE                                             *PGM0126
      ******************************************************************PGM0126
           COPY SAIDA.                                                  PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       LINKAGE                         SECTION.                         PGM0126
      ******************************************************************PGM0126
           COPY SAIDAL.                                                 PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
       PROCEDURE                       DIVISION USING LK-MSG            PGM0126
                                                      LK-COD-RET.       PGM0126
      ******************************************************************PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA PRINCIPAL                                            *PGM0126
      ******************************************************************PGM0126
       RTPRINCIPAL                     SECTION.                         PGM0126
      *                                                                 PGM0126
           PERFORM RTINICIALIZA.                                        PGM0126
      *                                                                 PGM0126
           PERFORM RTPROCESSA.                                          PGM0126
      *                                                                 PGM0126
           PERFORM RTIMPTOTAIS.                                         PGM0126
      *                                                                 PGM0126
           PERFORM RTFECHA.                                             PGM0126
      *                                                                 PGM0126
           PERFORM RTARQUIVAREL.                                        PGM0126
      *                                                                 PGM0126
           PERFORM RTCONTABILIZA.                                       PGM0126
      *                                                                 PGM0126
           PERFORM RTFINALIZA.                                          PGM0126
      *                                                                 PGM0126
       RTPRINCIPALX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE INICIALIZACAO                                     *PGM0126
      ******************************************************************PGM0126
       RTINICIALIZA                    SECTION.                         PGM0126
      *                                                                 PGM0126
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0126
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0126
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0126
      *                                                                 PGM0126
           DISPLAY ERASE.                                               PGM0126
      *                                                                 PGM0126
           INITIALIZE ACU-CT-LIDOS                                      PGM0126
                      ACU-CT-ATIVOS                                     PGM0126
                      ACU-CT-CONFORMES                                  PGM0126
                      ACU-CT-DIVERGENTES                                PGM0126
                      ACU-CT-SEM-CEP                                    PGM0126
                      ACU-CT-CEP-AUSENTE                                PGM0126
                      ACU-CT-MOVTOS                                     PGM0126
                      ACU-HASH-CODIGO                                   PGM0126
                      ACU-CT-PAGINA.                                    PGM0126
      *                                                                 PGM0126
           DISPLAY '**************************************************'.PGM0126
      *                                                                 PGM0126
           MOVE '#PGM0126.900I - INICIO DO PROCESSAMENTO '              PGM0126
                                       TO WS-MENSAGEM.                  PGM0126
      *                                                                 PGM0126
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0126
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0126
      *                                                                 PGM0126
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0126
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0126
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0126
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0126
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0126
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0126
      *                                                                 PGM0126
           DISPLAY WS-MENSAGEM                                          PGM0126
                   WS-DATA-DISPLAY.                                     PGM0126
           DISPLAY '**************************************************'.PGM0126
      *                                                                 PGM0126
           MOVE SPACES                 TO WS-MSG.                       PGM0126
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0126
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0126
           MOVE 'N'                    TO WS-SW-SMOVTO-ABERTO.          PGM0126
      *                                                                 PGM0126
           IF WS-EXEC-LOTE                                              PGM0126
               MOVE WS-ME-FUNCAO       TO WS-FUNCAO                     PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.911I - FUNCAO DESEJADA'                PGM0126
                       ' (L-LISTAGEM/M-LISTAGEM E MOVIMENTO)? '         PGM0126
               ACCEPT WS-FUNCAO                                         PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           OPEN INPUT  ECADCLI                                          PGM0126
                       ECADCEP                                          PGM0126
                OUTPUT SRELATO.                                         PGM0126
      *                                                                 PGM0126
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.901I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0126
               DISPLAY '#PGM0126.901I - FILE STATUS = '   WS-FS-ECADCLI PGM0126
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.901I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0126
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-FS-ECADCEP            EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.902I - ERRO NA ABERTURA' WS-MSG-ECADCEPPGM0126
               DISPLAY '#PGM0126.902I - FILE STATUS = '   WS-FS-ECADCEP PGM0126
               MOVE   WS-FS-ECADCEP    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.902I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0126
                      'DCEP! FILE STATUS = ' WS-FS-ECADCEP              PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.903I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0126
               DISPLAY '#PGM0126.903I - FILE STATUS = '   WS-FS-SRELATO PGM0126
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.903I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0126
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-GERA-MOVTO                                             PGM0126
               PERFORM RTLECONTROLE                                     PGM0126
               PERFORM RTABREMOVTO                                      PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           PERFORM RTLECADCLI.                                          PGM0126
      *                                                                 PGM0126
           IF WS-FS-ECADCLI            EQUAL '10'                       PGM0126
               DISPLAY '#PGM0126.904I - ARQUIVO ECADCLI VAZIO'          PGM0126
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.904I - ARQUIVO CADCLI VAZIO! '          PGM0126
                      'FILE STATUS = ' WS-FS-ECADCLI                    PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFECHA                                          PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTINICIALIZAX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE OBTEM A PROXIMA GERACAO DE MOVIMENTO A PARTIR DO *PGM0126
      *    CONTROLE DO PGM0105: SEM CONTROLE (PRIMEIRA EXECUCAO) O     *PGM0126
      *    LOTE SAI COMO GERACAO 1                                     *PGM0126
      ******************************************************************PGM0126
       RTLECONTROLE                    SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE 1                      TO WS-SEQ-GERACAO.               PGM0126
      *                                                                 PGM0126
           OPEN INPUT SCTLMOV.                                          PGM0126
      *                                                                 PGM0126
           IF WS-FS-SCTLMOV            EQUAL '35'                       PGM0126
               GO TO RTLECONTROLEX                                      PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-FS-SCTLMOV            EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.912I - ERRO NA ABERTURA DO CONTROLE'   PGM0126
                       ' DE GERACOES'                                   PGM0126
               DISPLAY '#PGM0126.912I - FILE STATUS = ' WS-FS-SCTLMOV   PGM0126
               MOVE   WS-FS-SCTLMOV    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.912I - ERRO NA ABERTURA DO CONTROLE D'  PGM0126
                      'E GERACOES! FILE STATUS = ' WS-FS-SCTLMOV        PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFECHA                                          PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           READ SCTLMOV.                                                PGM0126
      *                                                                 PGM0126
           IF WS-FS-SCTLMOV            EQUAL ZEROS                      PGM0126
               COMPUTE WS-SEQ-GERACAO  = FD-CM-SEQ-GERACAO + 1          PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           CLOSE SCTLMOV.                                               PGM0126
      *                                                                 PGM0126
       RTLECONTROLEX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE ABRE O LOTE DE MOVIMENTO E GRAVA O HEADER        *PGM0126
      ******************************************************************PGM0126
       RTABREMOVTO                     SECTION.                         PGM0126
      *                                                                 PGM0126
           OPEN OUTPUT SMOVTO.                                          PGM0126
      *                                                                 PGM0126
           IF WS-FS-SMOVTO             EQUAL ZEROS                      PGM0126
               MOVE 'S'                TO WS-SW-SMOVTO-ABERTO           PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.905I - ERRO NA ABERTURA' WS-MSG-SMOVTO PGM0126
               DISPLAY '#PGM0126.905I - FILE STATUS = '   WS-FS-SMOVTO  PGM0126
               MOVE   WS-FS-SMOVTO     TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.905I - ERRO NA ABERTURA DO ARQUIVO MO'  PGM0126
                      'VTO! FILE STATUS = ' WS-FS-SMOVTO                PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFECHA                                          PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE SPACES                 TO FD-REG-MOVHDR.                PGM0126
           MOVE 'H'                    TO FD-MH-TIPO.                   PGM0126
           MOVE WS-DATA-MAQ            TO FD-MH-DATA-GERACAO.           PGM0126
           MOVE WS-SEQ-GERACAO         TO FD-MH-SEQ-GERACAO.            PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-MOVHDR.                                         PGM0126
      *                                                                 PGM0126
           PERFORM RTVERMOVTO.                                          PGM0126
      *                                                                 PGM0126
       RTABREMOVTOX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE CONSISTE A GRAVACAO DO LOTE DE MOVIMENTO         *PGM0126
      ******************************************************************PGM0126
       RTVERMOVTO                      SECTION.                         PGM0126
      *                                                                 PGM0126
           IF WS-FS-SMOVTO             EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.906I - ERRO NA GRAVACAO' WS-MSG-SMOVTO PGM0126
               DISPLAY '#PGM0126.906I - FILE STATUS = '   WS-FS-SMOVTO  PGM0126
               MOVE   WS-FS-SMOVTO     TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.906I - ERRO NA GRAVACAO DO ARQUIVO MO'  PGM0126
                      'VTO! FILE STATUS = ' WS-FS-SMOVTO                PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFECHA                                          PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTVERMOVTOX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE LEITURA DO ARQUIVO ECADCLI                        *PGM0126
      ******************************************************************PGM0126
       RTLECADCLI                      SECTION.                         PGM0126
      *                                                                 PGM0126
           READ ECADCLI.                                                PGM0126
      *                                                                 PGM0126
           EVALUATE WS-FS-ECADCLI                                       PGM0126
               WHEN ZEROS                                               PGM0126
                   ADD 1               TO ACU-CT-LIDOS                  PGM0126
               WHEN '10'                                                PGM0126
                   CONTINUE                                             PGM0126
               WHEN OTHER                                               PGM0126
                   DISPLAY '#PGM0126.907I - ERRO NA LEITURA'            PGM0126
                           WS-MSG-ECADCLI                               PGM0126
                   DISPLAY '#PGM0126.907I - FILE STATUS = '             PGM0126
                           WS-FS-ECADCLI                                PGM0126
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0126
                   STRING '#PGM0126.907I - ERRO NA LEITURA DO ARQUIVO'  PGM0126
                          ' CADCLI! FILE STATUS = ' WS-FS-ECADCLI       PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
                   PERFORM RTFECHA                                      PGM0126
                   PERFORM RTFINALIZA                                   PGM0126
           END-EVALUATE.                                                PGM0126
      *                                                                 PGM0126
       RTLECADCLIX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE PROCESSAMENTO                                     *PGM0126
      ******************************************************************PGM0126
       RTPROCESSA                      SECTION.                         PGM0126
      *                                                                 PGM0126
           PERFORM RTCONFRONTA         UNTIL WS-FS-ECADCLI EQUAL '10'.  PGM0126
      *                                                                 PGM0126
           IF ACU-CT-DIVERGENTES       EQUAL ZEROS                      PGM0126
               PERFORM RTIMPNADA                                        PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-SMOVTO-ABERTO                                          PGM0126
               PERFORM RTFECHAMOVTO                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTPROCESSAX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE CONFRONTA O ENDERECO DE UM CLIENTE ATIVO COM O   *PGM0126
      *    DIRETORIO. RUA E BAIRRO SO SAO CONFRONTADOS QUANDO O        *PGM0126
      *    DIRETORIO OS TRAZ (CEP GERAL DE CIDADE VEM SEM LOGRADOURO)  *PGM0126
      ******************************************************************PGM0126
       RTCONFRONTA                     SECTION.                         PGM0126
      *                                                                 PGM0126
           IF FD-RC-SITUACAO           EQUAL 'I'                        PGM0126
               GO TO RTCONFRONTA-LE                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-ATIVOS.                PGM0126
      *                                                                 PGM0126
           IF FD-RC-CEP                NOT NUMERIC                      PGM0126
              OR FD-RC-CEP             EQUAL ZEROS                      PGM0126
               ADD 1                   TO ACU-CT-SEM-CEP                PGM0126
               MOVE WS-AVISO-SEM-CEP   TO LCL-AVISO                     PGM0126
               PERFORM RTIMPCLIENTE                                     PGM0126
               GO TO RTCONFRONTA-LE                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           PERFORM RTLECADCEP.                                          PGM0126
      *                                                                 PGM0126
           IF WS-CEP-ACHADO                                             PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               ADD 1                   TO ACU-CT-CEP-AUSENTE            PGM0126
               MOVE WS-AVISO-CEP-AUSENTE                                PGM0126
                                       TO LCL-AVISO                     PGM0126
               PERFORM RTIMPCLIENTE                                     PGM0126
               GO TO RTCONFRONTA-LE                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE 'N'                    TO WS-SW-DIVERGE.                PGM0126
           MOVE FD-RC-RUA              TO WS-SUG-RUA.                   PGM0126
           MOVE FD-RC-BAIRRO           TO WS-SUG-BAIRRO.                PGM0126
           MOVE FD-RC-CIDADE           TO WS-SUG-CIDADE.                PGM0126
           MOVE FD-RC-ESTADO           TO WS-SUG-ESTADO.                PGM0126
      *                                                                 PGM0126
           IF FD-CP-LOGRADOURO         NOT EQUAL SPACES                 PGM0126
              AND FD-CP-LOGRADOURO     NOT EQUAL FD-RC-RUA              PGM0126
               MOVE 'S'                TO WS-SW-DIVERGE                 PGM0126
               MOVE FD-CP-LOGRADOURO   TO WS-SUG-RUA                    PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF FD-CP-BAIRRO             NOT EQUAL SPACES                 PGM0126
              AND FD-CP-BAIRRO         NOT EQUAL FD-RC-BAIRRO           PGM0126
               MOVE 'S'                TO WS-SW-DIVERGE                 PGM0126
               MOVE FD-CP-BAIRRO       TO WS-SUG-BAIRRO                 PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF FD-CP-CIDADE             NOT EQUAL FD-RC-CIDADE           PGM0126
               MOVE 'S'                TO WS-SW-DIVERGE                 PGM0126
               MOVE FD-CP-CIDADE       TO WS-SUG-CIDADE                 PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF FD-CP-UF                 NOT EQUAL FD-RC-ESTADO           PGM0126
               MOVE 'S'                TO WS-SW-DIVERGE                 PGM0126
               MOVE FD-CP-UF           TO WS-SUG-ESTADO                 PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-DIVERGE                                                PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               ADD 1                   TO ACU-CT-CONFORMES              PGM0126
               GO TO RTCONFRONTA-LE                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-DIVERGENTES.           PGM0126
      *                                                                 PGM0126
           PERFORM RTIMPDIVERGENCIA.                                    PGM0126
      *                                                                 PGM0126
           IF WS-SMOVTO-ABERTO                                          PGM0126
               PERFORM RTGRAVAMOVTO                                     PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTCONFRONTA-LE.                                                  PGM0126
      *                                                                 PGM0126
           PERFORM RTLECADCLI.                                          PGM0126
      *                                                                 PGM0126
       RTCONFRONTAX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE PESQUISA O CEP DO CLIENTE NO DIRETORIO           *PGM0126
      ******************************************************************PGM0126
       RTLECADCEP                      SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE 'N'                    TO WS-SW-CEP.                    PGM0126
           MOVE FD-RC-CEP              TO FD-CP-CEP.                    PGM0126
      *                                                                 PGM0126
           READ ECADCEP                                                 PGM0126
               INVALID KEY                                              PGM0126
                   MOVE '23'           TO WS-FS-ECADCEP                 PGM0126
           END-READ.                                                    PGM0126
      *                                                                 PGM0126
           EVALUATE WS-FS-ECADCEP                                       PGM0126
               WHEN ZEROS                                               PGM0126
                   MOVE 'S'            TO WS-SW-CEP                     PGM0126
               WHEN '23'                                                PGM0126
                   CONTINUE                                             PGM0126
               WHEN OTHER                                               PGM0126
                   DISPLAY '#PGM0126.908I - ERRO NA LEITURA'            PGM0126
                           WS-MSG-ECADCEP                               PGM0126
                   DISPLAY '#PGM0126.908I - FILE STATUS = '             PGM0126
                           WS-FS-ECADCEP                                PGM0126
                   MOVE  WS-FS-ECADCEP TO WS-COD-RET                    PGM0126
                   STRING '#PGM0126.908I - ERRO NA LEITURA DO ARQUIVO'  PGM0126
                          ' CADCEP! FILE STATUS = ' WS-FS-ECADCEP       PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
                   PERFORM RTFECHA                                      PGM0126
                   PERFORM RTFINALIZA                                   PGM0126
           END-EVALUATE.                                                PGM0126
      *                                                                 PGM0126
       RTLECADCEPX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME A LINHA DE IDENTIFICACAO DO CLIENTE      *PGM0126
      ******************************************************************PGM0126
       RTIMPCLIENTE                    SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE FD-RC-CODIGO           TO LCL-CODIGO.                   PGM0126
           MOVE FD-RC-NOME             TO LCL-NOME.                     PGM0126
           MOVE FD-RC-CEP              TO LCL-CEP.                      PGM0126
      *                                                                 PGM0126
           IF ACU-CT-LINHA             GREATER 50                       PGM0126
               PERFORM RTMONTACAB                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE LINCLI                 TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0126
      *                                                                 PGM0126
           ADD 2                       TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
           MOVE SPACES                 TO LCL-AVISO.                    PGM0126
      *                                                                 PGM0126
       RTIMPCLIENTEX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME O CLIENTE DIVERGENTE E, CAMPO A CAMPO, O *PGM0126
      *    CONTEUDO ATUAL E A CORRECAO SUGERIDA PELO DIRETORIO         *PGM0126
      ******************************************************************PGM0126
       RTIMPDIVERGENCIA                SECTION.                         PGM0126
      *                                                                 PGM0126
           PERFORM RTIMPCLIENTE.                                        PGM0126
      *                                                                 PGM0126
           IF WS-SUG-RUA               NOT EQUAL FD-RC-RUA              PGM0126
               MOVE 'RUA'              TO LDF-CAMPO                     PGM0126
               MOVE FD-RC-RUA          TO LDF-ATUAL                     PGM0126
               MOVE WS-SUG-RUA         TO LDF-SUGERIDO                  PGM0126
               PERFORM RTIMPCAMPO                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-SUG-BAIRRO            NOT EQUAL FD-RC-BAIRRO           PGM0126
               MOVE 'BAIRRO'           TO LDF-CAMPO                     PGM0126
               MOVE FD-RC-BAIRRO       TO LDF-ATUAL                     PGM0126
               MOVE WS-SUG-BAIRRO      TO LDF-SUGERIDO                  PGM0126
               PERFORM RTIMPCAMPO                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-SUG-CIDADE            NOT EQUAL FD-RC-CIDADE           PGM0126
               MOVE 'CIDADE'           TO LDF-CAMPO                     PGM0126
               MOVE FD-RC-CIDADE       TO LDF-ATUAL                     PGM0126
               MOVE WS-SUG-CIDADE      TO LDF-SUGERIDO                  PGM0126
               PERFORM RTIMPCAMPO                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           IF WS-SUG-ESTADO            NOT EQUAL FD-RC-ESTADO           PGM0126
               MOVE 'UF'               TO LDF-CAMPO                     PGM0126
               MOVE FD-RC-ESTADO       TO LDF-ATUAL                     PGM0126
               MOVE WS-SUG-ESTADO      TO LDF-SUGERIDO                  PGM0126
               PERFORM RTIMPCAMPO                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTIMPDIVERGENCIAX.              EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME UM CAMPO DIVERGENTE                      *PGM0126
      ******************************************************************PGM0126
       RTIMPCAMPO                      SECTION.                         PGM0126
      *                                                                 PGM0126
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0126
               PERFORM RTMONTACAB                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE LINDEF                 TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
       RTIMPCAMPOX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE GRAVA O MOVIMENTO DE ALTERACAO COM A IMAGEM      *PGM0126
      *    COMPLETA DO CLIENTE E O ENDERECO CORRIGIDO                  *PGM0126
      ******************************************************************PGM0126
       RTGRAVAMOVTO                    SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE 'A'                    TO FD-MV-TIPO.                   PGM0126
           MOVE FD-RC-CODIGO           TO FD-MV-CODIGO.                 PGM0126
           MOVE FD-RC-NOME             TO FD-MV-NOME.                   PGM0126
           MOVE WS-SUG-RUA             TO FD-MV-RUA.                    PGM0126
           MOVE FD-RC-NUMERO           TO FD-MV-NUMERO.                 PGM0126
           MOVE FD-RC-COMPLEMENTO      TO FD-MV-COMPLEMENTO.            PGM0126
           MOVE FD-RC-CEP              TO FD-MV-CEP.                    PGM0126
           MOVE WS-SUG-BAIRRO          TO FD-MV-BAIRRO.                 PGM0126
           MOVE WS-SUG-CIDADE          TO FD-MV-CIDADE.                 PGM0126
           MOVE WS-SUG-ESTADO          TO FD-MV-ESTADO.                 PGM0126
           MOVE FD-RC-DDD-RES          TO FD-MV-DDD-RES.                PGM0126
           MOVE FD-RC-NUM-RES          TO FD-MV-NUM-RES.                PGM0126
           MOVE FD-RC-DDD-CEL          TO FD-MV-DDD-CEL.                PGM0126
           MOVE FD-RC-NUM-CEL          TO FD-MV-NUM-CEL.                PGM0126
           MOVE FD-RC-DDD-COM          TO FD-MV-DDD-COM.                PGM0126
           MOVE FD-RC-NUM-COM          TO FD-MV-NUM-COM.                PGM0126
           MOVE FD-RC-PESSOA           TO FD-MV-PESSOA.                 PGM0126
           MOVE FD-RC-CPF-CNPJ         TO FD-MV-CPF-CNPJ.               PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-MOVTO.                                          PGM0126
      *                                                                 PGM0126
           PERFORM RTVERMOVTO.                                          PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-MOVTOS.                PGM0126
           ADD FD-RC-CODIGO            TO ACU-HASH-CODIGO.              PGM0126
      *                                                                 PGM0126
       RTGRAVAMOVTOX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE GRAVA O TRAILER E FECHA O LOTE DE MOVIMENTO      *PGM0126
      ******************************************************************PGM0126
       RTFECHAMOVTO                    SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE SPACES                 TO FD-REG-MOVTRL.                PGM0126
           MOVE 'T'                    TO FD-MT-TIPO.                   PGM0126
           MOVE ACU-CT-MOVTOS          TO FD-MT-QTDE.                   PGM0126
           MOVE ACU-HASH-CODIGO        TO FD-MT-HASH-CODIGO.            PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-MOVTRL.                                         PGM0126
      *                                                                 PGM0126
           PERFORM RTVERMOVTO.                                          PGM0126
      *                                                                 PGM0126
           CLOSE SMOVTO.                                                PGM0126
      *                                                                 PGM0126
           MOVE 'N'                    TO WS-SW-SMOVTO-ABERTO.          PGM0126
      *                                                                 PGM0126
           DISPLAY '#PGM0126.913I - LOTE DE MOVIMENTO GERADO. GERACAO'  PGM0126
                   ' = ' WS-SEQ-GERACAO.                                PGM0126
      *                                                                 PGM0126
       RTFECHAMOVTOX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME A LINHA QUANDO NAO HA DIVERGENCIAS       *PGM0126
      ******************************************************************PGM0126
       RTIMPNADA                       SECTION.                         PGM0126
      *                                                                 PGM0126
           IF ACU-CT-LINHA             GREATER 51                       PGM0126
               PERFORM RTMONTACAB                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0126
      *                                                                 PGM0126
           ADD 2                       TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
       RTIMPNADAX.                     EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME OS TOTAIS DO RELATORIO                   *PGM0126
      ******************************************************************PGM0126
       RTIMPTOTAIS                     SECTION.                         PGM0126
      *                                                                 PGM0126
           IF ACU-CT-LINHA             GREATER 46                       PGM0126
               PERFORM RTMONTACAB                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0126
      *                                                                 PGM0126
           ADD 2                       TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
           MOVE 'CLIENTES ATIVOS CONFRONTADOS..............:'           PGM0126
                                       TO LTO-DESCRICAO.                PGM0126
           MOVE ACU-CT-ATIVOS          TO LTO-QTDE.                     PGM0126
           PERFORM RTIMPLINTOT.                                         PGM0126
      *                                                                 PGM0126
           MOVE 'ENDERECOS CONFORMES AO DIRETORIO..........:'           PGM0126
                                       TO LTO-DESCRICAO.                PGM0126
           MOVE ACU-CT-CONFORMES       TO LTO-QTDE.                     PGM0126
           PERFORM RTIMPLINTOT.                                         PGM0126
      *                                                                 PGM0126
           MOVE 'ENDERECOS DIVERGENTES DO DIRETORIO........:'           PGM0126
                                       TO LTO-DESCRICAO.                PGM0126
           MOVE ACU-CT-DIVERGENTES     TO LTO-QTDE.                     PGM0126
           PERFORM RTIMPLINTOT.                                         PGM0126
      *                                                                 PGM0126
           MOVE 'CLIENTES SEM CEP INFORMADO................:'           PGM0126
                                       TO LTO-DESCRICAO.                PGM0126
           MOVE ACU-CT-SEM-CEP         TO LTO-QTDE.                     PGM0126
           PERFORM RTIMPLINTOT.                                         PGM0126
      *                                                                 PGM0126
           MOVE 'CEPS FORA DO DIRETORIO....................:'           PGM0126
                                       TO LTO-DESCRICAO.                PGM0126
           MOVE ACU-CT-CEP-AUSENTE     TO LTO-QTDE.                     PGM0126
           PERFORM RTIMPLINTOT.                                         PGM0126
      *                                                                 PGM0126
           IF WS-GERA-MOVTO                                             PGM0126
               MOVE 'MOVIMENTOS DE ALTERACAO GERADOS (SYS060)..:'       PGM0126
                                       TO LTO-DESCRICAO                 PGM0126
               MOVE ACU-CT-MOVTOS      TO LTO-QTDE                      PGM0126
               PERFORM RTIMPLINTOT                                      PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTIMPTOTAISX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0126
      ******************************************************************PGM0126
       RTIMPLINTOT                     SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
       RTIMPLINTOTX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0126
      ******************************************************************PGM0126
       RTMONTACAB                      SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0126
           MOVE  WS-MES                TO CB1-MES.                      PGM0126
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0126
      *                                                                 PGM0126
           ADD 1                       TO ACU-CT-PAGINA.                PGM0126
      *                                                                 PGM0126
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0126
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0126
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0126
           ELSE                                                         PGM0126
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0126
      *                                                                 PGM0126
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0126
      *                                                                 PGM0126
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0126
      *                                                                 PGM0126
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0126
      *                                                                 PGM0126
           MOVE 5                      TO ACU-CT-LINHA.                 PGM0126
      *                                                                 PGM0126
       RTMONTACABX.                    EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0126
      ******************************************************************PGM0126
       RTFECHA                         SECTION.                         PGM0126
      *                                                                 PGM0126
           IF WS-SMOVTO-ABERTO                                          PGM0126
               CLOSE SMOVTO                                             PGM0126
               MOVE 'N'                TO WS-SW-SMOVTO-ABERTO           PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           CLOSE ECADCLI                                                PGM0126
                 ECADCEP                                                PGM0126
                 SRELATO.                                               PGM0126
      *                                                                 PGM0126
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.909I - ERRO NO FECHAMENTO'             PGM0126
                       WS-MSG-SRELATO                                   PGM0126
               DISPLAY '#PGM0126.909I - FILE STATUS = '                 PGM0126
                       WS-FS-SRELATO                                    PGM0126
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0126
               STRING '#PGM0126.909I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0126
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0126
                                       DELIMITED BY SIZE                PGM0126
                                       INTO WS-MSG                      PGM0126
               PERFORM RTFINALIZA                                       PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTFECHAX.                       EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0126
      ******************************************************************PGM0126
       RTARQUIVAREL                    SECTION.                         PGM0126
      *                                                                 PGM0126
           INITIALIZE ARQ-PARM.                                         PGM0126
      *                                                                 PGM0126
           MOVE 'PGM0126'              TO ARQ-PROGRAMA.                 PGM0126
           MOVE 'ENDERECO X DIRETORIO DE CEP'                           PGM0126
                                       TO ARQ-FILTRO.                   PGM0126
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0126
      *                                                                 PGM0126
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0126
      *                                                                 PGM0126
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0126
               DISPLAY '#PGM0126.910I - RELATORIO ARQUIVADO NA'         PGM0126
                       ' GERACAO ' ARQ-GERACAO                          PGM0126
           ELSE                                                         PGM0126
               DISPLAY '#PGM0126.910I - FALHA NO ARQUIVAMENTO DO'       PGM0126
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTARQUIVARELX.                  EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0126
      ******************************************************************PGM0126
       RTCONTABILIZA                   SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0126
      *                                                                 PGM0126
           DISPLAY '#PGM0126.914I - TOTAL DE REGISTROS LIDOS = '        PGM0126
                   WS-DISPLAY-QTDE.                                     PGM0126
      *                                                                 PGM0126
           MOVE ACU-CT-DIVERGENTES     TO WS-DISPLAY-QTDE.              PGM0126
      *                                                                 PGM0126
           DISPLAY '#PGM0126.914I - ENDERECOS DIVERGENTES = '           PGM0126
                   WS-DISPLAY-QTDE.                                     PGM0126
      *                                                                 PGM0126
           MOVE ACU-CT-CEP-AUSENTE     TO WS-DISPLAY-QTDE.              PGM0126
      *                                                                 PGM0126
           DISPLAY '#PGM0126.914I - CEPS FORA DO DIRETORIO = '          PGM0126
                   WS-DISPLAY-QTDE.                                     PGM0126
      *                                                                 PGM0126
           MOVE ACU-CT-MOVTOS          TO WS-DISPLAY-QTDE.              PGM0126
      *                                                                 PGM0126
           DISPLAY '#PGM0126.914I - MOVIMENTOS GERADOS = '              PGM0126
                   WS-DISPLAY-QTDE.                                     PGM0126
      *                                                                 PGM0126
       RTCONTABILIZAX.                 EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0126
      *    (SYS135)                                                    *PGM0126
      ******************************************************************PGM0126
       RTGRAVAHIST                     SECTION.                         PGM0126
      *                                                                 PGM0126
           MOVE 'PGM0126'              TO HIS-PROGRAMA.                 PGM0126
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0126
           MOVE ACU-CT-MOVTOS          TO HIS-GRAVADOS.                 PGM0126
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0126
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0126
      *                                                                 PGM0126
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0126
      *                                                                 PGM0126
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0126
               DISPLAY '#PGM0126.915I - FALHA NO REGISTRO DO'           PGM0126
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0126
                       HIS-COD-RET                                      PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
       RTGRAVAHISTX.                   EXIT.                            PGM0126
      *                                                                 PGM0126
      ******************************************************************PGM0126
      *    ROTINA DE FINALIZACAO                                       *PGM0126
      ******************************************************************PGM0126
       RTFINALIZA                      SECTION.                         PGM0126
      *                                                                 PGM0126
           DISPLAY '**************************************************'.PGM0126
      *                                                                 PGM0126
           MOVE '#PGM0126.999I - FIM DO PROCESSAMENTO '                 PGM0126
                                       TO WS-MENSAGEM.                  PGM0126
      *                                                                 PGM0126
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0126
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0126
      *                                                                 PGM0126
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0126
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0126
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0126
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0126
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0126
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0126
      *                                                                 PGM0126
           DISPLAY WS-MENSAGEM                                          PGM0126
                   WS-DATA-DISPLAY.                                     PGM0126
           DISPLAY '**************************************************'.PGM0126
      *                                                                 PGM0126
           PERFORM RTGRAVAHIST.                                         PGM0126
      *                                                                 PGM0126
           MOVE WS-MSG                 TO LK-MSG.                       PGM0126
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0126
      *                                                                 PGM0126
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0126
           IF WS-EXEC-LOTE                                              PGM0126
               CONTINUE                                                 PGM0126
           ELSE                                                         PGM0126
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0126
           END-IF.                                                      PGM0126
      *                                                                 PGM0126
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0126
      *                                                                 PGM0126
           GOBACK.                                                      PGM0126
      *                                                                 PGM0126
       RTFINALIZAX.                    EXIT.                            PGM0126
      ******************************************************************PGM0126
      *    FIM DO PROGRAMA                                             *PGM0126
      ******************************************************************PGM0126
