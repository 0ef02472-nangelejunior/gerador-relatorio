      ******************************************************************PGM0136
       IDENTIFICATION                  DIVISION.                        PGM0136
      ******************************************************************PGM0136
       PROGRAM-ID. PGM0136.                                             PGM0136
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0136
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0136
       DATE-COMPILED.                                                   PGM0136
      ******************************************************************PGM0136
      *REMARKS.                                                         PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     *#NOME     : PGM0136                                       *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     *#TIPO     : BATCH                                         *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     *#FUNCAO   : GERAR A REMESSA DE CONSULTA DA SITUACAO       *PGM0136
      *     *            CADASTRAL DOS CPF/CNPJ AO BUREAU DA RECEITA   *PGM0136
      *     *            FEDERAL (SYS126): CLIENTES ATIVOS NUNCA       *PGM0136
      *     *            CONSULTADOS, CONSULTADOS HA MAIS DE N MESES   *PGM0136
      *     *            (PARAMETRO, PADRAO 12) OU COM DOCUMENTO       *PGM0136
      *     *            ALTERADO DESDE A ULTIMA CONSULTA. ENTRE       *PGM0136
      *     *            HEADER E TRAILER COM SEQUENCIA DA REMESSA,    *PGM0136
      *     *            QUANTIDADE E HASH DE CODIGOS. MARCA O ENVIO   *PGM0136
      *     *            NO ESITRF (SYS125) E ABRE A REMESSA NO        *PGM0136
      *     *            CONTROLE DE REMESSAS/RETORNOS (SYS128).       *PGM0136
      *     *            RELATORIO DE CONTROLE NO SPRINT               *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0136
      *     *              - REMESSA DE CONSULTA A RECEITA FEDERAL     *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0136
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0136
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0136
      *     *----------------------------------------------------------*PGM0136
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0136
      *     *              - REMESSA E RELATORIO FECHADOS NOS ERROS;   *PGM0136
      *     *              - FALHA NO HEADER, TRAILER OU CONTROLE      *PGM0136
      *     *              - (SYS128) ENCERRA COM ERRO                 *PGM0136
      *     *----------------------------------------------------------*PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       ENVIRONMENT                     DIVISION.                        PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       CONFIGURATION                   SECTION.                         PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
       SPECIAL-NAMES.                                                   PGM0136
           DECIMAL-POINT IS COMMA.                                      PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       INPUT-OUTPUT                    SECTION.                         PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
       FILE-CONTROL.                                                    PGM0136
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0136
                  ORGANIZATION IS INDEXED                               PGM0136
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0136
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0136
                            WITH DUPLICATES                             PGM0136
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0136
      *                                                                 PGM0136
           SELECT ESITRF   ASSIGN TO SYS125                             PGM0136
                  ORGANIZATION IS INDEXED                               PGM0136
                  ACCESS    MODE IS DYNAMIC                             PGM0136
                  RECORD    KEY IS FD-SR-CODIGO                         PGM0136
                  FILE    STATUS IS WS-FS-ESITRF.                       PGM0136
      *                                                                 PGM0136
           SELECT SREMRF   ASSIGN TO SYS126                             PGM0136
                  FILE    STATUS IS WS-FS-SREMRF.                       PGM0136
      *                                                                 PGM0136
           SELECT SCTLRF   ASSIGN TO SYS128                             PGM0136
                  FILE    STATUS IS WS-FS-SCTLRF.                       PGM0136
      *                                                                 PGM0136
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0136
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       DATA                            DIVISION.                        PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       FILE                            SECTION.                         PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
       FD  ECADCLI                                                      PGM0136
           BLOCK     CONTAINS 0  RECORDS                                PGM0136
           RECORDING MODE     IS F                                      PGM0136
           LABEL     RECORD   IS STANDARD.                              PGM0136
           COPY CADCLI.                                                 PGM0136
      *                                                                 PGM0136
       FD  ESITRF                                                       PGM0136
           BLOCK     CONTAINS 0  RECORDS                                PGM0136
           RECORDING MODE     IS F                                      PGM0136
           LABEL     RECORD   IS STANDARD.                              PGM0136
           COPY CADSRF.                                                 PGM0136
      *                                                                 PGM0136
      *    REMESSA AO BUREAU: UM DETALHE POR DOCUMENTO A CONSULTAR      PGM0136
       FD  SREMRF                                                       PGM0136
           BLOCK     CONTAINS 0  RECORDS                                PGM0136
           RECORDING MODE     IS F                                      PGM0136
           LABEL     RECORD   IS STANDARD.                              PGM0136
       01  FD-REG-REMRF.                                                PGM0136
           03  FD-RM-TIPO          PIC     X(01).                       PGM0136
           03  FD-RM-CODIGO        PIC     9(06).                       PGM0136
           03  FD-RM-PESSOA        PIC     9(01).                       PGM0136
           03  FD-RM-CPF-CNPJ      PIC     9(15).                       PGM0136
           03  FILLER              PIC     X(57).                       PGM0136
      *                                                                 PGM0136
       01  FD-REG-REMHDR.                                               PGM0136
           03  FD-RH-TIPO          PIC     X(01).                       PGM0136
           03  FD-RH-SEQ-REMESSA   PIC     9(06).                       PGM0136
           03  FD-RH-DATA-GERACAO  PIC     9(08).                       PGM0136
           03  FD-RH-HORA-GERACAO  PIC     9(08).                       PGM0136
           03  FD-RH-SISTEMA       PIC     X(10).                       PGM0136
           03  FILLER              PIC     X(47).                       PGM0136
      *                                                                 PGM0136
       01  FD-REG-REMTRL.                                               PGM0136
           03  FD-RT-TIPO          PIC     X(01).                       PGM0136
           03  FD-RT-QTDE          PIC     9(07).                       PGM0136
           03  FD-RT-HASH-CODIGO   PIC     9(13).                       PGM0136
           03  FILLER              PIC     X(59).                       PGM0136
      *                                                                 PGM0136
      *    CONTROLE DE REMESSAS E RETORNOS (COMUM AO PGM0137)           PGM0136
       FD  SCTLRF                                                       PGM0136
           BLOCK     CONTAINS 0  RECORDS                                PGM0136
           RECORDING MODE     IS F                                      PGM0136
           LABEL     RECORD   IS STANDARD.                              PGM0136
       01  FD-REG-CTLRF.                                                PGM0136
           03  FD-CR-SEQ-REMESSA   PIC     9(06).                       PGM0136
           03  FD-CR-DATA-REMESSA  PIC     9(08).                       PGM0136
           03  FD-CR-QTDE-REMESSA  PIC     9(07).                       PGM0136
           03  FD-CR-TOTAL-PARTES  PIC     9(03).                       PGM0136
           03  FD-CR-ULT-PARTE     PIC     9(03).                       PGM0136
           03  FD-CR-PARTE-CURSO   PIC     9(03).                       PGM0136
           03  FD-CR-ULT-SEQ-RET   PIC     9(07).                       PGM0136
           03  FD-CR-QTDE-RETORNO  PIC     9(07).                       PGM0136
           03  FD-CR-FASE          PIC     X(01).                       PGM0136
               88  FD-CR-ENVIADA                 VALUE 'E'.             PGM0136
               88  FD-CR-APLICANDO               VALUE 'A'.             PGM0136
               88  FD-CR-PARCIAL                 VALUE 'P'.             PGM0136
               88  FD-CR-CONCLUIDA               VALUE 'F'.             PGM0136
           03  FD-CR-DATA-ATU      PIC     9(08).                       PGM0136
           03  FD-CR-HORA-ATU      PIC     9(08).                       PGM0136
           03  FILLER              PIC     X(19).                       PGM0136
      *                                                                 PGM0136
       FD  SRELATO.                                                     PGM0136
       01  FD-REG-RELATO           PIC     X(95).                       PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       WORKING-STORAGE                 SECTION.                         PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       77  FILLER                  PIC     X(32)         VALUE          PGM0136
           'III WORKING-STORAGE SECTION III'.                           PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE FILE STATUS                                         *PGM0136
      ******************************************************************PGM0136
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0136
       77  WS-FS-ESITRF            PIC     X(02)         VALUE ZEROS.   PGM0136
       77  WS-FS-SREMRF            PIC     X(02)         VALUE ZEROS.   PGM0136
       77  WS-FS-SCTLRF            PIC     X(02)         VALUE ZEROS.   PGM0136
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0136
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0136
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0136
       77  WS-SW-ESITRF-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0136
           88  WS-ESITRF-ABERTO                          VALUE 'S'.     PGM0136
       77  WS-SW-SREMRF-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0136
           88  WS-SREMRF-ABERTO                          VALUE 'S'.     PGM0136
       77  WS-SW-SRELATO-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0136
           88  WS-SRELATO-ABERTO                         VALUE 'S'.     PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE CONTADORES                                          *PGM0136
      ******************************************************************PGM0136
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-ATIVOS           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-SEM-DOC          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-RECENTES         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-NUNCA            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-VENCIDOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-DOC-ALTERADO     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-GRAVADOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-HASH-CODIGO         PIC     9(13) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0136
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DO CONTROLE DE REMESSAS/RETORNOS (SYS128)              *PGM0136
      ******************************************************************PGM0136
       01  WS-SEQ-REMESSA          PIC     9(06)         VALUE ZEROS.   PGM0136
       01  WS-SW-EXISTE-SITRF      PIC     X(01)         VALUE 'N'.     PGM0136
           88  WS-EXISTE-SITRF                           VALUE 'S'.     PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE PARAMETROS (MESES DE VALIDADE DA ULTIMA CONSULTA)   *PGM0136
      ******************************************************************PGM0136
       01  WS-MESES-VALIDADE       PIC     9(03)         VALUE ZEROS.   PGM0136
       01  WS-MESES-PADRAO         PIC     9(03)         VALUE 12.      PGM0136
       77  WS-AM-TOTAL             PIC     9(07) COMP-3  VALUE ZEROS.   PGM0136
       77  WS-AM-RESTO             PIC     9(02) COMP-3  VALUE ZEROS.   PGM0136
       01  WS-DATA-LIMITE          PIC     9(08)         VALUE ZEROS.   PGM0136
       01  WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.                   PGM0136
           03  WS-DL-ANO           PIC     9(04).                       PGM0136
           03  WS-DL-MES           PIC     9(02).                       PGM0136
           03  WS-DL-DIA           PIC     9(02).                       PGM0136
       01  WS-DATA-HOJE            PIC     9(08)         VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE AUXILIARES                                          *PGM0136
      ******************************************************************PGM0136
       01  WS-MSG-ECADCLI          PIC     X(18)         VALUE          PGM0136
           ' DO ARQUIVO CADCLI'.                                        PGM0136
       01  WS-MSG-ESITRF           PIC     X(18)         VALUE          PGM0136
           ' DO ARQUIVO SITRF '.                                        PGM0136
      *                                                                 PGM0136
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0136
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0136
           03  WS-DT-MES-R         PIC     9(02).                       PGM0136
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0136
      *                                                                 PGM0136
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0136
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0136
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0136
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0136
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0136
      *                                                                 PGM0136
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0136
       01  WS-DATA-DISPLAY.                                             PGM0136
           03  WS-DATA-BR.                                              PGM0136
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0136
               05  FILLER          PIC     X             VALUE '/'.     PGM0136
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0136
               05  FILLER          PIC     X             VALUE '/'.     PGM0136
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0136
               05  FILLER          PIC     X             VALUE ' '.     PGM0136
           03  WS-HORA-BR.                                              PGM0136
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0136
               05  FILLER          PIC     X             VALUE ':'.     PGM0136
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0136
               05  FILLER          PIC     X             VALUE ':'.     PGM0136
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0136
      *                                                                 PGM0136
       01  CAB1.                                                        PGM0136
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0136
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0136
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0136
           05  FILLER              PIC     X(63)         VALUE          PGM0136
               'CONTROLE DA REMESSA DE CONSULTA A RECEITA FEDERAL'.     PGM0136
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0136
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0136
      *                                                                 PGM0136
       01  CAB2.                                                        PGM0136
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0136
      *                                                                 PGM0136
       01  LINCTL.                                                      PGM0136
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0136
           05  LCT-DESCRICAO       PIC     X(40)         VALUE SPACES.  PGM0136
           05  LCT-QTDE            PIC     ZZZZZZ9.                     PGM0136
           05  FILLER              PIC     X(45)         VALUE SPACES.  PGM0136
      *                                                                 PGM0136
       01  LINDATA.                                                     PGM0136
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0136
           05  LDT-DESCRICAO       PIC     X(40)         VALUE SPACES.  PGM0136
           05  LDT-DIA             PIC     9(02)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0136
           05  LDT-MES             PIC     9(02)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0136
           05  LDT-ANO             PIC     9(04)         VALUE ZEROS.   PGM0136
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0136
      ******************************************************************PGM0136
           COPY MODEXE.                                                 PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0136
      ******************************************************************PGM0136
           COPY ARQLNK.                                                 PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0136
      ******************************************************************PGM0136
           COPY HISLNK.                                                 PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       77  FILLER                  PIC     X(32)         VALUE          PGM0136
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    AREA DE LINKAGE                                             *PGM0136
      ******************************************************************PGM0136
           COPY SAIDA.                                                  PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       LINKAGE                         SECTION.                         PGM0136
      ******************************************************************PGM0136
           COPY SAIDAL.                                                 PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
       PROCEDURE                       DIVISION USING LK-MSG            PGM0136
                                                      LK-COD-RET.       PGM0136
      ******************************************************************PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA PRINCIPAL                                            *PGM0136
      ******************************************************************PGM0136
       RTPRINCIPAL                     SECTION.                         PGM0136
      *                                                                 PGM0136
           PERFORM RTINICIALIZA.                                        PGM0136
      *                                                                 PGM0136
           PERFORM RTPROCESSA.                                          PGM0136
      *                                                                 PGM0136
           PERFORM RTFINALIZA.                                          PGM0136
      *                                                                 PGM0136
       RTPRINCIPALX.                   EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA DE INICIALIZACAO                                     *PGM0136
      ******************************************************************PGM0136
       RTINICIALIZA                    SECTION.                         PGM0136
      *                                                                 PGM0136
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0136
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0136
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0136
      *                                                                 PGM0136
           DISPLAY ERASE.                                               PGM0136
      *                                                                 PGM0136
           INITIALIZE ACU-CT-LIDOS                                      PGM0136
                      ACU-CT-ATIVOS                                     PGM0136
                      ACU-CT-SEM-DOC                                    PGM0136
                      ACU-CT-RECENTES                                   PGM0136
                      ACU-CT-NUNCA                                      PGM0136
                      ACU-CT-VENCIDOS                                   PGM0136
                      ACU-CT-DOC-ALTERADO                               PGM0136
                      ACU-CT-GRAVADOS                                   PGM0136
                      ACU-HASH-CODIGO                                   PGM0136
                      ACU-CT-PAGINA                                     PGM0136
                      WS-SEQ-REMESSA.                                   PGM0136
      *                                                                 PGM0136
           MOVE 'N'                    TO WS-SW-ECADCLI-ABERTO.         PGM0136
           MOVE 'N'                    TO WS-SW-ESITRF-ABERTO.          PGM0136
           MOVE 'N'                    TO WS-SW-SREMRF-ABERTO.          PGM0136
           MOVE 'N'                    TO WS-SW-SRELATO-ABERTO.         PGM0136
      *                                                                 PGM0136
           DISPLAY '**************************************************'.PGM0136
      *                                                                 PGM0136
           MOVE '#PGM0136.900I - INICIO DO PROCESSAMENTO '              PGM0136
                                       TO WS-MENSAGEM.                  PGM0136
      *                                                                 PGM0136
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0136
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0136
      *                                                                 PGM0136
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0136
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0136
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0136
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0136
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0136
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0136
      *                                                                 PGM0136
           DISPLAY WS-MENSAGEM                                          PGM0136
                   WS-DATA-DISPLAY.                                     PGM0136
           DISPLAY '**************************************************'.PGM0136
      *                                                                 PGM0136
           MOVE SPACES                 TO WS-MSG.                       PGM0136
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0136
           MOVE 56                     TO ACU-CT-LINHA.                 PGM0136
           MOVE WS-DATA-MAQ            TO WS-DATA-HOJE.                 PGM0136
      *                                                                 PGM0136
      *    NO LOTE01 A VALIDADE VEM DO CODIGO DO CARTAO                 PGM0136
           IF WS-EXEC-LOTE                                              PGM0136
               MOVE WS-ME-CODIGO       TO WS-MESES-VALIDADE             PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.901I - RECONSULTAR APOS QUANTOS MESES' PGM0136
                       ' (ENTER = 12)? '                                PGM0136
               ACCEPT WS-MESES-VALIDADE                                 PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-MESES-VALIDADE        EQUAL ZEROS                      PGM0136
               MOVE WS-MESES-PADRAO    TO WS-MESES-VALIDADE             PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
      *    DATA LIMITE = HOJE MENOS N MESES (MESMO DIA DO MES)          PGM0136
           COMPUTE WS-AM-TOTAL = (WS-DT-ANO-R * 12) + WS-DT-MES-R - 1   PGM0136
                               - WS-MESES-VALIDADE.                     PGM0136
      *                                                                 PGM0136
           DIVIDE WS-AM-TOTAL          BY 12                            PGM0136
                                       GIVING WS-DL-ANO                 PGM0136
                                       REMAINDER WS-AM-RESTO.           PGM0136
      *                                                                 PGM0136
           COMPUTE WS-DL-MES = WS-AM-RESTO + 1.                         PGM0136
           MOVE WS-DT-DIA-R            TO WS-DL-DIA.                    PGM0136
      *                                                                 PGM0136
           DISPLAY '#PGM0136.902I - VALIDADE DA CONSULTA (MESES) = '    PGM0136
                   WS-MESES-VALIDADE.                                   PGM0136
           DISPLAY '#PGM0136.902I - RECONSULTA O QUE FOI CONSULTADO'    PGM0136
                   ' ANTES DE ' WS-DL-DIA '/' WS-DL-MES '/' WS-DL-ANO.  PGM0136
      *                                                                 PGM0136
           PERFORM RTLECONTROLE.                                        PGM0136
      *                                                                 PGM0136
           OPEN INPUT  ECADCLI.                                         PGM0136
      *                                                                 PGM0136
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0136
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.903I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0136
               DISPLAY '#PGM0136.903I - FILE STATUS = '   WS-FS-ECADCLI PGM0136
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.903I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0136
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
      *    A SITUACAO NA RECEITA E CRIADA VAZIA NA PRIMEIRA EXECUCAO    PGM0136
           OPEN I-O    ESITRF.                                          PGM0136
      *                                                                 PGM0136
           IF WS-FS-ESITRF             EQUAL '35'                       PGM0136
               OPEN OUTPUT ESITRF                                       PGM0136
               IF WS-FS-ESITRF         EQUAL ZEROS                      PGM0136
                   CLOSE ESITRF                                         PGM0136
                   OPEN I-O ESITRF                                      PGM0136
               END-IF                                                   PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-FS-ESITRF             EQUAL ZEROS                      PGM0136
               SET WS-ESITRF-ABERTO    TO TRUE                          PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.904I - ERRO NA ABERTURA' WS-MSG-ESITRF PGM0136
               DISPLAY '#PGM0136.904I - FILE STATUS = '   WS-FS-ESITRF  PGM0136
               MOVE   WS-FS-ESITRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.904I - ERRO NA ABERTURA DO ARQUIVO SI'  PGM0136
                      'TRF! FILE STATUS = ' WS-FS-ESITRF                PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           OPEN OUTPUT SREMRF                                           PGM0136
                OUTPUT SRELATO.                                         PGM0136
      *                                                                 PGM0136
           IF WS-FS-SREMRF             EQUAL ZEROS                      PGM0136
               SET WS-SREMRF-ABERTO    TO TRUE                          PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0136
               SET WS-SRELATO-ABERTO   TO TRUE                          PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-SREMRF-ABERTO                                          PGM0136
              AND WS-SRELATO-ABERTO                                     PGM0136
               CONTINUE                                                 PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.905I - ERRO NA ABERTURA DOS ARQUIVOS'  PGM0136
               DISPLAY '#PGM0136.905I - FS REMESSA = ' WS-FS-SREMRF     PGM0136
                       ' FS RELATO = ' WS-FS-SRELATO                    PGM0136
               MOVE 91                 TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.905I - ERRO NA ABERTURA DOS ARQUIVOS D' PGM0136
                      'A REMESSA A RECEITA.'                            PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTINICIALIZAX.                  EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE LE O CONTROLE DE REMESSAS/RETORNOS (SYS128). UM  *PGM0136
      *    RETORNO INTERROMPIDO NO MEIO DE UMA PARTE PRECISA SER       *PGM0136
      *    CONCLUIDO ANTES DE UMA NOVA REMESSA; RETORNO INCOMPLETO     *PGM0136
      *    (PARTES FALTANDO) APENAS E AVISADO                          *PGM0136
      ******************************************************************PGM0136
       RTLECONTROLE                    SECTION.                         PGM0136
      *                                                                 PGM0136
           OPEN INPUT SCTLRF.                                           PGM0136
      *                                                                 PGM0136
           IF WS-FS-SCTLRF             EQUAL '35'                       PGM0136
               ADD 1                   TO WS-SEQ-REMESSA                PGM0136
               GO TO RTLECONTROLEX                                      PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-FS-SCTLRF             EQUAL ZEROS                      PGM0136
               CONTINUE                                                 PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.906I - ERRO NA ABERTURA DO CONTROLE'   PGM0136
                       ' DE REMESSAS'                                   PGM0136
               DISPLAY '#PGM0136.906I - FILE STATUS = ' WS-FS-SCTLRF    PGM0136
               MOVE   WS-FS-SCTLRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.906I - ERRO NA ABERTURA DO CONTROLE DE' PGM0136
                      ' REMESSAS! FILE STATUS = ' WS-FS-SCTLRF          PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           READ SCTLRF.                                                 PGM0136
      *                                                                 PGM0136
           IF WS-FS-SCTLRF             EQUAL ZEROS                      PGM0136
               MOVE FD-CR-SEQ-REMESSA  TO WS-SEQ-REMESSA                PGM0136
               DISPLAY '#PGM0136.907I - ULTIMA REMESSA = '              PGM0136
                       FD-CR-SEQ-REMESSA ' FASE = ' FD-CR-FASE          PGM0136
                       ' PARTES APLICADAS = ' FD-CR-ULT-PARTE           PGM0136
               IF FD-CR-APLICANDO                                       PGM0136
                   CLOSE SCTLRF                                         PGM0136
                   MOVE 12             TO WS-COD-RET                    PGM0136
                   STRING '#PGM0136.907I - RETORNO DA REMESSA '         PGM0136
                          FD-CR-SEQ-REMESSA ' INTERROMPIDO NA PARTE '   PGM0136
                          FD-CR-PARTE-CURSO '. CONCLUIR ANTES.'         PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
                   PERFORM RTFINALIZA                                   PGM0136
               END-IF                                                   PGM0136
               IF FD-CR-ENVIADA                                         PGM0136
                  OR FD-CR-PARCIAL                                      PGM0136
                   DISPLAY '#PGM0136.908I - REMESSA ' FD-CR-SEQ-REMESSA PGM0136
                           ' SEM RETORNO COMPLETO SERA SUBSTITUIDA'     PGM0136
               END-IF                                                   PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           CLOSE SCTLRF.                                                PGM0136
      *                                                                 PGM0136
           ADD 1                       TO WS-SEQ-REMESSA.               PGM0136
      *                                                                 PGM0136
       RTLECONTROLEX.                  EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA DE PROCESSAMENTO                                     *PGM0136
      ******************************************************************PGM0136
       RTPROCESSA                      SECTION.                         PGM0136
      *                                                                 PGM0136
           PERFORM RTGRAVAHEADER.                                       PGM0136
      *                                                                 PGM0136
           PERFORM RTLECADCLI.                                          PGM0136
      *                                                                 PGM0136
           PERFORM RTSELECIONA         UNTIL WS-FS-ECADCLI EQUAL '10'.  PGM0136
      *                                                                 PGM0136
           PERFORM RTGRAVATRAILER.                                      PGM0136
      *                                                                 PGM0136
           PERFORM RTGRAVACONTROLE.                                     PGM0136
      *                                                                 PGM0136
           PERFORM RTIMPCONTROLE.                                       PGM0136
      *                                                                 PGM0136
           CLOSE SREMRF                                                 PGM0136
                 SRELATO.                                               PGM0136
           MOVE 'N'                    TO WS-SW-SREMRF-ABERTO           PGM0136
                                          WS-SW-SRELATO-ABERTO.         PGM0136
      *                                                                 PGM0136
           PERFORM RTARQUIVAREL.                                        PGM0136
      *                                                                 PGM0136
           PERFORM RTCONTABILIZA.                                       PGM0136
      *                                                                 PGM0136
       RTPROCESSAX.                    EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA DE LEITURA DO ARQUIVO ECADCLI                        *PGM0136
      ******************************************************************PGM0136
       RTLECADCLI                      SECTION.                         PGM0136
      *                                                                 PGM0136
           READ ECADCLI.                                                PGM0136
      *                                                                 PGM0136
           EVALUATE WS-FS-ECADCLI                                       PGM0136
               WHEN ZEROS                                               PGM0136
                   ADD 1               TO ACU-CT-LIDOS                  PGM0136
               WHEN '10'                                                PGM0136
                   CONTINUE                                             PGM0136
               WHEN OTHER                                               PGM0136
                   DISPLAY '#PGM0136.909I - ERRO NA LEITURA'            PGM0136
                           WS-MSG-ECADCLI                               PGM0136
                   DISPLAY '#PGM0136.909I - FILE STATUS = '             PGM0136
                           WS-FS-ECADCLI                                PGM0136
                   MOVE  WS-FS-ECADCLI TO WS-COD-RET                    PGM0136
                   STRING '#PGM0136.909I - ERRO NA LEITURA DO ARQUIVO ' PGM0136
                          'CADCLI! FILE STATUS = ' WS-FS-ECADCLI        PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
                   PERFORM RTFINALIZA                                   PGM0136
           END-EVALUATE.                                                PGM0136
      *                                                                 PGM0136
       RTLECADCLIX.                    EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE DECIDE SE O DOCUMENTO DO CLIENTE VAI NA REMESSA: *PGM0136
      *    NUNCA CONSULTADO, CONSULTA VENCIDA OU DOCUMENTO ALTERADO    *PGM0136
      ******************************************************************PGM0136
       RTSELECIONA                     SECTION.                         PGM0136
      *                                                                 PGM0136
           IF FD-RC-SITUACAO           EQUAL 'I'                        PGM0136
               GO TO RTSELECIONA-LE                                     PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           ADD 1                       TO ACU-CT-ATIVOS.                PGM0136
      *                                                                 PGM0136
           IF FD-RC-CPF-CNPJ           NOT NUMERIC                      PGM0136
              OR FD-RC-CPF-CNPJ        EQUAL ZEROS                      PGM0136
              OR (FD-RC-PESSOA         NOT EQUAL 1                      PGM0136
              AND FD-RC-PESSOA         NOT EQUAL 2)                     PGM0136
               ADD 1                   TO ACU-CT-SEM-DOC                PGM0136
               GO TO RTSELECIONA-LE                                     PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           MOVE FD-RC-CODIGO           TO FD-SR-CODIGO.                 PGM0136
      *                                                                 PGM0136
           READ ESITRF                                                  PGM0136
               INVALID KEY                                              PGM0136
                   MOVE '23'           TO WS-FS-ESITRF                  PGM0136
           END-READ.                                                    PGM0136
      *                                                                 PGM0136
           EVALUATE WS-FS-ESITRF                                        PGM0136
               WHEN ZEROS                                               PGM0136
                   MOVE 'S'            TO WS-SW-EXISTE-SITRF            PGM0136
               WHEN '23'                                                PGM0136
                   MOVE 'N'            TO WS-SW-EXISTE-SITRF            PGM0136
               WHEN OTHER                                               PGM0136
                   DISPLAY '#PGM0136.910I - ERRO NA LEITURA'            PGM0136
                           WS-MSG-ESITRF                                PGM0136
                   DISPLAY '#PGM0136.910I - FILE STATUS = '             PGM0136
                           WS-FS-ESITRF                                 PGM0136
                   MOVE  WS-FS-ESITRF  TO WS-COD-RET                    PGM0136
                   STRING '#PGM0136.910I - ERRO NA LEITURA DO ARQUIVO ' PGM0136
                          'SITRF! FILE STATUS = ' WS-FS-ESITRF          PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
                   PERFORM RTFINALIZA                                   PGM0136
           END-EVALUATE.                                                PGM0136
      *                                                                 PGM0136
           EVALUATE TRUE                                                PGM0136
               WHEN NOT WS-EXISTE-SITRF                                 PGM0136
                   INITIALIZE FD-REG-SITRF                              PGM0136
                   MOVE FD-RC-CODIGO   TO FD-SR-CODIGO                  PGM0136
                   ADD 1               TO ACU-CT-NUNCA                  PGM0136
      *        DOCUMENTO CORRIGIDO NO CADASTRO: A SITUACAO GUARDADA E   PGM0136
      *        DO DOCUMENTO ANTERIOR E DEIXA DE VALER                   PGM0136
               WHEN FD-SR-CPF-CNPJ     NOT EQUAL FD-RC-CPF-CNPJ         PGM0136
                 OR FD-SR-PESSOA       NOT EQUAL FD-RC-PESSOA           PGM0136
                   MOVE ZEROS          TO FD-SR-SITUACAO                PGM0136
                                          FD-SR-DT-CONSULTA             PGM0136
                                          FD-SR-SEQ-RETORNO             PGM0136
                   MOVE SPACES         TO FD-SR-NOME-RF                 PGM0136
                   ADD 1               TO ACU-CT-DOC-ALTERADO           PGM0136
               WHEN FD-SR-NAO-CONSULTADO                                PGM0136
                 OR FD-SR-DT-CONSULTA  EQUAL ZEROS                      PGM0136
                   ADD 1               TO ACU-CT-NUNCA                  PGM0136
               WHEN FD-SR-DT-CONSULTA  LESS WS-DATA-LIMITE              PGM0136
                   ADD 1               TO ACU-CT-VENCIDOS               PGM0136
               WHEN OTHER                                               PGM0136
                   ADD 1               TO ACU-CT-RECENTES               PGM0136
                   GO TO RTSELECIONA-LE                                 PGM0136
           END-EVALUATE.                                                PGM0136
      *                                                                 PGM0136
           MOVE SPACES                 TO FD-REG-REMRF.                 PGM0136
      *                                                                 PGM0136
           MOVE 'D'                    TO FD-RM-TIPO.                   PGM0136
           MOVE FD-RC-CODIGO           TO FD-RM-CODIGO.                 PGM0136
           MOVE FD-RC-PESSOA           TO FD-RM-PESSOA.                 PGM0136
           MOVE FD-RC-CPF-CNPJ         TO FD-RM-CPF-CNPJ.               PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-REMRF.                                          PGM0136
      *                                                                 PGM0136
           IF WS-FS-SREMRF             NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA'    PGM0136
               DISPLAY '#PGM0136.911I - FILE STATUS = ' WS-FS-SREMRF    PGM0136
               MOVE   WS-FS-SREMRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA! '   PGM0136
                      'FILE STATUS = ' WS-FS-SREMRF                     PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           ADD 1                       TO ACU-CT-GRAVADOS.              PGM0136
           ADD FD-RC-CODIGO            TO ACU-HASH-CODIGO.              PGM0136
      *                                                                 PGM0136
           MOVE FD-RC-PESSOA           TO FD-SR-PESSOA.                 PGM0136
           MOVE FD-RC-CPF-CNPJ         TO FD-SR-CPF-CNPJ.               PGM0136
           MOVE WS-DATA-HOJE           TO FD-SR-DT-ENVIO                PGM0136
                                          FD-SR-DT-ATUALIZ.             PGM0136
           MOVE WS-SEQ-REMESSA         TO FD-SR-SEQ-ENVIO.              PGM0136
      *                                                                 PGM0136
           IF WS-EXISTE-SITRF                                           PGM0136
               REWRITE FD-REG-SITRF                                     PGM0136
           ELSE                                                         PGM0136
               WRITE FD-REG-SITRF                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-FS-ESITRF             NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.912I - ERRO NA GRAVACAO'               PGM0136
                       WS-MSG-ESITRF                                    PGM0136
               DISPLAY '#PGM0136.912I - FILE STATUS = ' WS-FS-ESITRF    PGM0136
               MOVE   WS-FS-ESITRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.912I - ERRO NA GRAVACAO DO ARQUIVO SI'  PGM0136
                      'TRF! FILE STATUS = ' WS-FS-ESITRF                PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTSELECIONA-LE.                                                  PGM0136
      *                                                                 PGM0136
           PERFORM RTLECADCLI.                                          PGM0136
      *                                                                 PGM0136
       RTSELECIONAX.                   EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE GRAVA O HEADER DA REMESSA                        *PGM0136
      ******************************************************************PGM0136
       RTGRAVAHEADER                   SECTION.                         PGM0136
      *                                                                 PGM0136
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0136
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0136
      *                                                                 PGM0136
           MOVE SPACES                 TO FD-REG-REMHDR.                PGM0136
      *                                                                 PGM0136
           MOVE 'H'                    TO FD-RH-TIPO.                   PGM0136
           MOVE WS-SEQ-REMESSA         TO FD-RH-SEQ-REMESSA.            PGM0136
           MOVE WS-DATA-MAQ            TO FD-RH-DATA-GERACAO.           PGM0136
           MOVE WS-HORA-MAQ            TO FD-RH-HORA-GERACAO.           PGM0136
           MOVE 'CADCLI'               TO FD-RH-SISTEMA.                PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-REMHDR.                                         PGM0136
      *                                                                 PGM0136
           IF WS-FS-SREMRF             NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA'    PGM0136
               DISPLAY '#PGM0136.911I - FILE STATUS = ' WS-FS-SREMRF    PGM0136
               MOVE   WS-FS-SREMRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA! '   PGM0136
                      'FILE STATUS = ' WS-FS-SREMRF                     PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTGRAVAHEADERX.                 EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE GRAVA O TRAILER DA REMESSA                       *PGM0136
      ******************************************************************PGM0136
       RTGRAVATRAILER                  SECTION.                         PGM0136
      *                                                                 PGM0136
           MOVE SPACES                 TO FD-REG-REMTRL.                PGM0136
      *                                                                 PGM0136
           MOVE 'T'                    TO FD-RT-TIPO.                   PGM0136
           MOVE ACU-CT-GRAVADOS        TO FD-RT-QTDE.                   PGM0136
           MOVE ACU-HASH-CODIGO        TO FD-RT-HASH-CODIGO.            PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-REMTRL.                                         PGM0136
      *                                                                 PGM0136
           IF WS-FS-SREMRF             NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA'    PGM0136
               DISPLAY '#PGM0136.911I - FILE STATUS = ' WS-FS-SREMRF    PGM0136
               MOVE   WS-FS-SREMRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.911I - ERRO NA GRAVACAO DA REMESSA! '   PGM0136
                      'FILE STATUS = ' WS-FS-SREMRF                     PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTGRAVATRAILERX.                EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE ABRE A NOVA REMESSA NO CONTROLE (SYS128), SEM    *PGM0136
      *    NENHUMA PARTE DE RETORNO APLICADA                           *PGM0136
      ******************************************************************PGM0136
       RTGRAVACONTROLE                 SECTION.                         PGM0136
      *                                                                 PGM0136
           OPEN OUTPUT SCTLRF.                                          PGM0136
      *                                                                 PGM0136
           IF WS-FS-SCTLRF             EQUAL ZEROS                      PGM0136
               CONTINUE                                                 PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.913I - ERRO NA GRAVACAO DO CONTROLE'   PGM0136
                       ' DE REMESSAS'                                   PGM0136
               DISPLAY '#PGM0136.913I - FILE STATUS = ' WS-FS-SCTLRF    PGM0136
               MOVE   WS-FS-SCTLRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.913I - ERRO NA GRAVACAO DO CONTROLE DE' PGM0136
                      ' REMESSAS! FILE STATUS = ' WS-FS-SCTLRF          PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0136
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0136
      *                                                                 PGM0136
           MOVE SPACES                 TO FD-REG-CTLRF.                 PGM0136
      *                                                                 PGM0136
           MOVE WS-SEQ-REMESSA         TO FD-CR-SEQ-REMESSA.            PGM0136
           MOVE WS-DATA-MAQ            TO FD-CR-DATA-REMESSA            PGM0136
                                          FD-CR-DATA-ATU.               PGM0136
           MOVE WS-HORA-MAQ            TO FD-CR-HORA-ATU.               PGM0136
           MOVE ACU-CT-GRAVADOS        TO FD-CR-QTDE-REMESSA.           PGM0136
           MOVE ZEROS                  TO FD-CR-TOTAL-PARTES            PGM0136
                                          FD-CR-ULT-PARTE               PGM0136
                                          FD-CR-PARTE-CURSO             PGM0136
                                          FD-CR-ULT-SEQ-RET             PGM0136
                                          FD-CR-QTDE-RETORNO.           PGM0136
           SET FD-CR-ENVIADA           TO TRUE.                         PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-CTLRF.                                          PGM0136
      *                                                                 PGM0136
           IF WS-FS-SCTLRF             NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.913I - ERRO NA GRAVACAO DO CONTROLE'   PGM0136
                       ' DE REMESSAS'                                   PGM0136
               DISPLAY '#PGM0136.913I - FILE STATUS = ' WS-FS-SCTLRF    PGM0136
               MOVE   WS-FS-SCTLRF     TO WS-COD-RET                    PGM0136
               STRING '#PGM0136.913I - ERRO NA GRAVACAO DO CONTROLE DE' PGM0136
                      ' REMESSAS! FILE STATUS = ' WS-FS-SCTLRF          PGM0136
                                       DELIMITED BY SIZE                PGM0136
                                       INTO WS-MSG                      PGM0136
               CLOSE SCTLRF                                             PGM0136
               PERFORM RTFINALIZA                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           CLOSE SCTLRF.                                                PGM0136
      *                                                                 PGM0136
       RTGRAVACONTROLEX.               EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE IMPRIME O RELATORIO DE CONTROLE DA REMESSA       *PGM0136
      ******************************************************************PGM0136
       RTIMPCONTROLE                   SECTION.                         PGM0136
      *                                                                 PGM0136
           PERFORM RTMONTACAB.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'SEQUENCIA DA REMESSA...................:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE WS-SEQ-REMESSA         TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'VALIDADE DA CONSULTA EM MESES..........:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE WS-MESES-VALIDADE      TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'RECONSULTA O CONSULTADO ANTES DE.......:'              PGM0136
                                       TO LDT-DESCRICAO.                PGM0136
           MOVE WS-DL-DIA              TO LDT-DIA.                      PGM0136
           MOVE WS-DL-MES              TO LDT-MES.                      PGM0136
           MOVE WS-DL-ANO              TO LDT-ANO.                      PGM0136
           MOVE LINDATA                TO LINCTL.                       PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'CLIENTES LIDOS.........................:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-LIDOS           TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'CLIENTES ATIVOS........................:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-ATIVOS          TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'ATIVOS SEM CPF/CNPJ OU TIPO DE PESSOA..:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-SEM-DOC         TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'CONSULTA AINDA DENTRO DA VALIDADE......:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-RECENTES        TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'ENVIADOS - NUNCA CONSULTADOS...........:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-NUNCA           TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'ENVIADOS - CONSULTA VENCIDA............:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-VENCIDOS        TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'ENVIADOS - DOCUMENTO ALTERADO..........:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-DOC-ALTERADO    TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
           MOVE 'TOTAL DE DOCUMENTOS NA REMESSA.........:'              PGM0136
                                       TO LCT-DESCRICAO.                PGM0136
           MOVE ACU-CT-GRAVADOS        TO LCT-QTDE.                     PGM0136
           PERFORM RTIMPLINHA.                                          PGM0136
      *                                                                 PGM0136
       RTIMPCONTROLEX.                 EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE IMPRIME UMA LINHA DO RELATORIO DE CONTROLE       *PGM0136
      ******************************************************************PGM0136
       RTIMPLINHA                      SECTION.                         PGM0136
      *                                                                 PGM0136
           IF ACU-CT-LINHA             GREATER 55                       PGM0136
               PERFORM RTMONTACAB                                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           MOVE LINCTL                 TO FD-REG-RELATO.                PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0136
      *                                                                 PGM0136
           ADD 1                       TO ACU-CT-LINHA.                 PGM0136
      *                                                                 PGM0136
       RTIMPLINHAX.                    EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA DE MONTAGEM DO CABECALHO DO RELATORIO                *PGM0136
      ******************************************************************PGM0136
       RTMONTACAB                      SECTION.                         PGM0136
      *                                                                 PGM0136
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0136
           MOVE  WS-MES                TO CB1-MES.                      PGM0136
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0136
      *                                                                 PGM0136
           ADD 1                       TO ACU-CT-PAGINA.                PGM0136
      *                                                                 PGM0136
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0136
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0136
      *                                                                 PGM0136
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0136
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0136
           ELSE                                                         PGM0136
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0136
      *                                                                 PGM0136
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0136
      *                                                                 PGM0136
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0136
      *                                                                 PGM0136
       RTMONTACABX.                    EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0136
      ******************************************************************PGM0136
       RTARQUIVAREL                    SECTION.                         PGM0136
      *                                                                 PGM0136
           INITIALIZE ARQ-PARM.                                         PGM0136
      *                                                                 PGM0136
           MOVE 'PGM0136'              TO ARQ-PROGRAMA.                 PGM0136
           MOVE 'REMESSA A RECEITA FEDERAL'                             PGM0136
                                       TO ARQ-FILTRO.                   PGM0136
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0136
      *                                                                 PGM0136
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0136
      *                                                                 PGM0136
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0136
               DISPLAY '#PGM0136.914I - RELATORIO ARQUIVADO NA'         PGM0136
                       ' GERACAO ' ARQ-GERACAO                          PGM0136
           ELSE                                                         PGM0136
               DISPLAY '#PGM0136.914I - FALHA NO ARQUIVAMENTO DO'       PGM0136
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTARQUIVARELX.                  EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0136
      ******************************************************************PGM0136
       RTCONTABILIZA                   SECTION.                         PGM0136
      *                                                                 PGM0136
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0136
      *                                                                 PGM0136
           DISPLAY '#PGM0136.915I - CLIENTES LIDOS = '                  PGM0136
                   WS-DISPLAY-QTDE.                                     PGM0136
      *                                                                 PGM0136
           MOVE ACU-CT-GRAVADOS        TO WS-DISPLAY-QTDE.              PGM0136
      *                                                                 PGM0136
           DISPLAY '#PGM0136.916I - DOCUMENTOS NA REMESSA '             PGM0136
                   WS-SEQ-REMESSA ' = ' WS-DISPLAY-QTDE.                PGM0136
      *                                                                 PGM0136
           IF ACU-CT-GRAVADOS          EQUAL ZEROS                      PGM0136
               MOVE '04'               TO WS-COD-RET                    PGM0136
               MOVE '#PGM0136.917I - NENHUM DOCUMENTO A CONSULTAR. REMESPGM0136
      -             'SA VAZIA.'        TO WS-MSG                        PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTCONTABILIZAX.                 EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0136
      *    (SYS135)                                                    *PGM0136
      ******************************************************************PGM0136
       RTGRAVAHIST                     SECTION.                         PGM0136
      *                                                                 PGM0136
           MOVE 'PGM0136'              TO HIS-PROGRAMA.                 PGM0136
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0136
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0136
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0136
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0136
      *                                                                 PGM0136
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0136
      *                                                                 PGM0136
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0136
               DISPLAY '#PGM0136.918I - FALHA NO REGISTRO DO'           PGM0136
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0136
                       HIS-COD-RET                                      PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
       RTGRAVAHISTX.                   EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    ROTINA DE FINALIZACAO                                       *PGM0136
      ******************************************************************PGM0136
       RTFINALIZA                      SECTION.                         PGM0136
      *                                                                 PGM0136
           IF WS-ECADCLI-ABERTO                                         PGM0136
               CLOSE ECADCLI                                            PGM0136
               MOVE   'N'              TO WS-SW-ECADCLI-ABERTO          PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-ESITRF-ABERTO                                          PGM0136
               CLOSE ESITRF                                             PGM0136
               MOVE   'N'              TO WS-SW-ESITRF-ABERTO           PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-SREMRF-ABERTO                                          PGM0136
               CLOSE SREMRF                                             PGM0136
               MOVE   'N'              TO WS-SW-SREMRF-ABERTO           PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           IF WS-SRELATO-ABERTO                                         PGM0136
               CLOSE SRELATO                                            PGM0136
               MOVE   'N'              TO WS-SW-SRELATO-ABERTO          PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           DISPLAY '**************************************************'.PGM0136
      *                                                                 PGM0136
           MOVE '#PGM0136.999I - FIM DO PROCESSAMENTO '                 PGM0136
                                       TO WS-MENSAGEM.                  PGM0136
      *                                                                 PGM0136
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0136
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0136
      *                                                                 PGM0136
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0136
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0136
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0136
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0136
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0136
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0136
      *                                                                 PGM0136
           DISPLAY WS-MENSAGEM                                          PGM0136
                   WS-DATA-DISPLAY.                                     PGM0136
           DISPLAY '**************************************************'.PGM0136
      *                                                                 PGM0136
           PERFORM RTGRAVAHIST.                                         PGM0136
      *                                                                 PGM0136
           MOVE WS-MSG                 TO LK-MSG.                       PGM0136
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0136
      *                                                                 PGM0136
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0136
           IF WS-EXEC-LOTE                                              PGM0136
               CONTINUE                                                 PGM0136
           ELSE                                                         PGM0136
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0136
           END-IF.                                                      PGM0136
      *                                                                 PGM0136
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0136
      *                                                                 PGM0136
           GOBACK.                                                      PGM0136
      *                                                                 PGM0136
       RTFINALIZAX.                    EXIT.                            PGM0136
      *                                                                 PGM0136
      ******************************************************************PGM0136
      *    FIM DO PROGRAMA                                             *PGM0136
      ******************************************************************PGM0136
