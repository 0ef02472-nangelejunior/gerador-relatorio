      ******************************************************************PGM0132
       IDENTIFICATION                  DIVISION.                        PGM0132
      ******************************************************************PGM0132
       PROGRAM-ID. PGM0132.                                             PGM0132
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0132
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0132
       DATE-COMPILED.                                                   PGM0132
      ******************************************************************PGM0132
      *REMARKS.                                                         PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     *#NOME     : PGM0132                                       *PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     *#TIPO     : BATCH                                         *PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     *#FUNCAO   : REGISTRAR AS CORRESPONDENCIAS DEVOLVIDAS PELOS*PGM0132
      *     *            CORREIOS (CODIGO DO CLIENTE, DATA E MOTIVO),  *PGM0132
      *     *            DIGITADAS PELO OPERADOR OU CARREGADAS DO      *PGM0132
      *     *            ARQUIVO SYS119, NO CADASTRO DE DEVOLUCOES     *PGM0132
      *     *            EDEVOL (SYS118), E LISTAR NO SPRINT AS        *PGM0132
      *     *            DEVOLUCOES INFORMADAS E AS QUE ESTAO EM ABERTO*PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0132
      *     *              - REGISTRO DE CORRESPONDENCIAS DEVOLVIDAS   *PGM0132
      *     *----------------------------------------------------------*PGM0132
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0132
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0132
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0132
      *     *----------------------------------------------------------*PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       ENVIRONMENT                     DIVISION.                        PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       CONFIGURATION                   SECTION.                         PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
       SPECIAL-NAMES.                                                   PGM0132
           DECIMAL-POINT IS COMMA.                                      PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       INPUT-OUTPUT                    SECTION.                         PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
       FILE-CONTROL.                                                    PGM0132
           SELECT ECADCLI  ASSIGN TO SYS010                             PGM0132
                  ORGANIZATION IS INDEXED                               PGM0132
                  ACCESS    MODE IS DYNAMIC                             PGM0132
                  RECORD    KEY IS FD-RC-CODIGO                         PGM0132
                  ALTERNATE RECORD KEY IS FD-RC-CPF-CNPJ                PGM0132
                            WITH DUPLICATES                             PGM0132
                  FILE    STATUS IS WS-FS-ECADCLI.                      PGM0132
      *                                                                 PGM0132
           SELECT EDEVOL   ASSIGN TO SYS118                             PGM0132
                  ORGANIZATION IS INDEXED                               PGM0132
                  ACCESS    MODE IS DYNAMIC                             PGM0132
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0132
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0132
      *                                                                 PGM0132
           SELECT EDEVMOV  ASSIGN TO SYS119                             PGM0132
                  FILE    STATUS IS WS-FS-EDEVMOV.                      PGM0132
      *                                                                 PGM0132
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0132
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       DATA                            DIVISION.                        PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       FILE                            SECTION.                         PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
       FD  ECADCLI                                                      PGM0132
           BLOCK     CONTAINS 0  RECORDS                                PGM0132
           RECORDING MODE     IS F                                      PGM0132
           LABEL     RECORD   IS STANDARD.                              PGM0132
           COPY CADCLI.                                                 PGM0132
      *                                                                 PGM0132
       FD  EDEVOL                                                       PGM0132
           BLOCK     CONTAINS 0  RECORDS                                PGM0132
           RECORDING MODE     IS F                                      PGM0132
           LABEL     RECORD   IS STANDARD.                              PGM0132
           COPY CADDEV.                                                 PGM0132
      *                                                                 PGM0132
      *    ARQUIVO DE DEVOLUCOES RECEBIDO DOS CORREIOS/EXPEDICAO        PGM0132
       FD  EDEVMOV                                                      PGM0132
           BLOCK     CONTAINS 0  RECORDS                                PGM0132
           RECORDING MODE     IS F                                      PGM0132
           LABEL     RECORD   IS STANDARD.                              PGM0132
       01  FD-REG-DEVMOV.                                               PGM0132
           03  FD-DM-CODIGO        PIC     X(06).                       PGM0132
           03  FD-DM-DATA          PIC     X(08).                       PGM0132
           03  FD-DM-MOTIVO        PIC     X(02).                       PGM0132
           03  FILLER              PIC     X(04).                       PGM0132
      *                                                                 PGM0132
       FD  SRELATO.                                                     PGM0132
       01  FD-REG-RELATO           PIC     X(95).                       PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       WORKING-STORAGE                 SECTION.                         PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       77  FILLER                  PIC     X(32)         VALUE          PGM0132
           'III WORKING-STORAGE SECTION III'.                           PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE FILE STATUS                                         *PGM0132
      ******************************************************************PGM0132
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0132
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0132
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0132
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0132
       77  WS-SW-EDEVOL-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0132
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0132
       77  WS-FS-EDEVMOV           PIC     X(02)         VALUE ZEROS.   PGM0132
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE CONTADORES                                          *PGM0132
      ******************************************************************PGM0132
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       77  ACU-CT-REGISTRADOS      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       77  ACU-CT-REJEITADOS       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       77  ACU-CT-ABERTAS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0132
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE PARAMETROS (FUNCAO: D-DIGITACAO / C-CARGA SYS119)   *PGM0132
      ******************************************************************PGM0132
       01  WS-FUNCAO               PIC     X(01)         VALUE SPACES.  PGM0132
           88  WS-DIGITACAO                              VALUE 'D'.     PGM0132
           88  WS-CARGA                                  VALUE 'C'.     PGM0132
       01  WS-OPERADOR             PIC     X(08)         VALUE SPACES.  PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DA DEVOLUCAO EM TRATAMENTO (DIGITADA OU CARREGADA)     *PGM0132
      ******************************************************************PGM0132
       01  WS-EN-ENTRADA.                                               PGM0132
           03  WS-EN-CODIGO-X      PIC     X(06)         VALUE SPACES.  PGM0132
           03  WS-EN-CODIGO REDEFINES WS-EN-CODIGO-X                    PGM0132
                                   PIC     9(06).                       PGM0132
           03  WS-EN-DATA-X        PIC     X(08)         VALUE SPACES.  PGM0132
           03  WS-EN-DATA REDEFINES WS-EN-DATA-X                        PGM0132
                                   PIC     9(08).                       PGM0132
           03  WS-EN-DATA-R REDEFINES WS-EN-DATA-X.                     PGM0132
               05  WS-EN-ANO       PIC     9(04).                       PGM0132
               05  WS-EN-MES       PIC     9(02).                       PGM0132
               05  WS-EN-DIA       PIC     9(02).                       PGM0132
           03  WS-EN-MOTIVO-X      PIC     X(02)         VALUE SPACES.  PGM0132
           03  WS-EN-MOTIVO REDEFINES WS-EN-MOTIVO-X                    PGM0132
                                   PIC     9(02).                       PGM0132
       01  WS-SW-ENTRADA           PIC     X(01)         VALUE 'S'.     PGM0132
           88  WS-ENTRADA-OK                             VALUE 'S'.     PGM0132
       01  WS-EN-REJEICAO          PIC     X(40)         VALUE SPACES.  PGM0132
      *                                                                 PGM0132
      *    CAMPOS DA DIGITACAO (ENTER NA DATA = HOJE)                   PGM0132
       01  WS-DG-CODIGO            PIC     9(06)         VALUE ZEROS.   PGM0132
       01  WS-DG-DATA              PIC     9(08)         VALUE ZEROS.   PGM0132
       01  WS-DG-MOTIVO            PIC     9(02)         VALUE ZEROS.   PGM0132
       01  WS-SW-FIM-DIGITACAO     PIC     X(01)         VALUE 'N'.     PGM0132
           88  WS-FIM-DIGITACAO                          VALUE 'S'.     PGM0132
       77  WS-IX-MOT               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0132
       01  WS-MOT-DISPLAY          PIC     9(02)         VALUE ZEROS.   PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    TABELA DOS MOTIVOS DE DEVOLUCAO DOS CORREIOS                *PGM0132
      ******************************************************************PGM0132
           COPY MOTDEV.                                                 PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE CONVERSAO DE DATA EM DIAS CORRIDOS                  *PGM0132
      ******************************************************************PGM0132
       01  WS-DJ-DATA              PIC     9(08)         VALUE ZEROS.   PGM0132
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.                           PGM0132
           03  WS-DJ-ANO           PIC     9(04).                       PGM0132
           03  WS-DJ-MES           PIC     9(02).                       PGM0132
           03  WS-DJ-DIA           PIC     9(02).                       PGM0132
       77  WS-DJ-DIAS              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-A                 PIC     9(04) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-M                 PIC     9(02) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-T1                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-T2                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-T3                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DJ-T4                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0132
       77  WS-DIAS-HOJE            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0132
       01  WS-DIAS-ABERTA          PIC     9(05)         VALUE ZEROS.   PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE AUXILIARES                                          *PGM0132
      ******************************************************************PGM0132
       01  WS-MSG-ECADCLI          PIC     X(18)         VALUE          PGM0132
           ' DO ARQUIVO CADCLI'.                                        PGM0132
       01  WS-MSG-EDEVOL           PIC     X(18)         VALUE          PGM0132
           ' DO ARQUIVO DEVOL '.                                        PGM0132
       01  WS-MSG-EDEVMOV          PIC     X(18)         VALUE          PGM0132
           ' DO ARQUIVO DEVMOV'.                                        PGM0132
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0132
           ' DO ARQUIVO RELATO'.                                        PGM0132
      *                                                                 PGM0132
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0132
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0132
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0132
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0132
           03  WS-DT-MES-R         PIC     9(02).                       PGM0132
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0132
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0132
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0132
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0132
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0132
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0132
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0132
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0132
       01  WS-DATA-DISPLAY.                                             PGM0132
           03  WS-DATA-BR.                                              PGM0132
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0132
               05  FILLER          PIC     X             VALUE '/'.     PGM0132
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0132
               05  FILLER          PIC     X             VALUE '/'.     PGM0132
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0132
               05  FILLER          PIC     X             VALUE ' '.     PGM0132
           03  WS-HORA-BR.                                              PGM0132
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0132
               05  FILLER          PIC     X             VALUE ':'.     PGM0132
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0132
               05  FILLER          PIC     X             VALUE ':'.     PGM0132
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0132
      *                                                                 PGM0132
       01  CAB1.                                                        PGM0132
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0132
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0132
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(63)         VALUE          PGM0132
               'REGISTRO DE CORRESPONDENCIAS DEVOLVIDAS'.               PGM0132
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0132
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0132
       01  CAB2.                                                        PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(09)         VALUE          PGM0132
               'CODIGO'.                                                PGM0132
           05  FILLER              PIC     X(32)         VALUE          PGM0132
               'NOME DO CLIENTE'.                                       PGM0132
           05  FILLER              PIC     X(04)         VALUE          PGM0132
               'UF'.                                                    PGM0132
           05  FILLER              PIC     X(12)         VALUE          PGM0132
               'DEVOLUCAO'.                                             PGM0132
           05  FILLER              PIC     X(24)         VALUE          PGM0132
               'MOTIVO'.                                                PGM0132
           05  FILLER              PIC     X(12)         VALUE          PGM0132
               'SITUACAO'.                                              PGM0132
       01  CAB3.                                                        PGM0132
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0132
       01  LINTIT.                                                      PGM0132
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0132
           05  LTI-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0132
       01  LINDEV.                                                      PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-NOME            PIC     X(30)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-DIA             PIC     9(02)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0132
           05  LDV-MES             PIC     9(02)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0132
           05  LDV-ANO             PIC     9(04)         VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-MOTIVO          PIC     X(22)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0132
           05  LDV-SITUACAO        PIC     X(12)         VALUE SPACES.  PGM0132
           05  LDV-SITUACAO-R REDEFINES LDV-SITUACAO.                   PGM0132
               07  LDV-DIAS        PIC     ZZZZ9.                       PGM0132
               07  LDV-DIAS-TXT    PIC     X(07).                       PGM0132
       01  LINREJ.                                                      PGM0132
           05  FILLER              PIC     X(11)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(04)         VALUE '>>> '.  PGM0132
           05  LRJ-MOTIVO          PIC     X(40)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(40)         VALUE SPACES.  PGM0132
       01  LINTOT.                                                      PGM0132
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0132
           05  LTT-DESCRICAO       PIC     X(40)         VALUE SPACES.  PGM0132
           05  LTT-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0132
           05  FILLER              PIC     X(45)         VALUE SPACES.  PGM0132
       01  LINNADA.                                                     PGM0132
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0132
           05  FILLER              PIC     X(90)         VALUE          PGM0132
               'NENHUMA OCORRENCIA.'.                                   PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0132
      ******************************************************************PGM0132
           COPY MODEXE.                                                 PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0132
      ******************************************************************PGM0132
           COPY ARQLNK.                                                 PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0132
      ******************************************************************PGM0132
           COPY HISLNK.                                                 PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       77  FILLER                  PIC     X(32)         VALUE          PGM0132
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    AREA DE LINKAGE                                             *PGM0132
      ******************************************************************PGM0132
           COPY SAIDA.                                                  PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       LINKAGE                         SECTION.                         PGM0132
      ******************************************************************PGM0132
           COPY SAIDAL.                                                 PGM0132
      *                                                                 PGM0132
       01  LK-OPERADOR             PIC     X(08).                       PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
       PROCEDURE                       DIVISION USING LK-MSG            PGM0132
                                                      LK-COD-RET        PGM0132
                                                      LK-OPERADOR.      PGM0132
      ******************************************************************PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA PRINCIPAL                                            *PGM0132
      ******************************************************************PGM0132
       RTPRINCIPAL                     SECTION.                         PGM0132
      *                                                                 PGM0132
           PERFORM RTINICIALIZA.                                        PGM0132
      *                                                                 PGM0132
           PERFORM RTPROCESSA.                                          PGM0132
      *                                                                 PGM0132
           PERFORM RTFINALIZA.                                          PGM0132
      *                                                                 PGM0132
       RTPRINCIPALX.                   EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE INICIALIZACAO                                     *PGM0132
      ******************************************************************PGM0132
       RTINICIALIZA                    SECTION.                         PGM0132
      *                                                                 PGM0132
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0132
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0132
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0132
      *                                                                 PGM0132
           DISPLAY ERASE.                                               PGM0132
      *                                                                 PGM0132
           INITIALIZE ACU-CT-LIDOS                                      PGM0132
                      ACU-CT-REGISTRADOS                                PGM0132
                      ACU-CT-REJEITADOS                                 PGM0132
                      ACU-CT-ABERTAS                                    PGM0132
                      ACU-CT-PAGINA.                                    PGM0132
      *                                                                 PGM0132
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS DO CENTRAL01       PGM0132
           MOVE 'N'                    TO WS-SW-ECADCLI-ABERTO.         PGM0132
           MOVE 'N'                    TO WS-SW-EDEVOL-ABERTO.          PGM0132
           MOVE 'N'                    TO WS-SW-FIM-DIGITACAO.          PGM0132
      *                                                                 PGM0132
           DISPLAY '**************************************************'.PGM0132
      *                                                                 PGM0132
           MOVE '#PGM0132.900I - INICIO DO PROCESSAMENTO '              PGM0132
                                       TO WS-MENSAGEM.                  PGM0132
      *                                                                 PGM0132
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0132
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0132
      *                                                                 PGM0132
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0132
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0132
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0132
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0132
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0132
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0132
      *                                                                 PGM0132
           DISPLAY WS-MENSAGEM                                          PGM0132
                   WS-DATA-DISPLAY.                                     PGM0132
           DISPLAY '**************************************************'.PGM0132
      *                                                                 PGM0132
           MOVE SPACES                 TO WS-MSG.                       PGM0132
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0132
           MOVE 56                     TO ACU-CT-LINHA.                 PGM0132
           MOVE LK-OPERADOR            TO WS-OPERADOR.                  PGM0132
      *                                                                 PGM0132
           MOVE WS-DATA-MAQ            TO WS-DJ-DATA.                   PGM0132
           PERFORM RTCALCDIAS.                                          PGM0132
           MOVE WS-DJ-DIAS             TO WS-DIAS-HOJE.                 PGM0132
      *                                                                 PGM0132
      *    NO LOTE01 A FUNCAO VEM DO CARTAO; SEM ELA, CARGA DO SYS119   PGM0132
           IF WS-EXEC-LOTE                                              PGM0132
               MOVE WS-ME-FUNCAO       TO WS-FUNCAO                     PGM0132
               IF WS-FUNCAO            EQUAL SPACES                     PGM0132
                   MOVE 'C'            TO WS-FUNCAO                     PGM0132
               END-IF                                                   PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.911I - FUNCAO DESEJADA'                PGM0132
                       ' (D-DIGITACAO/C-CARGA DO ARQUIVO SYS119)? '     PGM0132
               ACCEPT WS-FUNCAO                                         PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-DIGITACAO                                              PGM0132
              OR WS-CARGA                                               PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.912I - FUNCAO INVALIDA: ' WS-FUNCAO    PGM0132
               MOVE 12                 TO WS-COD-RET                    PGM0132
               STRING '#PGM0132.912I - FUNCAO INVALIDA! INFORME D OU C.'PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
               PERFORM RTFINALIZA                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           OPEN INPUT  ECADCLI.                                         PGM0132
      *                                                                 PGM0132
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0132
               SET WS-ECADCLI-ABERTO   TO TRUE                          PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.901I - ERRO NA ABERTURA' WS-MSG-ECADCLIPGM0132
               DISPLAY '#PGM0132.901I - FILE STATUS = '   WS-FS-ECADCLI PGM0132
               MOVE   WS-FS-ECADCLI    TO WS-COD-RET                    PGM0132
               STRING '#PGM0132.901I - ERRO NA ABERTURA DO ARQUIVO CA'  PGM0132
                      'DCLI! FILE STATUS = ' WS-FS-ECADCLI              PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
               PERFORM RTFINALIZA                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
      *    O CADASTRO DE DEVOLUCOES E CRIADO VAZIO NA PRIMEIRA EXECUCAO PGM0132
           OPEN I-O    EDEVOL.                                          PGM0132
      *                                                                 PGM0132
           IF WS-FS-EDEVOL             EQUAL '35'                       PGM0132
               OPEN OUTPUT EDEVOL                                       PGM0132
               IF WS-FS-EDEVOL         EQUAL ZEROS                      PGM0132
                   CLOSE EDEVOL                                         PGM0132
                   OPEN I-O EDEVOL                                      PGM0132
               END-IF                                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0132
               SET WS-EDEVOL-ABERTO    TO TRUE                          PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.902I - ERRO NA ABERTURA' WS-MSG-EDEVOL PGM0132
               DISPLAY '#PGM0132.902I - FILE STATUS = '   WS-FS-EDEVOL  PGM0132
               MOVE   WS-FS-EDEVOL     TO WS-COD-RET                    PGM0132
               STRING '#PGM0132.902I - ERRO NA ABERTURA DO ARQUIVO DE'  PGM0132
                      'VOL! FILE STATUS = ' WS-FS-EDEVOL                PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
               PERFORM RTFINALIZA                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           OPEN OUTPUT SRELATO.                                         PGM0132
      *                                                                 PGM0132
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.903I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0132
               DISPLAY '#PGM0132.903I - FILE STATUS = '   WS-FS-SRELATO PGM0132
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0132
               STRING '#PGM0132.903I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0132
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
               PERFORM RTFINALIZA                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-CARGA                                                  PGM0132
               OPEN INPUT EDEVMOV                                       PGM0132
               IF WS-FS-EDEVMOV        EQUAL ZEROS                      PGM0132
                   CONTINUE                                             PGM0132
               ELSE                                                     PGM0132
                   DISPLAY '#PGM0132.904I - ERRO NA ABERTURA'           PGM0132
                           WS-MSG-EDEVMOV                               PGM0132
                   DISPLAY '#PGM0132.904I - FILE STATUS = '             PGM0132
                           WS-FS-EDEVMOV                                PGM0132
                   MOVE   WS-FS-EDEVMOV                                 PGM0132
                                       TO WS-COD-RET                    PGM0132
                   STRING '#PGM0132.904I - ERRO NA ABERTURA DO ARQUIV'  PGM0132
                          'O DE DEVOLUCOES (SYS119)! FILE STATUS = '    PGM0132
                          WS-FS-EDEVMOV                                 PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
                   CLOSE SRELATO                                        PGM0132
                   PERFORM RTFINALIZA                                   PGM0132
               END-IF                                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTINICIALIZAX.                  EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE PROCESSAMENTO                                     *PGM0132
      ******************************************************************PGM0132
       RTPROCESSA                      SECTION.                         PGM0132
      *                                                                 PGM0132
           PERFORM RTMONTACAB.                                          PGM0132
      *                                                                 PGM0132
           IF WS-CARGA                                                  PGM0132
               MOVE 'DEVOLUCOES CARREGADAS DO ARQUIVO SYS119'           PGM0132
                                       TO LTI-TEXTO                     PGM0132
               PERFORM RTIMPTITULO                                      PGM0132
               PERFORM RTCARGA                                          PGM0132
           ELSE                                                         PGM0132
               MOVE 'DEVOLUCOES DIGITADAS PELO OPERADOR'                PGM0132
                                       TO LTI-TEXTO                     PGM0132
               PERFORM RTIMPTITULO                                      PGM0132
               PERFORM RTDIGITACAO                                      PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LIDOS             EQUAL ZEROS                      PGM0132
               PERFORM RTIMPNADA                                        PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           PERFORM RTLISTAABERTAS.                                      PGM0132
      *                                                                 PGM0132
           PERFORM RTIMPTOTAIS.                                         PGM0132
      *                                                                 PGM0132
           CLOSE SRELATO.                                               PGM0132
      *                                                                 PGM0132
           IF ACU-CT-REJEITADOS        GREATER ZEROS                    PGM0132
               MOVE ACU-CT-REJEITADOS  TO WS-DISPLAY-QTDE               PGM0132
               MOVE '04'               TO WS-COD-RET                    PGM0132
               STRING '#PGM0132.905I - ' WS-DISPLAY-QTDE                PGM0132
                      ' DEVOLUCAO(OES) REJEITADA(S). VER SPRINT.'       PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-MSG                      PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           PERFORM RTARQUIVAREL.                                        PGM0132
      *                                                                 PGM0132
           PERFORM RTCONTABILIZA.                                       PGM0132
      *                                                                 PGM0132
       RTPROCESSAX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE CARGA DAS DEVOLUCOES DO ARQUIVO SYS119            *PGM0132
      ******************************************************************PGM0132
       RTCARGA                         SECTION.                         PGM0132
      *                                                                 PGM0132
           PERFORM RTCARGA-LE          UNTIL WS-FS-EDEVMOV              PGM0132
                                             NOT EQUAL ZEROS.           PGM0132
      *                                                                 PGM0132
           CLOSE EDEVMOV.                                               PGM0132
      *                                                                 PGM0132
       RTCARGAX.                       EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE LE E REGISTRA UMA DEVOLUCAO DO ARQUIVO SYS119    *PGM0132
      ******************************************************************PGM0132
       RTCARGA-LE                      SECTION.                         PGM0132
      *                                                                 PGM0132
           READ EDEVMOV                                                 PGM0132
               AT END                                                   PGM0132
                   MOVE '10'           TO WS-FS-EDEVMOV                 PGM0132
           END-READ.                                                    PGM0132
      *                                                                 PGM0132
           IF WS-FS-EDEVMOV            EQUAL ZEROS                      PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               GO TO RTCARGA-LEX                                        PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE FD-DM-CODIGO           TO WS-EN-CODIGO-X.               PGM0132
           MOVE FD-DM-DATA             TO WS-EN-DATA-X.                 PGM0132
           MOVE FD-DM-MOTIVO           TO WS-EN-MOTIVO-X.               PGM0132
      *                                                                 PGM0132
           PERFORM RTREGISTRA.                                          PGM0132
      *                                                                 PGM0132
       RTCARGA-LEX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE DIGITACAO DAS DEVOLUCOES PELO OPERADOR            *PGM0132
      ******************************************************************PGM0132
       RTDIGITACAO                     SECTION.                         PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.913I - MOTIVOS DE DEVOLUCAO DOS CORREIOS:'.PGM0132
      *                                                                 PGM0132
           MOVE ZEROS                  TO WS-IX-MOT.                    PGM0132
      *                                                                 PGM0132
           PERFORM RTEXIBEMOTIVO       UNTIL WS-IX-MOT                  PGM0132
                                             NOT LESS WS-CT-MOTIVOS-DEV.PGM0132
      *                                                                 PGM0132
           PERFORM RTDIGITA-ITEM       UNTIL WS-FIM-DIGITACAO.          PGM0132
      *                                                                 PGM0132
       RTDIGITACAOX.                   EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE EXIBE UM MOTIVO DA TABELA PARA O OPERADOR        *PGM0132
      ******************************************************************PGM0132
       RTEXIBEMOTIVO                   SECTION.                         PGM0132
      *                                                                 PGM0132
           ADD 1                       TO WS-IX-MOT.                    PGM0132
      *                                                                 PGM0132
           MOVE WS-IX-MOT              TO WS-MOT-DISPLAY.               PGM0132
      *                                                                 PGM0132
           DISPLAY '                 ' WS-MOT-DISPLAY ' - '             PGM0132
                   WS-MOTIVO-DEV (WS-IX-MOT).                           PGM0132
      *                                                                 PGM0132
       RTEXIBEMOTIVOX.                 EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE ACEITA E REGISTRA UMA DEVOLUCAO DIGITADA         *PGM0132
      ******************************************************************PGM0132
       RTDIGITA-ITEM                   SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE ZEROS                  TO WS-DG-CODIGO                  PGM0132
                                          WS-DG-DATA                    PGM0132
                                          WS-DG-MOTIVO.                 PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.914I - CODIGO DO CLIENTE (0 = FIM)? '.     PGM0132
           ACCEPT WS-DG-CODIGO.                                         PGM0132
      *                                                                 PGM0132
           IF WS-DG-CODIGO             EQUAL ZEROS                      PGM0132
               SET WS-FIM-DIGITACAO    TO TRUE                          PGM0132
               GO TO RTDIGITA-ITEMX                                     PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.915I - DATA DA DEVOLUCAO'                  PGM0132
                   ' (AAAAMMDD, ENTER = HOJE)? '.                       PGM0132
           ACCEPT WS-DG-DATA.                                           PGM0132
      *                                                                 PGM0132
           IF WS-DG-DATA               EQUAL ZEROS                      PGM0132
               MOVE WS-DATA-MAQ        TO WS-DG-DATA                    PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.916I - MOTIVO DA DEVOLUCAO (01 A 09)? '.   PGM0132
           ACCEPT WS-DG-MOTIVO.                                         PGM0132
      *                                                                 PGM0132
           MOVE WS-DG-CODIGO           TO WS-EN-CODIGO.                 PGM0132
           MOVE WS-DG-DATA             TO WS-EN-DATA.                   PGM0132
           MOVE WS-DG-MOTIVO           TO WS-EN-MOTIVO.                 PGM0132
      *                                                                 PGM0132
           PERFORM RTREGISTRA.                                          PGM0132
      *                                                                 PGM0132
           IF WS-ENTRADA-OK                                             PGM0132
               DISPLAY '#PGM0132.917I - DEVOLUCAO REGISTRADA.'          PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.918I - DEVOLUCAO REJEITADA: '          PGM0132
                       WS-EN-REJEICAO                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTDIGITA-ITEMX.                 EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE CRITICA E GRAVA UMA DEVOLUCAO NO EDEVOL (SYS118) *PGM0132
      ******************************************************************PGM0132
       RTREGISTRA                      SECTION.                         PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-LIDOS.                 PGM0132
      *                                                                 PGM0132
           PERFORM RTVALIDAENTRADA.                                     PGM0132
      *                                                                 PGM0132
           IF WS-ENTRADA-OK                                             PGM0132
               PERFORM RTGRAVADEVOLUCAO                                 PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-ENTRADA-OK                                             PGM0132
               ADD 1                   TO ACU-CT-REGISTRADOS            PGM0132
               MOVE 'REGISTRADA'       TO LDV-SITUACAO                  PGM0132
           ELSE                                                         PGM0132
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0132
               MOVE 'REJEITADA'        TO LDV-SITUACAO                  PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           PERFORM RTIMPENTRADA.                                        PGM0132
      *                                                                 PGM0132
       RTREGISTRAX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE CRITICA OS CAMPOS DA DEVOLUCAO                   *PGM0132
      ******************************************************************PGM0132
       RTVALIDAENTRADA                 SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE 'S'                    TO WS-SW-ENTRADA.                PGM0132
           MOVE SPACES                 TO WS-EN-REJEICAO                PGM0132
                                          FD-REG-CADCLI.                PGM0132
      *                                                                 PGM0132
           IF WS-EN-CODIGO-X           NOT NUMERIC                      PGM0132
              OR WS-EN-CODIGO          EQUAL ZEROS                      PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'CODIGO DO CLIENTE INVALIDO'                        PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE WS-EN-CODIGO           TO FD-RC-CODIGO.                 PGM0132
      *                                                                 PGM0132
           READ ECADCLI                                                 PGM0132
               INVALID KEY                                              PGM0132
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0132
           END-READ.                                                    PGM0132
      *                                                                 PGM0132
           IF WS-FS-ECADCLI            NOT EQUAL ZEROS                  PGM0132
               MOVE SPACES             TO FD-REG-CADCLI                 PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'CLIENTE NAO CADASTRADO'                            PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-EN-DATA-X             NOT NUMERIC                      PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'DATA DA DEVOLUCAO INVALIDA'                        PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-EN-MES                LESS 1                           PGM0132
              OR WS-EN-MES             GREATER 12                       PGM0132
              OR WS-EN-DIA             LESS 1                           PGM0132
              OR WS-EN-DIA             GREATER 31                       PGM0132
              OR WS-EN-ANO             LESS 2000                        PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'DATA DA DEVOLUCAO INVALIDA'                        PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-EN-DATA               GREATER WS-DATA-MAQ              PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'DATA DA DEVOLUCAO POSTERIOR A HOJE'                PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-EN-MOTIVO-X           NOT NUMERIC                      PGM0132
              OR WS-EN-MOTIVO          LESS 1                           PGM0132
              OR WS-EN-MOTIVO          GREATER WS-CT-MOTIVOS-DEV        PGM0132
               MOVE 'N'                TO WS-SW-ENTRADA                 PGM0132
               MOVE 'MOTIVO DE DEVOLUCAO INVALIDO'                      PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               GO TO RTVALIDAENTRADAX                                   PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTVALIDAENTRADAX.               EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE GRAVA A DEVOLUCAO ABERTA COM O ENDERECO ATUAL    *PGM0132
      ******************************************************************PGM0132
       RTGRAVADEVOLUCAO                SECTION.                         PGM0132
      *                                                                 PGM0132
           INITIALIZE FD-REG-DEVOL.                                     PGM0132
      *                                                                 PGM0132
           MOVE WS-EN-CODIGO           TO FD-DV-CODIGO.                 PGM0132
           MOVE WS-EN-DATA             TO FD-DV-DATA.                   PGM0132
           MOVE WS-EN-MOTIVO           TO FD-DV-MOTIVO.                 PGM0132
           SET FD-DV-ABERTA            TO TRUE.                         PGM0132
      *                                                                 PGM0132
           IF WS-CARGA                                                  PGM0132
               SET FD-DV-CARGA         TO TRUE                          PGM0132
           ELSE                                                         PGM0132
               SET FD-DV-DIGITADA      TO TRUE                          PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE WS-OPERADOR            TO FD-DV-OPERADOR.               PGM0132
           MOVE WS-DATA-MAQ            TO FD-DV-DT-REGISTRO.            PGM0132
           MOVE FD-RC-ESTADO           TO FD-DV-ESTADO.                 PGM0132
           MOVE FD-RC-CEP              TO FD-DV-CEP.                    PGM0132
           MOVE ZEROS                  TO FD-DV-DT-FECHAMENTO.          PGM0132
           MOVE SPACES                 TO FD-DV-PRG-FECHAMENTO.         PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-DEVOL                                           PGM0132
               INVALID KEY                                              PGM0132
                   MOVE '22'           TO WS-FS-EDEVOL                  PGM0132
           END-WRITE.                                                   PGM0132
      *                                                                 PGM0132
           EVALUATE WS-FS-EDEVOL                                        PGM0132
               WHEN ZEROS                                               PGM0132
                   CONTINUE                                             PGM0132
               WHEN '22'                                                PGM0132
                   MOVE 'N'            TO WS-SW-ENTRADA                 PGM0132
                   MOVE 'DEVOLUCAO JA REGISTRADA NESTA DATA'            PGM0132
                                       TO WS-EN-REJEICAO                PGM0132
               WHEN OTHER                                               PGM0132
                   MOVE 'N'            TO WS-SW-ENTRADA                 PGM0132
                   STRING 'ERRO NA GRAVACAO. FILE STATUS = '            PGM0132
                          WS-FS-EDEVOL                                  PGM0132
                                       DELIMITED BY SIZE                PGM0132
                                       INTO WS-EN-REJEICAO              PGM0132
           END-EVALUATE.                                                PGM0132
      *                                                                 PGM0132
       RTGRAVADEVOLUCAOX.              EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE IMPRIME A DEVOLUCAO INFORMADA E A SUA CRITICA    *PGM0132
      ******************************************************************PGM0132
       RTIMPENTRADA                    SECTION.                         PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LINHA             GREATER 54                       PGM0132
               PERFORM RTMONTACAB                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE ZEROS                  TO LDV-CODIGO.                   PGM0132
      *                                                                 PGM0132
           IF WS-EN-CODIGO-X           NUMERIC                          PGM0132
               MOVE WS-EN-CODIGO       TO LDV-CODIGO                    PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE FD-RC-NOME             TO LDV-NOME.                     PGM0132
           MOVE FD-RC-ESTADO           TO LDV-ESTADO.                   PGM0132
           MOVE ZEROS                  TO LDV-DIA                       PGM0132
                                          LDV-MES                       PGM0132
                                          LDV-ANO.                      PGM0132
      *                                                                 PGM0132
           IF WS-EN-DATA-X             NUMERIC                          PGM0132
               MOVE WS-EN-DIA          TO LDV-DIA                       PGM0132
               MOVE WS-EN-MES          TO LDV-MES                       PGM0132
               MOVE WS-EN-ANO          TO LDV-ANO                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE SPACES                 TO LDV-MOTIVO.                   PGM0132
      *                                                                 PGM0132
           IF WS-EN-MOTIVO-X           NUMERIC                          PGM0132
              AND WS-EN-MOTIVO         NOT LESS 1                       PGM0132
              AND WS-EN-MOTIVO         NOT GREATER WS-CT-MOTIVOS-DEV    PGM0132
               MOVE WS-MOTIVO-DEV (WS-EN-MOTIVO)                        PGM0132
                                       TO LDV-MOTIVO                    PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE LINDEV                 TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
           IF WS-ENTRADA-OK                                             PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               MOVE WS-EN-REJEICAO     TO LRJ-MOTIVO                    PGM0132
               MOVE LINREJ             TO FD-REG-RELATO                 PGM0132
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0132
               ADD 1                   TO ACU-CT-LINHA                  PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTIMPENTRADAX.                  EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE LISTA AS DEVOLUCOES EM ABERTO (ENDERECOS A       *PGM0132
      *    CONFIRMAR), COM OS DIAS DESDE A DEVOLUCAO                   *PGM0132
      ******************************************************************PGM0132
       RTLISTAABERTAS                  SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE 'DEVOLUCOES EM ABERTO (ENDERECO A CONFIRMAR)'           PGM0132
                                       TO LTI-TEXTO.                    PGM0132
           PERFORM RTIMPTITULO.                                         PGM0132
      *                                                                 PGM0132
           MOVE LOW-VALUES             TO FD-DV-CHAVE.                  PGM0132
           MOVE ZEROS                  TO WS-FS-EDEVOL.                 PGM0132
      *                                                                 PGM0132
           START EDEVOL KEY NOT LESS FD-DV-CHAVE                        PGM0132
               INVALID KEY                                              PGM0132
                   MOVE '23'           TO WS-FS-EDEVOL                  PGM0132
           END-START.                                                   PGM0132
      *                                                                 PGM0132
           PERFORM RTLISTAABERTAS-LE   UNTIL WS-FS-EDEVOL               PGM0132
                                             NOT EQUAL ZEROS.           PGM0132
      *                                                                 PGM0132
           IF ACU-CT-ABERTAS           EQUAL ZEROS                      PGM0132
               PERFORM RTIMPNADA                                        PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTLISTAABERTASX.                EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE LE UMA DEVOLUCAO E A LISTA SE ESTIVER ABERTA     *PGM0132
      ******************************************************************PGM0132
       RTLISTAABERTAS-LE               SECTION.                         PGM0132
      *                                                                 PGM0132
           READ EDEVOL NEXT                                             PGM0132
               AT END                                                   PGM0132
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0132
           END-READ.                                                    PGM0132
      *                                                                 PGM0132
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0132
               GO TO RTLISTAABERTAS-LEX                                 PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF FD-DV-ABERTA                                              PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               GO TO RTLISTAABERTAS-LEX                                 PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-ABERTAS.               PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LINHA             GREATER 55                       PGM0132
               PERFORM RTMONTACAB                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE FD-DV-CODIGO           TO FD-RC-CODIGO                  PGM0132
                                          LDV-CODIGO.                   PGM0132
      *                                                                 PGM0132
           READ ECADCLI                                                 PGM0132
               INVALID KEY                                              PGM0132
                   MOVE '23'           TO WS-FS-ECADCLI                 PGM0132
           END-READ.                                                    PGM0132
      *                                                                 PGM0132
           IF WS-FS-ECADCLI            EQUAL ZEROS                      PGM0132
               MOVE FD-RC-NOME         TO LDV-NOME                      PGM0132
           ELSE                                                         PGM0132
               MOVE '*** CLIENTE EXCLUIDO ***'                          PGM0132
                                       TO LDV-NOME                      PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE FD-DV-ESTADO           TO LDV-ESTADO.                   PGM0132
           MOVE FD-DV-DATA             TO WS-DJ-DATA.                   PGM0132
           MOVE WS-DJ-DIA              TO LDV-DIA.                      PGM0132
           MOVE WS-DJ-MES              TO LDV-MES.                      PGM0132
           MOVE WS-DJ-ANO              TO LDV-ANO.                      PGM0132
           MOVE WS-MOTIVO-DEV (FD-DV-MOTIVO)                            PGM0132
                                       TO LDV-MOTIVO.                   PGM0132
      *                                                                 PGM0132
           PERFORM RTCALCDIAS.                                          PGM0132
           MOVE ZEROS                  TO WS-DIAS-ABERTA.               PGM0132
      *                                                                 PGM0132
           IF WS-DJ-DIAS               LESS WS-DIAS-HOJE                PGM0132
               COMPUTE WS-DIAS-ABERTA = WS-DIAS-HOJE - WS-DJ-DIAS       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE WS-DIAS-ABERTA         TO LDV-DIAS.                     PGM0132
           MOVE ' DIAS'                TO LDV-DIAS-TXT.                 PGM0132
           MOVE LINDEV                 TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
       RTLISTAABERTAS-LEX.             EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE IMPRIME OS TOTAIS DA EXECUCAO                    *PGM0132
      ******************************************************************PGM0132
       RTIMPTOTAIS                     SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE 'TOTAIS'               TO LTI-TEXTO.                    PGM0132
           PERFORM RTIMPTITULO.                                         PGM0132
      *                                                                 PGM0132
           MOVE 'DEVOLUCOES INFORMADAS..................:'              PGM0132
                                       TO LTT-DESCRICAO.                PGM0132
           MOVE ACU-CT-LIDOS           TO LTT-QTDE.                     PGM0132
           PERFORM RTIMPTOTLINHA.                                       PGM0132
      *                                                                 PGM0132
           MOVE 'DEVOLUCOES REGISTRADAS.................:'              PGM0132
                                       TO LTT-DESCRICAO.                PGM0132
           MOVE ACU-CT-REGISTRADOS     TO LTT-QTDE.                     PGM0132
           PERFORM RTIMPTOTLINHA.                                       PGM0132
      *                                                                 PGM0132
           MOVE 'DEVOLUCOES REJEITADAS..................:'              PGM0132
                                       TO LTT-DESCRICAO.                PGM0132
           MOVE ACU-CT-REJEITADOS      TO LTT-QTDE.                     PGM0132
           PERFORM RTIMPTOTLINHA.                                       PGM0132
      *                                                                 PGM0132
           MOVE 'DEVOLUCOES EM ABERTO NO CADASTRO.......:'              PGM0132
                                       TO LTT-DESCRICAO.                PGM0132
           MOVE ACU-CT-ABERTAS         TO LTT-QTDE.                     PGM0132
           PERFORM RTIMPTOTLINHA.                                       PGM0132
      *                                                                 PGM0132
       RTIMPTOTAISX.                   EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0132
      ******************************************************************PGM0132
       RTIMPTOTLINHA                   SECTION.                         PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LINHA             GREATER 55                       PGM0132
               PERFORM RTMONTACAB                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
       RTIMPTOTLINHAX.                 EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE IMPRIME O TITULO DE UMA SECAO                    *PGM0132
      ******************************************************************PGM0132
       RTIMPTITULO                     SECTION.                         PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LINHA             GREATER 51                       PGM0132
               PERFORM RTMONTACAB                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE LINTIT                 TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0132
      *                                                                 PGM0132
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           ADD 3                       TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
       RTIMPTITULOX.                   EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE IMPRIME A LINHA DE SECAO SEM OCORRENCIAS         *PGM0132
      ******************************************************************PGM0132
       RTIMPNADA                       SECTION.                         PGM0132
      *                                                                 PGM0132
           IF ACU-CT-LINHA             GREATER 55                       PGM0132
               PERFORM RTMONTACAB                                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
       RTIMPNADAX.                     EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0132
      ******************************************************************PGM0132
       RTMONTACAB                      SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0132
           MOVE  WS-MES                TO CB1-MES.                      PGM0132
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0132
      *                                                                 PGM0132
           ADD 1                       TO ACU-CT-PAGINA.                PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0132
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0132
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0132
           ELSE                                                         PGM0132
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0132
      *                                                                 PGM0132
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0132
      *                                                                 PGM0132
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0132
      *                                                                 PGM0132
       RTMONTACABX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE CONVERTE UMA DATA AAAAMMDD EM DIAS CORRIDOS      *PGM0132
      *    PARA COMPARACAO (CALENDARIO GREGORIANO)                     *PGM0132
      ******************************************************************PGM0132
       RTCALCDIAS                      SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE WS-DJ-ANO              TO WS-DJ-A.                      PGM0132
           MOVE WS-DJ-MES              TO WS-DJ-M.                      PGM0132
      *                                                                 PGM0132
           IF WS-DJ-M                  LESS 3                           PGM0132
               SUBTRACT 1              FROM WS-DJ-A                     PGM0132
               ADD 12                  TO WS-DJ-M                       PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           COMPUTE WS-DJ-T1 = WS-DJ-A / 4.                              PGM0132
           COMPUTE WS-DJ-T2 = WS-DJ-A / 100.                            PGM0132
           COMPUTE WS-DJ-T3 = WS-DJ-A / 400.                            PGM0132
           COMPUTE WS-DJ-T4 = (153 * (WS-DJ-M + 1)) / 5.                PGM0132
      *                                                                 PGM0132
           COMPUTE WS-DJ-DIAS = (365 * WS-DJ-A) + WS-DJ-T1              PGM0132
                              - WS-DJ-T2 + WS-DJ-T3                     PGM0132
                              + WS-DJ-T4 + WS-DJ-DIA.                   PGM0132
      *                                                                 PGM0132
       RTCALCDIASX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0132
      ******************************************************************PGM0132
       RTARQUIVAREL                    SECTION.                         PGM0132
      *                                                                 PGM0132
           INITIALIZE ARQ-PARM.                                         PGM0132
      *                                                                 PGM0132
           MOVE 'PGM0132'              TO ARQ-PROGRAMA.                 PGM0132
      *                                                                 PGM0132
           IF WS-CARGA                                                  PGM0132
               MOVE 'DEVOLUCOES - CARGA SYS119'                         PGM0132
                                       TO ARQ-FILTRO                    PGM0132
           ELSE                                                         PGM0132
               MOVE 'DEVOLUCOES - DIGITACAO'                            PGM0132
                                       TO ARQ-FILTRO                    PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0132
      *                                                                 PGM0132
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0132
      *                                                                 PGM0132
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0132
               DISPLAY '#PGM0132.906I - RELATORIO ARQUIVADO NA'         PGM0132
                       ' GERACAO ' ARQ-GERACAO                          PGM0132
           ELSE                                                         PGM0132
               DISPLAY '#PGM0132.906I - FALHA NO ARQUIVAMENTO DO'       PGM0132
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTARQUIVARELX.                  EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0132
      ******************************************************************PGM0132
       RTCONTABILIZA                   SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.907I - DEVOLUCOES INFORMADAS = '           PGM0132
                   WS-DISPLAY-QTDE.                                     PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-REGISTRADOS     TO WS-DISPLAY-QTDE.              PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.907I - DEVOLUCOES REGISTRADAS = '          PGM0132
                   WS-DISPLAY-QTDE.                                     PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-REJEITADOS      TO WS-DISPLAY-QTDE.              PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.907I - DEVOLUCOES REJEITADAS = '           PGM0132
                   WS-DISPLAY-QTDE.                                     PGM0132
      *                                                                 PGM0132
           MOVE ACU-CT-ABERTAS         TO WS-DISPLAY-QTDE.              PGM0132
      *                                                                 PGM0132
           DISPLAY '#PGM0132.907I - DEVOLUCOES EM ABERTO = '            PGM0132
                   WS-DISPLAY-QTDE.                                     PGM0132
      *                                                                 PGM0132
       RTCONTABILIZAX.                 EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0132
      *    (SYS135)                                                    *PGM0132
      ******************************************************************PGM0132
       RTGRAVAHIST                     SECTION.                         PGM0132
      *                                                                 PGM0132
           MOVE 'PGM0132'              TO HIS-PROGRAMA.                 PGM0132
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0132
           MOVE ACU-CT-REGISTRADOS     TO HIS-GRAVADOS.                 PGM0132
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0132
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0132
      *                                                                 PGM0132
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0132
      *                                                                 PGM0132
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0132
               DISPLAY '#PGM0132.919I - FALHA NO REGISTRO DO'           PGM0132
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0132
                       HIS-COD-RET                                      PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
       RTGRAVAHISTX.                   EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    ROTINA DE FINALIZACAO                                       *PGM0132
      ******************************************************************PGM0132
       RTFINALIZA                      SECTION.                         PGM0132
      *                                                                 PGM0132
           IF WS-ECADCLI-ABERTO                                         PGM0132
               CLOSE ECADCLI                                            PGM0132
               MOVE   'N'              TO WS-SW-ECADCLI-ABERTO          PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           IF WS-EDEVOL-ABERTO                                          PGM0132
               CLOSE EDEVOL                                             PGM0132
               MOVE   'N'              TO WS-SW-EDEVOL-ABERTO           PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           DISPLAY '**************************************************'.PGM0132
      *                                                                 PGM0132
           MOVE '#PGM0132.999I - FIM DO PROCESSAMENTO '                 PGM0132
                                       TO WS-MENSAGEM.                  PGM0132
      *                                                                 PGM0132
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0132
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0132
      *                                                                 PGM0132
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0132
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0132
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0132
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0132
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0132
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0132
      *                                                                 PGM0132
           DISPLAY WS-MENSAGEM                                          PGM0132
                   WS-DATA-DISPLAY.                                     PGM0132
           DISPLAY '**************************************************'.PGM0132
      *                                                                 PGM0132
           PERFORM RTGRAVAHIST.                                         PGM0132
      *                                                                 PGM0132
           MOVE WS-MSG                 TO LK-MSG.                       PGM0132
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0132
      *                                                                 PGM0132
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0132
           IF WS-EXEC-LOTE                                              PGM0132
               CONTINUE                                                 PGM0132
           ELSE                                                         PGM0132
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0132
           END-IF.                                                      PGM0132
      *                                                                 PGM0132
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0132
      *                                                                 PGM0132
           GOBACK.                                                      PGM0132
      *                                                                 PGM0132
       RTFINALIZAX.                    EXIT.                            PGM0132
      *                                                                 PGM0132
      ******************************************************************PGM0132
      *    FIM DO PROGRAMA                                             *PGM0132
      ******************************************************************PGM0132
