      ******************************************************************PGM0127
       IDENTIFICATION                  DIVISION.                        PGM0127
      ******************************************************************PGM0127
       PROGRAM-ID. PGM0127.                                             PGM0127
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0127
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0127
       DATE-COMPILED.                                                   PGM0127
      ******************************************************************PGM0127
      *REMARKS.                                                         PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     *#NOME     : PGM0127                                       *PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     *#TIPO     : BATCH                                         *PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     *#FUNCAO   : CONCILIACAO DO RETORNO DO FATURAMENTO. LE O   *PGM0127
      *     *            ARQUIVO DE RETORNO (SYS116), QUE CITA A       *PGM0127
      *     *            GERACAO DO DELTA (FD-DH-GERACAO) E TRAZ UMA   *PGM0127
      *     *            LINHA DE ACEITE/REJEICAO POR CLIENTE COM O    *PGM0127
      *     *            MOTIVO, E CONFRONTA COM O DELTA ENVIADO       *PGM0127
      *     *            (SYS112) E COM O CONTROLE DE EXTRACAO         *PGM0127
      *     *            (SYS113). LISTA NO SPRINT O TOTAL ENVIADO,    *PGM0127
      *     *            ACEITOS, REJEITADOS POR MOTIVO E OS NUNCA     *PGM0127
      *     *            CONFIRMADOS. GERACAO SEM RETORNO HA MAIS DE   *PGM0127
      *     *            N DIAS DEVOLVE RETORNO 04 (ALERTA NO LOTE01 E *PGM0127
      *     *            NO RESUMO DIARIO PGM0119)                     *PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0127
      *     *              - CONCILIACAO DO RETORNO DO FATURAMENTO     *PGM0127
      *     *----------------------------------------------------------*PGM0127
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0127
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0127
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0127
      *     *----------------------------------------------------------*PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       ENVIRONMENT                     DIVISION.                        PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       CONFIGURATION                   SECTION.                         PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
       SPECIAL-NAMES.                                                   PGM0127
           DECIMAL-POINT IS COMMA.                                      PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       INPUT-OUTPUT                    SECTION.                         PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
       FILE-CONTROL.                                                    PGM0127
           SELECT SRETFAT  ASSIGN TO SYS116                             PGM0127
                  FILE    STATUS IS WS-FS-SRETFAT.                      PGM0127
      *                                                                 PGM0127
           SELECT SDELTA   ASSIGN TO SYS112                             PGM0127
                  FILE    STATUS IS WS-FS-SDELTA.                       PGM0127
      *                                                                 PGM0127
           SELECT SCTLEXT  ASSIGN TO SYS113                             PGM0127
                  FILE    STATUS IS WS-FS-SCTLEXT.                      PGM0127
      *                                                                 PGM0127
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0127
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       DATA                            DIVISION.                        PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       FILE                            SECTION.                         PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      *    RETORNO DO FATURAMENTO: HEADER (H) COM A GERACAO DO DELTA,   PGM0127
      *    UM DETALHE (D) POR CLIENTE E TRAILER (T) COM A QUANTIDADE    PGM0127
       FD  SRETFAT                                                      PGM0127
           BLOCK     CONTAINS 0  RECORDS                                PGM0127
           RECORDING MODE     IS F                                      PGM0127
           LABEL     RECORD   IS STANDARD.                              PGM0127
       01  FD-REG-RETFAT.                                               PGM0127
           03  FD-RF-TIPO          PIC     X(01).                       PGM0127
               88  FD-RF-HEADER                  VALUE 'H'.             PGM0127
               88  FD-RF-DETALHE                 VALUE 'D'.             PGM0127
               88  FD-RF-TRAILER                 VALUE 'T'.             PGM0127
           03  FD-RF-CODIGO        PIC     9(06).                       PGM0127
           03  FD-RF-SITUACAO      PIC     X(01).                       PGM0127
               88  FD-RF-ACEITO                  VALUE 'A'.             PGM0127
               88  FD-RF-REJEITADO               VALUE 'R'.             PGM0127
           03  FD-RF-MOTIVO        PIC     X(03).                       PGM0127
           03  FD-RF-DESCRICAO     PIC     X(40).                       PGM0127
           03  FILLER              PIC     X(29).                       PGM0127
       01  FD-REG-RETFATHDR.                                            PGM0127
           03  FD-RH-TIPO          PIC     X(01).                       PGM0127
           03  FD-RH-GERACAO       PIC     9(06).                       PGM0127
           03  FD-RH-DATA-RET      PIC     9(08).                       PGM0127
           03  FILLER              PIC     X(65).                       PGM0127
       01  FD-REG-RETFATTRL.                                            PGM0127
           03  FD-RT-TIPO          PIC     X(01).                       PGM0127
           03  FD-RT-QTDE          PIC     9(07).                       PGM0127
           03  FILLER              PIC     X(72).                       PGM0127
      *                                                                 PGM0127
       FD  SDELTA                                                       PGM0127
           BLOCK     CONTAINS 0  RECORDS                                PGM0127
           RECORDING MODE     IS F                                      PGM0127
           LABEL     RECORD   IS STANDARD.                              PGM0127
       01  FD-REG-DELTA.                                                PGM0127
           03  FD-DL-TIPO          PIC     X(01).                       PGM0127
           03  FD-DL-OPERACAO      PIC     X(01).                       PGM0127
           03  FD-DL-DATA-MOV      PIC     9(08).                       PGM0127
           03  FD-DL-HORA-MOV      PIC     9(08).                       PGM0127
           03  FD-DL-CADCLI.                                            PGM0127
               05  FD-DL-CODIGO    PIC     9(06).                       PGM0127
               05  FD-DL-NOME      PIC     X(40).                       PGM0127
               05  FILLER          PIC     X(181).                      PGM0127
       01  FD-REG-DELTAHDR.                                             PGM0127
           03  FD-DH-TIPO          PIC     X(01).                       PGM0127
           03  FD-DH-GERACAO       PIC     9(06).                       PGM0127
           03  FD-DH-DATA-GER      PIC     9(08).                       PGM0127
           03  FD-DH-HORA-GER      PIC     9(08).                       PGM0127
           03  FILLER              PIC     X(222).                      PGM0127
      *                                                                 PGM0127
       FD  SCTLEXT                                                      PGM0127
           BLOCK     CONTAINS 0  RECORDS                                PGM0127
           RECORDING MODE     IS F                                      PGM0127
           LABEL     RECORD   IS STANDARD.                              PGM0127
       01  FD-REG-CTLEXT.                                               PGM0127
           03  FD-CE-GERACAO       PIC     9(06).                       PGM0127
           03  FD-CE-ULT-EVENTO    PIC     9(07).                       PGM0127
           03  FD-CE-DATA-ULT      PIC     9(08).                       PGM0127
           03  FD-CE-HORA-ULT      PIC     9(08).                       PGM0127
           03  FD-CE-QTDE          PIC     9(07).                       PGM0127
           03  FD-CE-GER-PEND      PIC     9(06).                       PGM0127
           03  FD-CE-DATA-PEND     PIC     9(08).                       PGM0127
           03  FD-CE-GER-ACK       PIC     9(06).                       PGM0127
           03  FD-CE-DATA-ACK      PIC     9(08).                       PGM0127
           03  FD-CE-DIAS-LIMITE   PIC     9(03).                       PGM0127
           03  FILLER              PIC     X(13).                       PGM0127
      *                                                                 PGM0127
       FD  SRELATO.                                                     PGM0127
       01  FD-REG-RELATO           PIC     X(95).                       PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       WORKING-STORAGE                 SECTION.                         PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       77  FILLER                  PIC     X(32)         VALUE          PGM0127
           'III WORKING-STORAGE SECTION III'.                           PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE FILE STATUS                                         *PGM0127
      ******************************************************************PGM0127
       77  WS-FS-SRETFAT           PIC     X(02)         VALUE ZEROS.   PGM0127
       77  WS-FS-SDELTA            PIC     X(02)         VALUE ZEROS.   PGM0127
       77  WS-FS-SCTLEXT           PIC     X(02)         VALUE ZEROS.   PGM0127
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE CONTADORES                                          *PGM0127
      ******************************************************************PGM0127
       77  ACU-CT-RETORNOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-ACEITOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-REJEITADOS       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-SEM-RETORNO      PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-SEM-ENVIO        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-DUPLICADOS       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-INVALIDOS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE CHAVES/FLAGS                                        *PGM0127
      ******************************************************************PGM0127
       01  WS-SW-CTL               PIC     X(01)         VALUE 'N'.     PGM0127
           88  WS-CTL-EXISTE                             VALUE 'S'.     PGM0127
      *    SITUACAO DO RETORNO LIDO: C-GERACAO CORRENTE (CONFERIDA      PGM0127
      *    CLIENTE A CLIENTE), P-GERACAO ANTERIOR AINDA PENDENTE (SO    PGM0127
      *    TOTAIS), I-IGNORADO (JA CONCILIADO OU DESCONHECIDO),         PGM0127
      *    N-SEM ARQUIVO DE RETORNO                                     PGM0127
       01  WS-SW-RETORNO           PIC     X(01)         VALUE 'N'.     PGM0127
           88  WS-RET-CORRENTE                           VALUE 'C'.     PGM0127
           88  WS-RET-ANTERIOR                           VALUE 'P'.     PGM0127
           88  WS-RET-IGNORADO                           VALUE 'I'.     PGM0127
           88  WS-RET-AUSENTE                            VALUE 'N'.     PGM0127
       01  WS-SW-ENVIO             PIC     X(01)         VALUE 'N'.     PGM0127
           88  WS-ENVIO-ACHADO                           VALUE 'S'.     PGM0127
       01  WS-SW-MOTIVO            PIC     X(01)         VALUE 'N'.     PGM0127
           88  WS-MOTIVO-ACHADO                          VALUE 'S'.     PGM0127
       01  WS-SW-ATRASO            PIC     X(01)         VALUE 'N'.     PGM0127
           88  WS-GERACAO-ATRASADA                       VALUE 'S'.     PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    CONTROLE DE EXTRACAO (SYS113) E PARAMETRO DE PRAZO          *PGM0127
      ******************************************************************PGM0127
       01  WS-GERACAO-ATUAL        PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-DATA-GERACAO         PIC     9(08)         VALUE ZEROS.   PGM0127
       01  WS-QTDE-ENVIADA         PIC     9(07)         VALUE ZEROS.   PGM0127
       01  WS-GER-PEND             PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-DATA-PEND            PIC     9(08)         VALUE ZEROS.   PGM0127
       01  WS-GER-ACK              PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-DATA-ACK             PIC     9(08)         VALUE ZEROS.   PGM0127
       01  WS-GER-RETORNO          PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-DATA-RETORNO         PIC     9(08)         VALUE ZEROS.   PGM0127
       01  WS-QTDE-TRAILER         PIC     9(07)         VALUE ZEROS.   PGM0127
       01  WS-GER-NUNCA-INI        PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-GER-NUNCA-FIM        PIC     9(06)         VALUE ZEROS.   PGM0127
       01  WS-PRAZO-DIAS           PIC     9(03)         VALUE ZEROS.   PGM0127
       01  WS-DIAS-PENDENTE        PIC     9(05)         VALUE ZEROS.   PGM0127
       01  WS-REG-CTLEXT           PIC     X(80)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    TABELA DOS CLIENTES ENVIADOS NO DELTA (SYS112). SITUACAO    *PGM0127
      *    EM BRANCO = AINDA SEM RETORNO DO FATURAMENTO                *PGM0127
      ******************************************************************PGM0127
       01  WS-TB-ENVIO.                                                 PGM0127
           03  WS-TB-ENVIO-ENT     OCCURS 2000 TIMES.                   PGM0127
               05  WS-EN-CODIGO    PIC     9(06).                       PGM0127
               05  WS-EN-OPER      PIC     X(01).                       PGM0127
               05  WS-EN-NOME      PIC     X(40).                       PGM0127
               05  WS-EN-SITUACAO  PIC     X(01).                       PGM0127
               05  WS-EN-MOTIVO    PIC     X(03).                       PGM0127
       77  WS-CT-ENVIO             PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-IX-ENVIO             PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    TABELA DOS MOTIVOS DE REJEICAO INFORMADOS PELO FATURAMENTO  *PGM0127
      ******************************************************************PGM0127
       01  WS-TB-MOTIVO.                                                PGM0127
           03  WS-TB-MOTIVO-ENT    OCCURS 50 TIMES.                     PGM0127
               05  WS-MT-MOTIVO    PIC     X(03).                       PGM0127
               05  WS-MT-DESCRICAO PIC     X(40).                       PGM0127
               05  WS-MT-QTDE      PIC     9(07) COMP-3.                PGM0127
       77  WS-CT-MOTIVO            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-IX-MOTIVO            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    TABELA DOS CODIGOS RETORNADOS QUE NAO CONSTAM DO DELTA      *PGM0127
      ******************************************************************PGM0127
       01  WS-TB-AVULSO.                                                PGM0127
           03  WS-TB-AVULSO-ENT    OCCURS 500 TIMES.                    PGM0127
               05  WS-AV-CODIGO    PIC     9(06).                       PGM0127
               05  WS-AV-SITUACAO  PIC     X(01).                       PGM0127
       77  WS-CT-AVULSO            PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-IX-AVULSO            PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE CONVERSAO DE DATA EM DIAS CORRIDOS                  *PGM0127
      ******************************************************************PGM0127
       01  WS-DJ-DATA              PIC     9(08)         VALUE ZEROS.   PGM0127
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.                           PGM0127
           03  WS-DJ-ANO           PIC     9(04).                       PGM0127
           03  WS-DJ-MES           PIC     9(02).                       PGM0127
           03  WS-DJ-DIA           PIC     9(02).                       PGM0127
       77  WS-DJ-DIAS              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-A                 PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-M                 PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-T1                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-T2                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-T3                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DJ-T4                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0127
       77  WS-DIAS-HOJE            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE AUXILIARES                                          *PGM0127
      ******************************************************************PGM0127
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0127
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0127
           03  WS-DT-MES-R         PIC     9(02).                       PGM0127
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0127
      *                                                                 PGM0127
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0127
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0127
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0127
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0127
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0127
      *                                                                 PGM0127
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0127
       01  WS-DATA-DISPLAY.                                             PGM0127
           03  WS-DATA-BR.                                              PGM0127
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0127
               05  FILLER          PIC     X             VALUE '/'.     PGM0127
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0127
               05  FILLER          PIC     X             VALUE '/'.     PGM0127
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0127
               05  FILLER          PIC     X             VALUE ' '.     PGM0127
           03  WS-HORA-BR.                                              PGM0127
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0127
               05  FILLER          PIC     X             VALUE ':'.     PGM0127
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0127
               05  FILLER          PIC     X             VALUE ':'.     PGM0127
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0127
      *                                                                 PGM0127
       01  CAB1.                                                        PGM0127
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0127
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0127
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(63)         VALUE          PGM0127
               'CONCILIACAO DO RETORNO DO FATURAMENTO'.                 PGM0127
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0127
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0127
      *                                                                 PGM0127
       01  CAB2.                                                        PGM0127
           05  FILLER              PIC     X(20)         VALUE          PGM0127
               'GERACAO ENVIADA...:'.                                   PGM0127
           05  CB2-GERACAO         PIC     9(06)         VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(23)         VALUE          PGM0127
               '   RETORNO DA GERACAO:'.                                PGM0127
           05  CB2-GER-RETORNO     PIC     9(06)         VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(17)         VALUE          PGM0127
               '   PRAZO (DIAS):'.                                      PGM0127
           05  CB2-PRAZO           PIC     ZZ9.                         PGM0127
           05  FILLER              PIC     X(20)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  CAB3.                                                        PGM0127
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0127
      *                                                                 PGM0127
       01  LINTIT.                                                      PGM0127
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0127
           05  LTI-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINCLI.                                                      PGM0127
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0127
           05  LCL-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0127
           05  LCL-OPER            PIC     X(01)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0127
           05  LCL-NOME            PIC     X(40)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(38)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINMOT.                                                      PGM0127
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(08)         VALUE          PGM0127
               'MOTIVO '.                                               PGM0127
           05  LMT-MOTIVO          PIC     X(03)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(03)         VALUE ' - '.   PGM0127
           05  LMT-DESCRICAO       PIC     X(40)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(06)         VALUE 'QTDE:'. PGM0127
           05  LMT-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(25)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINAVU.                                                      PGM0127
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0127
           05  LAV-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(14)         VALUE          PGM0127
               '  SITUACAO: '.                                          PGM0127
           05  LAV-SITUACAO        PIC     X(01)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(68)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINTOT.                                                      PGM0127
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0127
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0127
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0127
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINAVISO.                                                    PGM0127
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0127
           05  LAS-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0127
      *                                                                 PGM0127
       01  LINNADA.                                                     PGM0127
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0127
           05  FILLER              PIC     X(90)         VALUE          PGM0127
               'NENHUMA OCORRENCIA.'.                                   PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0127
      ******************************************************************PGM0127
           COPY MODEXE.                                                 PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0127
      ******************************************************************PGM0127
           COPY ARQLNK.                                                 PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0127
      ******************************************************************PGM0127
           COPY HISLNK.                                                 PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       77  FILLER                  PIC     X(32)         VALUE          PGM0127
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    AREA DE LINKAGE                                             *PGM0127
      ******************************************************************PGM0127
           COPY SAIDA.                                                  PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       LINKAGE                         SECTION.                         PGM0127
      ******************************************************************PGM0127
           COPY SAIDAL.                                                 PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
       PROCEDURE                       DIVISION USING LK-MSG            PGM0127
                                                      LK-COD-RET.       PGM0127
      ******************************************************************PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA PRINCIPAL                                            *PGM0127
      ******************************************************************PGM0127
       RTPRINCIPAL                     SECTION.                         PGM0127
      *                                                                 PGM0127
           PERFORM RTINICIALIZA.                                        PGM0127
      *                                                                 PGM0127
           PERFORM RTPROCESSA.                                          PGM0127
      *                                                                 PGM0127
           PERFORM RTFINALIZA.                                          PGM0127
      *                                                                 PGM0127
       RTPRINCIPALX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA DE INICIALIZACAO                                     *PGM0127
      ******************************************************************PGM0127
       RTINICIALIZA                    SECTION.                         PGM0127
      *                                                                 PGM0127
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0127
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0127
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0127
      *                                                                 PGM0127
           DISPLAY ERASE.                                               PGM0127
      *                                                                 PGM0127
           INITIALIZE ACU-CT-RETORNOS                                   PGM0127
                      ACU-CT-ACEITOS                                    PGM0127
                      ACU-CT-REJEITADOS                                 PGM0127
                      ACU-CT-SEM-RETORNO                                PGM0127
                      ACU-CT-SEM-ENVIO                                  PGM0127
                      ACU-CT-DUPLICADOS                                 PGM0127
                      ACU-CT-INVALIDOS                                  PGM0127
                      ACU-CT-PAGINA                                     PGM0127
                      WS-CT-ENVIO                                       PGM0127
                      WS-CT-MOTIVO                                      PGM0127
                      WS-CT-AVULSO                                      PGM0127
                      WS-GERACAO-ATUAL                                  PGM0127
                      WS-DATA-GERACAO                                   PGM0127
                      WS-QTDE-ENVIADA                                   PGM0127
                      WS-GER-PEND                                       PGM0127
                      WS-DATA-PEND                                      PGM0127
                      WS-GER-ACK                                        PGM0127
                      WS-DATA-ACK                                       PGM0127
                      WS-GER-RETORNO                                    PGM0127
                      WS-DATA-RETORNO                                   PGM0127
                      WS-QTDE-TRAILER                                   PGM0127
                      WS-GER-NUNCA-INI                                  PGM0127
                      WS-GER-NUNCA-FIM                                  PGM0127
                      WS-DIAS-PENDENTE.                                 PGM0127
      *                                                                 PGM0127
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS DO CENTRAL01       PGM0127
           MOVE 'N'                    TO WS-SW-CTL.                    PGM0127
           MOVE 'N'                    TO WS-SW-RETORNO.                PGM0127
           MOVE 'N'                    TO WS-SW-ATRASO.                 PGM0127
      *                                                                 PGM0127
           DISPLAY '**************************************************'.PGM0127
      *                                                                 PGM0127
           MOVE '#PGM0127.900I - INICIO DO PROCESSAMENTO '              PGM0127
                                       TO WS-MENSAGEM.                  PGM0127
      *                                                                 PGM0127
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0127
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0127
      *                                                                 PGM0127
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0127
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0127
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0127
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0127
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0127
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0127
      *                                                                 PGM0127
           DISPLAY WS-MENSAGEM                                          PGM0127
                   WS-DATA-DISPLAY.                                     PGM0127
           DISPLAY '**************************************************'.PGM0127
      *                                                                 PGM0127
           MOVE SPACES                 TO WS-MSG.                       PGM0127
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0127
           MOVE 56                     TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
      *    PRAZO DE RETORNO: NO LOTE VEM NO CODIGO DO CARTAO            PGM0127
           IF WS-EXEC-LOTE                                              PGM0127
               MOVE WS-ME-CODIGO       TO WS-PRAZO-DIAS                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.911I - PRAZO DE RETORNO DO'            PGM0127
                       ' FATURAMENTO EM DIAS (ENTER = 3)? '             PGM0127
               ACCEPT WS-PRAZO-DIAS                                     PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-PRAZO-DIAS            EQUAL ZEROS                      PGM0127
               MOVE 3                  TO WS-PRAZO-DIAS                 PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-DATA-MAQ            TO WS-DJ-DATA.                   PGM0127
           PERFORM RTCALCDIAS.                                          PGM0127
           MOVE WS-DJ-DIAS             TO WS-DIAS-HOJE.                 PGM0127
      *                                                                 PGM0127
           OPEN OUTPUT SRELATO.                                         PGM0127
      *                                                                 PGM0127
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.901I - ERRO NA ABERTURA DO ARQUIVO'    PGM0127
                       ' RELATO'                                        PGM0127
               DISPLAY '#PGM0127.901I - FILE STATUS = '                 PGM0127
                       WS-FS-SRELATO                                    PGM0127
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.901I - ERRO NA ABERTURA DO ARQUIVO REL' PGM0127
                      'ATO! FILE STATUS = ' WS-FS-SRELATO               PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTINICIALIZAX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA DE PROCESSAMENTO                                     *PGM0127
      ******************************************************************PGM0127
       RTPROCESSA                      SECTION.                         PGM0127
      *                                                                 PGM0127
           PERFORM RTLECONTROLE.                                        PGM0127
      *                                                                 PGM0127
           IF WS-CTL-EXISTE                                             PGM0127
               PERFORM RTLERETORNO                                      PGM0127
               PERFORM RTVERIFICAATRASO                                 PGM0127
               PERFORM RTGRAVACONTROLE                                  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           PERFORM RTIMPRELATORIO.                                      PGM0127
      *                                                                 PGM0127
           CLOSE SRELATO.                                               PGM0127
      *                                                                 PGM0127
           PERFORM RTARQUIVAREL.                                        PGM0127
      *                                                                 PGM0127
           PERFORM RTCONTABILIZA.                                       PGM0127
      *                                                                 PGM0127
       RTPROCESSAX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE LE O CONTROLE DE EXTRACAO (SYS113) COM A ULTIMA  *PGM0127
      *    GERACAO ENVIADA E A SITUACAO DO RETORNO                     *PGM0127
      ******************************************************************PGM0127
       RTLECONTROLE                    SECTION.                         PGM0127
      *                                                                 PGM0127
           OPEN INPUT SCTLEXT.                                          PGM0127
      *                                                                 PGM0127
           IF WS-FS-SCTLEXT            EQUAL '35'                       PGM0127
               DISPLAY '#PGM0127.903I - NENHUMA GERACAO ENVIADA AO'     PGM0127
                       ' FATURAMENTO (SYS113 INEXISTENTE).'             PGM0127
               GO TO RTLECONTROLEX                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-FS-SCTLEXT            EQUAL ZEROS                      PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.902I - ERRO NA ABERTURA DO CONTROLE'   PGM0127
                       ' DE EXTRACAO'                                   PGM0127
               DISPLAY '#PGM0127.902I - FILE STATUS = ' WS-FS-SCTLEXT   PGM0127
               MOVE   WS-FS-SCTLEXT    TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.902I - ERRO NA ABERTURA DO CONTROLE DE' PGM0127
                      ' EXTRACAO! FILE STATUS = ' WS-FS-SCTLEXT         PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           READ SCTLEXT.                                                PGM0127
      *                                                                 PGM0127
           IF WS-FS-SCTLEXT            EQUAL ZEROS                      PGM0127
               SET WS-CTL-EXISTE       TO TRUE                          PGM0127
               MOVE FD-REG-CTLEXT      TO WS-REG-CTLEXT                 PGM0127
               MOVE FD-CE-GERACAO      TO WS-GERACAO-ATUAL              PGM0127
               MOVE FD-CE-DATA-ULT     TO WS-DATA-GERACAO               PGM0127
      *        CONTROLE GRAVADO ANTES DA CONCILIACAO: A GERACAO ATUAL   PGM0127
      *        E CONSIDERADA PENDENTE DESDE A SUA EXTRACAO              PGM0127
               IF FD-CE-GER-PEND       NUMERIC                          PGM0127
                  AND FD-CE-DATA-PEND  NUMERIC                          PGM0127
                  AND FD-CE-GER-ACK    NUMERIC                          PGM0127
                  AND FD-CE-DATA-ACK   NUMERIC                          PGM0127
                  AND FD-CE-QTDE       NUMERIC                          PGM0127
                   MOVE FD-CE-QTDE     TO WS-QTDE-ENVIADA               PGM0127
                   MOVE FD-CE-GER-PEND TO WS-GER-PEND                   PGM0127
                   MOVE FD-CE-DATA-PEND                                 PGM0127
                                       TO WS-DATA-PEND                  PGM0127
                   MOVE FD-CE-GER-ACK  TO WS-GER-ACK                    PGM0127
                   MOVE FD-CE-DATA-ACK TO WS-DATA-ACK                   PGM0127
               ELSE                                                     PGM0127
                   MOVE FD-CE-GERACAO  TO WS-GER-PEND                   PGM0127
                   MOVE FD-CE-DATA-ULT TO WS-DATA-PEND                  PGM0127
               END-IF                                                   PGM0127
               DISPLAY '#PGM0127.903I - ULTIMA GERACAO ENVIADA = '      PGM0127
                       WS-GERACAO-ATUAL                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.903I - CONTROLE DE EXTRACAO VAZIO.'    PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           CLOSE SCTLEXT.                                               PGM0127
      *                                                                 PGM0127
       RTLECONTROLEX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE LE O ARQUIVO DE RETORNO DO FATURAMENTO (SYS116)  *PGM0127
      *    E CLASSIFICA A GERACAO CITADA NO HEADER                     *PGM0127
      ******************************************************************PGM0127
       RTLERETORNO                     SECTION.                         PGM0127
      *                                                                 PGM0127
           OPEN INPUT SRETFAT.                                          PGM0127
      *                                                                 PGM0127
           IF WS-FS-SRETFAT            EQUAL '35'                       PGM0127
               SET WS-RET-AUSENTE      TO TRUE                          PGM0127
               DISPLAY '#PGM0127.905I - SEM ARQUIVO DE RETORNO DO'      PGM0127
                       ' FATURAMENTO (SYS116).'                         PGM0127
               GO TO RTLERETORNOX                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-FS-SRETFAT            EQUAL ZEROS                      PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.904I - ERRO NA ABERTURA DO RETORNO'    PGM0127
                       ' DO FATURAMENTO'                                PGM0127
               DISPLAY '#PGM0127.904I - FILE STATUS = ' WS-FS-SRETFAT   PGM0127
               MOVE   WS-FS-SRETFAT    TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.904I - ERRO NA ABERTURA DO RETORNO DO ' PGM0127
                      'FATURAMENTO! FILE STATUS = ' WS-FS-SRETFAT       PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           PERFORM RTLERETFAT.                                          PGM0127
      *                                                                 PGM0127
           IF WS-FS-SRETFAT            EQUAL ZEROS                      PGM0127
              AND FD-RF-HEADER                                          PGM0127
              AND FD-RH-GERACAO        NUMERIC                          PGM0127
               MOVE FD-RH-GERACAO      TO WS-GER-RETORNO                PGM0127
               MOVE FD-RH-DATA-RET     TO WS-DATA-RETORNO               PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.906I - RETORNO DO FATURAMENTO SEM'     PGM0127
                       ' HEADER VALIDO.'                                PGM0127
               MOVE 92                 TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.906I - RETORNO DO FATURAMENTO SEM HEAD' PGM0127
                      'ER VALIDO.'                                      PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               CLOSE SRETFAT                                            PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
      *    SO A GERACAO CORRENTE PODE SER CONFERIDA CLIENTE A CLIENTE:  PGM0127
      *    O DELTA DAS ANTERIORES JA FOI SOBREPOSTO NO SYS112           PGM0127
           EVALUATE TRUE                                                PGM0127
               WHEN WS-GER-RETORNO     EQUAL WS-GERACAO-ATUAL           PGM0127
                AND WS-GER-PEND        GREATER ZEROS                    PGM0127
                   SET WS-RET-CORRENTE TO TRUE                          PGM0127
               WHEN WS-GER-PEND        GREATER ZEROS                    PGM0127
                AND WS-GER-RETORNO     NOT LESS WS-GER-PEND             PGM0127
                AND WS-GER-RETORNO     LESS WS-GERACAO-ATUAL            PGM0127
                   SET WS-RET-ANTERIOR TO TRUE                          PGM0127
                   DISPLAY '#PGM0127.908I - RETORNO DA GERACAO '        PGM0127
                           WS-GER-RETORNO ' ANTERIOR A ATUAL.'          PGM0127
                           ' CONFERIDOS SO OS TOTAIS.'                  PGM0127
               WHEN OTHER                                               PGM0127
                   SET WS-RET-IGNORADO TO TRUE                          PGM0127
                   DISPLAY '#PGM0127.907I - RETORNO DA GERACAO '        PGM0127
                           WS-GER-RETORNO ' JA CONCILIADO OU'           PGM0127
                           ' DESCONHECIDO. IGNORADO.'                   PGM0127
                   CLOSE SRETFAT                                        PGM0127
                   GO TO RTLERETORNOX                                   PGM0127
           END-EVALUATE.                                                PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               PERFORM RTCARREGAENVIO                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           PERFORM RTLERETFAT.                                          PGM0127
      *                                                                 PGM0127
           PERFORM RTCONCILIA          UNTIL WS-FS-SRETFAT              PGM0127
                                              NOT EQUAL ZEROS.          PGM0127
      *                                                                 PGM0127
           CLOSE SRETFAT.                                               PGM0127
      *                                                                 PGM0127
      *    A GERACAO CONFIRMADA ENCERRA TODAS AS ANTERIORES EM ABERTO:  PGM0127
      *    AS QUE FICARAM PARA TRAS NUNCA TERAO RETORNO                 PGM0127
           IF WS-GER-RETORNO           GREATER WS-GER-PEND              PGM0127
               MOVE WS-GER-PEND        TO WS-GER-NUNCA-INI              PGM0127
               COMPUTE WS-GER-NUNCA-FIM = WS-GER-RETORNO - 1            PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-GER-RETORNO         TO WS-GER-ACK.                   PGM0127
           MOVE WS-DATA-MAQ            TO WS-DATA-ACK.                  PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               MOVE ZEROS              TO WS-GER-PEND                   PGM0127
               MOVE ZEROS              TO WS-DATA-PEND                  PGM0127
           ELSE                                                         PGM0127
      *        A PROXIMA PENDENTE HERDA A DATA DA MAIS ANTIGA, POIS A   PGM0127
      *        DATA DE EXTRACAO DAS INTERMEDIARIAS NAO E GUARDADA       PGM0127
               COMPUTE WS-GER-PEND = WS-GER-RETORNO + 1                 PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTLERETORNOX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA DE LEITURA DO ARQUIVO DE RETORNO                     *PGM0127
      ******************************************************************PGM0127
       RTLERETFAT                      SECTION.                         PGM0127
      *                                                                 PGM0127
           READ SRETFAT.                                                PGM0127
      *                                                                 PGM0127
           EVALUATE WS-FS-SRETFAT                                       PGM0127
               WHEN ZEROS                                               PGM0127
                   CONTINUE                                             PGM0127
               WHEN '10'                                                PGM0127
                   CONTINUE                                             PGM0127
               WHEN OTHER                                               PGM0127
                   DISPLAY '#PGM0127.904I - ERRO NA LEITURA DO RETORNO' PGM0127
                           ' DO FATURAMENTO'                            PGM0127
                   DISPLAY '#PGM0127.904I - FILE STATUS = '             PGM0127
                           WS-FS-SRETFAT                                PGM0127
                   MOVE   WS-FS-SRETFAT                                 PGM0127
                                       TO WS-COD-RET                    PGM0127
                   STRING '#PGM0127.904I - ERRO NA LEITURA DO RETORNO ' PGM0127
                          'DO FATURAMENTO! FILE STATUS = '              PGM0127
                          WS-FS-SRETFAT                                 PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
                   PERFORM RTFINALIZA                                   PGM0127
           END-EVALUATE.                                                PGM0127
      *                                                                 PGM0127
       RTLERETFATX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CARREGA NA TABELA OS CLIENTES ENVIADOS NO DELTA  *PGM0127
      *    (SYS112) DA GERACAO CORRENTE                                *PGM0127
      ******************************************************************PGM0127
       RTCARREGAENVIO                  SECTION.                         PGM0127
      *                                                                 PGM0127
           OPEN INPUT SDELTA.                                           PGM0127
      *                                                                 PGM0127
           IF WS-FS-SDELTA             EQUAL ZEROS                      PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.909I - ERRO NA ABERTURA DO DELTA'      PGM0127
               DISPLAY '#PGM0127.909I - FILE STATUS = ' WS-FS-SDELTA    PGM0127
               MOVE   WS-FS-SDELTA     TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.909I - ERRO NA ABERTURA DO DELTA! FILE' PGM0127
                      ' STATUS = ' WS-FS-SDELTA                         PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               CLOSE SRETFAT                                            PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           READ SDELTA.                                                 PGM0127
      *                                                                 PGM0127
           IF WS-FS-SDELTA             EQUAL ZEROS                      PGM0127
              AND FD-DH-TIPO           EQUAL 'H'                        PGM0127
              AND FD-DH-GERACAO        EQUAL WS-GERACAO-ATUAL           PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.910I - DELTA SYS112 NAO CORRESPONDE A' PGM0127
                       ' GERACAO ' WS-GERACAO-ATUAL ' DO CONTROLE.'     PGM0127
               MOVE 93                 TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.910I - DELTA SYS112 NAO CORRESPONDE A ' PGM0127
                      'GERACAO DO CONTROLE SYS113.'                     PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               CLOSE SDELTA                                             PGM0127
                     SRETFAT                                            PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           READ SDELTA.                                                 PGM0127
      *                                                                 PGM0127
           PERFORM RTCARREGAENVIO-REG  UNTIL WS-FS-SDELTA               PGM0127
                                              NOT EQUAL ZEROS.          PGM0127
      *                                                                 PGM0127
           CLOSE SDELTA.                                                PGM0127
      *                                                                 PGM0127
       RTCARREGAENVIOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE GUARDA UM CLIENTE DO DELTA NA TABELA             *PGM0127
      ******************************************************************PGM0127
       RTCARREGAENVIO-REG              SECTION.                         PGM0127
      *                                                                 PGM0127
           IF FD-DL-TIPO               NOT EQUAL 'D'                    PGM0127
               GO TO RTCARREGAENVIO-LE                                  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-CT-ENVIO              LESS 2000                        PGM0127
               ADD 1                   TO WS-CT-ENVIO                   PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.912I - TABELA DO DELTA ESGOTADA.'      PGM0127
                       ' AUMENTAR O LIMITE DE 2000 CLIENTES.'           PGM0127
               MOVE 94                 TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.912I - TABELA DO DELTA ESGOTADA ('      PGM0127
                      'LIMITE DE 2000 CLIENTES).'                       PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               CLOSE SDELTA                                             PGM0127
                     SRETFAT                                            PGM0127
               PERFORM RTFINALIZA                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE FD-DL-CODIGO           TO WS-EN-CODIGO   (WS-CT-ENVIO). PGM0127
           MOVE FD-DL-OPERACAO         TO WS-EN-OPER     (WS-CT-ENVIO). PGM0127
           MOVE FD-DL-NOME             TO WS-EN-NOME     (WS-CT-ENVIO). PGM0127
           MOVE SPACES                 TO WS-EN-SITUACAO (WS-CT-ENVIO). PGM0127
           MOVE SPACES                 TO WS-EN-MOTIVO   (WS-CT-ENVIO). PGM0127
      *                                                                 PGM0127
       RTCARREGAENVIO-LE.                                               PGM0127
      *                                                                 PGM0127
           READ SDELTA.                                                 PGM0127
      *                                                                 PGM0127
       RTCARREGAENVIO-REGX.            EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CONCILIA UMA LINHA DO RETORNO COM O ENVIO        *PGM0127
      ******************************************************************PGM0127
       RTCONCILIA                      SECTION.                         PGM0127
      *                                                                 PGM0127
           IF FD-RF-TRAILER                                             PGM0127
               IF FD-RT-QTDE           NUMERIC                          PGM0127
                   MOVE FD-RT-QTDE     TO WS-QTDE-TRAILER               PGM0127
               END-IF                                                   PGM0127
               GO TO RTCONCILIA-LE                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF FD-RF-DETALHE                                             PGM0127
              AND FD-RF-CODIGO         NUMERIC                          PGM0127
              AND (FD-RF-ACEITO OR FD-RF-REJEITADO)                     PGM0127
               ADD 1                   TO ACU-CT-RETORNOS               PGM0127
           ELSE                                                         PGM0127
               ADD 1                   TO ACU-CT-INVALIDOS              PGM0127
               GO TO RTCONCILIA-LE                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               PERFORM RTPROCURAENVIO                                   PGM0127
               IF WS-ENVIO-ACHADO                                       PGM0127
                   CONTINUE                                             PGM0127
               ELSE                                                     PGM0127
                   ADD 1               TO ACU-CT-SEM-ENVIO              PGM0127
                   PERFORM RTGUARDAAVULSO                               PGM0127
                   GO TO RTCONCILIA-LE                                  PGM0127
               END-IF                                                   PGM0127
               IF WS-EN-SITUACAO (WS-IX-ENVIO)                          PGM0127
                                       NOT EQUAL SPACES                 PGM0127
                   ADD 1               TO ACU-CT-DUPLICADOS             PGM0127
                   GO TO RTCONCILIA-LE                                  PGM0127
               END-IF                                                   PGM0127
               MOVE FD-RF-SITUACAO     TO WS-EN-SITUACAO (WS-IX-ENVIO)  PGM0127
               MOVE FD-RF-MOTIVO       TO WS-EN-MOTIVO   (WS-IX-ENVIO)  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF FD-RF-ACEITO                                              PGM0127
               ADD 1                   TO ACU-CT-ACEITOS                PGM0127
           ELSE                                                         PGM0127
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0127
               PERFORM RTACUMULAMOTIVO                                  PGM0127
               IF WS-RET-CORRENTE                                       PGM0127
                   MOVE WS-MT-MOTIVO (WS-IX-MOTIVO)                     PGM0127
                                       TO WS-EN-MOTIVO (WS-IX-ENVIO)    PGM0127
               END-IF                                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTCONCILIA-LE.                                                   PGM0127
      *                                                                 PGM0127
           PERFORM RTLERETFAT.                                          PGM0127
      *                                                                 PGM0127
       RTCONCILIAX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE PROCURA O CLIENTE RETORNADO NA TABELA DO ENVIO   *PGM0127
      ******************************************************************PGM0127
       RTPROCURAENVIO                  SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'N'                    TO WS-SW-ENVIO.                  PGM0127
           MOVE ZEROS                  TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           PERFORM RTCOMPARAENVIO      UNTIL WS-ENVIO-ACHADO            PGM0127
                                       OR WS-IX-ENVIO NOT LESS          PGM0127
                                          WS-CT-ENVIO.                  PGM0127
      *                                                                 PGM0127
       RTPROCURAENVIOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE COMPARA UMA POSICAO DA TABELA DO ENVIO           *PGM0127
      ******************************************************************PGM0127
       RTCOMPARAENVIO                  SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           IF WS-EN-CODIGO (WS-IX-ENVIO) EQUAL FD-RF-CODIGO             PGM0127
               SET WS-ENVIO-ACHADO     TO TRUE                          PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTCOMPARAENVIOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE GUARDA UM CODIGO RETORNADO SEM ENVIO NO DELTA    *PGM0127
      ******************************************************************PGM0127
       RTGUARDAAVULSO                  SECTION.                         PGM0127
      *                                                                 PGM0127
      *    ACIMA DE 500 SO O TOTAL E INFORMADO                          PGM0127
           IF WS-CT-AVULSO             LESS 500                         PGM0127
               ADD 1                   TO WS-CT-AVULSO                  PGM0127
               MOVE FD-RF-CODIGO       TO WS-AV-CODIGO   (WS-CT-AVULSO) PGM0127
               MOVE FD-RF-SITUACAO     TO WS-AV-SITUACAO (WS-CT-AVULSO) PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTGUARDAAVULSOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE ACUMULA A REJEICAO NA TABELA DE MOTIVOS          *PGM0127
      ******************************************************************PGM0127
       RTACUMULAMOTIVO                 SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'N'                    TO WS-SW-MOTIVO.                 PGM0127
           MOVE ZEROS                  TO WS-IX-MOTIVO.                 PGM0127
      *                                                                 PGM0127
           PERFORM RTPROCURAMOTIVO     UNTIL WS-MOTIVO-ACHADO           PGM0127
                                       OR WS-IX-MOTIVO NOT LESS         PGM0127
                                          WS-CT-MOTIVO.                 PGM0127
      *                                                                 PGM0127
           IF WS-MOTIVO-ACHADO                                          PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               IF WS-CT-MOTIVO         LESS 50                          PGM0127
                   ADD 1               TO WS-CT-MOTIVO                  PGM0127
                   MOVE WS-CT-MOTIVO   TO WS-IX-MOTIVO                  PGM0127
                   MOVE FD-RF-MOTIVO   TO WS-MT-MOTIVO (WS-IX-MOTIVO)   PGM0127
                   MOVE FD-RF-DESCRICAO                                 PGM0127
                                     TO WS-MT-DESCRICAO (WS-IX-MOTIVO)  PGM0127
                   MOVE ZEROS          TO WS-MT-QTDE (WS-IX-MOTIVO)     PGM0127
               ELSE                                                     PGM0127
      *            MOTIVOS ALEM DO LIMITE SOMAM NA ULTIMA POSICAO       PGM0127
                   MOVE 50             TO WS-IX-MOTIVO                  PGM0127
                   MOVE 'OUTROS MOTIVOS'                                PGM0127
                                     TO WS-MT-DESCRICAO (WS-IX-MOTIVO)  PGM0127
               END-IF                                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-MT-QTDE (WS-IX-MOTIVO).    PGM0127
      *                                                                 PGM0127
       RTACUMULAMOTIVOX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE COMPARA UMA POSICAO DA TABELA DE MOTIVOS         *PGM0127
      ******************************************************************PGM0127
       RTPROCURAMOTIVO                 SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-MOTIVO.                 PGM0127
      *                                                                 PGM0127
           IF WS-MT-MOTIVO (WS-IX-MOTIVO) EQUAL FD-RF-MOTIVO            PGM0127
               SET WS-MOTIVO-ACHADO    TO TRUE                          PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTPROCURAMOTIVOX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE VERIFICA SE A GERACAO PENDENTE ESTOUROU O PRAZO  *PGM0127
      *    DE RETORNO. O ESTOURO DEVOLVE RETORNO 04 (ALERTA)           *PGM0127
      ******************************************************************PGM0127
       RTVERIFICAATRASO                SECTION.                         PGM0127
      *                                                                 PGM0127
           IF WS-GER-PEND              EQUAL ZEROS                      PGM0127
              OR WS-DATA-PEND          NOT NUMERIC                      PGM0127
              OR WS-DATA-PEND          EQUAL ZEROS                      PGM0127
               GO TO RTVERIFICAATRASOX                                  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-DATA-PEND           TO WS-DJ-DATA.                   PGM0127
           PERFORM RTCALCDIAS.                                          PGM0127
      *                                                                 PGM0127
           IF WS-DJ-DIAS               NOT LESS WS-DIAS-HOJE            PGM0127
               GO TO RTVERIFICAATRASOX                                  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           COMPUTE WS-DIAS-PENDENTE = WS-DIAS-HOJE - WS-DJ-DIAS.        PGM0127
      *                                                                 PGM0127
           IF WS-DIAS-PENDENTE         GREATER WS-PRAZO-DIAS            PGM0127
               SET WS-GERACAO-ATRASADA TO TRUE                          PGM0127
               DISPLAY '#PGM0127.914I - GERACAO ' WS-GER-PEND           PGM0127
                       ' SEM RETORNO DO FATURAMENTO HA '                PGM0127
                       WS-DIAS-PENDENTE ' DIAS.'                        PGM0127
               IF WS-COD-RET           EQUAL ZEROS                      PGM0127
                   MOVE '04'           TO WS-COD-RET                    PGM0127
                   STRING '#PGM0127.914I - GERACAO ' WS-GER-PEND        PGM0127
                          ' SEM RETORNO HA '                            PGM0127
                          WS-DIAS-PENDENTE ' DIAS.'                     PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               END-IF                                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTVERIFICAATRASOX.              EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE REGRAVA O CONTROLE DE EXTRACAO (SYS113) COM A    *PGM0127
      *    SITUACAO DO RETORNO E O PRAZO EM VIGOR                      *PGM0127
      ******************************************************************PGM0127
       RTGRAVACONTROLE                 SECTION.                         PGM0127
      *                                                                 PGM0127
           OPEN OUTPUT SCTLEXT.                                         PGM0127
      *                                                                 PGM0127
           IF WS-FS-SCTLEXT            EQUAL ZEROS                      PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.913I - ERRO NA GRAVACAO DO CONTROLE'   PGM0127
                       ' DE EXTRACAO'                                   PGM0127
               DISPLAY '#PGM0127.913I - FILE STATUS = ' WS-FS-SCTLEXT   PGM0127
               MOVE   WS-FS-SCTLEXT    TO WS-COD-RET                    PGM0127
               STRING '#PGM0127.913I - ERRO NA GRAVACAO DO CONTROLE DE' PGM0127
                      ' EXTRACAO! FILE STATUS = ' WS-FS-SCTLEXT         PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO WS-MSG                      PGM0127
               GO TO RTGRAVACONTROLEX                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
      *    MARCA D'AGUA DO JOURNAL E GERACAO SAO PRESERVADAS            PGM0127
           MOVE WS-REG-CTLEXT          TO FD-REG-CTLEXT.                PGM0127
      *                                                                 PGM0127
           MOVE WS-QTDE-ENVIADA        TO FD-CE-QTDE.                   PGM0127
           MOVE WS-GER-PEND            TO FD-CE-GER-PEND.               PGM0127
           MOVE WS-DATA-PEND           TO FD-CE-DATA-PEND.              PGM0127
           MOVE WS-GER-ACK             TO FD-CE-GER-ACK.                PGM0127
           MOVE WS-DATA-ACK            TO FD-CE-DATA-ACK.               PGM0127
           MOVE WS-PRAZO-DIAS          TO FD-CE-DIAS-LIMITE.            PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-CTLEXT.                                         PGM0127
      *                                                                 PGM0127
           CLOSE SCTLEXT.                                               PGM0127
      *                                                                 PGM0127
       RTGRAVACONTROLEX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME O RELATORIO DE CONCILIACAO               *PGM0127
      ******************************************************************PGM0127
       RTIMPRELATORIO                  SECTION.                         PGM0127
      *                                                                 PGM0127
           PERFORM RTMONTACAB.                                          PGM0127
      *                                                                 PGM0127
           IF WS-CTL-EXISTE                                             PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               MOVE 'NENHUMA GERACAO DO DELTA ENVIADA AO FATURAMENTO'   PGM0127
                                       TO LAS-TEXTO                     PGM0127
               PERFORM RTIMPAVISO                                       PGM0127
               GO TO RTIMPRELATORIOX                                    PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           EVALUATE TRUE                                                PGM0127
               WHEN WS-RET-AUSENTE                                      PGM0127
                   MOVE 'SEM RETORNO DO FATURAMENTO NESTA EXECUCAO'     PGM0127
                                       TO LAS-TEXTO                     PGM0127
                   PERFORM RTIMPAVISO                                   PGM0127
               WHEN WS-RET-IGNORADO                                     PGM0127
                   MOVE SPACES         TO LAS-TEXTO                     PGM0127
                   STRING 'RETORNO DA GERACAO ' WS-GER-RETORNO          PGM0127
                          ' JA CONCILIADO OU DESCONHECIDO - IGNORADO'   PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO LAS-TEXTO                   PGM0127
                   PERFORM RTIMPAVISO                                   PGM0127
               WHEN WS-RET-ANTERIOR                                     PGM0127
                   MOVE SPACES         TO LAS-TEXTO                     PGM0127
                   STRING 'RETORNO DA GERACAO ' WS-GER-RETORNO          PGM0127
                          ' ANTERIOR A ATUAL: CLIENTES NAO CONFERIDOS'  PGM0127
                          ' COM O DELTA'                                PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO LAS-TEXTO                   PGM0127
                   PERFORM RTIMPAVISO                                   PGM0127
           END-EVALUATE.                                                PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
              OR WS-RET-ANTERIOR                                        PGM0127
               PERFORM RTIMPTOTAIS                                      PGM0127
               PERFORM RTIMPMOTIVOS                                     PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               PERFORM RTIMPSEMRETORNO                                  PGM0127
               PERFORM RTIMPAVULSOS                                     PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-GER-NUNCA-INI         GREATER ZEROS                    PGM0127
               MOVE SPACES             TO LAS-TEXTO                     PGM0127
               STRING 'GERACOES ' WS-GER-NUNCA-INI ' A '                PGM0127
                      WS-GER-NUNCA-FIM ' NUNCA CONFIRMADAS PELO'        PGM0127
                      ' FATURAMENTO'                                    PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO LAS-TEXTO                   PGM0127
               PERFORM RTIMPAVISO                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           IF WS-GERACAO-ATRASADA                                       PGM0127
               MOVE SPACES             TO LAS-TEXTO                     PGM0127
               STRING '*** ALERTA: GERACAO ' WS-GER-PEND                PGM0127
                      ' SEM RETORNO HA ' WS-DIAS-PENDENTE               PGM0127
                      ' DIAS (PRAZO DE ' WS-PRAZO-DIAS ' DIAS)'         PGM0127
                                       DELIMITED BY SIZE                PGM0127
                                       INTO LAS-TEXTO                   PGM0127
               PERFORM RTIMPAVISO                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTIMPRELATORIOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME OS TOTAIS DA CONCILIACAO                 *PGM0127
      ******************************************************************PGM0127
       RTIMPTOTAIS                     SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'TOTAIS DA GERACAO'    TO LTI-TEXTO.                    PGM0127
           PERFORM RTIMPTITULO.                                         PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               MOVE 'CLIENTES ENVIADOS NA GERACAO...............:'      PGM0127
                                       TO LTO-DESCRICAO                 PGM0127
               MOVE WS-CT-ENVIO        TO LTO-QTDE                      PGM0127
               PERFORM RTIMPLINTOT                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE 'LINHAS DE RETORNO RECEBIDAS................:'          PGM0127
                                       TO LTO-DESCRICAO.                PGM0127
           MOVE ACU-CT-RETORNOS        TO LTO-QTDE.                     PGM0127
           PERFORM RTIMPLINTOT.                                         PGM0127
      *                                                                 PGM0127
           MOVE 'ACEITOS PELO FATURAMENTO...................:'          PGM0127
                                       TO LTO-DESCRICAO.                PGM0127
           MOVE ACU-CT-ACEITOS         TO LTO-QTDE.                     PGM0127
           PERFORM RTIMPLINTOT.                                         PGM0127
      *                                                                 PGM0127
           MOVE 'REJEITADOS PELO FATURAMENTO................:'          PGM0127
                                       TO LTO-DESCRICAO.                PGM0127
           MOVE ACU-CT-REJEITADOS      TO LTO-QTDE.                     PGM0127
           PERFORM RTIMPLINTOT.                                         PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               MOVE 'ENVIADOS E NUNCA CONFIRMADOS...............:'      PGM0127
                                       TO LTO-DESCRICAO                 PGM0127
               PERFORM RTCONTASEMRETORNO                                PGM0127
               MOVE ACU-CT-SEM-RETORNO TO LTO-QTDE                      PGM0127
               PERFORM RTIMPLINTOT                                      PGM0127
               MOVE 'RETORNADOS SEM ENVIO NA GERACAO............:'      PGM0127
                                       TO LTO-DESCRICAO                 PGM0127
               MOVE ACU-CT-SEM-ENVIO   TO LTO-QTDE                      PGM0127
               PERFORM RTIMPLINTOT                                      PGM0127
               MOVE 'RETORNOS EM DUPLICIDADE (DESPREZADOS)......:'      PGM0127
                                       TO LTO-DESCRICAO                 PGM0127
               MOVE ACU-CT-DUPLICADOS  TO LTO-QTDE                      PGM0127
               PERFORM RTIMPLINTOT                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE 'LINHAS DE RETORNO INVALIDAS (DESPREZADAS)..:'          PGM0127
                                       TO LTO-DESCRICAO.                PGM0127
           MOVE ACU-CT-INVALIDOS       TO LTO-QTDE.                     PGM0127
           PERFORM RTIMPLINTOT.                                         PGM0127
      *                                                                 PGM0127
           IF WS-QTDE-TRAILER          NOT EQUAL ACU-CT-RETORNOS        PGM0127
                                       + ACU-CT-INVALIDOS               PGM0127
               MOVE 'QTDE INFORMADA NO TRAILER (DIVERGENTE).....:'      PGM0127
                                       TO LTO-DESCRICAO                 PGM0127
               MOVE WS-QTDE-TRAILER    TO LTO-QTDE                      PGM0127
               PERFORM RTIMPLINTOT                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTIMPTOTAISX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CONTA OS ENVIADOS AINDA SEM RETORNO              *PGM0127
      ******************************************************************PGM0127
       RTCONTASEMRETORNO               SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE ZEROS                  TO ACU-CT-SEM-RETORNO.           PGM0127
           MOVE ZEROS                  TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           PERFORM RTCONTASEMRET-REG   UNTIL WS-IX-ENVIO                PGM0127
                                              NOT LESS WS-CT-ENVIO.     PGM0127
      *                                                                 PGM0127
       RTCONTASEMRETORNOX.             EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CONTA UMA POSICAO SEM RETORNO                    *PGM0127
      ******************************************************************PGM0127
       RTCONTASEMRET-REG               SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           IF WS-EN-SITUACAO (WS-IX-ENVIO) EQUAL SPACES                 PGM0127
               ADD 1                   TO ACU-CT-SEM-RETORNO            PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTCONTASEMRET-REGX.             EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME AS REJEICOES AGRUPADAS POR MOTIVO        *PGM0127
      ******************************************************************PGM0127
       RTIMPMOTIVOS                    SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'REJEITADOS POR MOTIVO' TO LTI-TEXTO.                   PGM0127
           PERFORM RTIMPTITULO.                                         PGM0127
      *                                                                 PGM0127
           IF WS-CT-MOTIVO             EQUAL ZEROS                      PGM0127
               PERFORM RTIMPNADA                                        PGM0127
               GO TO RTIMPMOTIVOSX                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE ZEROS                  TO WS-IX-MOTIVO.                 PGM0127
      *                                                                 PGM0127
           PERFORM RTIMPMOTIVO-REG     UNTIL WS-IX-MOTIVO               PGM0127
                                              NOT LESS WS-CT-MOTIVO.    PGM0127
      *                                                                 PGM0127
       RTIMPMOTIVOSX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UM MOTIVO E, NA GERACAO CORRENTE, OS     *PGM0127
      *    CLIENTES REJEITADOS POR ELE                                 *PGM0127
      ******************************************************************PGM0127
       RTIMPMOTIVO-REG                 SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-MOTIVO.                 PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 54                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-MT-MOTIVO    (WS-IX-MOTIVO) TO LMT-MOTIVO.           PGM0127
           MOVE WS-MT-DESCRICAO (WS-IX-MOTIVO) TO LMT-DESCRICAO.        PGM0127
           MOVE WS-MT-QTDE      (WS-IX-MOTIVO) TO LMT-QTDE.             PGM0127
           MOVE LINMOT                 TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0127
      *                                                                 PGM0127
           ADD 2                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
           IF WS-RET-CORRENTE                                           PGM0127
               MOVE ZEROS              TO WS-IX-ENVIO                   PGM0127
               PERFORM RTIMPREJEITADO  UNTIL WS-IX-ENVIO                PGM0127
                                              NOT LESS WS-CT-ENVIO      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTIMPMOTIVO-REGX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UM REJEITADO PELO MOTIVO CORRENTE        *PGM0127
      ******************************************************************PGM0127
       RTIMPREJEITADO                  SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           IF WS-EN-SITUACAO (WS-IX-ENVIO) EQUAL 'R'                    PGM0127
              AND WS-EN-MOTIVO (WS-IX-ENVIO)                            PGM0127
                                  EQUAL WS-MT-MOTIVO (WS-IX-MOTIVO)     PGM0127
               PERFORM RTIMPCLIENTE                                     PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTIMPREJEITADOX.                EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME OS ENVIADOS NUNCA CONFIRMADOS            *PGM0127
      ******************************************************************PGM0127
       RTIMPSEMRETORNO                 SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'ENVIADOS E NUNCA CONFIRMADOS PELO FATURAMENTO'         PGM0127
                                       TO LTI-TEXTO.                    PGM0127
           PERFORM RTIMPTITULO.                                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-SEM-RETORNO       EQUAL ZEROS                      PGM0127
               PERFORM RTIMPNADA                                        PGM0127
               GO TO RTIMPSEMRETORNOX                                   PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE ZEROS                  TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           PERFORM RTIMPSEMRET-REG     UNTIL WS-IX-ENVIO                PGM0127
                                              NOT LESS WS-CT-ENVIO.     PGM0127
      *                                                                 PGM0127
       RTIMPSEMRETORNOX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UM ENVIADO SEM RETORNO                   *PGM0127
      ******************************************************************PGM0127
       RTIMPSEMRET-REG                 SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-ENVIO.                  PGM0127
      *                                                                 PGM0127
           IF WS-EN-SITUACAO (WS-IX-ENVIO) EQUAL SPACES                 PGM0127
               PERFORM RTIMPCLIENTE                                     PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTIMPSEMRET-REGX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UMA LINHA DE CLIENTE DA TABELA DO ENVIO  *PGM0127
      ******************************************************************PGM0127
       RTIMPCLIENTE                    SECTION.                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 55                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-EN-CODIGO (WS-IX-ENVIO) TO LCL-CODIGO.               PGM0127
           MOVE WS-EN-OPER   (WS-IX-ENVIO) TO LCL-OPER.                 PGM0127
           MOVE WS-EN-NOME   (WS-IX-ENVIO) TO LCL-NOME.                 PGM0127
           MOVE LINCLI                 TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           ADD 1                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPCLIENTEX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME OS CODIGOS RETORNADOS SEM ENVIO          *PGM0127
      ******************************************************************PGM0127
       RTIMPAVULSOS                    SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'RETORNADOS PELO FATURAMENTO SEM ENVIO NA GERACAO'      PGM0127
                                       TO LTI-TEXTO.                    PGM0127
           PERFORM RTIMPTITULO.                                         PGM0127
      *                                                                 PGM0127
           IF WS-CT-AVULSO             EQUAL ZEROS                      PGM0127
               PERFORM RTIMPNADA                                        PGM0127
               GO TO RTIMPAVULSOSX                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE ZEROS                  TO WS-IX-AVULSO.                 PGM0127
      *                                                                 PGM0127
           PERFORM RTIMPAVULSO-REG     UNTIL WS-IX-AVULSO               PGM0127
                                              NOT LESS WS-CT-AVULSO.    PGM0127
      *                                                                 PGM0127
       RTIMPAVULSOSX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UM CODIGO RETORNADO SEM ENVIO            *PGM0127
      ******************************************************************PGM0127
       RTIMPAVULSO-REG                 SECTION.                         PGM0127
      *                                                                 PGM0127
           ADD 1                       TO WS-IX-AVULSO.                 PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 55                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-AV-CODIGO   (WS-IX-AVULSO) TO LAV-CODIGO.            PGM0127
           MOVE WS-AV-SITUACAO (WS-IX-AVULSO) TO LAV-SITUACAO.          PGM0127
           MOVE LINAVU                 TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           ADD 1                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPAVULSO-REGX.               EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UM TITULO DE SECAO                       *PGM0127
      ******************************************************************PGM0127
       RTIMPTITULO                     SECTION.                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 51                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE LINTIT                 TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0127
      *                                                                 PGM0127
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           ADD 3                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPTITULOX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0127
      ******************************************************************PGM0127
       RTIMPLINTOT                     SECTION.                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 55                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           ADD 1                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPLINTOTX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME UMA LINHA DE AVISO                       *PGM0127
      ******************************************************************PGM0127
       RTIMPAVISO                      SECTION.                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 53                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE LINAVISO               TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0127
      *                                                                 PGM0127
           ADD 2                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPAVISOX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE IMPRIME A LINHA DE SECAO SEM OCORRENCIAS         *PGM0127
      ******************************************************************PGM0127
       RTIMPNADA                       SECTION.                         PGM0127
      *                                                                 PGM0127
           IF ACU-CT-LINHA             GREATER 55                       PGM0127
               PERFORM RTMONTACAB                                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           ADD 1                       TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTIMPNADAX.                     EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0127
      ******************************************************************PGM0127
       RTMONTACAB                      SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0127
           MOVE  WS-MES                TO CB1-MES.                      PGM0127
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0127
      *                                                                 PGM0127
           ADD 1                       TO ACU-CT-PAGINA.                PGM0127
      *                                                                 PGM0127
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0127
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0127
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0127
           ELSE                                                         PGM0127
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE WS-GERACAO-ATUAL       TO CB2-GERACAO.                  PGM0127
           MOVE WS-GER-RETORNO         TO CB2-GER-RETORNO.              PGM0127
           MOVE WS-PRAZO-DIAS          TO CB2-PRAZO.                    PGM0127
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0127
      *                                                                 PGM0127
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0127
      *                                                                 PGM0127
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0127
      *                                                                 PGM0127
       RTMONTACABX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CONVERTE UMA DATA AAAAMMDD EM DIAS CORRIDOS      *PGM0127
      *    PARA COMPARACAO (CALENDARIO GREGORIANO)                     *PGM0127
      ******************************************************************PGM0127
       RTCALCDIAS                      SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE WS-DJ-ANO              TO WS-DJ-A.                      PGM0127
           MOVE WS-DJ-MES              TO WS-DJ-M.                      PGM0127
      *                                                                 PGM0127
           IF WS-DJ-M                  LESS 3                           PGM0127
               SUBTRACT 1              FROM WS-DJ-A                     PGM0127
               ADD 12                  TO WS-DJ-M                       PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           COMPUTE WS-DJ-T1 = WS-DJ-A / 4.                              PGM0127
           COMPUTE WS-DJ-T2 = WS-DJ-A / 100.                            PGM0127
           COMPUTE WS-DJ-T3 = WS-DJ-A / 400.                            PGM0127
           COMPUTE WS-DJ-T4 = (153 * (WS-DJ-M + 1)) / 5.                PGM0127
      *                                                                 PGM0127
           COMPUTE WS-DJ-DIAS = (365 * WS-DJ-A) + WS-DJ-T1              PGM0127
                              - WS-DJ-T2 + WS-DJ-T3                     PGM0127
                              + WS-DJ-T4 + WS-DJ-DIA.                   PGM0127
      *                                                                 PGM0127
       RTCALCDIASX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0127
      ******************************************************************PGM0127
       RTARQUIVAREL                    SECTION.                         PGM0127
      *                                                                 PGM0127
           INITIALIZE ARQ-PARM.                                         PGM0127
      *                                                                 PGM0127
           MOVE 'PGM0127'              TO ARQ-PROGRAMA.                 PGM0127
           MOVE 'RETORNO DO FATURAMENTO X DELTA'                        PGM0127
                                       TO ARQ-FILTRO.                   PGM0127
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0127
      *                                                                 PGM0127
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0127
      *                                                                 PGM0127
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0127
               DISPLAY '#PGM0127.915I - RELATORIO ARQUIVADO NA'         PGM0127
                       ' GERACAO ' ARQ-GERACAO                          PGM0127
           ELSE                                                         PGM0127
               DISPLAY '#PGM0127.915I - FALHA NO ARQUIVAMENTO DO'       PGM0127
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTARQUIVARELX.                  EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0127
      ******************************************************************PGM0127
       RTCONTABILIZA                   SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE ACU-CT-RETORNOS        TO WS-DISPLAY-QTDE.              PGM0127
      *                                                                 PGM0127
           DISPLAY '#PGM0127.916I - LINHAS DE RETORNO LIDAS = '         PGM0127
                   WS-DISPLAY-QTDE.                                     PGM0127
      *                                                                 PGM0127
           MOVE ACU-CT-ACEITOS         TO WS-DISPLAY-QTDE.              PGM0127
      *                                                                 PGM0127
           DISPLAY '#PGM0127.916I - ACEITOS = '                         PGM0127
                   WS-DISPLAY-QTDE.                                     PGM0127
      *                                                                 PGM0127
           MOVE ACU-CT-REJEITADOS      TO WS-DISPLAY-QTDE.              PGM0127
      *                                                                 PGM0127
           DISPLAY '#PGM0127.916I - REJEITADOS = '                      PGM0127
                   WS-DISPLAY-QTDE.                                     PGM0127
      *                                                                 PGM0127
           MOVE ACU-CT-SEM-RETORNO     TO WS-DISPLAY-QTDE.              PGM0127
      *                                                                 PGM0127
           DISPLAY '#PGM0127.916I - NUNCA CONFIRMADOS = '               PGM0127
                   WS-DISPLAY-QTDE.                                     PGM0127
      *                                                                 PGM0127
       RTCONTABILIZAX.                 EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0127
      *    (SYS135)                                                    *PGM0127
      ******************************************************************PGM0127
       RTGRAVAHIST                     SECTION.                         PGM0127
      *                                                                 PGM0127
           MOVE 'PGM0127'              TO HIS-PROGRAMA.                 PGM0127
           MOVE ACU-CT-RETORNOS        TO HIS-LIDOS.                    PGM0127
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0127
           MOVE ACU-CT-INVALIDOS       TO HIS-REJEITADOS.               PGM0127
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0127
      *                                                                 PGM0127
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0127
      *                                                                 PGM0127
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0127
               DISPLAY '#PGM0127.917I - FALHA NO REGISTRO DO'           PGM0127
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0127
                       HIS-COD-RET                                      PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
       RTGRAVAHISTX.                   EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    ROTINA DE FINALIZACAO                                       *PGM0127
      ******************************************************************PGM0127
       RTFINALIZA                      SECTION.                         PGM0127
      *                                                                 PGM0127
           DISPLAY '**************************************************'.PGM0127
      *                                                                 PGM0127
           MOVE '#PGM0127.999I - FIM DO PROCESSAMENTO '                 PGM0127
                                       TO WS-MENSAGEM.                  PGM0127
      *                                                                 PGM0127
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0127
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0127
      *                                                                 PGM0127
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0127
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0127
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0127
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0127
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0127
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0127
      *                                                                 PGM0127
           DISPLAY WS-MENSAGEM                                          PGM0127
                   WS-DATA-DISPLAY.                                     PGM0127
           DISPLAY '**************************************************'.PGM0127
      *                                                                 PGM0127
           PERFORM RTGRAVAHIST.                                         PGM0127
      *                                                                 PGM0127
           MOVE WS-MSG                 TO LK-MSG.                       PGM0127
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0127
      *                                                                 PGM0127
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0127
           IF WS-EXEC-LOTE                                              PGM0127
               CONTINUE                                                 PGM0127
           ELSE                                                         PGM0127
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0127
           END-IF.                                                      PGM0127
      *                                                                 PGM0127
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0127
      *                                                                 PGM0127
           GOBACK.                                                      PGM0127
      *                                                                 PGM0127
       RTFINALIZAX.                    EXIT.                            PGM0127
      *                                                                 PGM0127
      ******************************************************************PGM0127
      *    FIM DO PROGRAMA                                             *PGM0127
      ******************************************************************PGM0127
