      ******************************************************************PGM0133
       IDENTIFICATION                  DIVISION.                        PGM0133
      ******************************************************************PGM0133
       PROGRAM-ID. PGM0133.                                             PGM0133
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0133
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0133
       DATE-COMPILED.                                                   PGM0133
      ******************************************************************PGM0133
      *REMARKS.                                                         PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     *#NOME     : PGM0133                                       *PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     *#TIPO     : BATCH                                         *PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     *#FUNCAO   : RELATORIO MENSAL DAS CORRESPONDENCIAS DEVOLVI-*PGM0133
      *     *            DAS PELOS CORREIOS (EDEVOL - SYS118), POR UF E*PGM0133
      *     *            POR MOTIVO, COM O VALOR ESTIMADO DA POSTAGEM  *PGM0133
      *     *            PERDIDA. O MES (AAAAMM) VEM DO CARTAO DO      *PGM0133
      *     *            LOTE01 OU E INFORMADO PELO OPERADOR; ZERO     *PGM0133
      *     *            INDICA O MES ANTERIOR                         *PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0133
      *     *              - RELATORIO MENSAL DE DEVOLUCOES            *PGM0133
      *     *----------------------------------------------------------*PGM0133
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0133
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0133
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0133
      *     *----------------------------------------------------------*PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       ENVIRONMENT                     DIVISION.                        PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       CONFIGURATION                   SECTION.                         PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
       SPECIAL-NAMES.                                                   PGM0133
           DECIMAL-POINT IS COMMA.                                      PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       INPUT-OUTPUT                    SECTION.                         PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
       FILE-CONTROL.                                                    PGM0133
           SELECT EDEVOL   ASSIGN TO SYS118                             PGM0133
                  ORGANIZATION IS INDEXED                               PGM0133
                  ACCESS    MODE IS DYNAMIC                             PGM0133
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0133
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0133
      *                                                                 PGM0133
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0133
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       DATA                            DIVISION.                        PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       FILE                            SECTION.                         PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
       FD  EDEVOL                                                       PGM0133
           BLOCK     CONTAINS 0  RECORDS                                PGM0133
           RECORDING MODE     IS F                                      PGM0133
           LABEL     RECORD   IS STANDARD.                              PGM0133
           COPY CADDEV.                                                 PGM0133
      *                                                                 PGM0133
       FD  SRELATO.                                                     PGM0133
       01  FD-REG-RELATO           PIC     X(95).                       PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       WORKING-STORAGE                 SECTION.                         PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       77  FILLER                  PIC     X(32)         VALUE          PGM0133
           'III WORKING-STORAGE SECTION III'.                           PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE FILE STATUS                                         *PGM0133
      ******************************************************************PGM0133
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0133
       77  WS-SW-EDEVOL-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0133
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0133
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE CONTADORES                                          *PGM0133
      ******************************************************************PGM0133
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0133
       77  ACU-CT-SELECIONADOS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0133
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0133
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE PARAMETROS (MES DE REFERENCIA E TARIFA DE POSTAGEM) *PGM0133
      ******************************************************************PGM0133
       01  WS-MES-REF              PIC     9(06)         VALUE ZEROS.   PGM0133
       01  WS-MES-REF-R REDEFINES WS-MES-REF.                           PGM0133
           03  WS-MR-ANO           PIC     9(04).                       PGM0133
           03  WS-MR-MES           PIC     9(02).                       PGM0133
       01  WS-DV-ANOMES            PIC     9(06)         VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
      *    TARIFA MEDIA DA CARTA SIMPLES, EM REAIS, QUANDO NAO INFORMADAPGM0133
       01  WS-TARIFA-PADRAO        PIC     9(03)V99      VALUE 2,05.    PGM0133
       01  WS-TARIFA               PIC     9(03)V99      VALUE ZEROS.   PGM0133
       01  WS-TARIFA-CENT          PIC     9(05)         VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    TABELA DOS MOTIVOS DE DEVOLUCAO DOS CORREIOS                *PGM0133
      ******************************************************************PGM0133
           COPY MOTDEV.                                                 PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    MATRIZ DE DEVOLUCOES POR UF E MOTIVO                        *PGM0133
      ******************************************************************PGM0133
       01  WS-TB-UF.                                                    PGM0133
           03  WS-TB-UF-ENT        OCCURS 30 TIMES.                     PGM0133
               05  WS-TU-UF        PIC     X(02).                       PGM0133
               05  WS-TU-MOTIVO    PIC     9(05) COMP-3  OCCURS 9 TIMES.PGM0133
               05  WS-TU-TOTAL     PIC     9(07) COMP-3.                PGM0133
       77  WS-CT-UF                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0133
       77  WS-IX-UF                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0133
       01  WS-SW-UF                PIC     X(01)         VALUE 'N'.     PGM0133
           88  WS-UF-ACHADA                              VALUE 'S'.     PGM0133
       01  WS-UF-DEVOL             PIC     X(02)         VALUE SPACES.  PGM0133
      *                                                                 PGM0133
       01  WS-TB-MOT.                                                   PGM0133
           03  WS-TM-QTDE          PIC     9(07) COMP-3  OCCURS 9 TIMES.PGM0133
       77  WS-IX-MOT               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0133
       77  WS-IX-COL               PIC     9(02) COMP-3  VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
       01  WS-VL-POSTAGEM          PIC     9(09)V99      VALUE ZEROS.   PGM0133
       01  WS-PERCENTUAL           PIC     9(03)V9       VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE AUXILIARES                                          *PGM0133
      ******************************************************************PGM0133
       01  WS-MSG-EDEVOL           PIC     X(18)         VALUE          PGM0133
           ' DO ARQUIVO DEVOL '.                                        PGM0133
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0133
           ' DO ARQUIVO RELATO'.                                        PGM0133
      *                                                                 PGM0133
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0133
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0133
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0133
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0133
           03  WS-DT-MES-R         PIC     9(02).                       PGM0133
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0133
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0133
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0133
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0133
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0133
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0133
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0133
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0133
       01  WS-DATA-DISPLAY.                                             PGM0133
           03  WS-DATA-BR.                                              PGM0133
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0133
               05  FILLER          PIC     X             VALUE '/'.     PGM0133
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0133
               05  FILLER          PIC     X             VALUE '/'.     PGM0133
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0133
               05  FILLER          PIC     X             VALUE ' '.     PGM0133
           03  WS-HORA-BR.                                              PGM0133
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0133
               05  FILLER          PIC     X             VALUE ':'.     PGM0133
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0133
               05  FILLER          PIC     X             VALUE ':'.     PGM0133
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0133
      *                                                                 PGM0133
       01  CAB1.                                                        PGM0133
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0133
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0133
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(63)         VALUE          PGM0133
               'CORRESPONDENCIAS DEVOLVIDAS POR UF E MOTIVO'.           PGM0133
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0133
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0133
       01  CAB2.                                                        PGM0133
           05  FILLER              PIC     X(22)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(19)         VALUE          PGM0133
               'MES DE REFERENCIA: '.                                   PGM0133
           05  CB2-MES             PIC     9(02)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0133
           05  CB2-ANO             PIC     9(04)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(06)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(20)         VALUE          PGM0133
               'TARIFA POR CARTA R$ '.                                  PGM0133
           05  CB2-TARIFA          PIC     ZZ9,99        VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(15)         VALUE SPACES.  PGM0133
       01  CAB3.                                                        PGM0133
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0133
       01  LINTIT.                                                      PGM0133
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0133
           05  LTI-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0133
       01  LINCOLUF.                                                    PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(04)         VALUE 'UF'.    PGM0133
           05  FILLER              PIC     X(54)         VALUE          PGM0133
           '   M01   M02   M03   M04   M05   M06   M07   M08   M09'.    PGM0133
           05  FILLER              PIC     X(20)         VALUE          PGM0133
               '     TOTAL  POSTAGEM'.                                  PGM0133
           05  FILLER              PIC     X(14)         VALUE SPACES.  PGM0133
       01  LINUF.                                                       PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  LUF-UF              PIC     X(02)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0133
           05  LUF-COLUNAS.                                             PGM0133
               07  LUF-MOTIVO      PIC     ZZZZZ9        OCCURS 9 TIMES.PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  LUF-TOTAL           PIC     ZZZZZZ9       VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0133
           05  LUF-POSTAGEM        PIC     Z.ZZZ.ZZ9,99  VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(11)         VALUE SPACES.  PGM0133
       01  LINCOLMOT.                                                   PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(05)         VALUE 'MOT.'.  PGM0133
           05  FILLER              PIC     X(24)         VALUE          PGM0133
               'DESCRICAO'.                                             PGM0133
           05  FILLER              PIC     X(36)         VALUE          PGM0133
               '   QUANTIDADE       %      POSTAGEM'.                   PGM0133
           05  FILLER              PIC     X(27)         VALUE SPACES.  PGM0133
       01  LINMOT.                                                      PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(01)         VALUE 'M'.     PGM0133
           05  LMT-MOTIVO          PIC     9(02)         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0133
           05  LMT-DESCRICAO       PIC     X(22)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0133
           05  LMT-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  LMT-PERCENTUAL      PIC     ZZ9,9         VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0133
           05  LMT-POSTAGEM        PIC     Z.ZZZ.ZZ9,99  VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(31)         VALUE SPACES.  PGM0133
       01  LINTOT.                                                      PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  LTT-DESCRICAO       PIC     X(40)         VALUE SPACES.  PGM0133
           05  LTT-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0133
           05  LTT-POSTAGEM        PIC     Z.ZZZ.ZZ9,99  VALUE ZEROS.   PGM0133
           05  FILLER              PIC     X(30)         VALUE SPACES.  PGM0133
       01  LINAVISO.                                                    PGM0133
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0133
           05  LAV-TEXTO           PIC     X(90)         VALUE SPACES.  PGM0133
       01  LINNADA.                                                     PGM0133
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0133
           05  FILLER              PIC     X(90)         VALUE          PGM0133
               'NENHUMA DEVOLUCAO NO MES DE REFERENCIA.'.               PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0133
      ******************************************************************PGM0133
           COPY MODEXE.                                                 PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0133
      ******************************************************************PGM0133
           COPY ARQLNK.                                                 PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0133
      ******************************************************************PGM0133
           COPY HISLNK.                                                 PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       77  FILLER                  PIC     X(32)         VALUE          PGM0133
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    AREA DE LINKAGE                                             *PGM0133
      ******************************************************************PGM0133
           COPY SAIDA.                                                  PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       LINKAGE                         SECTION.                         PGM0133
      ******************************************************************PGM0133
           COPY SAIDAL.                                                 PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
       PROCEDURE                       DIVISION USING LK-MSG            PGM0133
                                                      LK-COD-RET.       PGM0133
      ******************************************************************PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA PRINCIPAL                                            *PGM0133
      ******************************************************************PGM0133
       RTPRINCIPAL                     SECTION.                         PGM0133
      *                                                                 PGM0133
           PERFORM RTINICIALIZA.                                        PGM0133
      *                                                                 PGM0133
           PERFORM RTPROCESSA.                                          PGM0133
      *                                                                 PGM0133
           PERFORM RTFINALIZA.                                          PGM0133
      *                                                                 PGM0133
       RTPRINCIPALX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA DE INICIALIZACAO                                     *PGM0133
      ******************************************************************PGM0133
       RTINICIALIZA                    SECTION.                         PGM0133
      *                                                                 PGM0133
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0133
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0133
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0133
      *                                                                 PGM0133
           DISPLAY ERASE.                                               PGM0133
      *                                                                 PGM0133
           INITIALIZE ACU-CT-LIDOS                                      PGM0133
                      ACU-CT-SELECIONADOS                               PGM0133
                      ACU-CT-PAGINA                                     PGM0133
                      WS-CT-UF                                          PGM0133
                      WS-TB-UF                                          PGM0133
                      WS-TB-MOT.                                        PGM0133
      *                                                                 PGM0133
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS DO CENTRAL01       PGM0133
           MOVE 'N'                    TO WS-SW-EDEVOL-ABERTO.          PGM0133
      *                                                                 PGM0133
           DISPLAY '**************************************************'.PGM0133
      *                                                                 PGM0133
           MOVE '#PGM0133.900I - INICIO DO PROCESSAMENTO '              PGM0133
                                       TO WS-MENSAGEM.                  PGM0133
      *                                                                 PGM0133
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0133
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0133
      *                                                                 PGM0133
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0133
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0133
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0133
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0133
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0133
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0133
      *                                                                 PGM0133
           DISPLAY WS-MENSAGEM                                          PGM0133
                   WS-DATA-DISPLAY.                                     PGM0133
           DISPLAY '**************************************************'.PGM0133
      *                                                                 PGM0133
           MOVE SPACES                 TO WS-MSG.                       PGM0133
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0133
           MOVE 56                     TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
      *    NO LOTE01 O MES VEM DO CARTAO E A TARIFA E A PADRAO          PGM0133
           IF WS-EXEC-LOTE                                              PGM0133
               MOVE WS-ME-CODIGO       TO WS-MES-REF                    PGM0133
               MOVE ZEROS              TO WS-TARIFA-CENT                PGM0133
           ELSE                                                         PGM0133
               DISPLAY '#PGM0133.911I - MES DE REFERENCIA'              PGM0133
                       ' (AAAAMM, ENTER = MES ANTERIOR)? '              PGM0133
               ACCEPT WS-MES-REF                                        PGM0133
               DISPLAY '#PGM0133.912I - POSTAGEM POR CARTA EM'          PGM0133
                       ' CENTAVOS (ENTER = PADRAO)? '                   PGM0133
               ACCEPT WS-TARIFA-CENT                                    PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           IF WS-MES-REF               EQUAL ZEROS                      PGM0133
              OR WS-MR-MES             LESS 1                           PGM0133
              OR WS-MR-MES             GREATER 12                       PGM0133
               MOVE WS-DT-ANO-R        TO WS-MR-ANO                     PGM0133
               MOVE WS-DT-MES-R        TO WS-MR-MES                     PGM0133
               IF WS-MR-MES            EQUAL 1                          PGM0133
                   SUBTRACT 1          FROM WS-MR-ANO                   PGM0133
                   MOVE 12             TO WS-MR-MES                     PGM0133
               ELSE                                                     PGM0133
                   SUBTRACT 1          FROM WS-MR-MES                   PGM0133
               END-IF                                                   PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           IF WS-TARIFA-CENT           EQUAL ZEROS                      PGM0133
               MOVE WS-TARIFA-PADRAO   TO WS-TARIFA                     PGM0133
           ELSE                                                         PGM0133
               COMPUTE WS-TARIFA = WS-TARIFA-CENT / 100                 PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           DISPLAY '#PGM0133.913I - MES DE REFERENCIA = ' WS-MES-REF.   PGM0133
      *                                                                 PGM0133
           OPEN INPUT  EDEVOL.                                          PGM0133
      *                                                                 PGM0133
      *    SEM CADASTRO DE DEVOLUCOES O RELATORIO SAI COM AVISO         PGM0133
           EVALUATE WS-FS-EDEVOL                                        PGM0133
               WHEN ZEROS                                               PGM0133
                   SET WS-EDEVOL-ABERTO                                 PGM0133
                                       TO TRUE                          PGM0133
               WHEN '35'                                                PGM0133
                   DISPLAY '#PGM0133.914I - CADASTRO DE DEVOLUCOES'     PGM0133
                           ' INEXISTENTE'                               PGM0133
               WHEN OTHER                                               PGM0133
                   DISPLAY '#PGM0133.901I - ERRO NA ABERTURA'           PGM0133
                           WS-MSG-EDEVOL                                PGM0133
                   DISPLAY '#PGM0133.901I - FILE STATUS = '             PGM0133
                           WS-FS-EDEVOL                                 PGM0133
                   MOVE   WS-FS-EDEVOL TO WS-COD-RET                    PGM0133
                   STRING '#PGM0133.901I - ERRO NA ABERTURA DO ARQUIV'  PGM0133
                          'O DEVOL! FILE STATUS = ' WS-FS-EDEVOL        PGM0133
                                       DELIMITED BY SIZE                PGM0133
                                       INTO WS-MSG                      PGM0133
                   PERFORM RTFINALIZA                                   PGM0133
           END-EVALUATE.                                                PGM0133
      *                                                                 PGM0133
           OPEN OUTPUT SRELATO.                                         PGM0133
      *                                                                 PGM0133
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0133
               CONTINUE                                                 PGM0133
           ELSE                                                         PGM0133
               DISPLAY '#PGM0133.902I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0133
               DISPLAY '#PGM0133.902I - FILE STATUS = '   WS-FS-SRELATO PGM0133
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0133
               STRING '#PGM0133.902I - ERRO NA ABERTURA DO ARQUIVO RE'  PGM0133
                      'LATO! FILE STATUS = ' WS-FS-SRELATO              PGM0133
                                       DELIMITED BY SIZE                PGM0133
                                       INTO WS-MSG                      PGM0133
               PERFORM RTFINALIZA                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
       RTINICIALIZAX.                  EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA DE PROCESSAMENTO                                     *PGM0133
      ******************************************************************PGM0133
       RTPROCESSA                      SECTION.                         PGM0133
      *                                                                 PGM0133
           IF WS-EDEVOL-ABERTO                                          PGM0133
               PERFORM RTLEDEVOL       UNTIL WS-FS-EDEVOL               PGM0133
                                             NOT EQUAL ZEROS            PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           PERFORM RTMONTACAB.                                          PGM0133
      *                                                                 PGM0133
           IF WS-EDEVOL-ABERTO                                          PGM0133
               CONTINUE                                                 PGM0133
           ELSE                                                         PGM0133
               MOVE 'CADASTRO DE DEVOLUCOES (SYS118) INEXISTENTE.'      PGM0133
                                       TO LAV-TEXTO                     PGM0133
               MOVE LINAVISO           TO FD-REG-RELATO                 PGM0133
               WRITE FD-REG-RELATO     AFTER 2 LINES                    PGM0133
               ADD 2                   TO ACU-CT-LINHA                  PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           PERFORM RTIMPMATRIZ.                                         PGM0133
      *                                                                 PGM0133
           PERFORM RTIMPMOTIVOS.                                        PGM0133
      *                                                                 PGM0133
           CLOSE SRELATO.                                               PGM0133
      *                                                                 PGM0133
           PERFORM RTARQUIVAREL.                                        PGM0133
      *                                                                 PGM0133
           PERFORM RTCONTABILIZA.                                       PGM0133
      *                                                                 PGM0133
       RTPROCESSAX.                    EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE LE O CADASTRO DE DEVOLUCOES E ACUMULA AS DO MES  *PGM0133
      ******************************************************************PGM0133
       RTLEDEVOL                       SECTION.                         PGM0133
      *                                                                 PGM0133
           READ EDEVOL NEXT                                             PGM0133
               AT END                                                   PGM0133
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0133
           END-READ.                                                    PGM0133
      *                                                                 PGM0133
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0133
               GO TO RTLEDEVOLX                                         PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LIDOS.                 PGM0133
      *                                                                 PGM0133
           COMPUTE WS-DV-ANOMES = FD-DV-DATA / 100.                     PGM0133
      *                                                                 PGM0133
           IF WS-DV-ANOMES             NOT EQUAL WS-MES-REF             PGM0133
              OR FD-DV-MOTIVO          LESS 1                           PGM0133
              OR FD-DV-MOTIVO          GREATER WS-CT-MOTIVOS-DEV        PGM0133
               GO TO RTLEDEVOLX                                         PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-SELECIONADOS.          PGM0133
           ADD 1                       TO WS-TM-QTDE (FD-DV-MOTIVO).    PGM0133
      *                                                                 PGM0133
           MOVE FD-DV-ESTADO           TO WS-UF-DEVOL.                  PGM0133
      *                                                                 PGM0133
           IF WS-UF-DEVOL              EQUAL SPACES                     PGM0133
               MOVE '--'               TO WS-UF-DEVOL                   PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           PERFORM RTACUMULAUF.                                         PGM0133
      *                                                                 PGM0133
       RTLEDEVOLX.                     EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE ACUMULA A DEVOLUCAO NA MATRIZ DE UF              *PGM0133
      ******************************************************************PGM0133
       RTACUMULAUF                     SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE 'N'                    TO WS-SW-UF.                     PGM0133
           MOVE ZEROS                  TO WS-IX-UF.                     PGM0133
      *                                                                 PGM0133
           PERFORM RTPROCURAUF         UNTIL WS-UF-ACHADA               PGM0133
                                       OR WS-IX-UF NOT LESS WS-CT-UF.   PGM0133
      *                                                                 PGM0133
           IF WS-UF-ACHADA                                              PGM0133
               CONTINUE                                                 PGM0133
           ELSE                                                         PGM0133
               IF WS-CT-UF             LESS 30                          PGM0133
                   ADD 1               TO WS-CT-UF                      PGM0133
                   MOVE WS-CT-UF       TO WS-IX-UF                      PGM0133
                   MOVE WS-UF-DEVOL    TO WS-TU-UF (WS-IX-UF)           PGM0133
               ELSE                                                     PGM0133
                   GO TO RTACUMULAUFX                                   PGM0133
               END-IF                                                   PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           ADD 1                       TO WS-TU-MOTIVO (WS-IX-UF        PGM0133
                                                        FD-DV-MOTIVO).  PGM0133
           ADD 1                       TO WS-TU-TOTAL (WS-IX-UF).       PGM0133
      *                                                                 PGM0133
       RTACUMULAUFX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE PROCURA A UF NA MATRIZ                           *PGM0133
      ******************************************************************PGM0133
       RTPROCURAUF                     SECTION.                         PGM0133
      *                                                                 PGM0133
           ADD 1                       TO WS-IX-UF.                     PGM0133
      *                                                                 PGM0133
           IF WS-TU-UF (WS-IX-UF)      EQUAL WS-UF-DEVOL                PGM0133
               SET WS-UF-ACHADA        TO TRUE                          PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
       RTPROCURAUFX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME A MATRIZ DE DEVOLUCOES POR UF E MOTIVO   *PGM0133
      ******************************************************************PGM0133
       RTIMPMATRIZ                     SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE 'DEVOLUCOES POR UF E MOTIVO (MNN = CODIGO DO MOTIVO)'   PGM0133
                                       TO LTI-TEXTO.                    PGM0133
           PERFORM RTIMPTITULO.                                         PGM0133
      *                                                                 PGM0133
           MOVE LINCOLUF               TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
           IF WS-CT-UF                 EQUAL ZEROS                      PGM0133
               PERFORM RTIMPNADA                                        PGM0133
               GO TO RTIMPMATRIZX                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE ZEROS                  TO WS-IX-UF.                     PGM0133
      *                                                                 PGM0133
           PERFORM RTIMPUF             UNTIL WS-IX-UF                   PGM0133
                                             NOT LESS WS-CT-UF.         PGM0133
      *                                                                 PGM0133
       RTIMPMATRIZX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME A LINHA DE UMA UF                        *PGM0133
      ******************************************************************PGM0133
       RTIMPUF                         SECTION.                         PGM0133
      *                                                                 PGM0133
           ADD 1                       TO WS-IX-UF.                     PGM0133
      *                                                                 PGM0133
           IF ACU-CT-LINHA             GREATER 55                       PGM0133
               PERFORM RTMONTACAB                                       PGM0133
               MOVE LINCOLUF           TO FD-REG-RELATO                 PGM0133
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0133
               ADD 1                   TO ACU-CT-LINHA                  PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE WS-TU-UF (WS-IX-UF)    TO LUF-UF.                       PGM0133
           MOVE ZEROS                  TO WS-IX-COL.                    PGM0133
      *                                                                 PGM0133
           PERFORM RTMONTACOLUNA       UNTIL WS-IX-COL                  PGM0133
                                             NOT LESS WS-CT-MOTIVOS-DEV.PGM0133
      *                                                                 PGM0133
           MOVE WS-TU-TOTAL (WS-IX-UF) TO LUF-TOTAL.                    PGM0133
      *                                                                 PGM0133
           COMPUTE WS-VL-POSTAGEM = WS-TU-TOTAL (WS-IX-UF)              PGM0133
                                  * WS-TARIFA.                          PGM0133
      *                                                                 PGM0133
           MOVE WS-VL-POSTAGEM         TO LUF-POSTAGEM.                 PGM0133
           MOVE LINUF                  TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTIMPUFX.                       EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE MONTA A COLUNA DE UM MOTIVO NA LINHA DA UF       *PGM0133
      ******************************************************************PGM0133
       RTMONTACOLUNA                   SECTION.                         PGM0133
      *                                                                 PGM0133
           ADD 1                       TO WS-IX-COL.                    PGM0133
      *                                                                 PGM0133
           MOVE WS-TU-MOTIVO (WS-IX-UF WS-IX-COL)                       PGM0133
                                       TO LUF-MOTIVO (WS-IX-COL).       PGM0133
      *                                                                 PGM0133
       RTMONTACOLUNAX.                 EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME O RESUMO POR MOTIVO E O TOTAL DO MES     *PGM0133
      ******************************************************************PGM0133
       RTIMPMOTIVOS                    SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE 'RESUMO POR MOTIVO DE DEVOLUCAO'                        PGM0133
                                       TO LTI-TEXTO.                    PGM0133
           PERFORM RTIMPTITULO.                                         PGM0133
      *                                                                 PGM0133
           MOVE LINCOLMOT              TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
           MOVE ZEROS                  TO WS-IX-MOT.                    PGM0133
      *                                                                 PGM0133
           PERFORM RTIMPMOTIVO         UNTIL WS-IX-MOT                  PGM0133
                                             NOT LESS WS-CT-MOTIVOS-DEV.PGM0133
      *                                                                 PGM0133
           IF ACU-CT-LINHA             GREATER 53                       PGM0133
               PERFORM RTMONTACAB                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE 'TOTAL DE DEVOLUCOES NO MES / POSTAGEM:'                PGM0133
                                       TO LTT-DESCRICAO.                PGM0133
           MOVE ACU-CT-SELECIONADOS    TO LTT-QTDE.                     PGM0133
      *                                                                 PGM0133
           COMPUTE WS-VL-POSTAGEM = ACU-CT-SELECIONADOS * WS-TARIFA.    PGM0133
      *                                                                 PGM0133
           MOVE WS-VL-POSTAGEM         TO LTT-POSTAGEM.                 PGM0133
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0133
      *                                                                 PGM0133
           ADD 2                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTIMPMOTIVOSX.                  EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME A LINHA DE UM MOTIVO                     *PGM0133
      ******************************************************************PGM0133
       RTIMPMOTIVO                     SECTION.                         PGM0133
      *                                                                 PGM0133
           ADD 1                       TO WS-IX-MOT.                    PGM0133
      *                                                                 PGM0133
           IF ACU-CT-LINHA             GREATER 55                       PGM0133
               PERFORM RTMONTACAB                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE WS-IX-MOT              TO LMT-MOTIVO.                   PGM0133
           MOVE WS-MOTIVO-DEV (WS-IX-MOT)                               PGM0133
                                       TO LMT-DESCRICAO.                PGM0133
           MOVE WS-TM-QTDE (WS-IX-MOT) TO LMT-QTDE.                     PGM0133
           MOVE ZEROS                  TO WS-PERCENTUAL.                PGM0133
      *                                                                 PGM0133
           IF ACU-CT-SELECIONADOS      GREATER ZEROS                    PGM0133
               COMPUTE WS-PERCENTUAL ROUNDED =                          PGM0133
                       (WS-TM-QTDE (WS-IX-MOT) * 100)                   PGM0133
                       / ACU-CT-SELECIONADOS                            PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE WS-PERCENTUAL          TO LMT-PERCENTUAL.               PGM0133
      *                                                                 PGM0133
           COMPUTE WS-VL-POSTAGEM = WS-TM-QTDE (WS-IX-MOT) * WS-TARIFA. PGM0133
      *                                                                 PGM0133
           MOVE WS-VL-POSTAGEM         TO LMT-POSTAGEM.                 PGM0133
           MOVE LINMOT                 TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTIMPMOTIVOX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME O TITULO DE UMA SECAO                    *PGM0133
      ******************************************************************PGM0133
       RTIMPTITULO                     SECTION.                         PGM0133
      *                                                                 PGM0133
           IF ACU-CT-LINHA             GREATER 51                       PGM0133
               PERFORM RTMONTACAB                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE LINTIT                 TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0133
      *                                                                 PGM0133
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 3                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTIMPTITULOX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE IMPRIME A LINHA DE SECAO SEM OCORRENCIAS         *PGM0133
      ******************************************************************PGM0133
       RTIMPNADA                       SECTION.                         PGM0133
      *                                                                 PGM0133
           IF ACU-CT-LINHA             GREATER 55                       PGM0133
               PERFORM RTMONTACAB                                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTIMPNADAX.                     EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0133
      ******************************************************************PGM0133
       RTMONTACAB                      SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0133
           MOVE  WS-MES                TO CB1-MES.                      PGM0133
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0133
           MOVE  WS-MR-MES             TO CB2-MES.                      PGM0133
           MOVE  WS-MR-ANO             TO CB2-ANO.                      PGM0133
           MOVE  WS-TARIFA             TO CB2-TARIFA.                   PGM0133
      *                                                                 PGM0133
           ADD 1                       TO ACU-CT-PAGINA.                PGM0133
      *                                                                 PGM0133
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0133
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0133
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0133
           ELSE                                                         PGM0133
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0133
      *                                                                 PGM0133
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0133
      *                                                                 PGM0133
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0133
      *                                                                 PGM0133
       RTMONTACABX.                    EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0133
      ******************************************************************PGM0133
       RTARQUIVAREL                    SECTION.                         PGM0133
      *                                                                 PGM0133
           INITIALIZE ARQ-PARM.                                         PGM0133
      *                                                                 PGM0133
           MOVE 'PGM0133'              TO ARQ-PROGRAMA.                 PGM0133
      *                                                                 PGM0133
           STRING 'DEVOLUCOES DO MES ' WS-MES-REF                       PGM0133
                                       DELIMITED BY SIZE                PGM0133
                                       INTO ARQ-FILTRO.                 PGM0133
      *                                                                 PGM0133
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0133
      *                                                                 PGM0133
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0133
      *                                                                 PGM0133
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0133
               DISPLAY '#PGM0133.903I - RELATORIO ARQUIVADO NA'         PGM0133
                       ' GERACAO ' ARQ-GERACAO                          PGM0133
           ELSE                                                         PGM0133
               DISPLAY '#PGM0133.903I - FALHA NO ARQUIVAMENTO DO'       PGM0133
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
       RTARQUIVARELX.                  EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0133
      ******************************************************************PGM0133
       RTCONTABILIZA                   SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0133
      *                                                                 PGM0133
           DISPLAY '#PGM0133.904I - DEVOLUCOES LIDAS = '                PGM0133
                   WS-DISPLAY-QTDE.                                     PGM0133
      *                                                                 PGM0133
           MOVE ACU-CT-SELECIONADOS    TO WS-DISPLAY-QTDE.              PGM0133
      *                                                                 PGM0133
           DISPLAY '#PGM0133.904I - DEVOLUCOES NO MES = '               PGM0133
                   WS-DISPLAY-QTDE.                                     PGM0133
      *                                                                 PGM0133
       RTCONTABILIZAX.                 EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0133
      *    (SYS135)                                                    *PGM0133
      ******************************************************************PGM0133
       RTGRAVAHIST                     SECTION.                         PGM0133
      *                                                                 PGM0133
           MOVE 'PGM0133'              TO HIS-PROGRAMA.                 PGM0133
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0133
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0133
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0133
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0133
      *                                                                 PGM0133
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0133
      *                                                                 PGM0133
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0133
               DISPLAY '#PGM0133.915I - FALHA NO REGISTRO DO'           PGM0133
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0133
                       HIS-COD-RET                                      PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
       RTGRAVAHISTX.                   EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    ROTINA DE FINALIZACAO                                       *PGM0133
      ******************************************************************PGM0133
       RTFINALIZA                      SECTION.                         PGM0133
      *                                                                 PGM0133
           IF WS-EDEVOL-ABERTO                                          PGM0133
               CLOSE EDEVOL                                             PGM0133
               MOVE   'N'              TO WS-SW-EDEVOL-ABERTO           PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           DISPLAY '**************************************************'.PGM0133
      *                                                                 PGM0133
           MOVE '#PGM0133.999I - FIM DO PROCESSAMENTO '                 PGM0133
                                       TO WS-MENSAGEM.                  PGM0133
      *                                                                 PGM0133
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0133
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0133
      *                                                                 PGM0133
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0133
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0133
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0133
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0133
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0133
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0133
      *                                                                 PGM0133
           DISPLAY WS-MENSAGEM                                          PGM0133
                   WS-DATA-DISPLAY.                                     PGM0133
           DISPLAY '**************************************************'.PGM0133
      *                                                                 PGM0133
           PERFORM RTGRAVAHIST.                                         PGM0133
      *                                                                 PGM0133
           MOVE WS-MSG                 TO LK-MSG.                       PGM0133
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0133
      *                                                                 PGM0133
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0133
           IF WS-EXEC-LOTE                                              PGM0133
               CONTINUE                                                 PGM0133
           ELSE                                                         PGM0133
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0133
           END-IF.                                                      PGM0133
      *                                                                 PGM0133
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0133
      *                                                                 PGM0133
           GOBACK.                                                      PGM0133
      *                                                                 PGM0133
       RTFINALIZAX.                    EXIT.                            PGM0133
      *                                                                 PGM0133
      ******************************************************************PGM0133
      *    FIM DO PROGRAMA                                             *PGM0133
      ******************************************************************PGM0133
