      ******************************************************************PGM0131
       IDENTIFICATION                  DIVISION.                        PGM0131
      ******************************************************************PGM0131
       PROGRAM-ID. PGM0131.                                             PGM0131
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0131
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0131
       DATE-COMPILED.                                                   PGM0131
      ******************************************************************PGM0131
      *REMARKS.                                                         PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     *#NOME     : PGM0131                                       *PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     *#TIPO     : BATCH                                         *PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     *#FUNCAO   : RELATORIO DA FILA DE SOLICITACOES DE DUPLO    *PGM0131
      *     *            CONTROLE (EPENDEN/SYS117): PENDENTES,         *PGM0131
      *     *            APROVADAS E REJEITADAS, DA MAIS ANTIGA PARA A *PGM0131
      *     *            MAIS NOVA, COM A IDADE EM DIAS E O RESUMO POR *PGM0131
      *     *            FAIXA DE IDADE. PENDENTE HA MAIS DE 2 DIAS E  *PGM0131
      *     *            SINALIZADA E DEVOLVE RETORNO 04 (ALERTA NO    *PGM0131
      *     *            LOTE01)                                       *PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0131
      *     *              - RELATORIO DE SOLICITACOES POR IDADE       *PGM0131
      *     *----------------------------------------------------------*PGM0131
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0131
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0131
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0131
      *     *----------------------------------------------------------*PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       ENVIRONMENT                     DIVISION.                        PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       CONFIGURATION                   SECTION.                         PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
       SPECIAL-NAMES.                                                   PGM0131
           DECIMAL-POINT IS COMMA.                                      PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       INPUT-OUTPUT                    SECTION.                         PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
       FILE-CONTROL.                                                    PGM0131
           SELECT EPENDEN  ASSIGN TO SYS117                             PGM0131
                  ORGANIZATION IS INDEXED                               PGM0131
                  ACCESS    MODE IS DYNAMIC                             PGM0131
                  RECORD    KEY IS FD-PD-NUMERO                         PGM0131
                  ALTERNATE RECORD KEY IS FD-PD-CODIGO                  PGM0131
                            WITH DUPLICATES                             PGM0131
                  FILE    STATUS IS WS-FS-EPENDEN.                      PGM0131
      *                                                                 PGM0131
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0131
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       DATA                            DIVISION.                        PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       FILE                            SECTION.                         PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
       FD  EPENDEN                                                      PGM0131
           BLOCK     CONTAINS 0  RECORDS                                PGM0131
           RECORDING MODE     IS F                                      PGM0131
           LABEL     RECORD   IS STANDARD.                              PGM0131
           COPY CADPEN.                                                 PGM0131
      *                                                                 PGM0131
       FD  SRELATO.                                                     PGM0131
       01  FD-REG-RELATO           PIC     X(95).                       PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       WORKING-STORAGE                 SECTION.                         PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       77  FILLER                  PIC     X(32)         VALUE          PGM0131
           'III WORKING-STORAGE SECTION III'.                           PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE FILE STATUS                                         *PGM0131
      ******************************************************************PGM0131
       77  WS-FS-EPENDEN           PIC     X(02)         VALUE ZEROS.   PGM0131
       77  WS-SW-EPENDEN-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0131
           88  WS-EPENDEN-ABERTO                         VALUE 'S'.     PGM0131
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE CONTADORES                                          *PGM0131
      ******************************************************************PGM0131
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
       77  ACU-CT-SECAO            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
       77  ACU-CT-ATRASADAS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0131
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    SITUACAO LISTADA EM CADA PASSADA PELA FILA E PRAZO DE       *PGM0131
      *    APROVACAO (SOLICITACAO PENDENTE ALEM DELE E ATRASADA)       *PGM0131
      ******************************************************************PGM0131
       01  WS-SITUACAO-SECAO       PIC     X(01)         VALUE SPACES.  PGM0131
           88  WS-SECAO-PENDENTES                        VALUE 'P'.     PGM0131
       01  WS-PRAZO-DIAS           PIC     9(03)         VALUE 2.       PGM0131
       01  WS-IDADE                PIC     9(05)         VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    RESUMO POR SITUACAO (1-PENDENTE 2-APROVADA 3-REJEITADA) E   *PGM0131
      *    FAIXA DE IDADE (1: ATE 2 DIAS 2: 3 A 7 3: 8 A 30 4: +30)    *PGM0131
      ******************************************************************PGM0131
       01  WS-TB-RESUMO.                                                PGM0131
           03  WS-TB-RESUMO-SIT    OCCURS 3 TIMES.                      PGM0131
               05  WS-RS-FAIXA     PIC     9(07) COMP-3 OCCURS 4 TIMES. PGM0131
               05  WS-RS-TOTAL     PIC     9(07) COMP-3.                PGM0131
       77  WS-IX-SIT               PIC     9(01) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-IX-FAIXA             PIC     9(01) COMP-3  VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
       01  WS-TB-NOMES-SIT         PIC     X(30)         VALUE          PGM0131
           'PENDENTES APROVADAS REJEITADAS'.                            PGM0131
       01  WS-TB-NOMES-SIT-R REDEFINES WS-TB-NOMES-SIT.                 PGM0131
           03  WS-NOME-SIT         PIC     X(10) OCCURS 3 TIMES.        PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE CONVERSAO DE DATA EM DIAS CORRIDOS                  *PGM0131
      ******************************************************************PGM0131
       01  WS-DJ-DATA              PIC     9(08)         VALUE ZEROS.   PGM0131
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.                           PGM0131
           03  WS-DJ-ANO           PIC     9(04).                       PGM0131
           03  WS-DJ-MES           PIC     9(02).                       PGM0131
           03  WS-DJ-DIA           PIC     9(02).                       PGM0131
       77  WS-DJ-DIAS              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-A                 PIC     9(04) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-M                 PIC     9(02) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-T1                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-T2                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-T3                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DJ-T4                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DIAS-HOJE            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
       77  WS-DIAS-SOLIC           PIC     9(07) COMP-3  VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE AUXILIARES                                          *PGM0131
      ******************************************************************PGM0131
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0131
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0131
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0131
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0131
           03  WS-DT-MES-R         PIC     9(02).                       PGM0131
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0131
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0131
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0131
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0131
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0131
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0131
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0131
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0131
       01  WS-DATA-DISPLAY.                                             PGM0131
           03  WS-DATA-BR.                                              PGM0131
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0131
               05  FILLER          PIC     X             VALUE '/'.     PGM0131
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0131
               05  FILLER          PIC     X             VALUE '/'.     PGM0131
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0131
               05  FILLER          PIC     X             VALUE ' '.     PGM0131
           03  WS-HORA-BR.                                              PGM0131
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0131
               05  FILLER          PIC     X             VALUE ':'.     PGM0131
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0131
               05  FILLER          PIC     X             VALUE ':'.     PGM0131
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0131
      *                                                                 PGM0131
       01  CAB1.                                                        PGM0131
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0131
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0131
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(63)         VALUE          PGM0131
               'SOLICITACOES DE DUPLO CONTROLE POR IDADE'.              PGM0131
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0131
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0131
       01  CAB2.                                                        PGM0131
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(10)         VALUE          PGM0131
               'NUMERO'.                                                PGM0131
           05  FILLER              PIC     X(12)         VALUE          PGM0131
               'DATA'.                                                  PGM0131
           05  FILLER              PIC     X(11)         VALUE          PGM0131
               'OPERACAO'.                                              PGM0131
           05  FILLER              PIC     X(08)         VALUE          PGM0131
               'CODIGO'.                                                PGM0131
           05  FILLER              PIC     X(26)         VALUE          PGM0131
               'NOME'.                                                  PGM0131
           05  FILLER              PIC     X(09)         VALUE          PGM0131
               'SOLICIT.'.                                              PGM0131
           05  FILLER              PIC     X(09)         VALUE          PGM0131
               'DECISOR'.                                               PGM0131
           05  FILLER              PIC     X(08)         VALUE          PGM0131
               'DIAS'.                                                  PGM0131
       01  CAB3.                                                        PGM0131
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0131
       01  LINTIT.                                                      PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LTI-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0131
       01  LINSOL.                                                      PGM0131
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0131
           05  LSO-NUMERO          PIC     9(08)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0131
           05  LSO-DIA             PIC     9(02)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0131
           05  LSO-MES             PIC     9(02)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0131
           05  LSO-ANO             PIC     9(04)         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0131
           05  LSO-OPERACAO        PIC     X(10)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-NOME            PIC     X(25)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-SOLICITANTE     PIC     X(08)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-DECISOR         PIC     X(08)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-IDADE           PIC     ZZZZ9         VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LSO-MARCA           PIC     X(03)         VALUE SPACES.  PGM0131
       01  LINMOT.                                                      PGM0131
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(08)         VALUE          PGM0131
               'MOTIVO:'.                                               PGM0131
           05  LMO-MOTIVO          PIC     X(40)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(35)         VALUE SPACES.  PGM0131
       01  LINRES.                                                      PGM0131
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0131
           05  LRS-SITUACAO        PIC     X(10)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(10)         VALUE          PGM0131
               '  ATE 2D:'.                                             PGM0131
           05  LRS-FAIXA1          PIC     ZZZZZZ9       VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(10)         VALUE          PGM0131
               '  3 A 7D:'.                                             PGM0131
           05  LRS-FAIXA2          PIC     ZZZZZZ9       VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(10)         VALUE          PGM0131
               '  8 A 30D:'.                                            PGM0131
           05  LRS-FAIXA3          PIC     ZZZZZZ9       VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(09)         VALUE          PGM0131
               '  +30D:'.                                               PGM0131
           05  LRS-FAIXA4          PIC     ZZZZZZ9       VALUE ZEROS.   PGM0131
           05  FILLER              PIC     X(08)         VALUE          PGM0131
               '  TOTAL:'.                                              PGM0131
           05  LRS-TOTAL           PIC     ZZZZZZ9       VALUE ZEROS.   PGM0131
       01  LINAVISO.                                                    PGM0131
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0131
           05  LAS-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0131
       01  LINNADA.                                                     PGM0131
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0131
           05  FILLER              PIC     X(90)         VALUE          PGM0131
               'NENHUMA OCORRENCIA.'.                                   PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0131
      ******************************************************************PGM0131
           COPY MODEXE.                                                 PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0131
      ******************************************************************PGM0131
           COPY ARQLNK.                                                 PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0131
      ******************************************************************PGM0131
           COPY HISLNK.                                                 PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       77  FILLER                  PIC     X(32)         VALUE          PGM0131
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    AREA DE LINKAGE                                             *PGM0131
      ******************************************************************PGM0131
           COPY SAIDA.                                                  PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       LINKAGE                         SECTION.                         PGM0131
      ******************************************************************PGM0131
           COPY SAIDAL.                                                 PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
       PROCEDURE                       DIVISION USING LK-MSG            PGM0131
                                                      LK-COD-RET.       PGM0131
      ******************************************************************PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA PRINCIPAL                                            *PGM0131
      ******************************************************************PGM0131
       RTPRINCIPAL                     SECTION.                         PGM0131
      *                                                                 PGM0131
           PERFORM RTINICIALIZA.                                        PGM0131
      *                                                                 PGM0131
           PERFORM RTPROCESSA.                                          PGM0131
      *                                                                 PGM0131
           PERFORM RTFINALIZA.                                          PGM0131
      *                                                                 PGM0131
       RTPRINCIPALX.                   EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA DE INICIALIZACAO                                     *PGM0131
      ******************************************************************PGM0131
       RTINICIALIZA                    SECTION.                         PGM0131
      *                                                                 PGM0131
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0131
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0131
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0131
      *                                                                 PGM0131
           DISPLAY ERASE.                                               PGM0131
      *                                                                 PGM0131
           INITIALIZE ACU-CT-LIDOS                                      PGM0131
                      ACU-CT-SECAO                                      PGM0131
                      ACU-CT-ATRASADAS                                  PGM0131
                      ACU-CT-PAGINA                                     PGM0131
                      WS-TB-RESUMO.                                     PGM0131
      *                                                                 PGM0131
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS DO CENTRAL01       PGM0131
           MOVE 'N'                    TO WS-SW-EPENDEN-ABERTO.         PGM0131
      *                                                                 PGM0131
           DISPLAY '**************************************************'.PGM0131
      *                                                                 PGM0131
           MOVE '#PGM0131.900I - INICIO DO PROCESSAMENTO '              PGM0131
                                       TO WS-MENSAGEM.                  PGM0131
      *                                                                 PGM0131
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0131
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0131
      *                                                                 PGM0131
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0131
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0131
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0131
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0131
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0131
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0131
      *                                                                 PGM0131
           DISPLAY WS-MENSAGEM                                          PGM0131
                   WS-DATA-DISPLAY.                                     PGM0131
           DISPLAY '**************************************************'.PGM0131
      *                                                                 PGM0131
           MOVE SPACES                 TO WS-MSG.                       PGM0131
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0131
           MOVE 56                     TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
           MOVE WS-DATA-MAQ            TO WS-DJ-DATA.                   PGM0131
           PERFORM RTCALCDIAS.                                          PGM0131
           MOVE WS-DJ-DIAS             TO WS-DIAS-HOJE.                 PGM0131
      *                                                                 PGM0131
           OPEN OUTPUT SRELATO.                                         PGM0131
      *                                                                 PGM0131
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0131
               CONTINUE                                                 PGM0131
           ELSE                                                         PGM0131
               DISPLAY '#PGM0131.901I - ERRO NA ABERTURA DO ARQUIVO'    PGM0131
                       ' RELATO'                                        PGM0131
               DISPLAY '#PGM0131.901I - FILE STATUS = '                 PGM0131
                       WS-FS-SRELATO                                    PGM0131
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0131
               STRING '#PGM0131.901I - ERRO NA ABERTURA DO ARQUIVO REL' PGM0131
                      'ATO! FILE STATUS = ' WS-FS-SRELATO               PGM0131
                                       DELIMITED BY SIZE                PGM0131
                                       INTO WS-MSG                      PGM0131
               PERFORM RTFINALIZA                                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
      *    SEM A FILA (NENHUMA SOLICITACAO AINDA) O RELATORIO SAI VAZIO PGM0131
           OPEN INPUT  EPENDEN.                                         PGM0131
      *                                                                 PGM0131
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0131
               SET WS-EPENDEN-ABERTO   TO TRUE                          PGM0131
           ELSE                                                         PGM0131
               DISPLAY '#PGM0131.902I - FILA DE SOLICITACOES (SYS117)'  PGM0131
                       ' INDISPONIVEL. FILE STATUS = ' WS-FS-EPENDEN    PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
       RTINICIALIZAX.                  EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA DE PROCESSAMENTO: UMA PASSADA PELA FILA PARA CADA    *PGM0131
      *    SITUACAO, EM ORDEM DE NUMERO (DA MAIS ANTIGA PARA A NOVA)   *PGM0131
      ******************************************************************PGM0131
       RTPROCESSA                      SECTION.                         PGM0131
      *                                                                 PGM0131
           PERFORM RTMONTACAB.                                          PGM0131
      *                                                                 PGM0131
           IF WS-EPENDEN-ABERTO                                         PGM0131
               CONTINUE                                                 PGM0131
           ELSE                                                         PGM0131
               MOVE 'FILA DE SOLICITACOES (SYS117) NAO DISPONIVEL'      PGM0131
                                       TO LAS-TEXTO                     PGM0131
               PERFORM RTIMPAVISO                                       PGM0131
               GO TO RTPROCESSAX                                        PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE 'P'                    TO WS-SITUACAO-SECAO.            PGM0131
           MOVE 1                      TO WS-IX-SIT.                    PGM0131
           MOVE 'SOLICITACOES PENDENTES (DIAS DESDE A SOLICITACAO)'     PGM0131
                                       TO LTI-TEXTO.                    PGM0131
           PERFORM RTLISTASECAO.                                        PGM0131
      *                                                                 PGM0131
           MOVE 'A'                    TO WS-SITUACAO-SECAO.            PGM0131
           MOVE 2                      TO WS-IX-SIT.                    PGM0131
           MOVE 'SOLICITACOES APROVADAS (DIAS ATE A DECISAO)'           PGM0131
                                       TO LTI-TEXTO.                    PGM0131
           PERFORM RTLISTASECAO.                                        PGM0131
      *                                                                 PGM0131
           MOVE 'R'                    TO WS-SITUACAO-SECAO.            PGM0131
           MOVE 3                      TO WS-IX-SIT.                    PGM0131
           MOVE 'SOLICITACOES REJEITADAS (DIAS ATE A DECISAO)'          PGM0131
                                       TO LTI-TEXTO.                    PGM0131
           PERFORM RTLISTASECAO.                                        PGM0131
      *                                                                 PGM0131
           PERFORM RTIMPRESUMO.                                         PGM0131
      *                                                                 PGM0131
           IF ACU-CT-ATRASADAS         GREATER ZEROS                    PGM0131
               MOVE ACU-CT-ATRASADAS   TO WS-DISPLAY-QTDE               PGM0131
               MOVE SPACES             TO LAS-TEXTO                     PGM0131
               STRING '*** ALERTA: ' WS-DISPLAY-QTDE                    PGM0131
                      ' SOLICITACAO(OES) PENDENTE(S) HA MAIS DE '       PGM0131
                      WS-PRAZO-DIAS ' DIAS'                             PGM0131
                                       DELIMITED BY SIZE                PGM0131
                                       INTO LAS-TEXTO                   PGM0131
               PERFORM RTIMPAVISO                                       PGM0131
               MOVE '04'               TO WS-COD-RET                    PGM0131
               STRING '#PGM0131.903I - HA SOLICITACOES PENDENTES HA'    PGM0131
                      ' MAIS DE ' WS-PRAZO-DIAS ' DIAS.'                PGM0131
                                       DELIMITED BY SIZE                PGM0131
                                       INTO WS-MSG                      PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           PERFORM RTARQUIVAREL.                                        PGM0131
      *                                                                 PGM0131
           PERFORM RTCONTABILIZA.                                       PGM0131
      *                                                                 PGM0131
       RTPROCESSAX.                    EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE LISTA AS SOLICITACOES DA SITUACAO CORRENTE       *PGM0131
      ******************************************************************PGM0131
       RTLISTASECAO                    SECTION.                         PGM0131
      *                                                                 PGM0131
           PERFORM RTIMPTITULO.                                         PGM0131
      *                                                                 PGM0131
           MOVE ZEROS                  TO ACU-CT-SECAO.                 PGM0131
           MOVE ZEROS                  TO FD-PD-NUMERO.                 PGM0131
           MOVE ZEROS                  TO WS-FS-EPENDEN.                PGM0131
      *                                                                 PGM0131
           START EPENDEN KEY NOT LESS FD-PD-NUMERO                      PGM0131
               INVALID KEY                                              PGM0131
                   MOVE '23'           TO WS-FS-EPENDEN                 PGM0131
           END-START.                                                   PGM0131
      *                                                                 PGM0131
           PERFORM RTLISTASECAO-LE     UNTIL WS-FS-EPENDEN              PGM0131
                                              NOT EQUAL ZEROS.          PGM0131
      *                                                                 PGM0131
           IF ACU-CT-SECAO             EQUAL ZEROS                      PGM0131
               PERFORM RTIMPNADA                                        PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
       RTLISTASECAOX.                  EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE LE UMA SOLICITACAO E A LISTA SE FOR DA SITUACAO  *PGM0131
      ******************************************************************PGM0131
       RTLISTASECAO-LE                 SECTION.                         PGM0131
      *                                                                 PGM0131
           READ EPENDEN NEXT                                            PGM0131
               AT END                                                   PGM0131
                   MOVE '10'           TO WS-FS-EPENDEN                 PGM0131
           END-READ.                                                    PGM0131
      *                                                                 PGM0131
           IF WS-FS-EPENDEN            NOT EQUAL ZEROS                  PGM0131
               GO TO RTLISTASECAO-LEX                                   PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           IF WS-SECAO-PENDENTES                                        PGM0131
               ADD 1                   TO ACU-CT-LIDOS                  PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           IF FD-PD-SITUACAO           NOT EQUAL WS-SITUACAO-SECAO      PGM0131
               GO TO RTLISTASECAO-LEX                                   PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           ADD 1                       TO ACU-CT-SECAO.                 PGM0131
      *                                                                 PGM0131
      *    PENDENTE: IDADE ATE HOJE. DECIDIDA: DIAS ATE A DECISAO       PGM0131
           MOVE FD-PD-DATA             TO WS-DJ-DATA.                   PGM0131
           PERFORM RTCALCDIAS.                                          PGM0131
           MOVE WS-DJ-DIAS             TO WS-DIAS-SOLIC.                PGM0131
      *                                                                 PGM0131
           IF WS-SECAO-PENDENTES                                        PGM0131
               COMPUTE WS-IDADE        = WS-DIAS-HOJE - WS-DIAS-SOLIC   PGM0131
           ELSE                                                         PGM0131
               MOVE FD-PD-DT-DECISAO   TO WS-DJ-DATA                    PGM0131
               PERFORM RTCALCDIAS                                       PGM0131
               COMPUTE WS-IDADE        = WS-DJ-DIAS - WS-DIAS-SOLIC     PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           PERFORM RTACUMULAFAIXA.                                      PGM0131
      *                                                                 PGM0131
           PERFORM RTIMPSOLICITACAO.                                    PGM0131
      *                                                                 PGM0131
       RTLISTASECAO-LEX.               EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE ACUMULA A SOLICITACAO NA FAIXA DE IDADE          *PGM0131
      ******************************************************************PGM0131
       RTACUMULAFAIXA                  SECTION.                         PGM0131
      *                                                                 PGM0131
           EVALUATE TRUE                                                PGM0131
               WHEN WS-IDADE           NOT GREATER 2                    PGM0131
                   MOVE 1              TO WS-IX-FAIXA                   PGM0131
               WHEN WS-IDADE           NOT GREATER 7                    PGM0131
                   MOVE 2              TO WS-IX-FAIXA                   PGM0131
               WHEN WS-IDADE           NOT GREATER 30                   PGM0131
                   MOVE 3              TO WS-IX-FAIXA                   PGM0131
               WHEN OTHER                                               PGM0131
                   MOVE 4              TO WS-IX-FAIXA                   PGM0131
           END-EVALUATE.                                                PGM0131
      *                                                                 PGM0131
           ADD 1                       TO WS-RS-FAIXA (WS-IX-SIT        PGM0131
                                                       WS-IX-FAIXA).    PGM0131
           ADD 1                       TO WS-RS-TOTAL (WS-IX-SIT).      PGM0131
      *                                                                 PGM0131
       RTACUMULAFAIXAX.                EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME UMA SOLICITACAO (E O MOTIVO DA DECISAO)  *PGM0131
      ******************************************************************PGM0131
       RTIMPSOLICITACAO                SECTION.                         PGM0131
      *                                                                 PGM0131
           IF ACU-CT-LINHA             GREATER 54                       PGM0131
               PERFORM RTMONTACAB                                       PGM0131
               PERFORM RTIMPTITULO                                      PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE FD-PD-NUMERO           TO LSO-NUMERO.                   PGM0131
           MOVE FD-PD-DATA             TO WS-DJ-DATA.                   PGM0131
           MOVE WS-DJ-DIA              TO LSO-DIA.                      PGM0131
           MOVE WS-DJ-MES              TO LSO-MES.                      PGM0131
           MOVE WS-DJ-ANO              TO LSO-ANO.                      PGM0131
      *                                                                 PGM0131
           EVALUATE TRUE                                                PGM0131
               WHEN FD-PD-ALTERACAO                                     PGM0131
                   MOVE 'ALTERACAO'    TO LSO-OPERACAO                  PGM0131
               WHEN FD-PD-INATIVACAO                                    PGM0131
                   MOVE 'INATIVACAO'   TO LSO-OPERACAO                  PGM0131
               WHEN FD-PD-EXCLUSAO                                      PGM0131
                   MOVE 'EXCLUSAO'     TO LSO-OPERACAO                  PGM0131
               WHEN OTHER                                               PGM0131
                   MOVE FD-PD-OPERACAO TO LSO-OPERACAO                  PGM0131
           END-EVALUATE.                                                PGM0131
      *                                                                 PGM0131
           MOVE FD-PD-CODIGO           TO LSO-CODIGO.                   PGM0131
           MOVE FD-PD-IMAGEM-ANTES (7:25)                               PGM0131
                                       TO LSO-NOME.                     PGM0131
           MOVE FD-PD-OPERADOR         TO LSO-SOLICITANTE.              PGM0131
           MOVE FD-PD-APROVADOR        TO LSO-DECISOR.                  PGM0131
           MOVE WS-IDADE               TO LSO-IDADE.                    PGM0131
           MOVE SPACES                 TO LSO-MARCA.                    PGM0131
      *                                                                 PGM0131
           IF WS-SECAO-PENDENTES                                        PGM0131
              AND WS-IDADE             GREATER WS-PRAZO-DIAS            PGM0131
               MOVE '***'              TO LSO-MARCA                     PGM0131
               ADD 1                   TO ACU-CT-ATRASADAS              PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE LINSOL                 TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           ADD 1                       TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
           IF WS-SECAO-PENDENTES                                        PGM0131
               CONTINUE                                                 PGM0131
           ELSE                                                         PGM0131
               MOVE FD-PD-MOTIVO       TO LMO-MOTIVO                    PGM0131
               MOVE LINMOT             TO FD-REG-RELATO                 PGM0131
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0131
               ADD 1                   TO ACU-CT-LINHA                  PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
       RTIMPSOLICITACAOX.              EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME O RESUMO POR SITUACAO E FAIXA DE IDADE   *PGM0131
      ******************************************************************PGM0131
       RTIMPRESUMO                     SECTION.                         PGM0131
      *                                                                 PGM0131
           MOVE 'RESUMO POR FAIXA DE IDADE'                             PGM0131
                                       TO LTI-TEXTO.                    PGM0131
           PERFORM RTIMPTITULO.                                         PGM0131
      *                                                                 PGM0131
           MOVE ZEROS                  TO WS-IX-SIT.                    PGM0131
      *                                                                 PGM0131
           PERFORM RTIMPRESUMO-SIT     UNTIL WS-IX-SIT NOT LESS 3.      PGM0131
      *                                                                 PGM0131
       RTIMPRESUMOX.                   EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME A LINHA DE RESUMO DE UMA SITUACAO        *PGM0131
      ******************************************************************PGM0131
       RTIMPRESUMO-SIT                 SECTION.                         PGM0131
      *                                                                 PGM0131
           ADD 1                       TO WS-IX-SIT.                    PGM0131
      *                                                                 PGM0131
           IF ACU-CT-LINHA             GREATER 55                       PGM0131
               PERFORM RTMONTACAB                                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE WS-NOME-SIT (WS-IX-SIT) TO LRS-SITUACAO.                PGM0131
           MOVE WS-RS-FAIXA (WS-IX-SIT 1) TO LRS-FAIXA1.                PGM0131
           MOVE WS-RS-FAIXA (WS-IX-SIT 2) TO LRS-FAIXA2.                PGM0131
           MOVE WS-RS-FAIXA (WS-IX-SIT 3) TO LRS-FAIXA3.                PGM0131
           MOVE WS-RS-FAIXA (WS-IX-SIT 4) TO LRS-FAIXA4.                PGM0131
           MOVE WS-RS-TOTAL (WS-IX-SIT) TO LRS-TOTAL.                   PGM0131
           MOVE LINRES                 TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           ADD 1                       TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
       RTIMPRESUMO-SITX.               EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME O TITULO DE UMA SECAO                    *PGM0131
      ******************************************************************PGM0131
       RTIMPTITULO                     SECTION.                         PGM0131
      *                                                                 PGM0131
           IF ACU-CT-LINHA             GREATER 51                       PGM0131
               PERFORM RTMONTACAB                                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE LINTIT                 TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0131
      *                                                                 PGM0131
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           ADD 3                       TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
       RTIMPTITULOX.                   EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME UMA LINHA DE AVISO                       *PGM0131
      ******************************************************************PGM0131
       RTIMPAVISO                      SECTION.                         PGM0131
      *                                                                 PGM0131
           IF ACU-CT-LINHA             GREATER 53                       PGM0131
               PERFORM RTMONTACAB                                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE LINAVISO               TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0131
      *                                                                 PGM0131
           ADD 2                       TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
       RTIMPAVISOX.                    EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE IMPRIME A LINHA DE SECAO SEM OCORRENCIAS         *PGM0131
      ******************************************************************PGM0131
       RTIMPNADA                       SECTION.                         PGM0131
      *                                                                 PGM0131
           IF ACU-CT-LINHA             GREATER 55                       PGM0131
               PERFORM RTMONTACAB                                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           ADD 1                       TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
       RTIMPNADAX.                     EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA DE MONTAGEM DO CABECALHO                             *PGM0131
      ******************************************************************PGM0131
       RTMONTACAB                      SECTION.                         PGM0131
      *                                                                 PGM0131
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0131
           MOVE  WS-MES                TO CB1-MES.                      PGM0131
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0131
      *                                                                 PGM0131
           ADD 1                       TO ACU-CT-PAGINA.                PGM0131
      *                                                                 PGM0131
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0131
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0131
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0131
           ELSE                                                         PGM0131
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           MOVE CAB3                   TO FD-REG-RELATO.                PGM0131
      *                                                                 PGM0131
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0131
      *                                                                 PGM0131
           MOVE 3                      TO ACU-CT-LINHA.                 PGM0131
      *                                                                 PGM0131
       RTMONTACABX.                    EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE CONVERTE UMA DATA AAAAMMDD EM DIAS CORRIDOS      *PGM0131
      *    PARA COMPARACAO (CALENDARIO GREGORIANO)                     *PGM0131
      ******************************************************************PGM0131
       RTCALCDIAS                      SECTION.                         PGM0131
      *                                                                 PGM0131
           MOVE WS-DJ-ANO              TO WS-DJ-A.                      PGM0131
           MOVE WS-DJ-MES              TO WS-DJ-M.                      PGM0131
      *                                                                 PGM0131
           IF WS-DJ-M                  LESS 3                           PGM0131
               SUBTRACT 1              FROM WS-DJ-A                     PGM0131
               ADD 12                  TO WS-DJ-M                       PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           COMPUTE WS-DJ-T1 = WS-DJ-A / 4.                              PGM0131
           COMPUTE WS-DJ-T2 = WS-DJ-A / 100.                            PGM0131
           COMPUTE WS-DJ-T3 = WS-DJ-A / 400.                            PGM0131
           COMPUTE WS-DJ-T4 = (153 * (WS-DJ-M + 1)) / 5.                PGM0131
      *                                                                 PGM0131
           COMPUTE WS-DJ-DIAS = (365 * WS-DJ-A) + WS-DJ-T1              PGM0131
                              - WS-DJ-T2 + WS-DJ-T3                     PGM0131
                              + WS-DJ-T4 + WS-DJ-DIA.                   PGM0131
      *                                                                 PGM0131
       RTCALCDIASX.                    EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0131
      ******************************************************************PGM0131
       RTARQUIVAREL                    SECTION.                         PGM0131
      *                                                                 PGM0131
           INITIALIZE ARQ-PARM.                                         PGM0131
      *                                                                 PGM0131
           MOVE 'PGM0131'              TO ARQ-PROGRAMA.                 PGM0131
           MOVE 'SOLICITACOES POR IDADE'                                PGM0131
                                       TO ARQ-FILTRO.                   PGM0131
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0131
      *                                                                 PGM0131
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0131
      *                                                                 PGM0131
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0131
               DISPLAY '#PGM0131.904I - RELATORIO ARQUIVADO NA'         PGM0131
                       ' GERACAO ' ARQ-GERACAO                          PGM0131
           ELSE                                                         PGM0131
               DISPLAY '#PGM0131.904I - FALHA NO ARQUIVAMENTO DO'       PGM0131
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
       RTARQUIVARELX.                  EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0131
      ******************************************************************PGM0131
       RTCONTABILIZA                   SECTION.                         PGM0131
      *                                                                 PGM0131
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0131
      *                                                                 PGM0131
           DISPLAY '#PGM0131.905I - SOLICITACOES LIDAS = '              PGM0131
                   WS-DISPLAY-QTDE.                                     PGM0131
      *                                                                 PGM0131
           MOVE WS-RS-TOTAL (1)        TO WS-DISPLAY-QTDE.              PGM0131
      *                                                                 PGM0131
           DISPLAY '#PGM0131.905I - PENDENTES = '                       PGM0131
                   WS-DISPLAY-QTDE.                                     PGM0131
      *                                                                 PGM0131
           MOVE ACU-CT-ATRASADAS       TO WS-DISPLAY-QTDE.              PGM0131
      *                                                                 PGM0131
           DISPLAY '#PGM0131.905I - PENDENTES FORA DO PRAZO = '         PGM0131
                   WS-DISPLAY-QTDE.                                     PGM0131
      *                                                                 PGM0131
       RTCONTABILIZAX.                 EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0131
      *    (SYS135)                                                    *PGM0131
      ******************************************************************PGM0131
       RTGRAVAHIST                     SECTION.                         PGM0131
      *                                                                 PGM0131
           MOVE 'PGM0131'              TO HIS-PROGRAMA.                 PGM0131
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0131
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0131
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0131
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0131
      *                                                                 PGM0131
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0131
      *                                                                 PGM0131
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0131
               DISPLAY '#PGM0131.906I - FALHA NO REGISTRO DO'           PGM0131
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0131
                       HIS-COD-RET                                      PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
       RTGRAVAHISTX.                   EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    ROTINA DE FINALIZACAO                                       *PGM0131
      ******************************************************************PGM0131
       RTFINALIZA                      SECTION.                         PGM0131
      *                                                                 PGM0131
           IF WS-EPENDEN-ABERTO                                         PGM0131
               CLOSE EPENDEN                                            PGM0131
               MOVE   'N'              TO WS-SW-EPENDEN-ABERTO          PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           CLOSE SRELATO.                                               PGM0131
      *                                                                 PGM0131
           DISPLAY '**************************************************'.PGM0131
      *                                                                 PGM0131
           MOVE '#PGM0131.999I - FIM DO PROCESSAMENTO '                 PGM0131
                                       TO WS-MENSAGEM.                  PGM0131
      *                                                                 PGM0131
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0131
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0131
      *                                                                 PGM0131
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0131
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0131
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0131
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0131
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0131
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0131
      *                                                                 PGM0131
           DISPLAY WS-MENSAGEM                                          PGM0131
                   WS-DATA-DISPLAY.                                     PGM0131
           DISPLAY '**************************************************'.PGM0131
      *                                                                 PGM0131
           PERFORM RTGRAVAHIST.                                         PGM0131
      *                                                                 PGM0131
           MOVE WS-MSG                 TO LK-MSG.                       PGM0131
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0131
      *                                                                 PGM0131
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0131
           IF WS-EXEC-LOTE                                              PGM0131
               CONTINUE                                                 PGM0131
           ELSE                                                         PGM0131
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0131
           END-IF.                                                      PGM0131
      *                                                                 PGM0131
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0131
      *                                                                 PGM0131
           GOBACK.                                                      PGM0131
      *                                                                 PGM0131
       RTFINALIZAX.                    EXIT.                            PGM0131
      *                                                                 PGM0131
      ******************************************************************PGM0131
      *    FIM DO PROGRAMA                                             *PGM0131
      ******************************************************************PGM0131
