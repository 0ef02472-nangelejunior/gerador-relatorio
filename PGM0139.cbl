      ******************************************************************PGM0139
       IDENTIFICATION                  DIVISION.                        PGM0139
      ******************************************************************PGM0139
       PROGRAM-ID. PGM0139.                                             PGM0139
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0139
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0139
       DATE-COMPILED.                                                   PGM0139
      ******************************************************************PGM0139
      *REMARKS.                                                         PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     *#NOME     : PGM0139                                       *PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     *#TIPO     : BATCH                                         *PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     *#FUNCAO   : RELATORIO DE TENDENCIA DO HISTORICO DE EXECU- *PGM0139
      *     *            COES (SYS135): POR PROGRAMA, AS 30 EXECUCOES  *PGM0139
      *     *            MAIS RECENTES COM INICIO, FIM, TEMPO DECOR-   *PGM0139
      *     *            RIDO, OPERADOR OU PASSO DO LOTE01, LIDOS,     *PGM0139
      *     *            GRAVADOS, REJEITADOS, RETORNO E REGISTROS POR *PGM0139
      *     *            MINUTO; TEMPO MEDIO E MAXIMO, VOLUME MEDIO E  *PGM0139
      *     *            SINALIZACAO DAS EXECUCOES CUJO TEMPO (T+/T-)  *PGM0139
      *     *            OU VOLUME (V+/V-) SE AFASTA DA MEDIA DO PRO-  *PGM0139
      *     *            PRIO PROGRAMA MAIS QUE O PERCENTUAL INFORMADO *PGM0139
      *     *            (CODIGO DO CARTAO NO LOTE01; PADRAO 50%).     *PGM0139
      *     *            FOLHA DE RESUMO COM UMA LINHA POR PROGRAMA.   *PGM0139
      *     *            RETORNO 04 (ALERTA) QUANDO A EXECUCAO MAIS    *PGM0139
      *     *            RECENTE DE ALGUM PROGRAMA FOI SINALIZADA.     *PGM0139
      *     *            RELATORIO NO SPRINT, ARQUIVADO PELO ARQREL    *PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0139
      *     *              - TENDENCIA DO HISTORICO DE EXECUCOES DOS   *PGM0139
      *     *              - PROGRAMAS BATCH                           *PGM0139
      *     *----------------------------------------------------------*PGM0139
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0139
      *     *              - SITUACAO DO HISTORICO REINICIADA A CADA   *PGM0139
      *     *              - CHAMADA (SEM SYS135 IMPRIME NENHUMA EXEC.)*PGM0139
      *     *----------------------------------------------------------*PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       ENVIRONMENT                     DIVISION.                        PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       CONFIGURATION                   SECTION.                         PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
       SPECIAL-NAMES.                                                   PGM0139
           DECIMAL-POINT IS COMMA.                                      PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       INPUT-OUTPUT                    SECTION.                         PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
       FILE-CONTROL.                                                    PGM0139
           SELECT EHISEXE  ASSIGN TO SYS135                             PGM0139
                  FILE     STATUS IS WS-FS-EHISEXE.                     PGM0139
      *                                                                 PGM0139
           SELECT SORTWK   ASSIGN TO SORTWK.                            PGM0139
      *                                                                 PGM0139
           SELECT SSORTHIS ASSIGN TO SYS136                             PGM0139
                  FILE     STATUS IS WS-FS-SSORTHIS.                    PGM0139
      *                                                                 PGM0139
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0139
                  FILE     STATUS IS WS-FS-SRELATO.                     PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       DATA                            DIVISION.                        PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       FILE                            SECTION.                         PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
       FD  EHISEXE                                                      PGM0139
           BLOCK     CONTAINS 0  RECORDS                                PGM0139
           RECORDING MODE     IS F                                      PGM0139
           LABEL     RECORD   IS STANDARD.                              PGM0139
       01  FD-REG-EHISEXE          PIC     X(120).                      PGM0139
      *                                                                 PGM0139
       SD  SORTWK.                                                      PGM0139
       01  SD-REG-HISEXE.                                               PGM0139
           03  SD-HI-PROGRAMA      PIC     X(08).                       PGM0139
           03  SD-HI-DATA-INICIO   PIC     9(08).                       PGM0139
           03  SD-HI-HORA-INICIO   PIC     9(08).                       PGM0139
           03  FILLER              PIC     X(96).                       PGM0139
      *                                                                 PGM0139
       FD  SSORTHIS                                                     PGM0139
           BLOCK     CONTAINS 0  RECORDS                                PGM0139
           RECORDING MODE     IS F                                      PGM0139
           LABEL     RECORD   IS STANDARD.                              PGM0139
           COPY CADHIS.                                                 PGM0139
      *                                                                 PGM0139
       FD  SRELATO.                                                     PGM0139
       01  FD-REG-RELATO           PIC     X(95).                       PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       WORKING-STORAGE                 SECTION.                         PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       77  FILLER                  PIC     X(32)         VALUE          PGM0139
           'III WORKING-STORAGE SECTION III'.                           PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE FILE STATUS                                         *PGM0139
      ******************************************************************PGM0139
       77  WS-FS-EHISEXE           PIC     X(02)         VALUE ZEROS.   PGM0139
       77  WS-FS-SSORTHIS          PIC     X(02)         VALUE ZEROS.   PGM0139
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE CONTADORES                                          *PGM0139
      ******************************************************************PGM0139
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-PROGRAMAS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-FORA             PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-ULT-FORA         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-EXEC-PGM         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-FORA-PGM         PIC     9(02) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0139
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE CHAVES/FLAGS                                        *PGM0139
      ******************************************************************PGM0139
       01  WS-SW-PRIMEIRO           PIC    X(01)         VALUE 'S'.     PGM0139
           88  WS-PRIMEIRO-REG                            VALUE 'S'.    PGM0139
       01  WS-SW-HISTORICO          PIC    X(01)         VALUE 'N'.     PGM0139
           88  WS-HISTORICO-EXISTE                        VALUE 'S'.    PGM0139
       01  WS-SW-FASE               PIC    X(01)         VALUE 'D'.     PGM0139
           88  WS-FASE-DETALHE                            VALUE 'D'.    PGM0139
           88  WS-FASE-RESUMO                             VALUE 'R'.    PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE PARAMETROS DA ANALISE: PERCENTUAL DE DESVIO DA      *PGM0139
      *    MEDIA, AMOSTRA MINIMA PARA SINALIZAR E DIFERENCAS MINIMAS   *PGM0139
      *    (EVITA SINALIZAR SEGUNDOS OU POUCOS REGISTROS DE DIFERENCA) *PGM0139
      ******************************************************************PGM0139
       01  WS-PERCENTUAL           PIC     9(03)         VALUE ZEROS.   PGM0139
       01  WS-PERCENTUAL-PADRAO    PIC     9(03)         VALUE 50.      PGM0139
       01  WS-PGM-FILTRO           PIC     X(08)         VALUE SPACES.  PGM0139
       77  WS-MAX-JANELA           PIC     9(02) COMP-3  VALUE 30.      PGM0139
       77  WS-MIN-AMOSTRA          PIC     9(02) COMP-3  VALUE 5.       PGM0139
       77  WS-MIN-DIF-SEG          PIC     9(05) COMP-3  VALUE 60.      PGM0139
       77  WS-MIN-DIF-VOL          PIC     9(05) COMP-3  VALUE 10.      PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DAS EXECUCOES MAIS RECENTES DO PROGRAMA EM ANALISE     *PGM0139
      *    (O ARQUIVO ORDENADO TRAZ A MAIS RECENTE PRIMEIRO)           *PGM0139
      ******************************************************************PGM0139
       01  WS-TB-EXECUCOES.                                             PGM0139
           03  WS-TB-EXEC-ENT      OCCURS 30 TIMES.                     PGM0139
               05  WS-EX-DATA-INI  PIC     9(08).                       PGM0139
               05  WS-EX-HORA-INI  PIC     9(08).                       PGM0139
               05  WS-EX-HORA-FIM  PIC     9(08).                       PGM0139
               05  WS-EX-SEGUNDOS  PIC     9(07) COMP-3.                PGM0139
               05  WS-EX-MODO      PIC     X(01).                       PGM0139
               05  WS-EX-OPERADOR  PIC     X(08).                       PGM0139
               05  WS-EX-PASSO     PIC     9(03).                       PGM0139
               05  WS-EX-LIDOS     PIC     9(09) COMP-3.                PGM0139
               05  WS-EX-GRAVADOS  PIC     9(09) COMP-3.                PGM0139
               05  WS-EX-REJEITADOS                                     PGM0139
                                   PIC     9(09) COMP-3.                PGM0139
               05  WS-EX-COD-RET   PIC     9(02).                       PGM0139
               05  WS-EX-VOLUME    PIC     9(09) COMP-3.                PGM0139
      *                                                                 PGM0139
       77  WS-CT-JANELA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-IX-EXEC              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0139
       01  WS-PGM-ANT              PIC     X(08)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DAS ESTATISTICAS DO PROGRAMA EM ANALISE                *PGM0139
      ******************************************************************PGM0139
       77  WS-SOMA-SEG             PIC     9(09) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-SOMA-VOL             PIC     9(11) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-MEDIA-SEG            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-MAX-SEG              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-MEDIA-VOL            PIC     9(09) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-LIM-SEG              PIC     9(09) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-LIM-VOL              PIC     9(11) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-DIFERENCA            PIC     9(09) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-DIVISOR              PIC     9(09) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-REG-MIN              PIC     9(11) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-REG-MIN-PGM          PIC     9(11) COMP-3  VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
       01  WS-SINAIS.                                                   PGM0139
           03  WS-SN-TEMPO         PIC     X(02)         VALUE SPACES.  PGM0139
           03  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           03  WS-SN-VOLUME        PIC     X(02)         VALUE SPACES.  PGM0139
       01  WS-SINAIS-ULTIMA        PIC     X(05)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DO RESUMO POR PROGRAMA (FOLHA FINAL)                   *PGM0139
      ******************************************************************PGM0139
       01  WS-TB-RESUMO.                                                PGM0139
           03  WS-TB-RES-ENT       OCCURS 100 TIMES.                    PGM0139
               05  WS-RP-PROGRAMA  PIC     X(08).                       PGM0139
               05  WS-RP-TOTAL     PIC     9(07) COMP-3.                PGM0139
               05  WS-RP-JANELA    PIC     9(02).                       PGM0139
               05  WS-RP-MEDIA-SEG PIC     9(07) COMP-3.                PGM0139
               05  WS-RP-MAX-SEG   PIC     9(07) COMP-3.                PGM0139
               05  WS-RP-MEDIA-VOL PIC     9(09) COMP-3.                PGM0139
               05  WS-RP-REG-MIN   PIC     9(11) COMP-3.                PGM0139
               05  WS-RP-FORA      PIC     9(02).                       PGM0139
               05  WS-RP-SINAIS    PIC     X(05).                       PGM0139
               05  WS-RP-DATA      PIC     9(08).                       PGM0139
               05  WS-RP-HORA      PIC     9(08).                       PGM0139
      *                                                                 PGM0139
       77  WS-CT-RESUMO            PIC     9(03) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-MAX-RESUMO           PIC     9(03) COMP-3  VALUE 100.     PGM0139
       77  WS-IX-RES               PIC     9(03) COMP-3  VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE FORMATACAO DE DATA, HORA E TEMPO DECORRIDO          *PGM0139
      ******************************************************************PGM0139
       01  WS-DATA-AUX             PIC     9(08)         VALUE ZEROS.   PGM0139
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.                         PGM0139
           03  WS-DA-ANO           PIC     9(04).                       PGM0139
           03  WS-DA-MES           PIC     9(02).                       PGM0139
           03  WS-DA-DIA           PIC     9(02).                       PGM0139
      *                                                                 PGM0139
       01  WS-HORA-AUX             PIC     9(08)         VALUE ZEROS.   PGM0139
       01  WS-HORA-AUX-R REDEFINES WS-HORA-AUX.                         PGM0139
           03  WS-HA-HOR           PIC     9(02).                       PGM0139
           03  WS-HA-MIN           PIC     9(02).                       PGM0139
           03  WS-HA-SEG           PIC     9(02).                       PGM0139
           03  WS-HA-CEN           PIC     9(02).                       PGM0139
      *                                                                 PGM0139
       77  WS-TD-SEGUNDOS          PIC     9(07) COMP-3  VALUE ZEROS.   PGM0139
       77  WS-TD-RESTO             PIC     9(05) COMP-3  VALUE ZEROS.   PGM0139
       01  WS-TD-EDITADO.                                               PGM0139
           03  WS-TD-HOR           PIC     ZZ9           VALUE ZEROS.   PGM0139
           03  FILLER              PIC     X(01)         VALUE ':'.     PGM0139
           03  WS-TD-MIN           PIC     9(02)         VALUE ZEROS.   PGM0139
           03  FILLER              PIC     X(01)         VALUE ':'.     PGM0139
           03  WS-TD-SEG           PIC     9(02)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE AUXILIARES                                          *PGM0139
      ******************************************************************PGM0139
       01  WS-MSG-EHISEXE          PIC     X(20)         VALUE          PGM0139
           ' DO ARQUIVO HISEXE'.                                        PGM0139
       01  WS-MSG-SSORTHIS         PIC     X(21)         VALUE          PGM0139
           ' DO ARQUIVO SSORTHIS'.                                      PGM0139
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0139
           ' DO ARQUIVO RELATO'.                                        PGM0139
      *                                                                 PGM0139
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0139
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0139
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0139
           03  WS-DT-MES-R         PIC     9(02).                       PGM0139
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0139
      *                                                                 PGM0139
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0139
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0139
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0139
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0139
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0139
      *                                                                 PGM0139
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0139
       01  WS-DATA-DISPLAY.                                             PGM0139
           03  WS-DATA-BR.                                              PGM0139
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0139
               05  FILLER          PIC     X             VALUE '/'.     PGM0139
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0139
               05  FILLER          PIC     X             VALUE '/'.     PGM0139
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0139
               05  FILLER          PIC     X             VALUE ' '.     PGM0139
           03  WS-HORA-BR.                                              PGM0139
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0139
               05  FILLER          PIC     X             VALUE ':'.     PGM0139
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0139
               05  FILLER          PIC     X             VALUE ':'.     PGM0139
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0139
      *                                                                 PGM0139
       01  CAB1.                                                        PGM0139
           05  CB1-DIA             PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0139
           05  CB1-MES             PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0139
           05  CB1-ANO             PIC     9(04)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(12)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(63)         VALUE          PGM0139
               'HISTORICO DE EXECUCOES - TENDENCIA POR PROGRAMA'.       PGM0139
           05  FILLER              PIC     X(06)         VALUE 'PAG.:'. PGM0139
           05  CB1-PAGINA          PIC  ZZZ9.                           PGM0139
      *                                                                 PGM0139
       01  CAB2.                                                        PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(17)         VALUE          PGM0139
               'DESVIO DA MEDIA: '.                                     PGM0139
           05  CB2-PERCENTUAL      PIC     ZZ9           VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(15)         VALUE          PGM0139
               '%   PROGRAMA: '.                                        PGM0139
           05  CB2-PROGRAMA        PIC     X(08)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(51)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  CAB3.                                                        PGM0139
           05  FILLER              PIC     X(21)         VALUE          PGM0139
               ' INICIO DA EXECUCAO'.                                   PGM0139
           05  FILLER              PIC     X(09)         VALUE          PGM0139
               'FIM'.                                                   PGM0139
           05  FILLER              PIC     X(10)         VALUE          PGM0139
               'DECORRIDO'.                                             PGM0139
           05  FILLER              PIC     X(13)         VALUE          PGM0139
               'OPERADOR/PSO'.                                          PGM0139
           05  FILLER              PIC     X(09)         VALUE          PGM0139
               '   LIDOS'.                                              PGM0139
           05  FILLER              PIC     X(09)         VALUE          PGM0139
               'GRAVADOS'.                                              PGM0139
           05  FILLER              PIC     X(09)         VALUE          PGM0139
               ' REJEIT.'.                                              PGM0139
           05  FILLER              PIC     X(03)         VALUE          PGM0139
               'RC'.                                                    PGM0139
           05  FILLER              PIC     X(07)         VALUE          PGM0139
               'REG/MIN'.                                               PGM0139
           05  FILLER              PIC     X(05)         VALUE          PGM0139
               'SINAL'.                                                 PGM0139
      *                                                                 PGM0139
       01  CAB3R.                                                       PGM0139
           05  FILLER              PIC     X(11)         VALUE          PGM0139
               ' PROGRAMA'.                                             PGM0139
           05  FILLER              PIC     X(08)         VALUE          PGM0139
               ' EXECUC'.                                               PGM0139
           05  FILLER              PIC     X(04)         VALUE          PGM0139
               'JAN'.                                                   PGM0139
           05  FILLER              PIC     X(11)         VALUE          PGM0139
               'T.MEDIO'.                                               PGM0139
           05  FILLER              PIC     X(11)         VALUE          PGM0139
               'T.MAXIMO'.                                              PGM0139
           05  FILLER              PIC     X(10)         VALUE          PGM0139
               'VOL.MEDIO'.                                             PGM0139
           05  FILLER              PIC     X(08)         VALUE          PGM0139
               'REG/MIN'.                                               PGM0139
           05  FILLER              PIC     X(04)         VALUE          PGM0139
               'FORA'.                                                  PGM0139
           05  FILLER              PIC     X(07)         VALUE          PGM0139
               'SINAL'.                                                 PGM0139
           05  FILLER              PIC     X(21)         VALUE          PGM0139
               'ULTIMA EXECUCAO'.                                       PGM0139
      *                                                                 PGM0139
       01  CAB4.                                                        PGM0139
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0139
      *                                                                 PGM0139
       01  LINPGM.                                                      PGM0139
           05  FILLER              PIC     X(11)         VALUE          PGM0139
               ' PROGRAMA: '.                                           PGM0139
           05  LPG-PROGRAMA        PIC     X(08)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(24)         VALUE          PGM0139
               'EXECUCOES NO HISTORICO: '.                              PGM0139
           05  LPG-TOTAL           PIC     ZZZZZ9        VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(28)         VALUE          PGM0139
               'ANALISADAS (MAIS RECENTES): '.                          PGM0139
           05  LPG-JANELA          PIC     Z9            VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(08)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINDET.                                                      PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-INICIO.                                              PGM0139
               07  LDT-DIA         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0139
               07  LDT-MES         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0139
               07  LDT-ANO         PIC     9(04)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE SPACES.  PGM0139
               07  LDT-HOR         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE ':'.     PGM0139
               07  LDT-MIN         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE ':'.     PGM0139
               07  LDT-SEG         PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-FIM.                                                 PGM0139
               07  LDT-FHOR        PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE ':'.     PGM0139
               07  LDT-FMIN        PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE ':'.     PGM0139
               07  LDT-FSEG        PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-DECORRIDO       PIC     X(09)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-OPERADOR        PIC     X(08)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-PASSO           PIC     ZZZ           VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-LIDOS           PIC     ZZZZZZZ9      VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-GRAVADOS        PIC     ZZZZZZZ9      VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-REJEITADOS      PIC     ZZZZZZZ9      VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-COD-RET         PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-REG-MIN         PIC     ZZZZZ9        VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LDT-SINAIS          PIC     X(05)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINRS1.                                                      PGM0139
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(13)         VALUE          PGM0139
               'TEMPO MEDIO: '.                                         PGM0139
           05  LR1-MEDIA           PIC     X(09)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(14)         VALUE          PGM0139
               'TEMPO MAXIMO: '.                                        PGM0139
           05  LR1-MAXIMO          PIC     X(09)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(14)         VALUE          PGM0139
               'VOLUME MEDIO: '.                                        PGM0139
           05  LR1-VOLUME          PIC     ZZZZZZZ9      VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(17)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINRS2.                                                      PGM0139
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(22)         VALUE          PGM0139
               'REGISTROS POR MINUTO: '.                                PGM0139
           05  LR2-REG-MIN         PIC     ZZZZZZ9       VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(26)         VALUE          PGM0139
               'EXECUCOES FORA DO PADRAO: '.                            PGM0139
           05  LR2-FORA            PIC     Z9            VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(04)         VALUE SPACES.  PGM0139
           05  LR2-AVISO           PIC     X(27)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  WS-AVISO-AMOSTRA        PIC     X(27)         VALUE          PGM0139
           '*** AMOSTRA INSUFICIENTE'.                                  PGM0139
       01  WS-AVISO-ULTIMA         PIC     X(27)         VALUE          PGM0139
           '*** ULTIMA EXECUCAO FORA'.                                  PGM0139
      *                                                                 PGM0139
       01  LINRPG.                                                      PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LRP-PROGRAMA        PIC     X(08)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-TOTAL           PIC     ZZZZZ9        VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-JANELA          PIC     Z9            VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-MEDIA           PIC     X(09)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-MAXIMO          PIC     X(09)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-VOLUME          PIC     ZZZZZZZ9      VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-REG-MIN         PIC     ZZZZZ9        VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-FORA            PIC     Z9            VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-SINAIS          PIC     X(05)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0139
           05  LRP-ULTIMA.                                              PGM0139
               07  LRP-DIA         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0139
               07  LRP-MES         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE '/'.     PGM0139
               07  LRP-ANO         PIC     9(04)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE SPACES.  PGM0139
               07  LRP-HOR         PIC     9(02)         VALUE ZEROS.   PGM0139
               07  FILLER          PIC     X(01)         VALUE ':'.     PGM0139
               07  LRP-MIN         PIC     9(02)         VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINTOT.                                                      PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LTO-DESCRICAO       PIC     X(45)         VALUE SPACES.  PGM0139
           05  LTO-QTDE            PIC     ZZZZZZ9       VALUE ZEROS.   PGM0139
           05  FILLER              PIC     X(42)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINLEG.                                                      PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  LLE-TEXTO           PIC     X(94)         VALUE SPACES.  PGM0139
      *                                                                 PGM0139
       01  LINNADA.                                                     PGM0139
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0139
           05  FILLER              PIC     X(94)         VALUE          PGM0139
               'NENHUMA EXECUCAO REGISTRADA NO HISTORICO (SYS135).'.    PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0139
      ******************************************************************PGM0139
           COPY ARQLNK.                                                 PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0139
      ******************************************************************PGM0139
           COPY MODEXE.                                                 PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0139
      ******************************************************************PGM0139
           COPY HISLNK.                                                 PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       77  FILLER                  PIC     X(32)         VALUE          PGM0139
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    AREA DE LINKAGE                                             *PGM0139
      ******************************************************************PGM0139
           COPY SAIDA.                                                  PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       LINKAGE                         SECTION.                         PGM0139
      ******************************************************************PGM0139
           COPY SAIDAL.                                                 PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
       PROCEDURE                       DIVISION USING LK-MSG            PGM0139
                                                      LK-COD-RET.       PGM0139
      ******************************************************************PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA PRINCIPAL                                            *PGM0139
      ******************************************************************PGM0139
       RTPRINCIPAL                     SECTION.                         PGM0139
      *                                                                 PGM0139
           PERFORM RTINICIALIZA.                                        PGM0139
      *                                                                 PGM0139
           PERFORM RTPROCESSA.                                          PGM0139
      *                                                                 PGM0139
           PERFORM RTIMPRESUMO.                                         PGM0139
      *                                                                 PGM0139
           PERFORM RTFECHA.                                             PGM0139
      *                                                                 PGM0139
           PERFORM RTARQUIVAREL.                                        PGM0139
      *                                                                 PGM0139
           PERFORM RTCONTABILIZA.                                       PGM0139
      *                                                                 PGM0139
           PERFORM RTFINALIZA.                                          PGM0139
      *                                                                 PGM0139
       RTPRINCIPALX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE INICIALIZACAO                                     *PGM0139
      ******************************************************************PGM0139
       RTINICIALIZA                    SECTION.                         PGM0139
      *                                                                 PGM0139
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0139
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0139
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0139
      *                                                                 PGM0139
           DISPLAY ERASE.                                               PGM0139
      *                                                                 PGM0139
           INITIALIZE ACU-CT-LIDOS                                      PGM0139
                      ACU-CT-PROGRAMAS                                  PGM0139
                      ACU-CT-FORA                                       PGM0139
                      ACU-CT-ULT-FORA                                   PGM0139
                      ACU-CT-PAGINA                                     PGM0139
                      WS-CT-RESUMO.                                     PGM0139
      *                                                                 PGM0139
           MOVE 'N'                    TO WS-SW-HISTORICO.              PGM0139
      *                                                                 PGM0139
           DISPLAY '**************************************************'.PGM0139
      *                                                                 PGM0139
           MOVE '#PGM0139.900I - INICIO DO PROCESSAMENTO '              PGM0139
                                       TO WS-MENSAGEM.                  PGM0139
      *                                                                 PGM0139
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0139
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0139
      *                                                                 PGM0139
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0139
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0139
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0139
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0139
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0139
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0139
      *                                                                 PGM0139
           DISPLAY WS-MENSAGEM                                          PGM0139
                   WS-DATA-DISPLAY.                                     PGM0139
           DISPLAY '**************************************************'.PGM0139
      *                                                                 PGM0139
           MOVE SPACES                 TO WS-MSG.                       PGM0139
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0139
           MOVE 55                     TO ACU-CT-LINHA.                 PGM0139
           SET WS-FASE-DETALHE         TO TRUE.                         PGM0139
      *                                                                 PGM0139
      *    PERCENTUAL DE DESVIO: NO LOTE01 VEM DO CODIGO DO CARTAO.     PGM0139
      *    O FILTRO DE PROGRAMA SO EXISTE NA CHAMADA PELO CENTRAL01     PGM0139
           IF WS-EXEC-LOTE                                              PGM0139
               IF WS-ME-CODIGO         GREATER 999                      PGM0139
                   MOVE 999            TO WS-PERCENTUAL                 PGM0139
               ELSE                                                     PGM0139
                   MOVE WS-ME-CODIGO   TO WS-PERCENTUAL                 PGM0139
               END-IF                                                   PGM0139
               MOVE SPACES             TO WS-PGM-FILTRO                 PGM0139
           ELSE                                                         PGM0139
               DISPLAY '#PGM0139.909I - PERCENTUAL DE DESVIO DA MEDIA'  PGM0139
                       ' (ENTER = 50)? '                                PGM0139
               ACCEPT WS-PERCENTUAL                                     PGM0139
               DISPLAY '#PGM0139.910I - PROGRAMA A ANALISAR'            PGM0139
                       ' (ENTER = TODOS)? '                             PGM0139
               ACCEPT WS-PGM-FILTRO                                     PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           IF WS-PERCENTUAL            NOT NUMERIC                      PGM0139
              OR WS-PERCENTUAL         EQUAL ZEROS                      PGM0139
               MOVE WS-PERCENTUAL-PADRAO                                PGM0139
                                       TO WS-PERCENTUAL                 PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE WS-PERCENTUAL          TO CB2-PERCENTUAL.               PGM0139
      *                                                                 PGM0139
           IF WS-PGM-FILTRO            EQUAL SPACES                     PGM0139
               MOVE 'TODOS'            TO CB2-PROGRAMA                  PGM0139
           ELSE                                                         PGM0139
               MOVE WS-PGM-FILTRO      TO CB2-PROGRAMA                  PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           DISPLAY '#PGM0139.909I - DESVIO DA MEDIA CONSIDERADO = '     PGM0139
                   WS-PERCENTUAL '%'.                                   PGM0139
      *                                                                 PGM0139
           OPEN OUTPUT SRELATO.                                         PGM0139
      *                                                                 PGM0139
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               DISPLAY '#PGM0139.902I - ERRO NA ABERTURA' WS-MSG-SRELATOPGM0139
               DISPLAY '#PGM0139.902I - FILE STATUS = '   WS-FS-SRELATO PGM0139
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0139
               STRING '#PGM0139.902I - ERRO NA ABERTURA DO ARQUIVO REL' PGM0139
                      'ATO! FILE STATUS = ' WS-FS-SRELATO               PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
               PERFORM RTFINALIZA                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTINICIALIZAX.                  EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE PROCESSAMENTO: ORDENA O HISTORICO POR PROGRAMA E  *PGM0139
      *    INICIO DECRESCENTE, DEIXANDO AS EXECUCOES MAIS RECENTES DE  *PGM0139
      *    CADA PROGRAMA NA FRENTE DO GRUPO                            *PGM0139
      ******************************************************************PGM0139
       RTPROCESSA                      SECTION.                         PGM0139
      *                                                                 PGM0139
           PERFORM RTVERHIST.                                           PGM0139
      *                                                                 PGM0139
           IF WS-HISTORICO-EXISTE                                       PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               PERFORM RTIMPNADA                                        PGM0139
               GO TO RTPROCESSAX                                        PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           SORT SORTWK                                                  PGM0139
               ON ASCENDING  KEY SD-HI-PROGRAMA                         PGM0139
               ON DESCENDING KEY SD-HI-DATA-INICIO                      PGM0139
                                 SD-HI-HORA-INICIO                      PGM0139
               USING  EHISEXE                                           PGM0139
               GIVING SSORTHIS.                                         PGM0139
      *                                                                 PGM0139
           PERFORM RTVERSORT.                                           PGM0139
      *                                                                 PGM0139
           PERFORM RTABRESORT.                                          PGM0139
      *                                                                 PGM0139
           MOVE 'S'                    TO WS-SW-PRIMEIRO.               PGM0139
      *                                                                 PGM0139
           PERFORM RTLESSORTHIS.                                        PGM0139
      *                                                                 PGM0139
           PERFORM RTEXECUCAO          UNTIL WS-FS-SSORTHIS EQUAL '10'. PGM0139
      *                                                                 PGM0139
           CLOSE SSORTHIS.                                              PGM0139
      *                                                                 PGM0139
           IF WS-PRIMEIRO-REG                                           PGM0139
               PERFORM RTIMPNADA                                        PGM0139
           ELSE                                                         PGM0139
               PERFORM RTFECHAPGM                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTPROCESSAX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE VERIFICA SE O HISTORICO JA FOI CRIADO: ANTES DA  *PGM0139
      *    PRIMEIRA EXECUCAO REGISTRADA O ARQUIVO NAO EXISTE (35)      *PGM0139
      ******************************************************************PGM0139
       RTVERHIST                       SECTION.                         PGM0139
      *                                                                 PGM0139
           OPEN INPUT EHISEXE.                                          PGM0139
      *                                                                 PGM0139
           EVALUATE WS-FS-EHISEXE                                       PGM0139
               WHEN ZEROS                                               PGM0139
                   SET WS-HISTORICO-EXISTE                              PGM0139
                                       TO TRUE                          PGM0139
                   CLOSE EHISEXE                                        PGM0139
               WHEN '35'                                                PGM0139
                   DISPLAY '#PGM0139.913I - HISTORICO DE EXECUCOES'     PGM0139
                           ' AINDA NAO CRIADO (SYS135)'                 PGM0139
               WHEN OTHER                                               PGM0139
                   DISPLAY '#PGM0139.913I - ERRO NA ABERTURA'           PGM0139
                           WS-MSG-EHISEXE                               PGM0139
                   DISPLAY '#PGM0139.913I - FILE STATUS = '             PGM0139
                           WS-FS-EHISEXE                                PGM0139
                   MOVE   WS-FS-EHISEXE TO WS-COD-RET                   PGM0139
                   STRING '#PGM0139.913I - ERRO NA ABERTURA DO ARQUIVO 'PGM0139
                          'HISEXE! FILE STATUS = ' WS-FS-EHISEXE        PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
                   PERFORM RTFINALIZA                                   PGM0139
           END-EVALUATE.                                                PGM0139
      *                                                                 PGM0139
       RTVERHISTX.                     EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE CONSISTE O RETORNO DA ORDENACAO                  *PGM0139
      ******************************************************************PGM0139
       RTVERSORT                       SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE   SORT-RETURN          TO WS-SORT-RETORNO.              PGM0139
      *                                                                 PGM0139
           IF SORT-RETURN               EQUAL ZEROS                     PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               MOVE   WS-SORT-RETORNO  TO WS-COD-RET                    PGM0139
               STRING '#PGM0139.901I - ERRO NA ORDENACAO DO ARQUIVO HI' PGM0139
                      'SEXE! SORT-RETURN = ' WS-SORT-RETORNO            PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
               PERFORM RTFINALIZA                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTVERSORTX.                     EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE ABRE O ARQUIVO ORDENADO DE TRABALHO              *PGM0139
      ******************************************************************PGM0139
       RTABRESORT                      SECTION.                         PGM0139
      *                                                                 PGM0139
           OPEN INPUT SSORTHIS.                                         PGM0139
      *                                                                 PGM0139
           IF WS-FS-SSORTHIS           EQUAL ZEROS                      PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               DISPLAY '#PGM0139.903I - ERRO NA ABERTURA'               PGM0139
                       WS-MSG-SSORTHIS                                  PGM0139
               DISPLAY '#PGM0139.903I - FILE STATUS = '                 PGM0139
                       WS-FS-SSORTHIS                                   PGM0139
               MOVE   WS-FS-SSORTHIS   TO WS-COD-RET                    PGM0139
               STRING '#PGM0139.903I - ERRO NA ABERTURA DO ARQUIVO SSO' PGM0139
                      'RTHIS! FILE STATUS = ' WS-FS-SSORTHIS            PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
               PERFORM RTFINALIZA                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTABRESORTX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE LEITURA DO ARQUIVO ORDENADO SSORTHIS. COM FILTRO  *PGM0139
      *    DE PROGRAMA, AS EXECUCOES DOS DEMAIS SAO DESPREZADAS        *PGM0139
      ******************************************************************PGM0139
       RTLESSORTHIS                    SECTION.                         PGM0139
      *                                                                 PGM0139
       RTLESSORTHIS-LE.                                                 PGM0139
      *                                                                 PGM0139
           READ SSORTHIS.                                               PGM0139
      *                                                                 PGM0139
           EVALUATE WS-FS-SSORTHIS                                      PGM0139
               WHEN ZEROS                                               PGM0139
                   ADD 1               TO ACU-CT-LIDOS                  PGM0139
                   IF WS-PGM-FILTRO    NOT EQUAL SPACES                 PGM0139
                      AND FD-HI-PROGRAMA NOT EQUAL WS-PGM-FILTRO        PGM0139
                       GO TO RTLESSORTHIS-LE                            PGM0139
                   END-IF                                               PGM0139
               WHEN '10'                                                PGM0139
                   CONTINUE                                             PGM0139
               WHEN OTHER                                               PGM0139
                   DISPLAY '#PGM0139.904I - ERRO NA LEITURA'            PGM0139
                           WS-MSG-SSORTHIS                              PGM0139
                   DISPLAY '#PGM0139.904I - FILE STATUS = '             PGM0139
                           WS-FS-SSORTHIS                               PGM0139
                   MOVE  WS-FS-SSORTHIS TO WS-COD-RET                   PGM0139
                   STRING '#PGM0139.904I - ERRO NA LEITURA DO ARQUIVO ' PGM0139
                          'SSORTHIS! FILE STATUS = ' WS-FS-SSORTHIS     PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
                   PERFORM RTFINALIZA                                   PGM0139
           END-EVALUATE.                                                PGM0139
      *                                                                 PGM0139
       RTLESSORTHISX.                  EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE TRATA UMA EXECUCAO DO HISTORICO: QUEBRA POR      *PGM0139
      *    PROGRAMA E GUARDA AS 30 MAIS RECENTES DE CADA UM            *PGM0139
      ******************************************************************PGM0139
       RTEXECUCAO                      SECTION.                         PGM0139
      *                                                                 PGM0139
           IF WS-PRIMEIRO-REG                                           PGM0139
               MOVE 'N'                TO WS-SW-PRIMEIRO                PGM0139
               PERFORM RTABREPGM                                        PGM0139
           ELSE                                                         PGM0139
               IF FD-HI-PROGRAMA       NOT EQUAL WS-PGM-ANT             PGM0139
                   PERFORM RTFECHAPGM                                   PGM0139
                   PERFORM RTABREPGM                                    PGM0139
               END-IF                                                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-EXEC-PGM.              PGM0139
      *                                                                 PGM0139
           IF WS-CT-JANELA             NOT LESS WS-MAX-JANELA           PGM0139
               GO TO RTEXECUCAO-LE                                      PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           ADD 1                       TO WS-CT-JANELA.                 PGM0139
      *                                                                 PGM0139
           MOVE FD-HI-DATA-INICIO      TO WS-EX-DATA-INI (WS-CT-JANELA).PGM0139
           MOVE FD-HI-HORA-INICIO      TO WS-EX-HORA-INI (WS-CT-JANELA).PGM0139
           MOVE FD-HI-HORA-FIM         TO WS-EX-HORA-FIM (WS-CT-JANELA).PGM0139
           MOVE FD-HI-SEGUNDOS         TO WS-EX-SEGUNDOS (WS-CT-JANELA).PGM0139
           MOVE FD-HI-MODO             TO WS-EX-MODO (WS-CT-JANELA).    PGM0139
           MOVE FD-HI-OPERADOR         TO WS-EX-OPERADOR (WS-CT-JANELA).PGM0139
           MOVE FD-HI-PASSO            TO WS-EX-PASSO (WS-CT-JANELA).   PGM0139
           MOVE FD-HI-LIDOS            TO WS-EX-LIDOS (WS-CT-JANELA).   PGM0139
           MOVE FD-HI-GRAVADOS         TO WS-EX-GRAVADOS (WS-CT-JANELA).PGM0139
           MOVE FD-HI-REJEITADOS                                        PGM0139
                                  TO WS-EX-REJEITADOS (WS-CT-JANELA).   PGM0139
           MOVE FD-HI-COD-RET          TO WS-EX-COD-RET (WS-CT-JANELA). PGM0139
      *                                                                 PGM0139
      *    VOLUME DA EXECUCAO: O MAIOR ENTRE LIDOS E GRAVADOS           PGM0139
           IF FD-HI-GRAVADOS           GREATER FD-HI-LIDOS              PGM0139
               MOVE FD-HI-GRAVADOS     TO WS-EX-VOLUME (WS-CT-JANELA)   PGM0139
           ELSE                                                         PGM0139
               MOVE FD-HI-LIDOS        TO WS-EX-VOLUME (WS-CT-JANELA)   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTEXECUCAO-LE.                                                   PGM0139
      *                                                                 PGM0139
           PERFORM RTLESSORTHIS.                                        PGM0139
      *                                                                 PGM0139
       RTEXECUCAOX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE ABRE A ANALISE DE UM NOVO PROGRAMA               *PGM0139
      ******************************************************************PGM0139
       RTABREPGM                       SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE FD-HI-PROGRAMA         TO WS-PGM-ANT.                   PGM0139
           MOVE ZEROS                  TO ACU-CT-EXEC-PGM.              PGM0139
           MOVE ZEROS                  TO ACU-CT-FORA-PGM.              PGM0139
           MOVE ZEROS                  TO WS-CT-JANELA.                 PGM0139
           MOVE SPACES                 TO WS-SINAIS-ULTIMA.             PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-PROGRAMAS.             PGM0139
      *                                                                 PGM0139
       RTABREPGMX.                     EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE FECHA A ANALISE DO PROGRAMA: CALCULA AS MEDIAS,  *PGM0139
      *    IMPRIME AS EXECUCOES COM OS SINAIS E O RESUMO DO PROGRAMA   *PGM0139
      ******************************************************************PGM0139
       RTFECHAPGM                      SECTION.                         PGM0139
      *                                                                 PGM0139
           PERFORM RTESTATISTICA.                                       PGM0139
      *                                                                 PGM0139
           MOVE WS-PGM-ANT             TO LPG-PROGRAMA.                 PGM0139
           MOVE ACU-CT-EXEC-PGM        TO LPG-TOTAL.                    PGM0139
           MOVE WS-CT-JANELA           TO LPG-JANELA.                   PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER 49                       PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE LINPGM                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0139
      *                                                                 PGM0139
           ADD 2                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
           MOVE ZEROS                  TO WS-IX-EXEC.                   PGM0139
      *                                                                 PGM0139
           PERFORM RTIMPEXEC           UNTIL WS-IX-EXEC                 PGM0139
                                             NOT LESS WS-CT-JANELA.     PGM0139
      *                                                                 PGM0139
           PERFORM RTIMPRESPGM.                                         PGM0139
      *                                                                 PGM0139
           PERFORM RTGUARDARESUMO.                                      PGM0139
      *                                                                 PGM0139
       RTFECHAPGMX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE CALCULA TEMPO MEDIO E MAXIMO, VOLUME MEDIO E     *PGM0139
      *    REGISTROS POR MINUTO DAS EXECUCOES GUARDADAS DO PROGRAMA    *PGM0139
      ******************************************************************PGM0139
       RTESTATISTICA                   SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE ZEROS                  TO WS-SOMA-SEG.                  PGM0139
           MOVE ZEROS                  TO WS-SOMA-VOL.                  PGM0139
           MOVE ZEROS                  TO WS-MAX-SEG.                   PGM0139
           MOVE ZEROS                  TO WS-IX-EXEC.                   PGM0139
      *                                                                 PGM0139
           PERFORM RTSOMAEXEC          UNTIL WS-IX-EXEC                 PGM0139
                                             NOT LESS WS-CT-JANELA.     PGM0139
      *                                                                 PGM0139
           COMPUTE WS-MEDIA-SEG ROUNDED = WS-SOMA-SEG / WS-CT-JANELA.   PGM0139
           COMPUTE WS-MEDIA-VOL ROUNDED = WS-SOMA-VOL / WS-CT-JANELA.   PGM0139
      *                                                                 PGM0139
      *    DESVIO ADMITIDO EM TORNO DA MEDIA PELO PERCENTUAL INFORMADO  PGM0139
           COMPUTE WS-LIM-SEG = (WS-MEDIA-SEG * WS-PERCENTUAL) / 100.   PGM0139
           COMPUTE WS-LIM-VOL = (WS-MEDIA-VOL * WS-PERCENTUAL) / 100.   PGM0139
      *                                                                 PGM0139
      *    EXECUCOES ABAIXO DE UM SEGUNDO CONTAM COMO UM SEGUNDO        PGM0139
           IF WS-SOMA-SEG              EQUAL ZEROS                      PGM0139
               MOVE 1                  TO WS-DIVISOR                    PGM0139
           ELSE                                                         PGM0139
               MOVE WS-SOMA-SEG        TO WS-DIVISOR                    PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           COMPUTE WS-REG-MIN-PGM = (WS-SOMA-VOL * 60) / WS-DIVISOR.    PGM0139
      *                                                                 PGM0139
       RTESTATISTICAX.                 EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE ACUMULA UMA EXECUCAO GUARDADA                    *PGM0139
      ******************************************************************PGM0139
       RTSOMAEXEC                      SECTION.                         PGM0139
      *                                                                 PGM0139
           ADD 1                       TO WS-IX-EXEC.                   PGM0139
      *                                                                 PGM0139
           ADD WS-EX-SEGUNDOS (WS-IX-EXEC)                              PGM0139
                                       TO WS-SOMA-SEG.                  PGM0139
           ADD WS-EX-VOLUME (WS-IX-EXEC)                                PGM0139
                                       TO WS-SOMA-VOL.                  PGM0139
      *                                                                 PGM0139
           IF WS-EX-SEGUNDOS (WS-IX-EXEC)                               PGM0139
                                       GREATER WS-MAX-SEG               PGM0139
               MOVE WS-EX-SEGUNDOS (WS-IX-EXEC)                         PGM0139
                                       TO WS-MAX-SEG                    PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTSOMAEXECX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE AVALIA E IMPRIME UMA EXECUCAO DO PROGRAMA        *PGM0139
      ******************************************************************PGM0139
       RTIMPEXEC                       SECTION.                         PGM0139
      *                                                                 PGM0139
           ADD 1                       TO WS-IX-EXEC.                   PGM0139
      *                                                                 PGM0139
           PERFORM RTAVALIAEXEC.                                        PGM0139
      *                                                                 PGM0139
           IF WS-SINAIS                NOT EQUAL SPACES                 PGM0139
               ADD 1                   TO ACU-CT-FORA-PGM               PGM0139
               ADD 1                   TO ACU-CT-FORA                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
      *    A PRIMEIRA DO GRUPO E A EXECUCAO MAIS RECENTE DO PROGRAMA    PGM0139
           IF WS-IX-EXEC               EQUAL 1                          PGM0139
               MOVE WS-SINAIS          TO WS-SINAIS-ULTIMA              PGM0139
               IF WS-SINAIS            NOT EQUAL SPACES                 PGM0139
                   ADD 1               TO ACU-CT-ULT-FORA               PGM0139
               END-IF                                                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-DATA-INI (WS-IX-EXEC)                             PGM0139
                                       TO WS-DATA-AUX.                  PGM0139
           MOVE WS-DA-DIA              TO LDT-DIA.                      PGM0139
           MOVE WS-DA-MES              TO LDT-MES.                      PGM0139
           MOVE WS-DA-ANO              TO LDT-ANO.                      PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-HORA-INI (WS-IX-EXEC)                             PGM0139
                                       TO WS-HORA-AUX.                  PGM0139
           MOVE WS-HA-HOR              TO LDT-HOR.                      PGM0139
           MOVE WS-HA-MIN              TO LDT-MIN.                      PGM0139
           MOVE WS-HA-SEG              TO LDT-SEG.                      PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-HORA-FIM (WS-IX-EXEC)                             PGM0139
                                       TO WS-HORA-AUX.                  PGM0139
           MOVE WS-HA-HOR              TO LDT-FHOR.                     PGM0139
           MOVE WS-HA-MIN              TO LDT-FMIN.                     PGM0139
           MOVE WS-HA-SEG              TO LDT-FSEG.                     PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-SEGUNDOS (WS-IX-EXEC)                             PGM0139
                                       TO WS-TD-SEGUNDOS.               PGM0139
           PERFORM RTFMTTEMPO.                                          PGM0139
           MOVE WS-TD-EDITADO          TO LDT-DECORRIDO.                PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-OPERADOR (WS-IX-EXEC)                             PGM0139
                                       TO LDT-OPERADOR.                 PGM0139
      *                                                                 PGM0139
           IF WS-EX-MODO (WS-IX-EXEC)  EQUAL 'L'                        PGM0139
               MOVE WS-EX-PASSO (WS-IX-EXEC)                            PGM0139
                                       TO LDT-PASSO                     PGM0139
           ELSE                                                         PGM0139
               MOVE ZEROS              TO LDT-PASSO                     PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE WS-EX-LIDOS (WS-IX-EXEC)                                PGM0139
                                       TO LDT-LIDOS.                    PGM0139
           MOVE WS-EX-GRAVADOS (WS-IX-EXEC)                             PGM0139
                                       TO LDT-GRAVADOS.                 PGM0139
           MOVE WS-EX-REJEITADOS (WS-IX-EXEC)                           PGM0139
                                       TO LDT-REJEITADOS.               PGM0139
           MOVE WS-EX-COD-RET (WS-IX-EXEC)                              PGM0139
                                       TO LDT-COD-RET.                  PGM0139
           MOVE WS-SINAIS              TO LDT-SINAIS.                   PGM0139
      *                                                                 PGM0139
           IF WS-EX-SEGUNDOS (WS-IX-EXEC)                               PGM0139
                                       EQUAL ZEROS                      PGM0139
               MOVE 1                  TO WS-DIVISOR                    PGM0139
           ELSE                                                         PGM0139
               MOVE WS-EX-SEGUNDOS (WS-IX-EXEC)                         PGM0139
                                       TO WS-DIVISOR                    PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           COMPUTE WS-REG-MIN = (WS-EX-VOLUME (WS-IX-EXEC) * 60)        PGM0139
                              / WS-DIVISOR.                             PGM0139
      *                                                                 PGM0139
           IF WS-REG-MIN               GREATER 999999                   PGM0139
               MOVE 999999             TO WS-REG-MIN                    PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE WS-REG-MIN             TO LDT-REG-MIN.                  PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE LINDET                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPEXECX.                     EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE COMPARA A EXECUCAO COM A MEDIA DO PROGRAMA:      *PGM0139
      *    T+/T- TEMPO ACIMA/ABAIXO E V+/V- VOLUME ACIMA/ABAIXO ALEM   *PGM0139
      *    DO PERCENTUAL. COM MENOS DE 5 EXECUCOES NAO HA SINALIZACAO  *PGM0139
      ******************************************************************PGM0139
       RTAVALIAEXEC                    SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE SPACES                 TO WS-SINAIS.                    PGM0139
      *                                                                 PGM0139
           IF WS-CT-JANELA             LESS WS-MIN-AMOSTRA              PGM0139
               GO TO RTAVALIAEXECX                                      PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           IF WS-EX-SEGUNDOS (WS-IX-EXEC)                               PGM0139
                                       GREATER WS-MEDIA-SEG             PGM0139
               COMPUTE WS-DIFERENCA = WS-EX-SEGUNDOS (WS-IX-EXEC)       PGM0139
                                    - WS-MEDIA-SEG                      PGM0139
               IF WS-DIFERENCA         GREATER WS-LIM-SEG               PGM0139
                  AND WS-DIFERENCA     NOT LESS WS-MIN-DIF-SEG          PGM0139
                   MOVE 'T+'           TO WS-SN-TEMPO                   PGM0139
               END-IF                                                   PGM0139
           ELSE                                                         PGM0139
               COMPUTE WS-DIFERENCA = WS-MEDIA-SEG                      PGM0139
                                    - WS-EX-SEGUNDOS (WS-IX-EXEC)       PGM0139
               IF WS-DIFERENCA         GREATER WS-LIM-SEG               PGM0139
                  AND WS-DIFERENCA     NOT LESS WS-MIN-DIF-SEG          PGM0139
                   MOVE 'T-'           TO WS-SN-TEMPO                   PGM0139
               END-IF                                                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           IF WS-EX-VOLUME (WS-IX-EXEC)                                 PGM0139
                                       GREATER WS-MEDIA-VOL             PGM0139
               COMPUTE WS-DIFERENCA = WS-EX-VOLUME (WS-IX-EXEC)         PGM0139
                                    - WS-MEDIA-VOL                      PGM0139
               IF WS-DIFERENCA         GREATER WS-LIM-VOL               PGM0139
                  AND WS-DIFERENCA     NOT LESS WS-MIN-DIF-VOL          PGM0139
                   MOVE 'V+'           TO WS-SN-VOLUME                  PGM0139
               END-IF                                                   PGM0139
           ELSE                                                         PGM0139
               COMPUTE WS-DIFERENCA = WS-MEDIA-VOL                      PGM0139
                                    - WS-EX-VOLUME (WS-IX-EXEC)         PGM0139
               IF WS-DIFERENCA         GREATER WS-LIM-VOL               PGM0139
                  AND WS-DIFERENCA     NOT LESS WS-MIN-DIF-VOL          PGM0139
                   MOVE 'V-'           TO WS-SN-VOLUME                  PGM0139
               END-IF                                                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTAVALIAEXECX.                  EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME AS LINHAS DE RESUMO DO PROGRAMA          *PGM0139
      ******************************************************************PGM0139
       RTIMPRESPGM                     SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE WS-MEDIA-SEG           TO WS-TD-SEGUNDOS.               PGM0139
           PERFORM RTFMTTEMPO.                                          PGM0139
           MOVE WS-TD-EDITADO          TO LR1-MEDIA.                    PGM0139
      *                                                                 PGM0139
           MOVE WS-MAX-SEG             TO WS-TD-SEGUNDOS.               PGM0139
           PERFORM RTFMTTEMPO.                                          PGM0139
           MOVE WS-TD-EDITADO          TO LR1-MAXIMO.                   PGM0139
      *                                                                 PGM0139
           MOVE WS-MEDIA-VOL           TO LR1-VOLUME.                   PGM0139
      *                                                                 PGM0139
           IF WS-REG-MIN-PGM           GREATER 9999999                  PGM0139
               MOVE 9999999            TO LR2-REG-MIN                   PGM0139
           ELSE                                                         PGM0139
               MOVE WS-REG-MIN-PGM     TO LR2-REG-MIN                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE ACU-CT-FORA-PGM        TO LR2-FORA.                     PGM0139
      *                                                                 PGM0139
           EVALUATE TRUE                                                PGM0139
               WHEN WS-CT-JANELA       LESS WS-MIN-AMOSTRA              PGM0139
                   MOVE WS-AVISO-AMOSTRA                                PGM0139
                                       TO LR2-AVISO                     PGM0139
               WHEN WS-SINAIS-ULTIMA   NOT EQUAL SPACES                 PGM0139
                   MOVE WS-AVISO-ULTIMA                                 PGM0139
                                       TO LR2-AVISO                     PGM0139
               WHEN OTHER                                               PGM0139
                   MOVE SPACES         TO LR2-AVISO                     PGM0139
           END-EVALUATE.                                                PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER 52                       PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE LINRS1                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0139
      *                                                                 PGM0139
           MOVE LINRS2                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           ADD 3                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPRESPGMX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE GUARDA O RESUMO DO PROGRAMA PARA A FOLHA FINAL   *PGM0139
      ******************************************************************PGM0139
       RTGUARDARESUMO                  SECTION.                         PGM0139
      *                                                                 PGM0139
           IF WS-CT-RESUMO             NOT LESS WS-MAX-RESUMO           PGM0139
               DISPLAY '#PGM0139.914I - PROGRAMA ' WS-PGM-ANT           PGM0139
                       ' FORA DA FOLHA DE RESUMO (LIMITE DA TABELA)'    PGM0139
               GO TO RTGUARDARESUMOX                                    PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           ADD 1                       TO WS-CT-RESUMO.                 PGM0139
      *                                                                 PGM0139
           MOVE WS-PGM-ANT             TO WS-RP-PROGRAMA (WS-CT-RESUMO).PGM0139
           MOVE ACU-CT-EXEC-PGM        TO WS-RP-TOTAL (WS-CT-RESUMO).   PGM0139
           MOVE WS-CT-JANELA           TO WS-RP-JANELA (WS-CT-RESUMO).  PGM0139
           MOVE WS-MEDIA-SEG                                            PGM0139
                                  TO WS-RP-MEDIA-SEG (WS-CT-RESUMO).    PGM0139
           MOVE WS-MAX-SEG             TO WS-RP-MAX-SEG (WS-CT-RESUMO). PGM0139
           MOVE WS-MEDIA-VOL                                            PGM0139
                                  TO WS-RP-MEDIA-VOL (WS-CT-RESUMO).    PGM0139
           MOVE WS-REG-MIN-PGM                                          PGM0139
                                  TO WS-RP-REG-MIN (WS-CT-RESUMO).      PGM0139
           MOVE ACU-CT-FORA-PGM        TO WS-RP-FORA (WS-CT-RESUMO).    PGM0139
           MOVE WS-SINAIS-ULTIMA       TO WS-RP-SINAIS (WS-CT-RESUMO).  PGM0139
           MOVE WS-EX-DATA-INI (1)     TO WS-RP-DATA (WS-CT-RESUMO).    PGM0139
           MOVE WS-EX-HORA-INI (1)     TO WS-RP-HORA (WS-CT-RESUMO).    PGM0139
      *                                                                 PGM0139
       RTGUARDARESUMOX.                EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE CONVERTE SEGUNDOS EM HHH:MM:SS PARA IMPRESSAO    *PGM0139
      ******************************************************************PGM0139
       RTFMTTEMPO                      SECTION.                         PGM0139
      *                                                                 PGM0139
           DIVIDE WS-TD-SEGUNDOS       BY 3600                          PGM0139
                                       GIVING WS-TD-HOR                 PGM0139
                                       REMAINDER WS-TD-RESTO.           PGM0139
      *                                                                 PGM0139
           DIVIDE WS-TD-RESTO          BY 60                            PGM0139
                                       GIVING WS-TD-MIN                 PGM0139
                                       REMAINDER WS-TD-SEG.             PGM0139
      *                                                                 PGM0139
       RTFMTTEMPOX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME A LINHA QUANDO NAO HA EXECUCOES          *PGM0139
      ******************************************************************PGM0139
       RTIMPNADA                       SECTION.                         PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER 51                       PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE LINNADA                TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0139
      *                                                                 PGM0139
           ADD 2                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPNADAX.                     EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME A FOLHA DE RESUMO: UMA LINHA POR         *PGM0139
      *    PROGRAMA, TOTAIS E LEGENDA DOS SINAIS                       *PGM0139
      ******************************************************************PGM0139
       RTIMPRESUMO                     SECTION.                         PGM0139
      *                                                                 PGM0139
           SET WS-FASE-RESUMO          TO TRUE.                         PGM0139
      *                                                                 PGM0139
           PERFORM RTMONTACAB.                                          PGM0139
      *                                                                 PGM0139
           MOVE ZEROS                  TO WS-IX-RES.                    PGM0139
      *                                                                 PGM0139
           PERFORM RTIMPLINRES         UNTIL WS-IX-RES                  PGM0139
                                             NOT LESS WS-CT-RESUMO.     PGM0139
      *                                                                 PGM0139
           PERFORM RTIMPTOTAIS.                                         PGM0139
      *                                                                 PGM0139
      *    EXECUCAO MAIS RECENTE FORA DO PADRAO: ALERTA (RETORNO 04)    PGM0139
           IF ACU-CT-ULT-FORA          GREATER ZEROS                    PGM0139
               MOVE ACU-CT-ULT-FORA    TO WS-DISPLAY-QTDE               PGM0139
               DISPLAY '#PGM0139.912I - PROGRAMAS COM A ULTIMA'         PGM0139
                       ' EXECUCAO FORA DO PADRAO = ' WS-DISPLAY-QTDE    PGM0139
               IF WS-COD-RET           EQUAL ZEROS                      PGM0139
                   MOVE '04'           TO WS-COD-RET                    PGM0139
                   STRING '#PGM0139.912I - ' WS-DISPLAY-QTDE            PGM0139
                          ' PROGRAMA(S) COM ULTIMA EXECUCAO FORA DO'    PGM0139
                          ' PADRAO.'                                    PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
               END-IF                                                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTIMPRESUMOX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME A LINHA DE RESUMO DE UM PROGRAMA         *PGM0139
      ******************************************************************PGM0139
       RTIMPLINRES                     SECTION.                         PGM0139
      *                                                                 PGM0139
           ADD 1                       TO WS-IX-RES.                    PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-PROGRAMA (WS-IX-RES)                              PGM0139
                                       TO LRP-PROGRAMA.                 PGM0139
           MOVE WS-RP-TOTAL (WS-IX-RES)                                 PGM0139
                                       TO LRP-TOTAL.                    PGM0139
           MOVE WS-RP-JANELA (WS-IX-RES)                                PGM0139
                                       TO LRP-JANELA.                   PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-MEDIA-SEG (WS-IX-RES)                             PGM0139
                                       TO WS-TD-SEGUNDOS.               PGM0139
           PERFORM RTFMTTEMPO.                                          PGM0139
           MOVE WS-TD-EDITADO          TO LRP-MEDIA.                    PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-MAX-SEG (WS-IX-RES)                               PGM0139
                                       TO WS-TD-SEGUNDOS.               PGM0139
           PERFORM RTFMTTEMPO.                                          PGM0139
           MOVE WS-TD-EDITADO          TO LRP-MAXIMO.                   PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-MEDIA-VOL (WS-IX-RES)                             PGM0139
                                       TO LRP-VOLUME.                   PGM0139
      *                                                                 PGM0139
           IF WS-RP-REG-MIN (WS-IX-RES)                                 PGM0139
                                       GREATER 999999                   PGM0139
               MOVE 999999             TO LRP-REG-MIN                   PGM0139
           ELSE                                                         PGM0139
               MOVE WS-RP-REG-MIN (WS-IX-RES)                           PGM0139
                                       TO LRP-REG-MIN                   PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-FORA (WS-IX-RES) TO LRP-FORA.                     PGM0139
           MOVE WS-RP-SINAIS (WS-IX-RES)                                PGM0139
                                       TO LRP-SINAIS.                   PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-DATA (WS-IX-RES) TO WS-DATA-AUX.                  PGM0139
           MOVE WS-DA-DIA              TO LRP-DIA.                      PGM0139
           MOVE WS-DA-MES              TO LRP-MES.                      PGM0139
           MOVE WS-DA-ANO              TO LRP-ANO.                      PGM0139
      *                                                                 PGM0139
           MOVE WS-RP-HORA (WS-IX-RES) TO WS-HORA-AUX.                  PGM0139
           MOVE WS-HA-HOR              TO LRP-HOR.                      PGM0139
           MOVE WS-HA-MIN              TO LRP-MIN.                      PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER OR EQUAL 55              PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE LINRPG                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPLINRESX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME OS TOTAIS DO RELATORIO E A LEGENDA       *PGM0139
      ******************************************************************PGM0139
       RTIMPTOTAIS                     SECTION.                         PGM0139
      *                                                                 PGM0139
           IF ACU-CT-LINHA             GREATER 45                       PGM0139
               PERFORM RTMONTACAB                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0139
      *                                                                 PGM0139
           ADD 2                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
           MOVE 'EXECUCOES LIDAS NO HISTORICO..............:'           PGM0139
                                       TO LTO-DESCRICAO.                PGM0139
           MOVE ACU-CT-LIDOS           TO LTO-QTDE.                     PGM0139
           PERFORM RTIMPLINTOT.                                         PGM0139
      *                                                                 PGM0139
           MOVE 'PROGRAMAS ANALISADOS......................:'           PGM0139
                                       TO LTO-DESCRICAO.                PGM0139
           MOVE ACU-CT-PROGRAMAS       TO LTO-QTDE.                     PGM0139
           PERFORM RTIMPLINTOT.                                         PGM0139
      *                                                                 PGM0139
           MOVE 'EXECUCOES FORA DO PADRAO..................:'           PGM0139
                                       TO LTO-DESCRICAO.                PGM0139
           MOVE ACU-CT-FORA            TO LTO-QTDE.                     PGM0139
           PERFORM RTIMPLINTOT.                                         PGM0139
      *                                                                 PGM0139
           MOVE 'PROGRAMAS COM A ULTIMA EXECUCAO FORA......:'           PGM0139
                                       TO LTO-DESCRICAO.                PGM0139
           MOVE ACU-CT-ULT-FORA        TO LTO-QTDE.                     PGM0139
           PERFORM RTIMPLINTOT.                                         PGM0139
      *                                                                 PGM0139
           MOVE SPACES                 TO LLE-TEXTO.                    PGM0139
           STRING 'SINAIS: T+/T- TEMPO E V+/V- VOLUME (MAIOR ENTRE LI'  PGM0139
                  'DOS E GRAVADOS) ACIMA/ABAIXO DA MEDIA'               PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO LLE-TEXTO.                  PGM0139
           MOVE LINLEG                 TO FD-REG-RELATO.                PGM0139
           WRITE FD-REG-RELATO         AFTER 2 LINES.                   PGM0139
      *                                                                 PGM0139
           MOVE SPACES                 TO LLE-TEXTO.                    PGM0139
           STRING 'DO PROGRAMA EM MAIS DE ' CB2-PERCENTUAL              PGM0139
                  '% (MINIMO DE 60 SEGUNDOS OU 10 REGISTROS), COM PEL'  PGM0139
                  'O MENOS 5 EXECUCOES'                                 PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO LLE-TEXTO.                  PGM0139
           MOVE LINLEG                 TO FD-REG-RELATO.                PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           ADD 3                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPTOTAISX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE IMPRIME UMA LINHA DE TOTAL                       *PGM0139
      ******************************************************************PGM0139
       RTIMPLINTOT                     SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE LINTOT                 TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTIMPLINTOTX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE MONTAGEM DO CABECALHO. NA FOLHA DE RESUMO OS      *PGM0139
      *    TITULOS DAS COLUNAS SAO OS DA LINHA POR PROGRAMA            *PGM0139
      ******************************************************************PGM0139
       RTMONTACAB                      SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE  WS-DIA                TO CB1-DIA.                      PGM0139
           MOVE  WS-MES                TO CB1-MES.                      PGM0139
           MOVE  WS-ANO                TO CB1-ANO.                      PGM0139
      *                                                                 PGM0139
           ADD 1                       TO ACU-CT-PAGINA.                PGM0139
      *                                                                 PGM0139
           MOVE ACU-CT-PAGINA          TO CB1-PAGINA.                   PGM0139
           MOVE CAB1                   TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           IF ACU-CT-PAGINA            EQUAL 1                          PGM0139
               WRITE FD-REG-RELATO     AFTER 0 LINE                     PGM0139
           ELSE                                                         PGM0139
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE CAB2                   TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           IF WS-FASE-RESUMO                                            PGM0139
               MOVE CAB3R              TO FD-REG-RELATO                 PGM0139
           ELSE                                                         PGM0139
               MOVE CAB3               TO FD-REG-RELATO                 PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           MOVE CAB4                   TO FD-REG-RELATO.                PGM0139
      *                                                                 PGM0139
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0139
      *                                                                 PGM0139
           MOVE 5                      TO ACU-CT-LINHA.                 PGM0139
      *                                                                 PGM0139
       RTMONTACABX.                    EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0139
      ******************************************************************PGM0139
       RTFECHA                         SECTION.                         PGM0139
      *                                                                 PGM0139
           CLOSE SRELATO.                                               PGM0139
      *                                                                 PGM0139
           IF WS-FS-SRELATO            EQUAL ZEROS                      PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               DISPLAY '#PGM0139.905I - ERRO NO FECHAMENTO'             PGM0139
                       WS-MSG-SRELATO                                   PGM0139
               DISPLAY '#PGM0139.905I - FILE STATUS = '                 PGM0139
                       WS-FS-SRELATO                                    PGM0139
               MOVE   WS-FS-SRELATO    TO WS-COD-RET                    PGM0139
               STRING '#PGM0139.905I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0139
                      'RELATO! FILE STATUS = ' WS-FS-SRELATO            PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO WS-MSG                      PGM0139
               PERFORM RTFINALIZA                                       PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTFECHAX.                       EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE ARQUIVA A GERACAO DO RELATORIO NO CATALOGO       *PGM0139
      ******************************************************************PGM0139
       RTARQUIVAREL                    SECTION.                         PGM0139
      *                                                                 PGM0139
           INITIALIZE ARQ-PARM.                                         PGM0139
      *                                                                 PGM0139
           MOVE 'PGM0139'              TO ARQ-PROGRAMA.                 PGM0139
           STRING 'PGM=' CB2-PROGRAMA ';DESVIO=' CB2-PERCENTUAL '%'     PGM0139
                                       DELIMITED BY SIZE                PGM0139
                                       INTO ARQ-FILTRO.                 PGM0139
           MOVE ACU-CT-PAGINA          TO ARQ-PAGINAS.                  PGM0139
      *                                                                 PGM0139
           CALL 'ARQREL.INT'           USING ARQ-PARM.                  PGM0139
      *                                                                 PGM0139
           IF ARQ-COD-RET              EQUAL ZEROS                      PGM0139
               DISPLAY '#PGM0139.911I - RELATORIO ARQUIVADO NA'         PGM0139
                       ' GERACAO ' ARQ-GERACAO                          PGM0139
           ELSE                                                         PGM0139
               DISPLAY '#PGM0139.911I - FALHA NO ARQUIVAMENTO DO'       PGM0139
                       ' RELATORIO. RC = ' ARQ-COD-RET                  PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTARQUIVARELX.                  EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0139
      ******************************************************************PGM0139
       RTCONTABILIZA                   SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0139
      *                                                                 PGM0139
           DISPLAY '#PGM0139.906I - TOTAL DE REGISTROS LIDOS = '        PGM0139
                   WS-DISPLAY-QTDE.                                     PGM0139
      *                                                                 PGM0139
           MOVE ACU-CT-PROGRAMAS       TO WS-DISPLAY-QTDE.              PGM0139
      *                                                                 PGM0139
           DISPLAY '#PGM0139.907I - PROGRAMAS ANALISADOS     = '        PGM0139
                   WS-DISPLAY-QTDE.                                     PGM0139
      *                                                                 PGM0139
           MOVE ACU-CT-FORA            TO WS-DISPLAY-QTDE.              PGM0139
      *                                                                 PGM0139
           DISPLAY '#PGM0139.908I - EXECUCOES FORA DO PADRAO = '        PGM0139
                   WS-DISPLAY-QTDE.                                     PGM0139
      *                                                                 PGM0139
       RTCONTABILIZAX.                 EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0139
      *    (SYS135)                                                    *PGM0139
      ******************************************************************PGM0139
       RTGRAVAHIST                     SECTION.                         PGM0139
      *                                                                 PGM0139
           MOVE 'PGM0139'              TO HIS-PROGRAMA.                 PGM0139
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0139
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0139
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0139
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0139
      *                                                                 PGM0139
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0139
      *                                                                 PGM0139
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0139
               DISPLAY '#PGM0139.915I - FALHA NO REGISTRO DO'           PGM0139
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0139
                       HIS-COD-RET                                      PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
       RTGRAVAHISTX.                   EXIT.                            PGM0139
      *                                                                 PGM0139
      ******************************************************************PGM0139
      *    ROTINA DE FINALIZACAO                                       *PGM0139
      ******************************************************************PGM0139
       RTFINALIZA                      SECTION.                         PGM0139
      *                                                                 PGM0139
           DISPLAY '**************************************************'.PGM0139
      *                                                                 PGM0139
           MOVE '#PGM0139.999I - FIM DO PROCESSAMENTO '                 PGM0139
                                       TO WS-MENSAGEM.                  PGM0139
      *                                                                 PGM0139
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0139
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0139
      *                                                                 PGM0139
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0139
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0139
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0139
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0139
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0139
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0139
      *                                                                 PGM0139
           DISPLAY WS-MENSAGEM                                          PGM0139
                   WS-DATA-DISPLAY.                                     PGM0139
           DISPLAY '**************************************************'.PGM0139
      *                                                                 PGM0139
           PERFORM RTGRAVAHIST.                                         PGM0139
      *                                                                 PGM0139
           MOVE WS-MSG                 TO LK-MSG.                       PGM0139
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0139
      *                                                                 PGM0139
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0139
           IF WS-EXEC-LOTE                                              PGM0139
               CONTINUE                                                 PGM0139
           ELSE                                                         PGM0139
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0139
           END-IF.                                                      PGM0139
      *                                                                 PGM0139
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0139
      *                                                                 PGM0139
           GOBACK.                                                      PGM0139
      *                                                                 PGM0139
       RTFINALIZAX.                    EXIT.                            PGM0139
      ******************************************************************PGM0139
      *    FIM DO PROGRAMA                                             *PGM0139
      ******************************************************************PGM0139
