      ******************************************************************PGM0125
       IDENTIFICATION                  DIVISION.                        PGM0125
      ******************************************************************PGM0125
       PROGRAM-ID. PGM0125.                                             PGM0125
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0125
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0125
       DATE-COMPILED.                                                   PGM0125
      ******************************************************************PGM0125
      *REMARKS.                                                         PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     *#NOME     : PGM0125                                       *PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     *#TIPO     : BATCH                                         *PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     *#FUNCAO   : CARREGAR O DIRETORIO DE CEP (ECADCEP/SYS080)  *PGM0125
      *     *            A PARTIR DO ARQUIVO DE CARGA RECEBIDO DOS     *PGM0125
      *     *            CORREIOS (SYS081)                             *PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0125
      *     *              - CARGA DO DIRETORIO DE CEP, COM EXECUCAO   *PGM0125
      *     *              - EM LOTE PELO LOTE01 (COPY MODEXE)         *PGM0125
      *     *----------------------------------------------------------*PGM0125
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0125
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0125
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0125
      *     *----------------------------------------------------------*PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       ENVIRONMENT                     DIVISION.                        PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       CONFIGURATION                   SECTION.                         PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
       SPECIAL-NAMES.                                                   PGM0125
           DECIMAL-POINT IS COMMA.                                      PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       INPUT-OUTPUT                    SECTION.                         PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
       FILE-CONTROL.                                                    PGM0125
           SELECT SCEPCAR ASSIGN TO SYS081                              PGM0125
                  FILE    STATUS IS WS-FS-SCEPCAR.                      PGM0125
      *                                                                 PGM0125
           SELECT ECADCEP ASSIGN TO SYS080                              PGM0125
                  ORGANIZATION IS INDEXED                               PGM0125
                  ACCESS    MODE IS DYNAMIC                             PGM0125
                  RECORD    KEY IS FD-CP-CEP                            PGM0125
                  FILE    STATUS IS WS-FS-ECADCEP.                      PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       DATA                            DIVISION.                        PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       FILE                            SECTION.                         PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
       FD  SCEPCAR                                                      PGM0125
           BLOCK     CONTAINS 0  RECORDS                                PGM0125
           RECORDING MODE     IS F                                      PGM0125
           LABEL     RECORD   IS STANDARD.                              PGM0125
           COPY CADCEP REPLACING ==FD-REG-CADCEP==       BY             PGM0125
                                 ==FD-REG-CEPCAR==                      PGM0125
                                 ==FD-CP-CEP==           BY             PGM0125
                                 ==FD-CC-CEP==                          PGM0125
                                 ==FD-CP-LOGRADOURO==    BY             PGM0125
                                 ==FD-CC-LOGRADOURO==                   PGM0125
                                 ==FD-CP-BAIRRO==        BY             PGM0125
                                 ==FD-CC-BAIRRO==                       PGM0125
                                 ==FD-CP-CIDADE==        BY             PGM0125
                                 ==FD-CC-CIDADE==                       PGM0125
                                 ==FD-CP-UF==            BY             PGM0125
                                 ==FD-CC-UF==.                          PGM0125
      *                                                                 PGM0125
       FD  ECADCEP                                                      PGM0125
           BLOCK     CONTAINS 0  RECORDS                                PGM0125
           RECORDING MODE     IS F                                      PGM0125
           LABEL     RECORD   IS STANDARD.                              PGM0125
           COPY CADCEP.                                                 PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       WORKING-STORAGE                 SECTION.                         PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       77  FILLER                  PIC     X(32)         VALUE          PGM0125
           'III WORKING-STORAGE SECTION III'.                           PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA DE FILE STATUS                                         *PGM0125
      ******************************************************************PGM0125
       77  WS-FS-SCEPCAR           PIC     X(02)         VALUE ZEROS.   PGM0125
       77  WS-FS-ECADCEP           PIC     X(02)         VALUE ZEROS.   PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA DE CONTADORES                                          *PGM0125
      ******************************************************************PGM0125
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0125
       77  ACU-CT-GRAVADOS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0125
       77  ACU-CT-REJEITADOS       PIC     9(07) COMP-3  VALUE ZEROS.   PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA DE AUXILIARES                                          *PGM0125
      ******************************************************************PGM0125
       01  WS-MSG-SCEPCAR          PIC     X(19)         VALUE          PGM0125
           ' DO ARQUIVO CEPCAR '.                                       PGM0125
       01  WS-MSG-ECADCEP          PIC     X(19)         VALUE          PGM0125
           ' DO ARQUIVO CADCEP '.                                       PGM0125
      *                                                                 PGM0125
       01  WS-DISPLAY-QTDE         PIC     9(07)         VALUE ZEROS.   PGM0125
      *                                                                 PGM0125
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0125
      *                                                                 PGM0125
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0125
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0125
           03  WS-DT-MES-R         PIC     9(02).                       PGM0125
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0125
      *                                                                 PGM0125
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0125
                                                                        PGM0125
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0125
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0125
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0125
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0125
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0125
      *                                                                 PGM0125
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0125
       01  WS-DATA-DISPLAY.                                             PGM0125
           03  WS-DATA-BR.                                              PGM0125
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0125
               05  FILLER          PIC     X             VALUE '/'.     PGM0125
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0125
               05  FILLER          PIC     X             VALUE '/'.     PGM0125
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0125
               05  FILLER          PIC     X             VALUE ' '.     PGM0125
           03  WS-HORA-BR.                                              PGM0125
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0125
               05  FILLER          PIC     X             VALUE ':'.     PGM0125
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0125
               05  FILLER          PIC     X             VALUE ':'.     PGM0125
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0125
      ******************************************************************PGM0125
           COPY MODEXE.                                                 PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0125
      ******************************************************************PGM0125
           COPY HISLNK.                                                 PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       77  FILLER                  PIC     X(32)         VALUE          PGM0125
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    AREA DE LINKAGE                                             *PGM0125
      ******************************************************************PGM0125
           COPY SAIDA.                                                  PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       LINKAGE                         SECTION.                         PGM0125
      ******************************************************************PGM0125
           COPY SAIDAL.                                                 PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
       PROCEDURE                       DIVISION USING LK-MSG            PGM0125
                                                      LK-COD-RET.       PGM0125
      ******************************************************************PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA PRINCIPAL                                            *PGM0125
      ******************************************************************PGM0125
       RTPRINCIPAL                     SECTION.                         PGM0125
      *                                                                 PGM0125
           PERFORM RTINICIALIZA.                                        PGM0125
      *                                                                 PGM0125
           PERFORM RTPROCESSA.                                          PGM0125
      *                                                                 PGM0125
           PERFORM RTFINALIZA.                                          PGM0125
      *                                                                 PGM0125
       RTPRINCIPALX.                   EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA DE INICIALIZACAO                                     *PGM0125
      ******************************************************************PGM0125
       RTINICIALIZA                    SECTION.                         PGM0125
      *                                                                 PGM0125
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0125
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0125
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0125
      *                                                                 PGM0125
           DISPLAY ERASE.                                               PGM0125
      *                                                                 PGM0125
           INITIALIZE ACU-CT-LIDOS                                      PGM0125
                      ACU-CT-GRAVADOS                                   PGM0125
                      ACU-CT-REJEITADOS.                                PGM0125
      *                                                                 PGM0125
           DISPLAY '**************************************************'.PGM0125
      *                                                                 PGM0125
           MOVE '#PGM0125.900I - INICIO DO PROCESSAMENTO '              PGM0125
                                       TO WS-MENSAGEM.                  PGM0125
      *                                                                 PGM0125
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0125
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0125
      *                                                                 PGM0125
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0125
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0125
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0125
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0125
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0125
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0125
      *                                                                 PGM0125
           DISPLAY WS-MENSAGEM                                          PGM0125
                   WS-DATA-DISPLAY.                                     PGM0125
           DISPLAY '**************************************************'.PGM0125
      *                                                                 PGM0125
           MOVE SPACES                 TO WS-MSG.                       PGM0125
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0125
      *                                                                 PGM0125
           OPEN INPUT  SCEPCAR                                          PGM0125
                OUTPUT ECADCEP.                                         PGM0125
      *                                                                 PGM0125
           IF WS-FS-SCEPCAR            EQUAL ZEROS                      PGM0125
               CONTINUE                                                 PGM0125
           ELSE                                                         PGM0125
               DISPLAY '#PGM0125.901I - ERRO NA ABERTURA' WS-MSG-SCEPCARPGM0125
               DISPLAY '#PGM0125.901I - FILE STATUS = '   WS-FS-SCEPCAR PGM0125
               MOVE   WS-FS-SCEPCAR    TO WS-COD-RET                    PGM0125
               STRING '#PGM0125.901I - ERRO NA ABERTURA DO ARQUIVO CEP' PGM0125
                      'CAR! FILE STATUS = ' WS-FS-SCEPCAR               PGM0125
                                       DELIMITED BY SIZE                PGM0125
                                       INTO WS-MSG                      PGM0125
               PERFORM RTFINALIZA                                       PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
           IF WS-FS-ECADCEP            EQUAL ZEROS                      PGM0125
               CONTINUE                                                 PGM0125
           ELSE                                                         PGM0125
               DISPLAY '#PGM0125.902I - ERRO NA ABERTURA' WS-MSG-ECADCEPPGM0125
               DISPLAY '#PGM0125.902I - FILE STATUS = '   WS-FS-ECADCEP PGM0125
               MOVE   WS-FS-ECADCEP    TO WS-COD-RET                    PGM0125
               STRING '#PGM0125.902I - ERRO NA ABERTURA DO ARQUIVO CAD' PGM0125
                      'CEP! FILE STATUS = ' WS-FS-ECADCEP               PGM0125
                                       DELIMITED BY SIZE                PGM0125
                                       INTO WS-MSG                      PGM0125
               PERFORM RTFINALIZA                                       PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
           PERFORM RTLECEPCAR.                                          PGM0125
      *                                                                 PGM0125
           IF WS-FS-SCEPCAR            EQUAL '10'                       PGM0125
               DISPLAY '#PGM0125.903I - ARQUIVO DE CARGA VAZIO'         PGM0125
               MOVE   WS-FS-SCEPCAR    TO WS-COD-RET                    PGM0125
               STRING '#PGM0125.903I - ARQUIVO DE CARGA VAZIO! '        PGM0125
                      'FILE STATUS = ' WS-FS-SCEPCAR                    PGM0125
                                       DELIMITED BY SIZE                PGM0125
                                       INTO WS-MSG                      PGM0125
               PERFORM RTFECHA                                          PGM0125
               PERFORM RTFINALIZA                                       PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
       RTINICIALIZAX.                  EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA DE LEITURA DO ARQUIVO DE CARGA SCEPCAR               *PGM0125
      ******************************************************************PGM0125
       RTLECEPCAR                      SECTION.                         PGM0125
      *                                                                 PGM0125
           READ SCEPCAR.                                                PGM0125
      *                                                                 PGM0125
           EVALUATE WS-FS-SCEPCAR                                       PGM0125
               WHEN ZEROS                                               PGM0125
                   ADD 1               TO ACU-CT-LIDOS                  PGM0125
               WHEN '10'                                                PGM0125
                   CONTINUE                                             PGM0125
               WHEN OTHER                                               PGM0125
                   DISPLAY '#PGM0125.904I - ERRO NA LEITURA'            PGM0125
                           WS-MSG-SCEPCAR                               PGM0125
                   DISPLAY '#PGM0125.904I - FILE STATUS = '             PGM0125
                           WS-FS-SCEPCAR                                PGM0125
                   MOVE  WS-FS-SCEPCAR TO WS-COD-RET                    PGM0125
                   STRING '#PGM0125.904I - ERRO NA LEITURA DO ARQUIVO ' PGM0125
                          'CEPCAR! FILE STATUS = ' WS-FS-SCEPCAR        PGM0125
                                       DELIMITED BY SIZE                PGM0125
                                       INTO WS-MSG                      PGM0125
                   PERFORM RTFECHA                                      PGM0125
                   PERFORM RTFINALIZA                                   PGM0125
           END-EVALUATE.                                                PGM0125
      *                                                                 PGM0125
       RTLECEPCARX.                    EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA DE PROCESSAMENTO                                     *PGM0125
      ******************************************************************PGM0125
       RTPROCESSA                      SECTION.                         PGM0125
      *                                                                 PGM0125
           PERFORM RTGRAVACEP          UNTIL WS-FS-SCEPCAR EQUAL '10'.  PGM0125
      *                                                                 PGM0125
           PERFORM RTFECHA.                                             PGM0125
      *                                                                 PGM0125
           PERFORM RTCONTABILIZA.                                       PGM0125
      *                                                                 PGM0125
       RTPROCESSAX.                    EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA QUE CRITICA E GRAVA UM CEP NO DIRETORIO              *PGM0125
      *    LOGRADOURO E BAIRRO PODEM VIR EM BRANCO (CEP GERAL DE       *PGM0125
      *    CIDADE); CIDADE E UF SAO OBRIGATORIAS                       *PGM0125
      ******************************************************************PGM0125
       RTGRAVACEP                      SECTION.                         PGM0125
      *                                                                 PGM0125
           IF FD-CC-CEP                NOT NUMERIC                      PGM0125
              OR FD-CC-CEP             EQUAL ZEROS                      PGM0125
              OR FD-CC-CIDADE          EQUAL SPACES                     PGM0125
              OR FD-CC-UF              EQUAL SPACES                     PGM0125
               DISPLAY '#PGM0125.905I - REGISTRO DE CARGA INVALIDO.'    PGM0125
                       ' CEP = ' FD-CC-CEP                              PGM0125
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0125
               GO TO RTGRAVACEP-LE                                      PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
           MOVE FD-REG-CEPCAR          TO FD-REG-CADCEP.                PGM0125
      *                                                                 PGM0125
           MOVE ZEROS                  TO WS-FS-ECADCEP.                PGM0125
      *                                                                 PGM0125
           WRITE FD-REG-CADCEP                                          PGM0125
               INVALID KEY                                              PGM0125
                   MOVE '22'           TO WS-FS-ECADCEP                 PGM0125
           END-WRITE.                                                   PGM0125
      *                                                                 PGM0125
           IF WS-FS-ECADCEP            EQUAL ZEROS                      PGM0125
               ADD 1                   TO ACU-CT-GRAVADOS               PGM0125
           ELSE                                                         PGM0125
               DISPLAY '#PGM0125.906I - CEP DUPLICADO NA CARGA.'        PGM0125
                       ' CEP = ' FD-CP-CEP                              PGM0125
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
       RTGRAVACEP-LE.                                                   PGM0125
      *                                                                 PGM0125
           PERFORM RTLECEPCAR.                                          PGM0125
      *                                                                 PGM0125
       RTGRAVACEPX.                    EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0125
      ******************************************************************PGM0125
       RTFECHA                         SECTION.                         PGM0125
      *                                                                 PGM0125
           CLOSE SCEPCAR                                                PGM0125
                 ECADCEP.                                               PGM0125
      *                                                                 PGM0125
           IF WS-FS-ECADCEP            EQUAL ZEROS                      PGM0125
               CONTINUE                                                 PGM0125
           ELSE                                                         PGM0125
               DISPLAY '#PGM0125.907I - ERRO NO FECHAMENTO'             PGM0125
                       WS-MSG-ECADCEP                                   PGM0125
               DISPLAY '#PGM0125.907I - FILE STATUS = '                 PGM0125
                       WS-FS-ECADCEP                                    PGM0125
               MOVE   WS-FS-ECADCEP    TO WS-COD-RET                    PGM0125
               STRING '#PGM0125.907I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0125
                      'CADCEP! FILE STATUS = ' WS-FS-ECADCEP            PGM0125
                                       DELIMITED BY SIZE                PGM0125
                                       INTO WS-MSG                      PGM0125
               PERFORM RTFINALIZA                                       PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
       RTFECHAX.                       EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0125
      ******************************************************************PGM0125
       RTCONTABILIZA                   SECTION.                         PGM0125
      *                                                                 PGM0125
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0125
      *                                                                 PGM0125
           DISPLAY '#PGM0125.908I - TOTAL DE REGISTROS LIDOS = '        PGM0125
                   WS-DISPLAY-QTDE.                                     PGM0125
      *                                                                 PGM0125
           MOVE ACU-CT-GRAVADOS        TO WS-DISPLAY-QTDE.              PGM0125
      *                                                                 PGM0125
           DISPLAY '#PGM0125.909I - TOTAL DE CEPS GRAVADOS = '          PGM0125
                   WS-DISPLAY-QTDE.                                     PGM0125
      *                                                                 PGM0125
           MOVE ACU-CT-REJEITADOS      TO WS-DISPLAY-QTDE.              PGM0125
      *                                                                 PGM0125
           DISPLAY '#PGM0125.910I - TOTAL DE REGISTROS REJEITADOS = '   PGM0125
                   WS-DISPLAY-QTDE.                                     PGM0125
      *                                                                 PGM0125
       RTCONTABILIZAX.                 EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0125
      *    (SYS135)                                                    *PGM0125
      ******************************************************************PGM0125
       RTGRAVAHIST                     SECTION.                         PGM0125
      *                                                                 PGM0125
           MOVE 'PGM0125'              TO HIS-PROGRAMA.                 PGM0125
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0125
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0125
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0125
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0125
      *                                                                 PGM0125
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0125
      *                                                                 PGM0125
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0125
               DISPLAY '#PGM0125.911I - FALHA NO REGISTRO DO'           PGM0125
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0125
                       HIS-COD-RET                                      PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
       RTGRAVAHISTX.                   EXIT.                            PGM0125
      *                                                                 PGM0125
      ******************************************************************PGM0125
      *    ROTINA DE FINALIZACAO                                       *PGM0125
      ******************************************************************PGM0125
       RTFINALIZA                      SECTION.                         PGM0125
      *                                                                 PGM0125
           DISPLAY '**************************************************'.PGM0125
      *                                                                 PGM0125
           MOVE '#PGM0125.999I - FIM DO PROCESSAMENTO '                 PGM0125
                                       TO WS-MENSAGEM.                  PGM0125
      *                                                                 PGM0125
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0125
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0125
      *                                                                 PGM0125
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0125
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0125
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0125
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0125
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0125
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0125
      *                                                                 PGM0125
           DISPLAY WS-MENSAGEM                                          PGM0125
                   WS-DATA-DISPLAY.                                     PGM0125
           DISPLAY '**************************************************'.PGM0125
      *                                                                 PGM0125
           PERFORM RTGRAVAHIST.                                         PGM0125
      *                                                                 PGM0125
           MOVE WS-MSG                 TO LK-MSG.                       PGM0125
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0125
      *                                                                 PGM0125
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0125
           IF WS-EXEC-LOTE                                              PGM0125
               CONTINUE                                                 PGM0125
           ELSE                                                         PGM0125
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0125
           END-IF.                                                      PGM0125
      *                                                                 PGM0125
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0125
      *                                                                 PGM0125
           GOBACK.                                                      PGM0125
      *                                                                 PGM0125
       RTFINALIZAX.                    EXIT.                            PGM0125
      ******************************************************************PGM0125
      *    FIM DO PROGRAMA                                             *PGM0125
      ******************************************************************PGM0125
