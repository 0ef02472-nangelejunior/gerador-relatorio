      ******************************************************************PGM0134
       IDENTIFICATION                  DIVISION.                        PGM0134
      ******************************************************************PGM0134
       PROGRAM-ID. PGM0134.                                             PGM0134
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             PGM0134
       DATE-WRITTEN. 15 OUT 2026.                                       PGM0134
       DATE-COMPILED.                                                   PGM0134
      ******************************************************************PGM0134
      *REMARKS.                                                         PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     *#NOME     : PGM0134                                       *PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     *#TIPO     : BATCH                                         *PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     *#ANALISTA : JOSE L. S. GOMES                              *PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     *#FUNCAO   : CARREGAR A TABELA DE TERRITORIOS DE VENDAS    *PGM0134
      *     *            (ETERRIT/SYS120) A PARTIR DO ARQUIVO DE CARGA *PGM0134
      *     *            MANTIDO PELA EQUIPE COMERCIAL (SYS121)        *PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0134
      *     *              - CARGA DA TABELA DE TERRITORIOS, COM EXECU-*PGM0134
      *     *              - CAO EM LOTE PELO LOTE01 (COPY MODEXE)     *PGM0134
      *     *----------------------------------------------------------*PGM0134
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0134
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0134
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0134
      *     *----------------------------------------------------------*PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       ENVIRONMENT                     DIVISION.                        PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       CONFIGURATION                   SECTION.                         PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
       SPECIAL-NAMES.                                                   PGM0134
           DECIMAL-POINT IS COMMA.                                      PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       INPUT-OUTPUT                    SECTION.                         PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
       FILE-CONTROL.                                                    PGM0134
           SELECT STERCAR ASSIGN TO SYS121                              PGM0134
                  FILE    STATUS IS WS-FS-STERCAR.                      PGM0134
      *                                                                 PGM0134
           SELECT ETERRIT ASSIGN TO SYS120                              PGM0134
                  ORGANIZATION IS INDEXED                               PGM0134
                  ACCESS    MODE IS DYNAMIC                             PGM0134
                  RECORD    KEY IS FD-TR-CODIGO                         PGM0134
                  FILE    STATUS IS WS-FS-ETERRIT.                      PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       DATA                            DIVISION.                        PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       FILE                            SECTION.                         PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
       FD  STERCAR                                                      PGM0134
           BLOCK     CONTAINS 0  RECORDS                                PGM0134
           RECORDING MODE     IS F                                      PGM0134
           LABEL     RECORD   IS STANDARD.                              PGM0134
           COPY CADTER REPLACING ==FD-REG-CADTER==       BY             PGM0134
                                 ==FD-REG-TERCAR==                      PGM0134
                                 ==FD-TR-CODIGO==         BY            PGM0134
                                 ==FD-CT-CODIGO==                       PGM0134
                                 ==FD-TR-TIPO==           BY            PGM0134
                                 ==FD-CT-TIPO==                         PGM0134
                                 ==FD-TR-POR-CEP==        BY            PGM0134
                                 ==FD-CT-POR-CEP==                      PGM0134
                                 ==FD-TR-POR-CIDADE==     BY            PGM0134
                                 ==FD-CT-POR-CIDADE==                   PGM0134
                                 ==FD-TR-POR-UF==         BY            PGM0134
                                 ==FD-CT-POR-UF==                       PGM0134
                                 ==FD-TR-UF==             BY            PGM0134
                                 ==FD-CT-UF==                           PGM0134
                                 ==FD-TR-CIDADE==         BY            PGM0134
                                 ==FD-CT-CIDADE==                       PGM0134
                                 ==FD-TR-CEP-INI==        BY            PGM0134
                                 ==FD-CT-CEP-INI==                      PGM0134
                                 ==FD-TR-CEP-FIM==        BY            PGM0134
                                 ==FD-CT-CEP-FIM==                      PGM0134
                                 ==FD-TR-DESCRICAO==      BY            PGM0134
                                 ==FD-CT-DESCRICAO==                    PGM0134
                                 ==FD-TR-REPRES==         BY            PGM0134
                                 ==FD-CT-REPRES==                       PGM0134
                                 ==FD-TR-NOME-REPRES==    BY            PGM0134
                                 ==FD-CT-NOME-REPRES==.                 PGM0134
      *                                                                 PGM0134
       FD  ETERRIT                                                      PGM0134
           BLOCK     CONTAINS 0  RECORDS                                PGM0134
           RECORDING MODE     IS F                                      PGM0134
           LABEL     RECORD   IS STANDARD.                              PGM0134
           COPY CADTER.                                                 PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       WORKING-STORAGE                 SECTION.                         PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       77  FILLER                  PIC     X(32)         VALUE          PGM0134
           'III WORKING-STORAGE SECTION III'.                           PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA DE FILE STATUS                                         *PGM0134
      ******************************************************************PGM0134
       77  WS-FS-STERCAR           PIC     X(02)         VALUE ZEROS.   PGM0134
       77  WS-FS-ETERRIT           PIC     X(02)         VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA DE CONTADORES                                          *PGM0134
      ******************************************************************PGM0134
       77  ACU-CT-LIDOS            PIC     9(05) COMP-3  VALUE ZEROS.   PGM0134
       77  ACU-CT-GRAVADOS         PIC     9(05) COMP-3  VALUE ZEROS.   PGM0134
       77  ACU-CT-REJEITADOS       PIC     9(05) COMP-3  VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA DE AUXILIARES                                          *PGM0134
      ******************************************************************PGM0134
       01  WS-MSG-STERCAR          PIC     X(19)         VALUE          PGM0134
           ' DO ARQUIVO TERCAR '.                                       PGM0134
       01  WS-MSG-ETERRIT          PIC     X(19)         VALUE          PGM0134
           ' DO ARQUIVO TERRIT '.                                       PGM0134
      *                                                                 PGM0134
       01  WS-MOTIVO-REJEICAO      PIC     X(30)         VALUE SPACES.  PGM0134
      *                                                                 PGM0134
       01  WS-DISPLAY-QTDE         PIC     9(05)         VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
       01  WS-DATA-MAQ-R REDEFINES WS-DATA-MAQ.                         PGM0134
           03  WS-DT-ANO-R         PIC     9(04).                       PGM0134
           03  WS-DT-MES-R         PIC     9(02).                       PGM0134
           03  WS-DT-DIA-R         PIC     9(02).                       PGM0134
      *                                                                 PGM0134
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
       01  WS-HORA-MAQ-R REDEFINES WS-HORA-MAQ.                         PGM0134
           03  WS-HR-HOR-R         PIC     9(02).                       PGM0134
           03  WS-HR-MIN-R         PIC     9(02).                       PGM0134
           03  WS-HR-SEG-R         PIC     9(02).                       PGM0134
           03  WS-HR-MIL-R         PIC     9(02).                       PGM0134
      *                                                                 PGM0134
       01  WS-MENSAGEM             PIC     X(40)         VALUE SPACES.  PGM0134
       01  WS-DATA-DISPLAY.                                             PGM0134
           03  WS-DATA-BR.                                              PGM0134
               05  WS-DIA          PIC     9(02)         VALUE ZEROS.   PGM0134
               05  FILLER          PIC     X             VALUE '/'.     PGM0134
               05  WS-MES          PIC     9(02)         VALUE ZEROS.   PGM0134
               05  FILLER          PIC     X             VALUE '/'.     PGM0134
               05  WS-ANO          PIC     9(04)         VALUE ZEROS.   PGM0134
               05  FILLER          PIC     X             VALUE ' '.     PGM0134
           03  WS-HORA-BR.                                              PGM0134
               05  WS-HORA         PIC     9(02)         VALUE ZEROS.   PGM0134
               05  FILLER          PIC     X             VALUE ':'.     PGM0134
               05  WS-MINUTO       PIC     9(02)         VALUE ZEROS.   PGM0134
               05  FILLER          PIC     X             VALUE ':'.     PGM0134
               05  WS-SEGUNDO      PIC     9(02)         VALUE ZEROS.   PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *PGM0134
      ******************************************************************PGM0134
           COPY MODEXE.                                                 PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0134
      ******************************************************************PGM0134
           COPY HISLNK.                                                 PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       77  FILLER                  PIC     X(32)         VALUE          PGM0134
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    AREA DE LINKAGE                                             *PGM0134
      ******************************************************************PGM0134
           COPY SAIDA.                                                  PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       LINKAGE                         SECTION.                         PGM0134
      ******************************************************************PGM0134
           COPY SAIDAL.                                                 PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
       PROCEDURE                       DIVISION USING LK-MSG            PGM0134
                                                      LK-COD-RET.       PGM0134
      ******************************************************************PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA PRINCIPAL                                            *PGM0134
      ******************************************************************PGM0134
       RTPRINCIPAL                     SECTION.                         PGM0134
      *                                                                 PGM0134
           PERFORM RTINICIALIZA.                                        PGM0134
      *                                                                 PGM0134
           PERFORM RTPROCESSA.                                          PGM0134
      *                                                                 PGM0134
           PERFORM RTFINALIZA.                                          PGM0134
      *                                                                 PGM0134
       RTPRINCIPALX.                   EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA DE INICIALIZACAO                                     *PGM0134
      ******************************************************************PGM0134
       RTINICIALIZA                    SECTION.                         PGM0134
      *                                                                 PGM0134
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0134
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0134
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0134
      *                                                                 PGM0134
           DISPLAY ERASE.                                               PGM0134
      *                                                                 PGM0134
           INITIALIZE ACU-CT-LIDOS                                      PGM0134
                      ACU-CT-GRAVADOS                                   PGM0134
                      ACU-CT-REJEITADOS.                                PGM0134
      *                                                                 PGM0134
           DISPLAY '**************************************************'.PGM0134
      *                                                                 PGM0134
           MOVE '#PGM0134.900I - INICIO DO PROCESSAMENTO '              PGM0134
                                       TO WS-MENSAGEM.                  PGM0134
      *                                                                 PGM0134
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0134
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0134
      *                                                                 PGM0134
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0134
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0134
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0134
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0134
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0134
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0134
      *                                                                 PGM0134
           DISPLAY WS-MENSAGEM                                          PGM0134
                   WS-DATA-DISPLAY.                                     PGM0134
           DISPLAY '**************************************************'.PGM0134
      *                                                                 PGM0134
           MOVE SPACES                 TO WS-MSG.                       PGM0134
           MOVE ZEROS                  TO WS-COD-RET.                   PGM0134
      *                                                                 PGM0134
           OPEN INPUT  STERCAR                                          PGM0134
                OUTPUT ETERRIT.                                         PGM0134
      *                                                                 PGM0134
           IF WS-FS-STERCAR            EQUAL ZEROS                      PGM0134
               CONTINUE                                                 PGM0134
           ELSE                                                         PGM0134
               DISPLAY '#PGM0134.901I - ERRO NA ABERTURA' WS-MSG-STERCARPGM0134
               DISPLAY '#PGM0134.901I - FILE STATUS = '   WS-FS-STERCAR PGM0134
               MOVE   WS-FS-STERCAR    TO WS-COD-RET                    PGM0134
               STRING '#PGM0134.901I - ERRO NA ABERTURA DO ARQUIVO TER' PGM0134
                      'CAR! FILE STATUS = ' WS-FS-STERCAR               PGM0134
                                       DELIMITED BY SIZE                PGM0134
                                       INTO WS-MSG                      PGM0134
               PERFORM RTFINALIZA                                       PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           IF WS-FS-ETERRIT            EQUAL ZEROS                      PGM0134
               CONTINUE                                                 PGM0134
           ELSE                                                         PGM0134
               DISPLAY '#PGM0134.902I - ERRO NA ABERTURA' WS-MSG-ETERRITPGM0134
               DISPLAY '#PGM0134.902I - FILE STATUS = '   WS-FS-ETERRIT PGM0134
               MOVE   WS-FS-ETERRIT    TO WS-COD-RET                    PGM0134
               STRING '#PGM0134.902I - ERRO NA ABERTURA DO ARQUIVO TER' PGM0134
                      'RIT! FILE STATUS = ' WS-FS-ETERRIT               PGM0134
                                       DELIMITED BY SIZE                PGM0134
                                       INTO WS-MSG                      PGM0134
               PERFORM RTFINALIZA                                       PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           PERFORM RTLETERCAR.                                          PGM0134
      *                                                                 PGM0134
           IF WS-FS-STERCAR            EQUAL '10'                       PGM0134
               DISPLAY '#PGM0134.903I - ARQUIVO DE CARGA VAZIO'         PGM0134
               MOVE   WS-FS-STERCAR    TO WS-COD-RET                    PGM0134
               STRING '#PGM0134.903I - ARQUIVO DE CARGA VAZIO! '        PGM0134
                      'FILE STATUS = ' WS-FS-STERCAR                    PGM0134
                                       DELIMITED BY SIZE                PGM0134
                                       INTO WS-MSG                      PGM0134
               PERFORM RTFECHA                                          PGM0134
               PERFORM RTFINALIZA                                       PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
       RTINICIALIZAX.                  EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA DE LEITURA DO ARQUIVO DE CARGA STERCAR               *PGM0134
      ******************************************************************PGM0134
       RTLETERCAR                      SECTION.                         PGM0134
      *                                                                 PGM0134
           READ STERCAR.                                                PGM0134
      *                                                                 PGM0134
           EVALUATE WS-FS-STERCAR                                       PGM0134
               WHEN ZEROS                                               PGM0134
                   ADD 1               TO ACU-CT-LIDOS                  PGM0134
               WHEN '10'                                                PGM0134
                   CONTINUE                                             PGM0134
               WHEN OTHER                                               PGM0134
                   DISPLAY '#PGM0134.904I - ERRO NA LEITURA'            PGM0134
                           WS-MSG-STERCAR                               PGM0134
                   DISPLAY '#PGM0134.904I - FILE STATUS = '             PGM0134
                           WS-FS-STERCAR                                PGM0134
                   MOVE  WS-FS-STERCAR TO WS-COD-RET                    PGM0134
                   STRING '#PGM0134.904I - ERRO NA LEITURA DO ARQUIVO ' PGM0134
                          'TERCAR! FILE STATUS = ' WS-FS-STERCAR        PGM0134
                                       DELIMITED BY SIZE                PGM0134
                                       INTO WS-MSG                      PGM0134
                   PERFORM RTFECHA                                      PGM0134
                   PERFORM RTFINALIZA                                   PGM0134
           END-EVALUATE.                                                PGM0134
      *                                                                 PGM0134
       RTLETERCARX.                    EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA DE PROCESSAMENTO                                     *PGM0134
      ******************************************************************PGM0134
       RTPROCESSA                      SECTION.                         PGM0134
      *                                                                 PGM0134
           PERFORM RTGRAVATERR         UNTIL WS-FS-STERCAR EQUAL '10'.  PGM0134
      *                                                                 PGM0134
           PERFORM RTFECHA.                                             PGM0134
      *                                                                 PGM0134
           PERFORM RTCONTABILIZA.                                       PGM0134
      *                                                                 PGM0134
       RTPROCESSAX.                    EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA QUE CRITICA E GRAVA UM TERRITORIO NA TABELA          *PGM0134
      ******************************************************************PGM0134
       RTGRAVATERR                     SECTION.                         PGM0134
      *                                                                 PGM0134
           PERFORM RTCRITICATERR.                                       PGM0134
      *                                                                 PGM0134
           IF WS-MOTIVO-REJEICAO       NOT EQUAL SPACES                 PGM0134
               DISPLAY '#PGM0134.905I - REGISTRO DE CARGA INVALIDO.'    PGM0134
                       ' TERRITORIO = ' FD-CT-CODIGO                    PGM0134
               DISPLAY '#PGM0134.905I - ' WS-MOTIVO-REJEICAO            PGM0134
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0134
               GO TO RTGRAVATERR-LE                                     PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           MOVE FD-REG-TERCAR          TO FD-REG-CADTER.                PGM0134
      *                                                                 PGM0134
           MOVE ZEROS                  TO WS-FS-ETERRIT.                PGM0134
      *                                                                 PGM0134
           WRITE FD-REG-CADTER                                          PGM0134
               INVALID KEY                                              PGM0134
                   MOVE '22'           TO WS-FS-ETERRIT                 PGM0134
           END-WRITE.                                                   PGM0134
      *                                                                 PGM0134
           IF WS-FS-ETERRIT            EQUAL ZEROS                      PGM0134
               ADD 1                   TO ACU-CT-GRAVADOS               PGM0134
           ELSE                                                         PGM0134
               DISPLAY '#PGM0134.906I - TERRITORIO DUPLICADO NA CARGA.' PGM0134
                       ' TERRITORIO = ' FD-TR-CODIGO                    PGM0134
               ADD 1                   TO ACU-CT-REJEITADOS             PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
       RTGRAVATERR-LE.                                                  PGM0134
      *                                                                 PGM0134
           PERFORM RTLETERCAR.                                          PGM0134
      *                                                                 PGM0134
       RTGRAVATERRX.                   EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA QUE CRITICA O REGISTRO DE CARGA: CODIGO, TIPO E OS   *PGM0134
      *    CAMPOS EXIGIDOS PELO TIPO (FAIXA DE CEP, UF E CIDADE, OU    *PGM0134
      *    SO A UF) E O REPRESENTANTE                                  *PGM0134
      ******************************************************************PGM0134
       RTCRITICATERR                   SECTION.                         PGM0134
      *                                                                 PGM0134
           MOVE SPACES                 TO WS-MOTIVO-REJEICAO.           PGM0134
      *                                                                 PGM0134
           IF FD-CT-CODIGO             NOT NUMERIC                      PGM0134
              OR FD-CT-CODIGO          EQUAL ZEROS                      PGM0134
               MOVE 'CODIGO DO TERRITORIO INVALIDO'                     PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
               GO TO RTCRITICATERRX                                     PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           EVALUATE TRUE                                                PGM0134
               WHEN FD-CT-POR-CEP                                       PGM0134
                   IF FD-CT-CEP-INI    NOT NUMERIC                      PGM0134
                      OR FD-CT-CEP-FIM NOT NUMERIC                      PGM0134
                      OR FD-CT-CEP-INI EQUAL ZEROS                      PGM0134
                      OR FD-CT-CEP-INI GREATER FD-CT-CEP-FIM            PGM0134
                       MOVE 'FAIXA DE CEP INVALIDA'                     PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
                   END-IF                                               PGM0134
               WHEN FD-CT-POR-CIDADE                                    PGM0134
                   IF FD-CT-UF         EQUAL SPACES                     PGM0134
                      OR FD-CT-CIDADE  EQUAL SPACES                     PGM0134
                       MOVE 'UF E CIDADE OBRIGATORIAS'                  PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
                   END-IF                                               PGM0134
               WHEN FD-CT-POR-UF                                        PGM0134
                   IF FD-CT-UF         EQUAL SPACES                     PGM0134
                       MOVE 'UF OBRIGATORIA'                            PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
                   END-IF                                               PGM0134
               WHEN OTHER                                               PGM0134
                   MOVE 'TIPO DEVE SER C, M OU U'                       PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
           END-EVALUATE.                                                PGM0134
      *                                                                 PGM0134
           IF WS-MOTIVO-REJEICAO       NOT EQUAL SPACES                 PGM0134
               GO TO RTCRITICATERRX                                     PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           IF FD-CT-REPRES             NOT NUMERIC                      PGM0134
              OR FD-CT-REPRES          EQUAL ZEROS                      PGM0134
              OR FD-CT-NOME-REPRES     EQUAL SPACES                     PGM0134
               MOVE 'REPRESENTANTE NAO INFORMADO'                       PGM0134
                                       TO WS-MOTIVO-REJEICAO            PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
      *    OS CAMPOS QUE NAO PERTENCEM AO TIPO SAO LIMPOS PARA QUE A    PGM0134
      *    ATRIBUICAO (PGM0135) NAO OS CONSIDERE                        PGM0134
           IF WS-MOTIVO-REJEICAO       EQUAL SPACES                     PGM0134
               EVALUATE TRUE                                            PGM0134
                   WHEN FD-CT-POR-CEP                                   PGM0134
                       MOVE SPACES     TO FD-CT-CIDADE                  PGM0134
                   WHEN FD-CT-POR-CIDADE                                PGM0134
                       MOVE ZEROS      TO FD-CT-CEP-INI                 PGM0134
                                          FD-CT-CEP-FIM                 PGM0134
                   WHEN FD-CT-POR-UF                                    PGM0134
                       MOVE SPACES     TO FD-CT-CIDADE                  PGM0134
                       MOVE ZEROS      TO FD-CT-CEP-INI                 PGM0134
                                          FD-CT-CEP-FIM                 PGM0134
               END-EVALUATE                                             PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
       RTCRITICATERRX.                 EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0134
      ******************************************************************PGM0134
       RTFECHA                         SECTION.                         PGM0134
      *                                                                 PGM0134
           CLOSE STERCAR                                                PGM0134
                 ETERRIT.                                               PGM0134
      *                                                                 PGM0134
           IF WS-FS-ETERRIT            EQUAL ZEROS                      PGM0134
               CONTINUE                                                 PGM0134
           ELSE                                                         PGM0134
               DISPLAY '#PGM0134.907I - ERRO NO FECHAMENTO'             PGM0134
                       WS-MSG-ETERRIT                                   PGM0134
               DISPLAY '#PGM0134.907I - FILE STATUS = '                 PGM0134
                       WS-FS-ETERRIT                                    PGM0134
               MOVE   WS-FS-ETERRIT    TO WS-COD-RET                    PGM0134
               STRING '#PGM0134.907I - ERRO NO FECHAMENTO DO ARQUIVO '  PGM0134
                      'TERRIT! FILE STATUS = ' WS-FS-ETERRIT            PGM0134
                                       DELIMITED BY SIZE                PGM0134
                                       INTO WS-MSG                      PGM0134
               PERFORM RTFINALIZA                                       PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
       RTFECHAX.                       EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA QUE CONTABILIZA OS REGISTROS                         *PGM0134
      ******************************************************************PGM0134
       RTCONTABILIZA                   SECTION.                         PGM0134
      *                                                                 PGM0134
           MOVE ACU-CT-LIDOS           TO WS-DISPLAY-QTDE.              PGM0134
      *                                                                 PGM0134
           DISPLAY '#PGM0134.908I - TOTAL DE REGISTROS LIDOS = '        PGM0134
                   WS-DISPLAY-QTDE.                                     PGM0134
      *                                                                 PGM0134
           MOVE ACU-CT-GRAVADOS        TO WS-DISPLAY-QTDE.              PGM0134
      *                                                                 PGM0134
           DISPLAY '#PGM0134.909I - TOTAL DE TERRITORIOS GRAVADOS = '   PGM0134
                   WS-DISPLAY-QTDE.                                     PGM0134
      *                                                                 PGM0134
           MOVE ACU-CT-REJEITADOS      TO WS-DISPLAY-QTDE.              PGM0134
      *                                                                 PGM0134
           DISPLAY '#PGM0134.910I - TOTAL DE REGISTROS REJEITADOS = '   PGM0134
                   WS-DISPLAY-QTDE.                                     PGM0134
      *                                                                 PGM0134
       RTCONTABILIZAX.                 EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0134
      *    (SYS135)                                                    *PGM0134
      ******************************************************************PGM0134
       RTGRAVAHIST                     SECTION.                         PGM0134
      *                                                                 PGM0134
           MOVE 'PGM0134'              TO HIS-PROGRAMA.                 PGM0134
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0134
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0134
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0134
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0134
      *                                                                 PGM0134
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0134
      *                                                                 PGM0134
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0134
               DISPLAY '#PGM0134.911I - FALHA NO REGISTRO DO'           PGM0134
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0134
                       HIS-COD-RET                                      PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
       RTGRAVAHISTX.                   EXIT.                            PGM0134
      *                                                                 PGM0134
      ******************************************************************PGM0134
      *    ROTINA DE FINALIZACAO                                       *PGM0134
      ******************************************************************PGM0134
       RTFINALIZA                      SECTION.                         PGM0134
      *                                                                 PGM0134
           DISPLAY '**************************************************'.PGM0134
      *                                                                 PGM0134
           MOVE '#PGM0134.999I - FIM DO PROCESSAMENTO '                 PGM0134
                                       TO WS-MENSAGEM.                  PGM0134
      *                                                                 PGM0134
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0134
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0134
      *                                                                 PGM0134
           MOVE WS-DT-ANO-R            TO WS-ANO.                       PGM0134
           MOVE WS-DT-MES-R            TO WS-MES.                       PGM0134
           MOVE WS-DT-DIA-R            TO WS-DIA.                       PGM0134
           MOVE WS-HR-HOR-R            TO WS-HORA.                      PGM0134
           MOVE WS-HR-MIN-R            TO WS-MINUTO.                    PGM0134
           MOVE WS-HR-SEG-R            TO WS-SEGUNDO.                   PGM0134
      *                                                                 PGM0134
           DISPLAY WS-MENSAGEM                                          PGM0134
                   WS-DATA-DISPLAY.                                     PGM0134
           DISPLAY '**************************************************'.PGM0134
      *                                                                 PGM0134
           PERFORM RTGRAVAHIST.                                         PGM0134
      *                                                                 PGM0134
           MOVE WS-MSG                 TO LK-MSG.                       PGM0134
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0134
      *                                                                 PGM0134
      *    EM MODO LOTE NAO HA OPERADOR PARA RESPONDER A PARADA         PGM0134
           IF WS-EXEC-LOTE                                              PGM0134
               CONTINUE                                                 PGM0134
           ELSE                                                         PGM0134
               STOP '<ENTER> PARA CONTINUAR...'                         PGM0134
           END-IF.                                                      PGM0134
      *                                                                 PGM0134
           MOVE ZEROS                  TO RETURN-CODE.                  PGM0134
      *                                                                 PGM0134
           GOBACK.                                                      PGM0134
      *                                                                 PGM0134
       RTFINALIZAX.                    EXIT.                            PGM0134
      ******************************************************************PGM0134
      *    FIM DO PROGRAMA                                             *PGM0134
      ******************************************************************PGM0134
