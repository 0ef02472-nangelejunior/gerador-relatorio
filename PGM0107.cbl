      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0107
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0107
      *     *----------------------------------------------------------*PGM0107
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0107
      *     *              - CLIENTES COM DEVOLUCAO DOS CORREIOS EM    *PGM0107
      *     *              - ABERTO (EDEVOL - SYS118) FICAM FORA DAS   *PGM0107
      *     *              - ETIQUETAS E SAEM NA SECAO "ENDERECOS A    *PGM0107
      *     *              - CONFIRMAR" DA LISTAGEM                    *PGM0107
      *     *----------------------------------------------------------*PGM0107
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0107
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0107
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0107
      *     *----------------------------------------------------------*PGM0107
      ******************************************************************PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *                                                                 PGM0107
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0107
                  FILE     STATUS IS WS-FS-SRELATO.                     PGM0107
      *                                                                 PGM0107
           SELECT EDEVOL   ASSIGN TO SYS118                             PGM0107
                  ORGANIZATION IS INDEXED                               PGM0107
                  ACCESS    MODE IS DYNAMIC                             PGM0107
                  RECORD     KEY IS FD-DV-CHAVE                         PGM0107
                  FILE     STATUS IS WS-FS-EDEVOL.                      PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
       DATA                            DIVISION.                        PGM0107
      *                                                                 PGM0107
       FD  SRELATO.                                                     PGM0107
       01  FD-REG-RELATO           PIC     X(95).                       PGM0107
      *                                                                 PGM0107
       FD  EDEVOL                                                       PGM0107
           BLOCK     CONTAINS 0  RECORDS                                PGM0107
           RECORDING MODE     IS F                                      PGM0107
           LABEL     RECORD   IS STANDARD.                              PGM0107
           COPY CADDEV.                                                 PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
       WORKING-STORAGE                 SECTION.                         PGM0107
       77  WS-FS-SSORTCEP          PIC     X(02)         VALUE ZEROS.   PGM0107
       77  WS-FS-SETIQ             PIC     X(02)         VALUE ZEROS.   PGM0107
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0107
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    AREA DE CONTADORES                                          *PGM0107
       77  ACU-CT-LIDOS            PIC     9(07) COMP-3  VALUE ZEROS.   PGM0107
       77  ACU-CT-SELECIONADOS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0107
       77  ACU-CT-ETIQUETAS        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0107
       77  ACU-CT-CONFIRMAR        PIC     9(07) COMP-3  VALUE ZEROS.   PGM0107
       77  ACU-CT-LINHA            PIC     9(02) COMP-3  VALUE ZEROS.   PGM0107
       77  ACU-CT-PAGINA           PIC     9(06) COMP-3  VALUE ZEROS.   PGM0107
       77  WS-CT-PENDENTES         PIC     9(01) COMP-3  VALUE ZEROS.   PGM0107
      ******************************************************************PGM0107
       01  WS-SW-FILTRO             PIC    X(01)         VALUE 'S'.     PGM0107
           88  WS-FILTRO-OK                              VALUE 'S'.     PGM0107
       01  WS-SW-EDEVOL-ABERTO      PIC    X(01)         VALUE 'N'.     PGM0107
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0107
       01  WS-SW-DEVOL              PIC    X(01)         VALUE 'N'.     PGM0107
           88  WS-DEVOL-ABERTA                           VALUE 'S'.     PGM0107
       01  WS-SW-SECAO              PIC    X(01)         VALUE 'E'.     PGM0107
           88  WS-SECAO-ENDERECOS                        VALUE 'E'.     PGM0107
           88  WS-SECAO-CONFIRMAR                        VALUE 'C'.     PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    TABELA DOS MOTIVOS DE DEVOLUCAO DOS CORREIOS                *PGM0107
      ******************************************************************PGM0107
           COPY MOTDEV.                                                 PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    AREA DE MONTAGEM DAS ETIQUETAS (DUAS POR LINHA)             *PGM0107
           ' DO ARQUIVO ETIQ  '.                                        PGM0107
       01  WS-MSG-SRELATO          PIC     X(18)         VALUE          PGM0107
           ' DO ARQUIVO RELATO'.                                        PGM0107
       01  WS-MSG-EDEVOL           PIC     X(18)         VALUE          PGM0107
           ' DO ARQUIVO DEVOL '.                                        PGM0107
      *                                                                 PGM0107
       01  WS-DISPLAY-LIDOS        PIC     9(07)         VALUE ZEROS.   PGM0107
       01  WS-DISPLAY-ETIQUETAS    PIC     9(07)         VALUE ZEROS.   PGM0107
       01  WS-DISPLAY-CONFIRMAR    PIC     9(07)         VALUE ZEROS.   PGM0107
       01  WS-SORT-RETORNO         PIC     9(02)         VALUE ZEROS.   PGM0107
      *                                                                 PGM0107
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0107
      *                                                                 PGM0107
       01  CAB4.                                                        PGM0107
           05  FILLER              PIC     X(95)         VALUE ALL '-'. PGM0107
      *                                                                 PGM0107
       01  CAB2C.                                                       PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(94)         VALUE          PGM0107
           'ENDERECOS A CONFIRMAR (DEVOLUCAO DOS CORREIOS EM ABERTO)'.  PGM0107
      *                                                                 PGM0107
       01  CAB3C.                                                       PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(10)         VALUE          PGM0107
               'CEP'.                                                   PGM0107
           05  FILLER              PIC     X(25)         VALUE          PGM0107
               'NOME DO CLIENTE'.                                       PGM0107
           05  FILLER              PIC     X(27)         VALUE          PGM0107
               'RUA'.                                                   PGM0107
           05  FILLER              PIC     X(11)         VALUE          PGM0107
               'DEVOLUCAO'.                                             PGM0107
           05  FILLER              PIC     X(21)         VALUE          PGM0107
               'MOTIVO'.                                                PGM0107
      *                                                                 PGM0107
       01  LINDEF1.                                                     PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LD1-CIDADE          PIC     X(15)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LD1-ESTADO          PIC     X(02)         VALUE SPACES.  PGM0107
      *                                                                 PGM0107
       01  LINCONF.                                                     PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-CEP             PIC     9(09)         VALUE ZEROS.   PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-NOME            PIC     X(24)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-RUA             PIC     X(20)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-NUMERO          PIC     X(05)         VALUE SPACES.  PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-DIA             PIC     9(02)         VALUE ZEROS.   PGM0107
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0107
           05  LCF-MES             PIC     9(02)         VALUE ZEROS.   PGM0107
           05  FILLER              PIC     X(01)         VALUE '/'.     PGM0107
           05  LCF-ANO             PIC     9(04)         VALUE ZEROS.   PGM0107
           05  FILLER              PIC     X(01)         VALUE SPACES.  PGM0107
           05  LCF-MOTIVO          PIC     X(21)         VALUE SPACES.  PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS        *  PGM0107
      ******************************************************************PGM0107
           COPY MODEXE.                                                 PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0107
      ******************************************************************PGM0107
           COPY HISLNK.                                                 PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
       77  FILLER                  PIC     X(32)         VALUE          PGM0107
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0107
      *    ROTINA DE INICIALIZACAO                                     *PGM0107
      ******************************************************************PGM0107
       RTINICIALIZA                    SECTION.                         PGM0107
      *                                                                 PGM0107
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0107
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0107
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0107
      *                                                                 PGM0107
           DISPLAY ERASE.                                               PGM0107
      *                                                                 PGM0107
           INITIALIZE ACU-CT-LIDOS                                      PGM0107
                      ACU-CT-SELECIONADOS                               PGM0107
                      ACU-CT-ETIQUETAS                                  PGM0107
                      ACU-CT-CONFIRMAR                                  PGM0107
                      ACU-CT-LINHA                                      PGM0107
                      ACU-CT-PAGINA                                     PGM0107
                      WS-CT-PENDENTES                                   PGM0107
                      LINETQ.                                           PGM0107
      *                                                                 PGM0107
           MOVE SPACES                 TO WS-TB-ETIQUETAS.              PGM0107
      *                                                                 PGM0107
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS DO CENTRAL01       PGM0107
           MOVE 'N'                    TO WS-SW-EDEVOL-ABERTO.          PGM0107
           SET WS-SECAO-ENDERECOS      TO TRUE.                         PGM0107
      *                                                                 PGM0107
           DISPLAY '**************************************************'.PGM0107
      *                                                                 PGM0107
                                       INTO WS-MSG                      PGM0107
               PERFORM RTFINALIZA                                       PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           PERFORM RTABREDEVOL.                                         PGM0107
      *                                                                 PGM0107
           PERFORM RTLESSORTADO.                                        PGM0107
      *                                                                 PGM0107
       RTINICIALIZAX.                  EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA DE ABERTURA DO CADASTRO DE DEVOLUCOES (SYS118). SEM  *PGM0107
      *    O CADASTRO NAO HA DEVOLUCOES EM ABERTO A SEPARAR            *PGM0107
      ******************************************************************PGM0107
       RTABREDEVOL                     SECTION.                         PGM0107
      *                                                                 PGM0107
           OPEN INPUT  EDEVOL.                                          PGM0107
      *                                                                 PGM0107
           EVALUATE WS-FS-EDEVOL                                        PGM0107
               WHEN ZEROS                                               PGM0107
                   SET WS-EDEVOL-ABERTO                                 PGM0107
                                       TO TRUE                          PGM0107
               WHEN '35'                                                PGM0107
                   DISPLAY '#PGM0107.915I - CADASTRO DE DEVOLUCOES'     PGM0107
                           ' INEXISTENTE'                               PGM0107
               WHEN OTHER                                               PGM0107
                   DISPLAY '#PGM0107.914I - ERRO NA ABERTURA'           PGM0107
                           WS-MSG-EDEVOL                                PGM0107
                   DISPLAY '#PGM0107.914I - FILE STATUS = '             PGM0107
                           WS-FS-EDEVOL                                 PGM0107
                   MOVE   WS-FS-EDEVOL TO WS-COD-RET                    PGM0107
                   STRING '#PGM0107.914I - ERRO NA ABERTURA DO ARQUIV'  PGM0107
                          'O DEVOL! FILE STATUS = ' WS-FS-EDEVOL        PGM0107
                                       DELIMITED BY SIZE                PGM0107
                                       INTO WS-MSG                      PGM0107
                   PERFORM RTFECHA                                      PGM0107
                   PERFORM RTFINALIZA                                   PGM0107
           END-EVALUATE.                                                PGM0107
      *                                                                 PGM0107
       RTABREDEVOLX.                   EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE ORDENA O CADASTRO DE CLIENTES POR CEP            *PGM0107
      ******************************************************************PGM0107
       RTORDENAR                       SECTION.                         PGM0107
           IF WS-CT-PENDENTES          GREATER ZEROS                    PGM0107
               PERFORM RTIMPETIQ                                        PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           IF ACU-CT-CONFIRMAR         GREATER ZEROS                    PGM0107
               PERFORM RTLISTACONFIRMAR                                 PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           PERFORM RTFECHA.                                             PGM0107
      *                                                                 PGM0107
      *                                                                 PGM0107
           IF WS-FILTRO-OK                                              PGM0107
               ADD 1                   TO ACU-CT-SELECIONADOS           PGM0107
               PERFORM RTVERIFICADEVOL                                  PGM0107
               IF WS-DEVOL-ABERTA                                       PGM0107
                   ADD 1               TO ACU-CT-CONFIRMAR              PGM0107
               ELSE                                                     PGM0107
                   PERFORM RTIMPREL                                     PGM0107
                   PERFORM RTMONTAETIQ                                  PGM0107
               END-IF                                                   PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           PERFORM RTLESSORTADO.                                        PGM0107
       RTVERIFICAFILTROX.              EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE PROCURA DEVOLUCAO EM ABERTO PARA O CLIENTE       *PGM0107
      ******************************************************************PGM0107
       RTVERIFICADEVOL                 SECTION.                         PGM0107
      *                                                                 PGM0107
           MOVE 'N'                    TO WS-SW-DEVOL.                  PGM0107
      *                                                                 PGM0107
           IF WS-EDEVOL-ABERTO                                          PGM0107
               CONTINUE                                                 PGM0107
           ELSE                                                         PGM0107
               GO TO RTVERIFICADEVOLX                                   PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           MOVE FD-RS-CODIGO           TO FD-DV-CODIGO.                 PGM0107
           MOVE ZEROS                  TO FD-DV-DATA                    PGM0107
                                          WS-FS-EDEVOL.                 PGM0107
      *                                                                 PGM0107
           START EDEVOL KEY NOT LESS FD-DV-CHAVE                        PGM0107
               INVALID KEY                                              PGM0107
                   MOVE '23'           TO WS-FS-EDEVOL                  PGM0107
           END-START.                                                   PGM0107
      *                                                                 PGM0107
           PERFORM RTVERIFICADEVOL-LE  UNTIL WS-DEVOL-ABERTA            PGM0107
                                       OR WS-FS-EDEVOL NOT EQUAL ZEROS. PGM0107
      *                                                                 PGM0107
       RTVERIFICADEVOLX.               EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE LE AS DEVOLUCOES DO CLIENTE ATE ACHAR UMA ABERTA *PGM0107
      ******************************************************************PGM0107
       RTVERIFICADEVOL-LE              SECTION.                         PGM0107
      *                                                                 PGM0107
           READ EDEVOL NEXT                                             PGM0107
               AT END                                                   PGM0107
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0107
           END-READ.                                                    PGM0107
      *                                                                 PGM0107
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0107
               GO TO RTVERIFICADEVOL-LEX                                PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           IF FD-DV-CODIGO             NOT EQUAL FD-RS-CODIGO           PGM0107
               MOVE '23'               TO WS-FS-EDEVOL                  PGM0107
               GO TO RTVERIFICADEVOL-LEX                                PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           IF FD-DV-ABERTA                                              PGM0107
               SET WS-DEVOL-ABERTA     TO TRUE                          PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
       RTVERIFICADEVOL-LEX.            EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA DE IMPRESSAO DA LISTAGEM DE ENDERECOS                *PGM0107
      ******************************************************************PGM0107
       RTIMPREL                        SECTION.                         PGM0107
               WRITE FD-REG-RELATO     AFTER PAGE                       PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           IF WS-SECAO-CONFIRMAR                                        PGM0107
               MOVE CAB2C              TO FD-REG-RELATO                 PGM0107
           ELSE                                                         PGM0107
               MOVE CAB2               TO FD-REG-RELATO                 PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0107
      *                                                                 PGM0107
           IF WS-SECAO-CONFIRMAR                                        PGM0107
               MOVE CAB3C              TO FD-REG-RELATO                 PGM0107
           ELSE                                                         PGM0107
               MOVE CAB3               TO FD-REG-RELATO                 PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0107
      *                                                                 PGM0107
       RTIMPETIQ-LINHAX.               EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE RELE O ARQUIVO ORDENADO E LISTA, EM PAGINA       *PGM0107
      *    PROPRIA, OS ENDERECOS A CONFIRMAR (FORA DAS ETIQUETAS)      *PGM0107
      ******************************************************************PGM0107
       RTLISTACONFIRMAR                SECTION.                         PGM0107
      *                                                                 PGM0107
           CLOSE SSORTCEP.                                              PGM0107
      *                                                                 PGM0107
           OPEN INPUT  SSORTCEP.                                        PGM0107
      *                                                                 PGM0107
           IF WS-FS-SSORTCEP           EQUAL ZEROS                      PGM0107
               CONTINUE                                                 PGM0107
           ELSE                                                         PGM0107
               DISPLAY '#PGM0107.916I - ERRO NA REABERTURA'             PGM0107
                       WS-MSG-SSORTCEP                                  PGM0107
               DISPLAY '#PGM0107.916I - FILE STATUS = '                 PGM0107
                       WS-FS-SSORTCEP                                   PGM0107
               MOVE   WS-FS-SSORTCEP   TO WS-COD-RET                    PGM0107
               STRING '#PGM0107.916I - ERRO NA REABERTURA DO ARQUIVO '  PGM0107
                      'SSORTCEP! FILE STATUS = ' WS-FS-SSORTCEP         PGM0107
                                       DELIMITED BY SIZE                PGM0107
                                       INTO WS-MSG                      PGM0107
      *    O SSORTCEP JA ESTA FECHADO: FECHA SO AS SAIDAS               PGM0107
               CLOSE SETIQ                                              PGM0107
                     SRELATO                                            PGM0107
               PERFORM RTFINALIZA                                       PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           SET WS-SECAO-CONFIRMAR      TO TRUE.                         PGM0107
      *                                                                 PGM0107
           PERFORM RTMONTACAB.                                          PGM0107
      *                                                                 PGM0107
           PERFORM RTLECONFIRMAR.                                       PGM0107
      *                                                                 PGM0107
           PERFORM RTCONFIRMAR-REG     UNTIL WS-FS-SSORTCEP EQUAL '10'. PGM0107
      *                                                                 PGM0107
       RTLISTACONFIRMARX.              EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA DE RELEITURA DO ARQUIVO ORDENADO SSORTCEP            *PGM0107
      ******************************************************************PGM0107
       RTLECONFIRMAR                   SECTION.                         PGM0107
      *                                                                 PGM0107
           READ SSORTCEP.                                               PGM0107
      *                                                                 PGM0107
           EVALUATE WS-FS-SSORTCEP                                      PGM0107
               WHEN ZEROS                                               PGM0107
                   CONTINUE                                             PGM0107
               WHEN '10'                                                PGM0107
                   CONTINUE                                             PGM0107
               WHEN OTHER                                               PGM0107
                   DISPLAY '#PGM0107.906I - ERRO NA LEITURA'            PGM0107
                           WS-MSG-SSORTCEP                              PGM0107
                   DISPLAY '#PGM0107.906I - FILE STATUS = '             PGM0107
                           WS-FS-SSORTCEP                               PGM0107
                   MOVE  WS-FS-SSORTCEP TO WS-COD-RET                   PGM0107
                   STRING '#PGM0107.906I - ERRO NA LEITURA DO ARQUIVO ' PGM0107
                          'SSORTCEP! FILE STATUS = ' WS-FS-SSORTCEP     PGM0107
                                       DELIMITED BY SIZE                PGM0107
                                       INTO WS-MSG                      PGM0107
                   PERFORM RTFECHA                                      PGM0107
                   PERFORM RTFINALIZA                                   PGM0107
           END-EVALUATE.                                                PGM0107
      *                                                                 PGM0107
       RTLECONFIRMARX.                 EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE IMPRIME O CLIENTE SELECIONADO SE TIVER DEVOLUCAO *PGM0107
      *    EM ABERTO, COM A DATA E O MOTIVO DA DEVOLUCAO               *PGM0107
      ******************************************************************PGM0107
       RTCONFIRMAR-REG                 SECTION.                         PGM0107
      *                                                                 PGM0107
           PERFORM RTVERIFICAFILTRO.                                    PGM0107
      *                                                                 PGM0107
           IF WS-FILTRO-OK                                              PGM0107
               PERFORM RTVERIFICADEVOL                                  PGM0107
           ELSE                                                         PGM0107
               MOVE 'N'                TO WS-SW-DEVOL                   PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           IF WS-DEVOL-ABERTA                                           PGM0107
               IF ACU-CT-LINHA         EQUAL 55                         PGM0107
                   PERFORM RTMONTACAB                                   PGM0107
               END-IF                                                   PGM0107
               MOVE FD-RS-CEP          TO LCF-CEP                       PGM0107
               MOVE FD-RS-NOME         TO LCF-NOME                      PGM0107
               MOVE FD-RS-RUA          TO LCF-RUA                       PGM0107
               MOVE FD-RS-NUMERO       TO LCF-NUMERO                    PGM0107
               MOVE FD-DV-DATA (7:2)   TO LCF-DIA                       PGM0107
               MOVE FD-DV-DATA (5:2)   TO LCF-MES                       PGM0107
               MOVE FD-DV-DATA (1:4)   TO LCF-ANO                       PGM0107
               MOVE SPACES             TO LCF-MOTIVO                    PGM0107
               IF FD-DV-MOTIVO         NOT LESS 1                       PGM0107
                  AND FD-DV-MOTIVO     NOT GREATER WS-CT-MOTIVOS-DEV    PGM0107
                   MOVE WS-MOTIVO-DEV (FD-DV-MOTIVO)                    PGM0107
                                       TO LCF-MOTIVO                    PGM0107
               END-IF                                                   PGM0107
               MOVE LINCONF            TO FD-REG-RELATO                 PGM0107
               WRITE FD-REG-RELATO     AFTER 1 LINE                     PGM0107
               ADD 1                   TO ACU-CT-LINHA                  PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           PERFORM RTLECONFIRMAR.                                       PGM0107
      *                                                                 PGM0107
       RTCONFIRMAR-REGX.               EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA DE FECHAMENTO DOS ARQUIVOS                           *PGM0107
      ******************************************************************PGM0107
       RTFECHA                         SECTION.                         PGM0107
      *                                                                 PGM0107
           DISPLAY '#PGM0107.911I - TOTAL DE ETIQUETAS GERADAS = '      PGM0107
                   WS-DISPLAY-ETIQUETAS.                                PGM0107
      *                                                                 PGM0107
           MOVE ACU-CT-CONFIRMAR       TO WS-DISPLAY-CONFIRMAR.         PGM0107
      *                                                                 PGM0107
           DISPLAY '#PGM0107.913I - ENDERECOS A CONFIRMAR = '           PGM0107
                   WS-DISPLAY-CONFIRMAR.                                PGM0107
      *                                                                 PGM0107
       RTCONTABILIZAX.                 EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0107
      *    (SYS135)                                                    *PGM0107
      ******************************************************************PGM0107
       RTGRAVAHIST                     SECTION.                         PGM0107
      *                                                                 PGM0107
           MOVE 'PGM0107'              TO HIS-PROGRAMA.                 PGM0107
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0107
           MOVE ACU-CT-ETIQUETAS       TO HIS-GRAVADOS.                 PGM0107
           MOVE ACU-CT-CONFIRMAR       TO HIS-REJEITADOS.               PGM0107
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0107
      *                                                                 PGM0107
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0107
      *                                                                 PGM0107
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0107
               DISPLAY '#PGM0107.917I - FALHA NO REGISTRO DO'           PGM0107
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0107
                       HIS-COD-RET                                      PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
       RTGRAVAHISTX.                   EXIT.                            PGM0107
      *                                                                 PGM0107
      ******************************************************************PGM0107
      *    ROTINA DE FINALIZACAO                                       *PGM0107
      ******************************************************************PGM0107
       RTFINALIZA                      SECTION.                         PGM0107
      *                                                                 PGM0107
           IF WS-EDEVOL-ABERTO                                          PGM0107
               CLOSE EDEVOL                                             PGM0107
               MOVE   'N'              TO WS-SW-EDEVOL-ABERTO           PGM0107
           END-IF.                                                      PGM0107
      *                                                                 PGM0107
           DISPLAY '**************************************************'.PGM0107
      *                                                                 PGM0107
           DISPLAY WS-MENSAGEM                                          PGM0107
                   WS-DATA-DISPLAY.                                     PGM0107
           DISPLAY '**************************************************'.PGM0107
      *                                                                 PGM0107
           PERFORM RTGRAVAHIST.                                         PGM0107
      *                                                                 PGM0107
           MOVE WS-MSG                 TO LK-MSG.                       PGM0107
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0107
