      *     *              - DATAS DE CADASTRO E DE ULTIMA MANUTENCAO  *PGM0105
      *     *              - (FD-RC-DT-CADASTRO/FD-RC-DT-ULT-MANUT)    *PGM0105
      *     *----------------------------------------------------------*PGM0105
      *     * VERSAO 08    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0105
      *     *              - ALTERACAO DE ENDERECO PROMOVIDA AO SYS010 *PGM0105
      *     *              - ENCERRA A DEVOLUCAO DOS CORREIOS EM       *PGM0105
      *     *              - ABERTO DO CLIENTE (EDEVOL - SYS118)       *PGM0105
      *     *----------------------------------------------------------*PGM0105
      *     * VERSAO 09    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0105
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0105
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0105
      *     *----------------------------------------------------------*PGM0105
      ******************************************************************PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *                                                                 PGM0105
           SELECT SCTLMOV ASSIGN TO SYS079                              PGM0105
                  FILE    STATUS IS WS-FS-SCTLMOV.                      PGM0105
      *                                                                 PGM0105
           SELECT EDEVOL  ASSIGN TO SYS118                              PGM0105
                  ORGANIZATION IS INDEXED                               PGM0105
                  ACCESS    MODE IS DYNAMIC                             PGM0105
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0105
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
       DATA                            DIVISION.                        PGM0105
               88  FD-CM-PROMOCAO-PENDENTE       VALUE 'P'.             PGM0105
           03  FD-CM-JRN-EVENTOS   PIC     9(07).                       PGM0105
           03  FILLER              PIC     X(28).                       PGM0105
      *                                                                 PGM0105
       FD  EDEVOL                                                       PGM0105
           BLOCK     CONTAINS 0  RECORDS                                PGM0105
           RECORDING MODE     IS F                                      PGM0105
           LABEL     RECORD   IS STANDARD.                              PGM0105
           COPY CADDEV.                                                 PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
       WORKING-STORAGE                 SECTION.                         PGM0105
           88  WS-ECADTRB-ABERTO                         VALUE 'S'.     PGM0105
       77  WS-SW-SJRNTRB-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0105
           88  WS-SJRNTRB-ABERTO                         VALUE 'S'.     PGM0105
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0105
       77  WS-SW-EDEVOL-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0105
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0105
       77  ACU-CT-DEV-FECHADAS     PIC     9(07) COMP-3  VALUE ZEROS.   PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    AREA DO JOURNAL DE ATUALIZACOES (SYS070)                     PGM0105
      *                                                                 PGM0105
       01  WS-DISPLAY-LIDOS        PIC     9(07)         VALUE ZEROS.   PGM0105
       01  WS-DISPLAY-REJEITADOS   PIC     9(07)         VALUE ZEROS.   PGM0105
       01  WS-DISPLAY-DEVOLUCOES   PIC     9(07)         VALUE ZEROS.   PGM0105
      *                                                                 PGM0105
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
           COPY MODEXE.                                                 PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0105
      ******************************************************************PGM0105
           COPY HISLNK.                                                 PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
       77  FILLER                  PIC     X(32)         VALUE          PGM0105
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0105
      *    ROTINA DE INICIALIZACAO                                     *PGM0105
      ******************************************************************PGM0105
       RTINICIALIZA                    SECTION.                         PGM0105
      *                                                                 PGM0105
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0105
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0105
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0105
      *                                                                 PGM0105
           DISPLAY ERASE.                                               PGM0105
      *                                                                 PGM0105
                      WS-CTL-SEQ-GER                                    PGM0105
                      WS-CTL-DATA-GER                                   PGM0105
                      WS-CTL-QTDE                                       PGM0105
                      WS-CTL-JRN-EVENTOS                                PGM0105
                      ACU-CT-DEV-FECHADAS.                              PGM0105
      *                                                                 PGM0105
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS: AS CHAVES DO      PGM0105
      *    CONTROLE DE GERACOES E DA RETOMADA DE PROMOCAO PRECISAM      PGM0105
           MOVE 'N'                    TO WS-SW-CTL.                    PGM0105
           MOVE 'N'                    TO WS-SW-RETOMADA.               PGM0105
           MOVE 'N'                    TO WS-SW-LOTE-TRL.               PGM0105
           MOVE 'N'                    TO WS-SW-EDEVOL-ABERTO.          PGM0105
      *                                                                 PGM0105
           DISPLAY '**************************************************'.PGM0105
      *                                                                 PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
           PERFORM RTLECONTROLE.                                        PGM0105
      *                                                                 PGM0105
           PERFORM RTABREDEVOL.                                         PGM0105
      *                                                                 PGM0105
      *    UMA PROMOCAO INTERROMPIDA TEM PRIORIDADE SOBRE UM NOVO       PGM0105
      *    MOVIMENTO: RETOMA A REGRAVACAO A PARTIR DO SYS077/SYS078     PGM0105
       RTINICIALIZAX.                  EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE ABRE O CADASTRO DE DEVOLUCOES (SYS118). SEM ELE  *PGM0105
      *    (35) NAO HA DEVOLUCAO A ENCERRAR; OUTRA FALHA SO E AVISADA, *PGM0105
      *    POIS NAO IMPEDE A APLICACAO DO MOVIMENTO                    *PGM0105
      ******************************************************************PGM0105
       RTABREDEVOL                     SECTION.                         PGM0105
      *                                                                 PGM0105
           OPEN I-O    EDEVOL.                                          PGM0105
      *                                                                 PGM0105
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0105
               SET WS-EDEVOL-ABERTO    TO TRUE                          PGM0105
           ELSE                                                         PGM0105
               IF WS-FS-EDEVOL         NOT EQUAL '35'                   PGM0105
                   DISPLAY '#PGM0105.932I - CADASTRO DE DEVOLUCOES'     PGM0105
                           ' INDISPONIVEL. FILE STATUS = ' WS-FS-EDEVOL PGM0105
                   DISPLAY '#PGM0105.932I - DEVOLUCOES NAO SERAO'       PGM0105
                           ' ENCERRADAS NESTA EXECUCAO.'                PGM0105
               END-IF                                                   PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
       RTABREDEVOLX.                   EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE ABRE O JOURNAL DE ATUALIZACOES (SYS070). SEM O   *PGM0105
      *    JOURNAL DISPONIVEL A APLICACAO DO MOVIMENTO NAO E PERMITIDA *PGM0105
      ******************************************************************PGM0105
       RTRETOMAJRNREG                  SECTION.                         PGM0105
      *                                                                 PGM0105
           ADD 1                       TO ACU-CT-JRNTRB.                PGM0105
      *                                                                 PGM0105
      *    O ENCERRAMENTO E REPETIVEL: REFAZ-SE PARA TODOS OS EVENTOS,  PGM0105
      *    INCLUSIVE OS JA GRAVADOS ANTES DA QUEDA                      PGM0105
           PERFORM RTVERIFICAENDERECO.                                  PGM0105
      *                                                                 PGM0105
           IF ACU-CT-JRNTRB            GREATER WS-JRN-PULAR             PGM0105
               MOVE FD-REG-JORNAL      TO FD-REG-JRNMST                 PGM0105
      *    JOURNAL DEFINITIVO                                          *PGM0105
      ******************************************************************PGM0105
       RTPROMOVEJRNREG                 SECTION.                         PGM0105
      *                                                                 PGM0105
           PERFORM RTVERIFICAENDERECO.                                  PGM0105
      *                                                                 PGM0105
           MOVE FD-REG-JORNAL          TO FD-REG-JRNMST.                PGM0105
      *                                                                 PGM0105
       RTPROMOVEJRNREGX.               EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE, PARA UMA ALTERACAO DE ENDERECO NO JOURNAL DE    *PGM0105
      *    TRABALHO, ENCERRA AS DEVOLUCOES DOS CORREIOS EM ABERTO      *PGM0105
      ******************************************************************PGM0105
       RTVERIFICAENDERECO              SECTION.                         PGM0105
      *                                                                 PGM0105
           IF WS-EDEVOL-ABERTO                                          PGM0105
              AND FD-JR-ALTERACAO                                       PGM0105
              AND FD-JR-IMAGEM-ANTES (47:101)                           PGM0105
                  NOT EQUAL FD-JR-IMAGEM-DEPOIS (47:101)                PGM0105
               PERFORM RTFECHADEVOLUCAO                                 PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
       RTVERIFICAENDERECOX.            EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE ENCERRA AS DEVOLUCOES EM ABERTO DO CLIENTE       *PGM0105
      ******************************************************************PGM0105
       RTFECHADEVOLUCAO                SECTION.                         PGM0105
      *                                                                 PGM0105
           MOVE ZEROS                  TO WS-FS-EDEVOL.                 PGM0105
           MOVE FD-JR-CODIGO           TO FD-DV-CODIGO.                 PGM0105
           MOVE ZEROS                  TO FD-DV-DATA.                   PGM0105
      *                                                                 PGM0105
           START EDEVOL KEY NOT LESS FD-DV-CHAVE                        PGM0105
               INVALID KEY                                              PGM0105
                   MOVE '23'           TO WS-FS-EDEVOL                  PGM0105
           END-START.                                                   PGM0105
      *                                                                 PGM0105
           PERFORM RTFECHADEVOL-LE     UNTIL WS-FS-EDEVOL               PGM0105
                                             NOT EQUAL ZEROS.           PGM0105
      *                                                                 PGM0105
       RTFECHADEVOLUCAOX.              EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE LE UMA DEVOLUCAO DO CLIENTE E A ENCERRA SE ABERTA*PGM0105
      ******************************************************************PGM0105
       RTFECHADEVOL-LE                 SECTION.                         PGM0105
      *                                                                 PGM0105
           READ EDEVOL NEXT                                             PGM0105
               AT END                                                   PGM0105
                   MOVE '10'           TO WS-FS-EDEVOL                  PGM0105
           END-READ.                                                    PGM0105
      *                                                                 PGM0105
           IF WS-FS-EDEVOL             NOT EQUAL ZEROS                  PGM0105
               GO TO RTFECHADEVOL-LEX                                   PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
           IF FD-DV-CODIGO             NOT EQUAL FD-JR-CODIGO           PGM0105
               MOVE '23'               TO WS-FS-EDEVOL                  PGM0105
               GO TO RTFECHADEVOL-LEX                                   PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
           IF FD-DV-ABERTA                                              PGM0105
               SET FD-DV-FECHADA       TO TRUE                          PGM0105
               MOVE WS-DATA-MAQ        TO FD-DV-DT-FECHAMENTO           PGM0105
               MOVE 'PGM0105'          TO FD-DV-PRG-FECHAMENTO          PGM0105
               REWRITE FD-REG-DEVOL                                     PGM0105
                   INVALID KEY                                          PGM0105
                       MOVE '23'       TO WS-FS-EDEVOL                  PGM0105
               END-REWRITE                                              PGM0105
               IF WS-FS-EDEVOL         EQUAL ZEROS                      PGM0105
                   ADD 1               TO ACU-CT-DEV-FECHADAS           PGM0105
               END-IF                                                   PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
       RTFECHADEVOL-LEX.               EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE REGRAVA O SYS010 A PARTIR DA COPIA DE TRABALHO   *PGM0105
      ******************************************************************PGM0105
       RTPROMOVEMESTRE                 SECTION.                         PGM0105
               CLOSE SJRNTRB                                            PGM0105
               MOVE   'N'              TO WS-SW-SJRNTRB-ABERTO          PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
           IF WS-EDEVOL-ABERTO                                          PGM0105
               CLOSE EDEVOL                                             PGM0105
               MOVE   'N'              TO WS-SW-EDEVOL-ABERTO           PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
           IF WS-ECADTRB-ABERTO                                         PGM0105
               CLOSE ECADTRB                                            PGM0105
      *                                                                 PGM0105
           DISPLAY '#PGM0105.910I - TOTAL DE MOVIMENTOS REJEITADOS = '  PGM0105
                   WS-DISPLAY-REJEITADOS.                               PGM0105
      *                                                                 PGM0105
           MOVE ACU-CT-DEV-FECHADAS    TO WS-DISPLAY-DEVOLUCOES.        PGM0105
      *                                                                 PGM0105
           DISPLAY '#PGM0105.933I - DEVOLUCOES ENCERRADAS = '           PGM0105
                   WS-DISPLAY-DEVOLUCOES.                               PGM0105
      *                                                                 PGM0105
       RTCONTABILIZAX.                 EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0105
      *    (SYS135)                                                    *PGM0105
      ******************************************************************PGM0105
       RTGRAVAHIST                     SECTION.                         PGM0105
      *                                                                 PGM0105
           MOVE 'PGM0105'              TO HIS-PROGRAMA.                 PGM0105
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0105
           COMPUTE HIS-GRAVADOS = ACU-CT-INCLUIDOS + ACU-CT-ALTERADOS   PGM0105
                                + ACU-CT-EXCLUIDOS.                     PGM0105
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0105
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0105
      *                                                                 PGM0105
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0105
      *                                                                 PGM0105
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0105
               DISPLAY '#PGM0105.934I - FALHA NO REGISTRO DO'           PGM0105
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0105
                       HIS-COD-RET                                      PGM0105
           END-IF.                                                      PGM0105
      *                                                                 PGM0105
       RTGRAVAHISTX.                   EXIT.                            PGM0105
      *                                                                 PGM0105
      ******************************************************************PGM0105
      *    ROTINA DE FINALIZACAO                                       *PGM0105
      ******************************************************************PGM0105
       RTFINALIZA                      SECTION.                         PGM0105
           DISPLAY WS-MENSAGEM                                          PGM0105
                   WS-DATA-DISPLAY.                                     PGM0105
           DISPLAY '**************************************************'.PGM0105
      *                                                                 PGM0105
           PERFORM RTGRAVAHIST.                                         PGM0105
      *                                                                 PGM0105
           MOVE WS-MSG                 TO LK-MSG.                       PGM0105
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0105
