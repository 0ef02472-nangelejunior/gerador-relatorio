      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     02.09.2026 *PGM0122
      *     *              - SEMEADURA DAS DATAS PELO JOURNAL          *PGM0122
      *     *----------------------------------------------------------*PGM0122
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0122
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0122
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0122
      *     *----------------------------------------------------------*PGM0122
      ******************************************************************PGM0122
      *                                                                 PGM0122
      ******************************************************************PGM0122
      ******************************************************************PGM0122
           COPY MODEXE.                                                 PGM0122
      *                                                                 PGM0122
      ******************************************************************PGM0122
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0122
      ******************************************************************PGM0122
           COPY HISLNK.                                                 PGM0122
      *                                                                 PGM0122
      ******************************************************************PGM0122
       77  FILLER                  PIC     X(32)         VALUE          PGM0122
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0122
      *    ROTINA DE INICIALIZACAO                                     *PGM0122
      ******************************************************************PGM0122
       RTINICIALIZA                    SECTION.                         PGM0122
      *                                                                 PGM0122
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0122
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0122
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0122
      *                                                                 PGM0122
           DISPLAY ERASE.                                               PGM0122
      *                                                                 PGM0122
       RTCONTABILIZAX.                 EXIT.                            PGM0122
      *                                                                 PGM0122
      ******************************************************************PGM0122
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0122
      *    (SYS135)                                                    *PGM0122
      ******************************************************************PGM0122
       RTGRAVAHIST                     SECTION.                         PGM0122
      *                                                                 PGM0122
           MOVE 'PGM0122'              TO HIS-PROGRAMA.                 PGM0122
           MOVE ACU-CT-JRLIDOS         TO HIS-LIDOS.                    PGM0122
           MOVE ACU-CT-SEMEADOS        TO HIS-GRAVADOS.                 PGM0122
           MOVE ACU-CT-IGNORADOS       TO HIS-REJEITADOS.               PGM0122
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0122
      *                                                                 PGM0122
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0122
      *                                                                 PGM0122
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0122
               DISPLAY '#PGM0122.910I - FALHA NO REGISTRO DO'           PGM0122
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0122
                       HIS-COD-RET                                      PGM0122
           END-IF.                                                      PGM0122
      *                                                                 PGM0122
       RTGRAVAHISTX.                   EXIT.                            PGM0122
      *                                                                 PGM0122
      ******************************************************************PGM0122
      *    ROTINA DE FINALIZACAO                                       *PGM0122
      ******************************************************************PGM0122
       RTFINALIZA                      SECTION.                         PGM0122
           DISPLAY WS-MENSAGEM                                          PGM0122
                   WS-DATA-DISPLAY.                                     PGM0122
           DISPLAY '**************************************************'.PGM0122
      *                                                                 PGM0122
           PERFORM RTGRAVAHIST.                                         PGM0122
      *                                                                 PGM0122
           MOVE WS-MSG                 TO LK-MSG.                       PGM0122
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0122
