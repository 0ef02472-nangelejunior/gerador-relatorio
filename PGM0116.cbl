      *     *              - EXECUCAO EM LOTE PELO LOTE01, SEM PARADA  *PGM0116
      *     *              - DE TELA (AREA EXTERNA COPY MODEXE)        *PGM0116
      *     *----------------------------------------------------------*PGM0116
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0116
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0116
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0116
      *     *----------------------------------------------------------*PGM0116
      ******************************************************************PGM0116
      *                                                                 PGM0116
      ******************************************************************PGM0116
      ******************************************************************PGM0116
           COPY MODEXE.                                                 PGM0116
      *                                                                 PGM0116
      ******************************************************************PGM0116
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0116
      ******************************************************************PGM0116
           COPY HISLNK.                                                 PGM0116
      *                                                                 PGM0116
      ******************************************************************PGM0116
       77  FILLER                  PIC     X(32)         VALUE          PGM0116
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0116
      *    ROTINA DE INICIALIZACAO                                     *PGM0116
      ******************************************************************PGM0116
       RTINICIALIZA                    SECTION.                         PGM0116
      *                                                                 PGM0116
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0116
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0116
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0116
      *                                                                 PGM0116
           DISPLAY ERASE.                                               PGM0116
      *                                                                 PGM0116
       RTCONTABILIZAX.                 EXIT.                            PGM0116
      *                                                                 PGM0116
      ******************************************************************PGM0116
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0116
      *    (SYS135)                                                    *PGM0116
      ******************************************************************PGM0116
       RTGRAVAHIST                     SECTION.                         PGM0116
      *                                                                 PGM0116
           MOVE 'PGM0116'              TO HIS-PROGRAMA.                 PGM0116
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0116
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0116
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0116
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0116
      *                                                                 PGM0116
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0116
      *                                                                 PGM0116
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0116
               DISPLAY '#PGM0116.911I - FALHA NO REGISTRO DO'           PGM0116
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0116
                       HIS-COD-RET                                      PGM0116
           END-IF.                                                      PGM0116
      *                                                                 PGM0116
       RTGRAVAHISTX.                   EXIT.                            PGM0116
      *                                                                 PGM0116
      ******************************************************************PGM0116
      *    ROTINA DE FINALIZACAO                                       *PGM0116
      ******************************************************************PGM0116
       RTFINALIZA                      SECTION.                         PGM0116
           DISPLAY WS-MENSAGEM                                          PGM0116
                   WS-DATA-DISPLAY.                                     PGM0116
           DISPLAY '**************************************************'.PGM0116
      *                                                                 PGM0116
           PERFORM RTGRAVAHIST.                                         PGM0116
      *                                                                 PGM0116
           MOVE WS-MSG                 TO LK-MSG.                       PGM0116
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0116
