      *     *              - EXECUCAO EM LOTE PELO LOTE01, SEM PARADA  *PGM0110
      *     *              - DE TELA (AREA EXTERNA COPY MODEXE)        *PGM0110
      *     *----------------------------------------------------------*PGM0110
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0110
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0110
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0110
      *     *----------------------------------------------------------*PGM0110
      ******************************************************************PGM0110
      *                                                                 PGM0110
      ******************************************************************PGM0110
      ******************************************************************PGM0110
           COPY MODEXE.                                                 PGM0110
      *                                                                 PGM0110
      ******************************************************************PGM0110
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0110
      ******************************************************************PGM0110
           COPY HISLNK.                                                 PGM0110
      *                                                                 PGM0110
      ******************************************************************PGM0110
       77  FILLER                  PIC     X(32)         VALUE          PGM0110
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0110
      *    ROTINA DE INICIALIZACAO                                     *PGM0110
      ******************************************************************PGM0110
       RTINICIALIZA                    SECTION.                         PGM0110
      *                                                                 PGM0110
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0110
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0110
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0110
      *                                                                 PGM0110
           DISPLAY ERASE.                                               PGM0110
      *                                                                 PGM0110
       RTCONTABILIZAX.                 EXIT.                            PGM0110
      *                                                                 PGM0110
      ******************************************************************PGM0110
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0110
      *    (SYS135)                                                    *PGM0110
      ******************************************************************PGM0110
       RTGRAVAHIST                     SECTION.                         PGM0110
      *                                                                 PGM0110
           MOVE 'PGM0110'              TO HIS-PROGRAMA.                 PGM0110
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0110
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0110
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0110
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0110
      *                                                                 PGM0110
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0110
      *                                                                 PGM0110
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0110
               DISPLAY '#PGM0110.911I - FALHA NO REGISTRO DO'           PGM0110
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0110
                       HIS-COD-RET                                      PGM0110
           END-IF.                                                      PGM0110
      *                                                                 PGM0110
       RTGRAVAHISTX.                   EXIT.                            PGM0110
      *                                                                 PGM0110
      ******************************************************************PGM0110
      *    ROTINA DE FINALIZACAO                                       *PGM0110
      ******************************************************************PGM0110
       RTFINALIZA                      SECTION.                         PGM0110
           DISPLAY WS-MENSAGEM                                          PGM0110
                   WS-DATA-DISPLAY.                                     PGM0110
           DISPLAY '**************************************************'.PGM0110
      *                                                                 PGM0110
           PERFORM RTGRAVAHIST.                                         PGM0110
      *                                                                 PGM0110
           MOVE WS-MSG                 TO LK-MSG.                       PGM0110
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0110
