      *     *              - EXECUCAO EM LOTE PELO LOTE01, SEM PARADA  *PGM0111
      *     *              - DE TELA (AREA EXTERNA COPY MODEXE)        *PGM0111
      *     *----------------------------------------------------------*PGM0111
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0111
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0111
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0111
      *     *----------------------------------------------------------*PGM0111
      ******************************************************************PGM0111
      *                                                                 PGM0111
      ******************************************************************PGM0111
      ******************************************************************PGM0111
           COPY MODEXE.                                                 PGM0111
      *                                                                 PGM0111
      ******************************************************************PGM0111
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0111
      ******************************************************************PGM0111
           COPY HISLNK.                                                 PGM0111
      *                                                                 PGM0111
      ******************************************************************PGM0111
       77  FILLER                  PIC     X(32)         VALUE          PGM0111
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0111
      *    ROTINA DE INICIALIZACAO                                     *PGM0111
      ******************************************************************PGM0111
       RTINICIALIZA                    SECTION.                         PGM0111
      *                                                                 PGM0111
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0111
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0111
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0111
      *                                                                 PGM0111
           DISPLAY ERASE.                                               PGM0111
      *                                                                 PGM0111
       RTFECHAX.                       EXIT.                            PGM0111
      *                                                                 PGM0111
      ******************************************************************PGM0111
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0111
      *    (SYS135)                                                    *PGM0111
      ******************************************************************PGM0111
       RTGRAVAHIST                     SECTION.                         PGM0111
      *                                                                 PGM0111
           MOVE 'PGM0111'              TO HIS-PROGRAMA.                 PGM0111
           MOVE ACU-CT-GERACOES        TO HIS-LIDOS.                    PGM0111
           MOVE ACU-CT-EXPURGADAS      TO HIS-GRAVADOS.                 PGM0111
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0111
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0111
      *                                                                 PGM0111
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0111
      *                                                                 PGM0111
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0111
               DISPLAY '#PGM0111.913I - FALHA NO REGISTRO DO'           PGM0111
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0111
                       HIS-COD-RET                                      PGM0111
           END-IF.                                                      PGM0111
      *                                                                 PGM0111
       RTGRAVAHISTX.                   EXIT.                            PGM0111
      *                                                                 PGM0111
      ******************************************************************PGM0111
      *    ROTINA DE FINALIZACAO                                       *PGM0111
      ******************************************************************PGM0111
       RTFINALIZA                      SECTION.                         PGM0111
      *                                                                 PGM0111
           PERFORM RTGRAVAHIST.                                         PGM0111
      *                                                                 PGM0111
           MOVE WS-MSG                 TO LK-MSG.                       PGM0111
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0111
