      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     02.09.2026 *PGM0123
      *     *              - RELATORIO DE DORMENCIA POR UF             *PGM0123
      *     *----------------------------------------------------------*PGM0123
      *     * VERSAO 02    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0123
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0123
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0123
      *     *----------------------------------------------------------*PGM0123
      ******************************************************************PGM0123
      *                                                                 PGM0123
      ******************************************************************PGM0123
      ******************************************************************PGM0123
           COPY MODEXE.                                                 PGM0123
      *                                                                 PGM0123
      ******************************************************************PGM0123
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0123
      ******************************************************************PGM0123
           COPY HISLNK.                                                 PGM0123
      *                                                                 PGM0123
      ******************************************************************PGM0123
       77  FILLER                  PIC     X(32)         VALUE          PGM0123
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0123
      *    ROTINA DE INICIALIZACAO                                     *PGM0123
      ******************************************************************PGM0123
       RTINICIALIZA                    SECTION.                         PGM0123
      *                                                                 PGM0123
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0123
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0123
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0123
      *                                                                 PGM0123
           DISPLAY ERASE.                                               PGM0123
      *                                                                 PGM0123
       RTCONTABILIZAX.                 EXIT.                            PGM0123
      *                                                                 PGM0123
      ******************************************************************PGM0123
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0123
      *    (SYS135)                                                    *PGM0123
      ******************************************************************PGM0123
       RTGRAVAHIST                     SECTION.                         PGM0123
      *                                                                 PGM0123
           MOVE 'PGM0123'              TO HIS-PROGRAMA.                 PGM0123
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0123
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0123
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0123
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0123
      *                                                                 PGM0123
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0123
      *                                                                 PGM0123
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0123
               DISPLAY '#PGM0123.909I - FALHA NO REGISTRO DO'           PGM0123
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0123
                       HIS-COD-RET                                      PGM0123
           END-IF.                                                      PGM0123
      *                                                                 PGM0123
       RTGRAVAHISTX.                   EXIT.                            PGM0123
      *                                                                 PGM0123
      ******************************************************************PGM0123
      *    ROTINA DE FINALIZACAO                                       *PGM0123
      ******************************************************************PGM0123
       RTFINALIZA                      SECTION.                         PGM0123
           DISPLAY WS-MENSAGEM                                          PGM0123
                   WS-DATA-DISPLAY.                                     PGM0123
           DISPLAY '**************************************************'.PGM0123
      *                                                                 PGM0123
           PERFORM RTGRAVAHIST.                                         PGM0123
      *                                                                 PGM0123
           MOVE WS-MSG                 TO LK-MSG.                       PGM0123
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0123
