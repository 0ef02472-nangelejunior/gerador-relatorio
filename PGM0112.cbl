      *     *              - REGISTRO DO CADASTRO AMPLIADO PARA 227    *PGM0112
      *     *              - BYTES (DATAS DE CADASTRO/ULTIMA MANUT.)   *PGM0112
      *     *----------------------------------------------------------*PGM0112
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0112
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0112
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0112
      *     *----------------------------------------------------------*PGM0112
      ******************************************************************PGM0112
      *                                                                 PGM0112
      ******************************************************************PGM0112
      ******************************************************************PGM0112
           COPY MODEXE.                                                 PGM0112
      *                                                                 PGM0112
      ******************************************************************PGM0112
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0112
      ******************************************************************PGM0112
           COPY HISLNK.                                                 PGM0112
      *                                                                 PGM0112
      ******************************************************************PGM0112
       77  FILLER                  PIC     X(32)         VALUE          PGM0112
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0112
      *    ROTINA DE INICIALIZACAO                                     *PGM0112
      ******************************************************************PGM0112
       RTINICIALIZA                    SECTION.                         PGM0112
      *                                                                 PGM0112
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0112
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0112
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0112
      *                                                                 PGM0112
           DISPLAY ERASE.                                               PGM0112
      *                                                                 PGM0112
       RTCONTABILIZAX.                 EXIT.                            PGM0112
      *                                                                 PGM0112
      ******************************************************************PGM0112
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0112
      *    (SYS135)                                                    *PGM0112
      ******************************************************************PGM0112
       RTGRAVAHIST                     SECTION.                         PGM0112
      *                                                                 PGM0112
           MOVE 'PGM0112'              TO HIS-PROGRAMA.                 PGM0112
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0112
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0112
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0112
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0112
      *                                                                 PGM0112
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0112
      *                                                                 PGM0112
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0112
               DISPLAY '#PGM0112.910I - FALHA NO REGISTRO DO'           PGM0112
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0112
                       HIS-COD-RET                                      PGM0112
           END-IF.                                                      PGM0112
      *                                                                 PGM0112
       RTGRAVAHISTX.                   EXIT.                            PGM0112
      *                                                                 PGM0112
      ******************************************************************PGM0112
      *    ROTINA DE FINALIZACAO                                       *PGM0112
      ******************************************************************PGM0112
       RTFINALIZA                      SECTION.                         PGM0112
           DISPLAY WS-MENSAGEM                                          PGM0112
                   WS-DATA-DISPLAY.                                     PGM0112
           DISPLAY '**************************************************'.PGM0112
      *                                                                 PGM0112
           PERFORM RTGRAVAHIST.                                         PGM0112
      *                                                                 PGM0112
           MOVE WS-MSG                 TO LK-MSG.                       PGM0112
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0112
