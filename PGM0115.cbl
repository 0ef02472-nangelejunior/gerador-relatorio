      *     *              - REGISTRO DO CADASTRO AMPLIADO PARA 227    *PGM0115
      *     *              - BYTES (DATAS DE CADASTRO/ULTIMA MANUT.)   *PGM0115
      *     *----------------------------------------------------------*PGM0115
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0115
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0115
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0115
      *     *----------------------------------------------------------*PGM0115
      ******************************************************************PGM0115
      *                                                                 PGM0115
      ******************************************************************PGM0115
      ******************************************************************PGM0115
           COPY MODEXE.                                                 PGM0115
      *                                                                 PGM0115
      ******************************************************************PGM0115
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0115
      ******************************************************************PGM0115
           COPY HISLNK.                                                 PGM0115
      *                                                                 PGM0115
      ******************************************************************PGM0115
       77  FILLER                  PIC     X(32)         VALUE          PGM0115
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0115
      *    ROTINA DE INICIALIZACAO                                     *PGM0115
      ******************************************************************PGM0115
       RTINICIALIZA                    SECTION.                         PGM0115
      *                                                                 PGM0115
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0115
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0115
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0115
      *                                                                 PGM0115
           DISPLAY ERASE.                                               PGM0115
      *                                                                 PGM0115
       RTCONTABILIZAX.                 EXIT.                            PGM0115
      *                                                                 PGM0115
      ******************************************************************PGM0115
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0115
      *    (SYS135)                                                    *PGM0115
      ******************************************************************PGM0115
       RTGRAVAHIST                     SECTION.                         PGM0115
      *                                                                 PGM0115
           MOVE 'PGM0115'              TO HIS-PROGRAMA.                 PGM0115
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0115
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0115
           MOVE ACU-CT-REJEITADOS      TO HIS-REJEITADOS.               PGM0115
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0115
      *                                                                 PGM0115
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0115
      *                                                                 PGM0115
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0115
               DISPLAY '#PGM0115.912I - FALHA NO REGISTRO DO'           PGM0115
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0115
                       HIS-COD-RET                                      PGM0115
           END-IF.                                                      PGM0115
      *                                                                 PGM0115
       RTGRAVAHISTX.                   EXIT.                            PGM0115
      *                                                                 PGM0115
      ******************************************************************PGM0115
      *    ROTINA DE FINALIZACAO                                       *PGM0115
      ******************************************************************PGM0115
       RTFINALIZA                      SECTION.                         PGM0115
           DISPLAY WS-MENSAGEM                                          PGM0115
                   WS-DATA-DISPLAY.                                     PGM0115
           DISPLAY '**************************************************'.PGM0115
      *                                                                 PGM0115
           PERFORM RTGRAVAHIST.                                         PGM0115
      *                                                                 PGM0115
           MOVE WS-MSG                 TO LK-MSG.                       PGM0115
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0115
