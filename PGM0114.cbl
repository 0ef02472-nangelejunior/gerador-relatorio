      *     *              - REGISTRO DO CADASTRO AMPLIADO PARA 227    *PGM0114
      *     *              - BYTES (DATAS DE CADASTRO/ULTIMA MANUT.)   *PGM0114
      *     *----------------------------------------------------------*PGM0114
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0114
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0114
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0114
      *     *----------------------------------------------------------*PGM0114
      ******************************************************************PGM0114
      *                                                                 PGM0114
      ******************************************************************PGM0114
      ******************************************************************PGM0114
           COPY MODEXE.                                                 PGM0114
      *                                                                 PGM0114
      ******************************************************************PGM0114
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0114
      ******************************************************************PGM0114
           COPY HISLNK.                                                 PGM0114
      *                                                                 PGM0114
      ******************************************************************PGM0114
       77  FILLER                  PIC     X(32)         VALUE          PGM0114
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0114
      *    ROTINA DE INICIALIZACAO                                     *PGM0114
      ******************************************************************PGM0114
       RTINICIALIZA                    SECTION.                         PGM0114
      *                                                                 PGM0114
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0114
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0114
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0114
      *                                                                 PGM0114
           DISPLAY ERASE.                                               PGM0114
      *                                                                 PGM0114
       RTCONTABILIZAX.                 EXIT.                            PGM0114
      *                                                                 PGM0114
      ******************************************************************PGM0114
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0114
      *    (SYS135)                                                    *PGM0114
      ******************************************************************PGM0114
       RTGRAVAHIST                     SECTION.                         PGM0114
      *                                                                 PGM0114
           MOVE 'PGM0114'              TO HIS-PROGRAMA.                 PGM0114
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0114
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0114
           MOVE ACU-CT-FORA-SEQ        TO HIS-REJEITADOS.               PGM0114
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0114
      *                                                                 PGM0114
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0114
      *                                                                 PGM0114
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0114
               DISPLAY '#PGM0114.913I - FALHA NO REGISTRO DO'           PGM0114
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0114
                       HIS-COD-RET                                      PGM0114
           END-IF.                                                      PGM0114
      *                                                                 PGM0114
       RTGRAVAHISTX.                   EXIT.                            PGM0114
      *                                                                 PGM0114
      ******************************************************************PGM0114
      *    ROTINA DE FINALIZACAO                                       *PGM0114
      ******************************************************************PGM0114
       RTFINALIZA                      SECTION.                         PGM0114
           DISPLAY WS-MENSAGEM                                          PGM0114
                   WS-DATA-DISPLAY.                                     PGM0114
           DISPLAY '**************************************************'.PGM0114
      *                                                                 PGM0114
           PERFORM RTGRAVAHIST.                                         PGM0114
      *                                                                 PGM0114
           MOVE WS-MSG                 TO LK-MSG.                       PGM0114
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0114
