      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM02
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM02
      *     *----------------------------------------------------------*PGM02
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM02
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM02
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM02
      *     *----------------------------------------------------------*PGM02
      ******************************************************************PGM02
      *                                                                 PGM02
      ******************************************************************PGM02
      ******************************************************************PGM02
           COPY MODEXE.                                                 PGM02
      *                                                                 PGM02
      ******************************************************************PGM02
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM02
      ******************************************************************PGM02
           COPY HISLNK.                                                 PGM02
      *                                                                 PGM02
      ******************************************************************PGM02
       77  FILLER                  PIC     X(32)         VALUE          PGM02
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM02
      *    ROTINA DE INICIALIZACAO                                    * PGM02
      ******************************************************************PGM02
       RTINICIALIZA                    SECTION.                         PGM02
      *                                                                 PGM02
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM02
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM02
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM02
      *                                                                 PGM02
           DISPLAY ERASE.                                               PGM02
      *                                                                 PGM02
       RTCONTABILIZAX.                 EXIT.                            PGM02
      *                                                                 PGM02
      ******************************************************************PGM02
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM02
      *    (SYS135)                                                    *PGM02
      ******************************************************************PGM02
       RTGRAVAHIST                     SECTION.                         PGM02
      *                                                                 PGM02
           MOVE 'PGM02'                TO HIS-PROGRAMA.                 PGM02
           COMPUTE HIS-LIDOS = ACU-CT-LIDOS1 + ACU-CT-LIDOS2.           PGM02
           COMPUTE HIS-GRAVADOS = ACU-CT-SO1 + ACU-CT-SO2 + ACU-CT-DIV. PGM02
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM02
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM02
      *                                                                 PGM02
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM02
      *                                                                 PGM02
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM02
               DISPLAY '#PGM02.912I - FALHA NO REGISTRO DO'             PGM02
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM02
                       HIS-COD-RET                                      PGM02
           END-IF.                                                      PGM02
      *                                                                 PGM02
       RTGRAVAHISTX.                   EXIT.                            PGM02
      *                                                                 PGM02
      ******************************************************************PGM02
      *    ROTINA DE FINALIZACAO                                      * PGM02
      ******************************************************************PGM02
       RTFINALIZA                      SECTION.                         PGM02
           DISPLAY WS-MENSAGEM                                          PGM02
                   WS-DATA-DISPLAY.                                     PGM02
           DISPLAY '**************************************************'.PGM02
      *                                                                 PGM02
           PERFORM RTGRAVAHIST.                                         PGM02
      *                                                                 PGM02
           MOVE WS-MSG                  TO LK-MSG.                      PGM02
           MOVE WS-COD-RET-R            TO LK-COD-RET.                  PGM02
