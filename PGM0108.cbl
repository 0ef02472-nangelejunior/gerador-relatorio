      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0108
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0108
      *     *----------------------------------------------------------*PGM0108
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0108
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0108
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0108
      *     *----------------------------------------------------------*PGM0108
      ******************************************************************PGM0108
      *                                                                 PGM0108
      ******************************************************************PGM0108
      ******************************************************************PGM0108
           COPY MODEXE.                                                 PGM0108
      *                                                                 PGM0108
      ******************************************************************PGM0108
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0108
      ******************************************************************PGM0108
           COPY HISLNK.                                                 PGM0108
      *                                                                 PGM0108
      ******************************************************************PGM0108
       77  FILLER                  PIC     X(32)         VALUE          PGM0108
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0108
      *    ROTINA DE INICIALIZACAO                                     *PGM0108
      ******************************************************************PGM0108
       RTINICIALIZA                    SECTION.                         PGM0108
      *                                                                 PGM0108
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0108
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0108
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0108
      *                                                                 PGM0108
           DISPLAY ERASE.                                               PGM0108
      *                                                                 PGM0108
       RTCONTABILIZAX.                 EXIT.                            PGM0108
      *                                                                 PGM0108
      ******************************************************************PGM0108
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0108
      *    (SYS135)                                                    *PGM0108
      ******************************************************************PGM0108
       RTGRAVAHIST                     SECTION.                         PGM0108
      *                                                                 PGM0108
           MOVE 'PGM0108'              TO HIS-PROGRAMA.                 PGM0108
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0108
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0108
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0108
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0108
      *                                                                 PGM0108
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0108
      *                                                                 PGM0108
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0108
               DISPLAY '#PGM0108.910I - FALHA NO REGISTRO DO'           PGM0108
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0108
                       HIS-COD-RET                                      PGM0108
           END-IF.                                                      PGM0108
      *                                                                 PGM0108
       RTGRAVAHISTX.                   EXIT.                            PGM0108
      *                                                                 PGM0108
      ******************************************************************PGM0108
      *    ROTINA DE FINALIZACAO                                       *PGM0108
      ******************************************************************PGM0108
       RTFINALIZA                      SECTION.                         PGM0108
           DISPLAY WS-MENSAGEM                                          PGM0108
                   WS-DATA-DISPLAY.                                     PGM0108
           DISPLAY '**************************************************'.PGM0108
      *                                                                 PGM0108
           PERFORM RTGRAVAHIST.                                         PGM0108
      *                                                                 PGM0108
           MOVE WS-MSG                 TO LK-MSG.                       PGM0108
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0108
