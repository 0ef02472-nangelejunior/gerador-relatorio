      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0102
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0102
      *     *----------------------------------------------------------*PGM0102
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0102
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0102
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0102
      *     *----------------------------------------------------------*PGM0102
      ******************************************************************PGM0102
      *                                                                 PGM0102
      ******************************************************************PGM0102
      ******************************************************************PGM0102
           COPY MODEXE.                                                 PGM0102
      *                                                                 PGM0102
      ******************************************************************PGM0102
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0102
      ******************************************************************PGM0102
           COPY HISLNK.                                                 PGM0102
      *                                                                 PGM0102
      ******************************************************************PGM0102
       77  FILLER                  PIC     X(32)         VALUE          PGM0102
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0102
      *    ROTINA DE INICIALIZACAO                                     *PGM0102
      ******************************************************************PGM0102
       RTINICIALIZA                    SECTION.                         PGM0102
      *                                                                 PGM0102
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0102
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0102
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0102
      *                                                                 PGM0102
           DISPLAY ERASE.                                               PGM0102
      *                                                                 PGM0102
       RTCONTABILIZAX.                 EXIT.                            PGM0102
      *                                                                 PGM0102
      ******************************************************************PGM0102
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0102
      *    (SYS135)                                                    *PGM0102
      ******************************************************************PGM0102
       RTGRAVAHIST                     SECTION.                         PGM0102
      *                                                                 PGM0102
           MOVE 'PGM0102'              TO HIS-PROGRAMA.                 PGM0102
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0102
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0102
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0102
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0102
      *                                                                 PGM0102
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0102
      *                                                                 PGM0102
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0102
               DISPLAY '#PGM0102.909I - FALHA NO REGISTRO DO'           PGM0102
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0102
                       HIS-COD-RET                                      PGM0102
           END-IF.                                                      PGM0102
      *                                                                 PGM0102
       RTGRAVAHISTX.                   EXIT.                            PGM0102
      *                                                                 PGM0102
      ******************************************************************PGM0102
      *    ROTINA DE FINALIZACAO                                       *PGM0102
      ******************************************************************PGM0102
       RTFINALIZA                      SECTION.                         PGM0102
           DISPLAY WS-MENSAGEM                                          PGM0102
                   WS-DATA-DISPLAY.                                     PGM0102
           DISPLAY '**************************************************'.PGM0102
      *                                                                 PGM0102
           PERFORM RTGRAVAHIST.                                         PGM0102
      *                                                                 PGM0102
           MOVE WS-MSG                 TO LK-MSG.                       PGM0102
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0102
