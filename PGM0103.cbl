      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0103
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0103
      *     *----------------------------------------------------------*PGM0103
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0103
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0103
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0103
      *     *----------------------------------------------------------*PGM0103
      ******************************************************************PGM0103
      *                                                                 PGM0103
      ******************************************************************PGM0103
      ******************************************************************PGM0103
           COPY MODEXE.                                                 PGM0103
      *                                                                 PGM0103
      ******************************************************************PGM0103
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0103
      ******************************************************************PGM0103
           COPY HISLNK.                                                 PGM0103
      *                                                                 PGM0103
      ******************************************************************PGM0103
       77  FILLER                  PIC     X(32)         VALUE          PGM0103
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0103
      *    ROTINA DE INICIALIZACAO                                     *PGM0103
      ******************************************************************PGM0103
       RTINICIALIZA                    SECTION.                         PGM0103
      *                                                                 PGM0103
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0103
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0103
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0103
      *                                                                 PGM0103
           DISPLAY ERASE.                                               PGM0103
      *                                                                 PGM0103
       RTCONTABILIZAX.                 EXIT.                            PGM0103
      *                                                                 PGM0103
      ******************************************************************PGM0103
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0103
      *    (SYS135)                                                    *PGM0103
      ******************************************************************PGM0103
       RTGRAVAHIST                     SECTION.                         PGM0103
      *                                                                 PGM0103
           MOVE 'PGM0103'              TO HIS-PROGRAMA.                 PGM0103
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0103
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0103
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0103
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0103
      *                                                                 PGM0103
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0103
      *                                                                 PGM0103
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0103
               DISPLAY '#PGM0103.910I - FALHA NO REGISTRO DO'           PGM0103
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0103
                       HIS-COD-RET                                      PGM0103
           END-IF.                                                      PGM0103
      *                                                                 PGM0103
       RTGRAVAHISTX.                   EXIT.                            PGM0103
      *                                                                 PGM0103
      ******************************************************************PGM0103
      *    ROTINA DE FINALIZACAO                                       *PGM0103
      ******************************************************************PGM0103
       RTFINALIZA                      SECTION.                         PGM0103
           DISPLAY WS-MENSAGEM                                          PGM0103
                   WS-DATA-DISPLAY.                                     PGM0103
           DISPLAY '**************************************************'.PGM0103
      *                                                                 PGM0103
           PERFORM RTGRAVAHIST.                                         PGM0103
      *                                                                 PGM0103
           MOVE WS-MSG                 TO LK-MSG.                       PGM0103
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0103
