      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0113
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0113
      *     *----------------------------------------------------------*PGM0113
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0113
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0113
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0113
      *     *----------------------------------------------------------*PGM0113
      ******************************************************************PGM0113
      *                                                                 PGM0113
      ******************************************************************PGM0113
      ******************************************************************PGM0113
           COPY MODEXE.                                                 PGM0113
      *                                                                 PGM0113
      ******************************************************************PGM0113
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0113
      ******************************************************************PGM0113
           COPY HISLNK.                                                 PGM0113
      *                                                                 PGM0113
      ******************************************************************PGM0113
       77  FILLER                  PIC     X(32)         VALUE          PGM0113
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0113
      *    ROTINA DE INICIALIZACAO                                     *PGM0113
      ******************************************************************PGM0113
       RTINICIALIZA                    SECTION.                         PGM0113
      *                                                                 PGM0113
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0113
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0113
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0113
      *                                                                 PGM0113
           DISPLAY ERASE.                                               PGM0113
      *                                                                 PGM0113
       RTCONTABILIZAX.                 EXIT.                            PGM0113
      *                                                                 PGM0113
      ******************************************************************PGM0113
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0113
      *    (SYS135)                                                    *PGM0113
      ******************************************************************PGM0113
       RTGRAVAHIST                     SECTION.                         PGM0113
      *                                                                 PGM0113
           MOVE 'PGM0113'              TO HIS-PROGRAMA.                 PGM0113
           COMPUTE HIS-LIDOS = ACU-CT-LIDOS-ATU + ACU-CT-LIDOS-ANT.     PGM0113
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0113
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0113
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0113
      *                                                                 PGM0113
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0113
      *                                                                 PGM0113
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0113
               DISPLAY '#PGM0113.911I - FALHA NO REGISTRO DO'           PGM0113
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0113
                       HIS-COD-RET                                      PGM0113
           END-IF.                                                      PGM0113
      *                                                                 PGM0113
       RTGRAVAHISTX.                   EXIT.                            PGM0113
      *                                                                 PGM0113
      ******************************************************************PGM0113
      *    ROTINA DE FINALIZACAO                                       *PGM0113
      ******************************************************************PGM0113
       RTFINALIZA                      SECTION.                         PGM0113
           DISPLAY WS-MENSAGEM                                          PGM0113
                   WS-DATA-DISPLAY.                                     PGM0113
           DISPLAY '**************************************************'.PGM0113
      *                                                                 PGM0113
           PERFORM RTGRAVAHIST.                                         PGM0113
      *                                                                 PGM0113
           MOVE WS-MSG                 TO LK-MSG.                       PGM0113
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0113
