      *     *              - REGISTRO DO CADASTRO AMPLIADO PARA 227    *PGM0106
      *     *              - BYTES (DATAS DE CADASTRO/ULTIMA MANUT.)   *PGM0106
      *     *----------------------------------------------------------*PGM0106
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0106
      *     *              - EVENTO DE ANONIMIZACAO (LGPD, PGM0129)    *PGM0106
      *     *              - REAPLICADO COMO ALTERACAO NA RECONSTITUI- *PGM0106
      *     *              - CAO PELA IMAGEM DEPOIS                    *PGM0106
      *     *----------------------------------------------------------*PGM0106
      *     * VERSAO 07    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0106
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0106
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0106
      *     *----------------------------------------------------------*PGM0106
      ******************************************************************PGM0106
      *                                                                 PGM0106
      ******************************************************************PGM0106
      ******************************************************************PGM0106
           COPY MODEXE.                                                 PGM0106
      *                                                                 PGM0106
      ******************************************************************PGM0106
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0106
      ******************************************************************PGM0106
           COPY HISLNK.                                                 PGM0106
      *                                                                 PGM0106
      ******************************************************************PGM0106
       77  FILLER                  PIC     X(32)         VALUE          PGM0106
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0106
      *    ROTINA DE INICIALIZACAO                                     *PGM0106
      ******************************************************************PGM0106
       RTINICIALIZA                    SECTION.                         PGM0106
      *                                                                 PGM0106
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0106
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0106
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0106
      *                                                                 PGM0106
           DISPLAY ERASE.                                               PGM0106
      *                                                                 PGM0106
                           MOVE '22'   TO WS-FS-ECADNOVO                PGM0106
                   END-WRITE                                            PGM0106
               WHEN FD-JR-ALTERACAO                                     PGM0106
               WHEN FD-JR-ANONIMIZACAO                                  PGM0106
                   MOVE FD-JR-IMAGEM-DEPOIS                             PGM0106
                                       TO FD-REG-CADCLI                 PGM0106
                   REWRITE FD-REG-CADCLI                                PGM0106
       RTREPLICAX.                     EXIT.                            PGM0106
      *                                                                 PGM0106
      ******************************************************************PGM0106
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0106
      *    (SYS135)                                                    *PGM0106
      ******************************************************************PGM0106
       RTGRAVAHIST                     SECTION.                         PGM0106
      *                                                                 PGM0106
           MOVE 'PGM0106'              TO HIS-PROGRAMA.                 PGM0106
           MOVE ACU-CT-JRLIDOS         TO HIS-LIDOS.                    PGM0106
           MOVE ACU-CT-APLICADOS       TO HIS-GRAVADOS.                 PGM0106
           MOVE ACU-CT-ERROS           TO HIS-REJEITADOS.               PGM0106
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0106
      *                                                                 PGM0106
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0106
      *                                                                 PGM0106
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0106
               DISPLAY '#PGM0106.922I - FALHA NO REGISTRO DO'           PGM0106
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0106
                       HIS-COD-RET                                      PGM0106
           END-IF.                                                      PGM0106
      *                                                                 PGM0106
       RTGRAVAHISTX.                   EXIT.                            PGM0106
      *                                                                 PGM0106
      ******************************************************************PGM0106
      *    ROTINA DE FINALIZACAO                                       *PGM0106
      ******************************************************************PGM0106
       RTFINALIZA                      SECTION.                         PGM0106
           DISPLAY WS-MENSAGEM                                          PGM0106
                   WS-DATA-DISPLAY.                                     PGM0106
           DISPLAY '**************************************************'.PGM0106
      *                                                                 PGM0106
           PERFORM RTGRAVAHIST.                                         PGM0106
      *                                                                 PGM0106
           MOVE WS-MSG                 TO LK-MSG.                       PGM0106
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0106
