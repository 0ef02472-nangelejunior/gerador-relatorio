      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0109
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0109
      *     *----------------------------------------------------------*PGM0109
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0109
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0109
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0109
      *     *----------------------------------------------------------*PGM0109
      ******************************************************************PGM0109
      *                                                                 PGM0109
      ******************************************************************PGM0109
      ******************************************************************PGM0109
           COPY MODEXE.                                                 PGM0109
      *                                                                 PGM0109
      ******************************************************************PGM0109
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0109
      ******************************************************************PGM0109
           COPY HISLNK.                                                 PGM0109
      *                                                                 PGM0109
      ******************************************************************PGM0109
       77  FILLER                  PIC     X(32)         VALUE          PGM0109
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0109
      *    ROTINA DE INICIALIZACAO                                     *PGM0109
      ******************************************************************PGM0109
       RTINICIALIZA                    SECTION.                         PGM0109
      *                                                                 PGM0109
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0109
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0109
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0109
      *                                                                 PGM0109
           DISPLAY ERASE.                                               PGM0109
      *                                                                 PGM0109
       RTCONTABILIZAX.                 EXIT.                            PGM0109
      *                                                                 PGM0109
      ******************************************************************PGM0109
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0109
      *    (SYS135)                                                    *PGM0109
      ******************************************************************PGM0109
       RTGRAVAHIST                     SECTION.                         PGM0109
      *                                                                 PGM0109
           MOVE 'PGM0109'              TO HIS-PROGRAMA.                 PGM0109
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM0109
           MOVE ZEROS                  TO HIS-GRAVADOS.                 PGM0109
           MOVE ACU-CT-ERROS           TO HIS-REJEITADOS.               PGM0109
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0109
      *                                                                 PGM0109
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0109
      *                                                                 PGM0109
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0109
               DISPLAY '#PGM0109.914I - FALHA NO REGISTRO DO'           PGM0109
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0109
                       HIS-COD-RET                                      PGM0109
           END-IF.                                                      PGM0109
      *                                                                 PGM0109
       RTGRAVAHISTX.                   EXIT.                            PGM0109
      *                                                                 PGM0109
      ******************************************************************PGM0109
      *    ROTINA DE FINALIZACAO                                       *PGM0109
      ******************************************************************PGM0109
       RTFINALIZA                      SECTION.                         PGM0109
           DISPLAY WS-MENSAGEM                                          PGM0109
                   WS-DATA-DISPLAY.                                     PGM0109
           DISPLAY '**************************************************'.PGM0109
      *                                                                 PGM0109
           PERFORM RTGRAVAHIST.                                         PGM0109
      *                                                                 PGM0109
           MOVE WS-MSG                 TO LK-MSG.                       PGM0109
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0109
