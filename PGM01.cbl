      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM01
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM01
      *     *----------------------------------------------------------*PGM01
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM01
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM01
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM01
      *     *----------------------------------------------------------*PGM01
      ******************************************************************PGM01
      *                                                                 PGM01
      ******************************************************************PGM01
      ******************************************************************PGM01
           COPY MODEXE.                                                 PGM01
      *                                                                 PGM01
      ******************************************************************PGM01
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM01
      ******************************************************************PGM01
           COPY HISLNK.                                                 PGM01
      *                                                                 PGM01
      ******************************************************************PGM01
       77  FILLER                  PIC     X(32)         VALUE          PGM01
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM01
      *    ROTINA DE INICIALIZACAO                                     *PGM01
      ******************************************************************PGM01
       RTINICIALIZA                    SECTION.                         PGM01
      *                                                                 PGM01
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM01
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM01
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM01
      *                                                                 PGM01
           DISPLAY ERASE.                                               PGM01
      *                                                                 PGM01
       RTCONTABILIZAX.                 EXIT.                            PGM01
      *                                                                 PGM01
      ******************************************************************PGM01
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM01
      *    (SYS135)                                                    *PGM01
      ******************************************************************PGM01
       RTGRAVAHIST                     SECTION.                         PGM01
      *                                                                 PGM01
           MOVE 'PGM01'                TO HIS-PROGRAMA.                 PGM01
           MOVE ACU-CT-LIDOS           TO HIS-LIDOS.                    PGM01
           MOVE ACU-CT-CSV             TO HIS-GRAVADOS.                 PGM01
           MOVE ACU-CT-EXCECOES        TO HIS-REJEITADOS.               PGM01
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM01
      *                                                                 PGM01
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM01
      *                                                                 PGM01
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM01
               DISPLAY '#PGM01.917I - FALHA NO REGISTRO DO'             PGM01
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM01
                       HIS-COD-RET                                      PGM01
           END-IF.                                                      PGM01
      *                                                                 PGM01
       RTGRAVAHISTX.                   EXIT.                            PGM01
      *                                                                 PGM01
      ******************************************************************PGM01
      *    ROTINA DE FINALIZACAO                                       *PGM01
      ******************************************************************PGM01
       RTFINALIZA                      SECTION.                         PGM01
           DISPLAY WS-MENSAGEM                                          PGM01
                   WS-DATA-DISPLAY.                                     PGM01
           DISPLAY '**************************************************'.PGM01
      *                                                                 PGM01
           PERFORM RTGRAVAHIST.                                         PGM01
      *                                                                 PGM01
           MOVE WS-MSG                 TO LK-MSG.                       PGM01
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM01
