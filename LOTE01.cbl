      *     *            EXTERNA DE MODO DE EXECUCAO (COPY MODEXE).    *LOTE01
      *     *            CADA PASSO TEM INICIO, FIM E CODIGO DE        *LOTE01
      *     *            RETORNO REGISTRADOS NO LOG DE EXECUCAO        *LOTE01
      *     *            (SYS111). UM RETORNO DIFERENTE DE ZERO E DE   *LOTE01
      *     *            04 (ALERTA) INTERROMPE A CADEIA               *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     02.09.2026 *LOTE01
      *     *              - DRIVER DE EXECUCAO NOTURNA SEM OPERADOR   *LOTE01
      *     *              - PASSOS PGM0122 (CONVERSAO DE DATAS) E     *LOTE01
      *     *              - PGM0123 (DORMENCIA) NA CADEIA             *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSO PGM0124 (GRUPOS ECONOMICOS) NA      *LOTE01
      *     *              - CADEIA                                    *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSOS PGM0125 (CARGA DO DIRETORIO DE CEP)*LOTE01
      *     *              - E PGM0126 (PADRONIZACAO DE ENDERECOS)     *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSO PGM0127 (RETORNO DO FATURAMENTO).   *LOTE01
      *     *              - RETORNO 04 DE UM PASSO E ALERTA: FICA NO  *LOTE01
      *     *              - LOG E NO RETORNO FINAL, SEM ROMPER A      *LOTE01
      *     *              - CADEIA                                    *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 07    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSO PGM0131 (SOLICITACOES POR IDADE)    *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 08    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSOS PGM0132 (CARGA DAS DEVOLUCOES DOS  *LOTE01
      *     *              - CORREIOS) E PGM0133 (RELATORIO MENSAL DE  *LOTE01
      *     *              - DEVOLUCOES POR UF E MOTIVO)               *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 09    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSOS PGM0134 (CARGA DA TABELA DE        *LOTE01
      *     *              - TERRITORIOS) E PGM0135 (ATRIBUICAO DE     *LOTE01
      *     *              - CLIENTES AOS TERRITORIOS)                 *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 10    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSOS PGM0136 (REMESSA DE CONSULTA A     *LOTE01
      *     *              - RECEITA FEDERAL) E PGM0137 (RETORNO DA    *LOTE01
      *     *              - CONSULTA, UMA PARTE POR PASSO)            *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 11    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - PASSO PGM0138 (LISTAGEM DE CLIENTES POR   *LOTE01
      *     *              - CARTAO DE PEDIDO; PEDIDO NO CODIGO)       *LOTE01
      *     *----------------------------------------------------------*LOTE01
      *     * VERSAO 12    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *LOTE01
      *     *              - HISTORICO DE EXECUCOES (SYS135): A CADEIA *LOTE01
      *     *              - IDENTIFICA OPERADOR, INICIO E PASSO DOS   *LOTE01
      *     *              - PROGRAMAS E REGISTRA A PROPRIA EXECUCAO;  *LOTE01
      *     *              - PASSO PGM0139 (TENDENCIA DOS PROGRAMAS)   *LOTE01
      *     *----------------------------------------------------------*LOTE01
      ******************************************************************LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
       77  ACU-CT-CARTOES          PIC     9(03) COMP-3  VALUE ZEROS.   LOTE01
       77  ACU-CT-PASSOS           PIC     9(03) COMP-3  VALUE ZEROS.   LOTE01
       77  ACU-CT-ERROS            PIC     9(03) COMP-3  VALUE ZEROS.   LOTE01
       77  ACU-CT-ALERTAS          PIC     9(03) COMP-3  VALUE ZEROS.   LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    AREA DE CHAVES/FLAGS                                        *LOTE01
           COPY MODEXE.                                                 LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *LOTE01
      ******************************************************************LOTE01
           COPY HISLNK.                                                 LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    AREA DE RETORNO DO DRIVER                                   *LOTE01
      ******************************************************************LOTE01
           COPY SAIDA.                                                  LOTE01
      *    ROTINA DE INICIALIZACAO                                     *LOTE01
      ******************************************************************LOTE01
       RTINICIALIZA                    SECTION.                         LOTE01
      *                                                                 LOTE01
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    LOTE01
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              LOTE01
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       LOTE01
      *                                                                 LOTE01
           MOVE SPACES                 TO WS-MSG.                       LOTE01
           MOVE ZEROS                  TO WS-COD-RET.                   LOTE01
           MOVE SPACES                 TO WS-ME-FUNCAO.                 LOTE01
           MOVE ZEROS                  TO WS-ME-CODIGO.                 LOTE01
           MOVE ZEROS                  TO WS-ME-DATA-LIMITE.            LOTE01
      *                                                                 LOTE01
      *    IDENTIFICA A CADEIA NO HISTORICO DE EXECUCOES: CADA PASSO E  LOTE01
      *    REGISTRADO COM O OPERADOR 'LOTE01', O INICIO DA CADEIA E O   LOTE01
      *    NUMERO DO PASSO                                              LOTE01
           MOVE WS-OPERADOR-LOTE       TO WS-ME-OPERADOR.               LOTE01
           MOVE HIS-DATA-INICIO        TO WS-ME-LOTE-DATA.              LOTE01
           MOVE HIS-HORA-INICIO        TO WS-ME-LOTE-HORA.              LOTE01
           MOVE ZEROS                  TO WS-ME-PASSO.                  LOTE01
      *                                                                 LOTE01
           OPEN INPUT SCARTAO.                                          LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    ROTINA QUE EXECUTA UM PASSO DO CARTAO, REGISTRANDO INICIO,  *LOTE01
      *    FIM E RETORNO NO LOG. RETORNO NAO ZERO ROMPE A CADEIA PARA  *LOTE01
      *    QUE UM MOVIMENTO RUIM NAO CONTAMINE OS PASSOS SEGUINTES,    *LOTE01
      *    EXCETO O RETORNO 04, QUE E APENAS ALERTA                    *LOTE01
      ******************************************************************LOTE01
       RTEXECUTAPASSO                  SECTION.                         LOTE01
      *                                                                 LOTE01
           END-IF.                                                      LOTE01
      *                                                                 LOTE01
           ADD 1                       TO ACU-CT-PASSOS.                LOTE01
           MOVE ACU-CT-PASSOS          TO WS-ME-PASSO.                  LOTE01
      *                                                                 LOTE01
           MOVE SPACES                 TO SUB-FILTRO.                   LOTE01
           MOVE FD-CC-ESTADO           TO FLT-ESTADO.                   LOTE01
           PERFORM RTGRAVALOG.                                          LOTE01
      *                                                                 LOTE01
           IF WS-SUB-COD-RET           EQUAL ZEROS                      LOTE01
               GO TO RTEXECUTAPASSO-LE                                  LOTE01
           END-IF.                                                      LOTE01
      *                                                                 LOTE01
      *    RETORNO 04 E ALERTA DO PASSO (EX.: FATURAMENTO SEM RETORNO   LOTE01
      *    NO PRAZO): REGISTRADO NO LOG, A CADEIA PROSSEGUE             LOTE01
           IF WS-SUB-COD-RET           EQUAL 04                         LOTE01
               ADD 1                   TO ACU-CT-ALERTAS                LOTE01
               IF WS-COD-RET           EQUAL ZEROS                      LOTE01
                   MOVE WS-SUB-COD-RET TO WS-COD-RET                    LOTE01
                   MOVE WS-SUB-MSG     TO WS-MSG                        LOTE01
               END-IF                                                   LOTE01
               MOVE 'ALERTA'           TO WS-LOG-EVENTO                 LOTE01
               MOVE FD-CC-PROGRAMA     TO WS-LOG-PROGRAMA               LOTE01
               MOVE WS-SUB-COD-RET     TO WS-LOG-COD-RET                LOTE01
               MOVE 'RETORNO DE ALERTA. A CADEIA PROSSEGUE'             LOTE01
                                       TO WS-LOG-TEXTO                  LOTE01
               PERFORM RTGRAVALOG                                       LOTE01
           ELSE                                                         LOTE01
               ADD 1                   TO ACU-CT-ERROS                  LOTE01
               MOVE WS-SUB-COD-RET     TO WS-COD-RET                    LOTE01
               WHEN 'PGM0123'                                           LOTE01
                   CALL 'PGM0123.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0124'                                           LOTE01
                   CALL 'PGM0124.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0125'                                           LOTE01
                   CALL 'PGM0125.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0126'                                           LOTE01
                   CALL 'PGM0126.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0127'                                           LOTE01
                   CALL 'PGM0127.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0131'                                           LOTE01
                   CALL 'PGM0131.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0132'                                           LOTE01
                   CALL 'PGM0132.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
                                             WS-OPERADOR-LOTE           LOTE01
               WHEN 'PGM0133'                                           LOTE01
                   CALL 'PGM0133.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0134'                                           LOTE01
                   CALL 'PGM0134.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0135'                                           LOTE01
                   CALL 'PGM0135.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0136'                                           LOTE01
                   CALL 'PGM0136.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0137'                                           LOTE01
                   CALL 'PGM0137.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0138'                                           LOTE01
                   CALL 'PGM0138.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'PGM0139'                                           LOTE01
                   CALL 'PGM0139.INT'  USING WS-SUB-MSG                 LOTE01
                                             WS-SUB-COD-RET             LOTE01
               WHEN 'ARQREL'                                            LOTE01
                   INITIALIZE ARQ-PARM                                  LOTE01
                   MOVE 'LOTE01'       TO ARQ-PROGRAMA                  LOTE01
       RTGRAVALOGX.                    EXIT.                            LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    ROTINA QUE REGISTRA A EXECUCAO DA CADEIA NO HISTORICO DE    *LOTE01
      *    EXECUCOES (SYS135): CARTOES LIDOS, PASSOS EXECUTADOS E      *LOTE01
      *    PASSOS COM ERRO                                             *LOTE01
      ******************************************************************LOTE01
       RTGRAVAHIST                     SECTION.                         LOTE01
      *                                                                 LOTE01
           MOVE ZEROS                  TO WS-ME-PASSO.                  LOTE01
      *                                                                 LOTE01
           MOVE 'LOTE01'               TO HIS-PROGRAMA.                 LOTE01
           MOVE ACU-CT-CARTOES         TO HIS-LIDOS.                    LOTE01
           MOVE ACU-CT-PASSOS          TO HIS-GRAVADOS.                 LOTE01
           MOVE ACU-CT-ERROS           TO HIS-REJEITADOS.               LOTE01
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              LOTE01
      *                                                                 LOTE01
           CALL 'HISEXE.INT'           USING HIS-PARM.                  LOTE01
      *                                                                 LOTE01
           IF HIS-COD-RET              NOT EQUAL ZEROS                  LOTE01
               DISPLAY '#LOTE01.909I - FALHA NO REGISTRO DO'            LOTE01
                       ' HISTORICO DE EXECUCOES. RC = '                 LOTE01
                       HIS-COD-RET                                      LOTE01
           END-IF.                                                      LOTE01
      *                                                                 LOTE01
       RTGRAVAHISTX.                   EXIT.                            LOTE01
      *                                                                 LOTE01
      ******************************************************************LOTE01
      *    ROTINA DE FINALIZACAO                                       *LOTE01
      ******************************************************************LOTE01
       RTFINALIZA                      SECTION.                         LOTE01
               MOVE 'FIM'              TO WS-LOG-EVENTO                 LOTE01
               MOVE 'LOTE01'           TO WS-LOG-PROGRAMA               LOTE01
               MOVE WS-COD-RET-R       TO WS-LOG-COD-RET                LOTE01
               EVALUATE TRUE                                            LOTE01
                   WHEN WS-CADEIA-ROMPIDA                               LOTE01
                       MOVE 'FIM DA CADEIA COM ERRO'                    LOTE01
                                       TO WS-LOG-TEXTO                  LOTE01
                   WHEN ACU-CT-ALERTAS GREATER ZEROS                    LOTE01
                       MOVE 'FIM DA CADEIA COM ALERTA'                  LOTE01
                                       TO WS-LOG-TEXTO                  LOTE01
                   WHEN OTHER                                           LOTE01
                       MOVE 'FIM NORMAL DA CADEIA'                      LOTE01
                                       TO WS-LOG-TEXTO                  LOTE01
               END-EVALUATE                                             LOTE01
               PERFORM RTGRAVALOG                                       LOTE01
           END-IF.                                                      LOTE01
      *                                                                 LOTE01
           MOVE ACU-CT-ERROS           TO WS-DISPLAY-QTDE.              LOTE01
           DISPLAY '#LOTE01.906I - TOTAL DE PASSOS COM ERRO = '         LOTE01
                   WS-DISPLAY-QTDE.                                     LOTE01
      *                                                                 LOTE01
           MOVE ACU-CT-ALERTAS         TO WS-DISPLAY-QTDE.              LOTE01
           DISPLAY '#LOTE01.908I - TOTAL DE PASSOS COM ALERTA = '       LOTE01
                   WS-DISPLAY-QTDE.                                     LOTE01
      *                                                                 LOTE01
           IF WS-SCARTAO-ABERTO                                         LOTE01
               CLOSE SCARTAO                                            LOTE01
               CLOSE SLOGLOT                                            LOTE01
               MOVE 'N'                TO WS-SW-SLOGLOT-ABERTO          LOTE01
           END-IF.                                                      LOTE01
      *                                                                 LOTE01
           PERFORM RTGRAVAHIST.                                         LOTE01
      *                                                                 LOTE01
           MOVE WS-COD-RET-R           TO RETURN-CODE.                  LOTE01
      *                                                                 LOTE01
