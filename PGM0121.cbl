      *     *              - REGISTRO DO CADASTRO AMPLIADO PARA 227    *PGM0121
      *     *              - BYTES (DATAS DE CADASTRO/ULTIMA MANUT.)   *PGM0121
      *     *----------------------------------------------------------*PGM0121
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0121
      *     *              - CONTROLE SYS113 GUARDA A QTDE ENVIADA E A *PGM0121
      *     *              - GERACAO MAIS ANTIGA AINDA SEM RETORNO DO  *PGM0121
      *     *              - FATURAMENTO (CONFERIDA PELO PGM0127)      *PGM0121
      *     *----------------------------------------------------------*PGM0121
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0121
      *     *              - EVENTO DE ANONIMIZACAO (LGPD, PGM0129)    *PGM0121
      *     *              - ENVIADO AO FATURAMENTO COMO ALTERACAO     *PGM0121
      *     *----------------------------------------------------------*PGM0121
      *     * VERSAO 05    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0121
      *     *              - REGISTRO DA EXECUCAO NO HISTORICO DE      *PGM0121
      *     *              - EXECUCOES (SYS135, SUBPROGRAMA HISEXE)    *PGM0121
      *     *----------------------------------------------------------*PGM0121
      ******************************************************************PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
           03  FD-CE-ULT-EVENTO    PIC     9(07).                       PGM0121
           03  FD-CE-DATA-ULT      PIC     9(08).                       PGM0121
           03  FD-CE-HORA-ULT      PIC     9(08).                       PGM0121
           03  FD-CE-QTDE          PIC     9(07).                       PGM0121
           03  FD-CE-GER-PEND      PIC     9(06).                       PGM0121
           03  FD-CE-DATA-PEND     PIC     9(08).                       PGM0121
           03  FD-CE-GER-ACK       PIC     9(06).                       PGM0121
           03  FD-CE-DATA-ACK      PIC     9(08).                       PGM0121
           03  FD-CE-DIAS-LIMITE   PIC     9(03).                       PGM0121
           03  FILLER              PIC     X(13).                       PGM0121
      *                                                                 PGM0121
       FD  SRELATO.                                                     PGM0121
       01  FD-REG-RELATO           PIC     X(95).                       PGM0121
       01  WS-ULT-EVENTO-ANT       PIC     9(07)         VALUE ZEROS.   PGM0121
       01  WS-GERACAO-NOVA         PIC     9(06)         VALUE ZEROS.   PGM0121
      *                                                                 PGM0121
      *    SITUACAO DO RETORNO DO FATURAMENTO (MANTIDA PELO PGM0127)    PGM0121
       01  WS-GER-PEND             PIC     9(06)         VALUE ZEROS.   PGM0121
       01  WS-DATA-PEND            PIC     9(08)         VALUE ZEROS.   PGM0121
       01  WS-GER-ACK              PIC     9(06)         VALUE ZEROS.   PGM0121
       01  WS-DATA-ACK             PIC     9(08)         VALUE ZEROS.   PGM0121
       01  WS-DIAS-LIMITE          PIC     9(03)         VALUE ZEROS.   PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
      *    TABELA DO DELTA LIQUIDO POR CLIENTE. A OPERACAO 'X' MARCA   *PGM0121
      *    CLIENTE INCLUIDO E EXCLUIDO NA MESMA JANELA (NADA A ENVIAR) *PGM0121
      ******************************************************************PGM0121
           COPY ARQLNK.                                                 PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
      *    AREA DE COMUNICACAO COM O HISTORICO DE EXECUCOES            *PGM0121
      ******************************************************************PGM0121
           COPY HISLNK.                                                 PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
       77  FILLER                  PIC     X(32)         VALUE          PGM0121
           'FFF FIM DA WORKING-STORAGE FFF'.                            PGM0121
      *    ROTINA DE INICIALIZACAO                                     *PGM0121
      ******************************************************************PGM0121
       RTINICIALIZA                    SECTION.                         PGM0121
      *                                                                 PGM0121
      *    INICIO DA EXECUCAO PARA O HISTORICO DE EXECUCOES (SYS135)    PGM0121
           ACCEPT HIS-DATA-INICIO      FROM DATE YYYYMMDD.              PGM0121
           ACCEPT HIS-HORA-INICIO      FROM TIME.                       PGM0121
      *                                                                 PGM0121
           DISPLAY ERASE.                                               PGM0121
      *                                                                 PGM0121
                      ACU-CT-EXCLUSOES                                  PGM0121
                      ACU-CT-SUPRIMIDOS                                 PGM0121
                      ACU-CT-PAGINA                                     PGM0121
                      WS-CT-DELTA                                       PGM0121
                      WS-GER-PEND                                       PGM0121
                      WS-DATA-PEND                                      PGM0121
                      WS-GER-ACK                                        PGM0121
                      WS-DATA-ACK                                       PGM0121
                      WS-DIAS-LIMITE.                                   PGM0121
      *                                                                 PGM0121
           DISPLAY '**************************************************'.PGM0121
      *                                                                 PGM0121
                       FD-CE-GERACAO                                    PGM0121
               DISPLAY '#PGM0121.903I - EVENTOS JA EXTRAIDOS = '        PGM0121
                       FD-CE-ULT-EVENTO                                 PGM0121
      *        CONTROLE GRAVADO ANTES DA VERSAO 03 NAO TEM ESTES CAMPOS PGM0121
               IF FD-CE-GER-PEND       NUMERIC                          PGM0121
                  AND FD-CE-DATA-PEND  NUMERIC                          PGM0121
                  AND FD-CE-GER-ACK    NUMERIC                          PGM0121
                  AND FD-CE-DATA-ACK   NUMERIC                          PGM0121
                  AND FD-CE-DIAS-LIMITE NUMERIC                         PGM0121
                   MOVE FD-CE-GER-PEND TO WS-GER-PEND                   PGM0121
                   MOVE FD-CE-DATA-PEND                                 PGM0121
                                       TO WS-DATA-PEND                  PGM0121
                   MOVE FD-CE-GER-ACK  TO WS-GER-ACK                    PGM0121
                   MOVE FD-CE-DATA-ACK TO WS-DATA-ACK                   PGM0121
                   MOVE FD-CE-DIAS-LIMITE                               PGM0121
                                       TO WS-DIAS-LIMITE                PGM0121
               END-IF                                                   PGM0121
           END-IF.                                                      PGM0121
      *                                                                 PGM0121
           CLOSE SCTLEXT.                                               PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
      *    ROTINA QUE COMPOE A OPERACAO LIQUIDA DO CLIENTE NA JANELA:  *PGM0121
      *    I+A=I, I+E=X (NADA A ENVIAR), A+E=E, E+I=A, X+I=I.          *PGM0121
      *    A ANONIMIZACAO (N) VALE COMO ALTERACAO                      *PGM0121
      ******************************************************************PGM0121
       RTCOMPOEOPERACAO                SECTION.                         PGM0121
      *                                                                 PGM0121
               WHEN SPACE  ALSO 'I'                                     PGM0121
                   MOVE 'I'            TO WS-DL-OPER (WS-IX-DELTA)      PGM0121
               WHEN SPACE  ALSO 'A'                                     PGM0121
               WHEN SPACE  ALSO 'N'                                     PGM0121
                   MOVE 'A'            TO WS-DL-OPER (WS-IX-DELTA)      PGM0121
               WHEN SPACE  ALSO 'E'                                     PGM0121
                   MOVE 'E'            TO WS-DL-OPER (WS-IX-DELTA)      PGM0121
           MOVE ACU-CT-JREVENTOS       TO FD-CE-ULT-EVENTO.             PGM0121
           MOVE WS-DATA-MAQ            TO FD-CE-DATA-ULT.               PGM0121
           MOVE WS-HORA-MAQ            TO FD-CE-HORA-ULT.               PGM0121
           MOVE ACU-CT-GRAVADOS        TO FD-CE-QTDE.                   PGM0121
      *                                                                 PGM0121
      *    A GERACAO PENDENTE E A MAIS ANTIGA AINDA SEM RETORNO DO      PGM0121
      *    FATURAMENTO: SO E MARCADA SE NAO HOUVER OUTRA EM ABERTO      PGM0121
           IF WS-GER-PEND              EQUAL ZEROS                      PGM0121
               MOVE WS-GERACAO-NOVA    TO WS-GER-PEND                   PGM0121
               MOVE WS-DATA-MAQ        TO WS-DATA-PEND                  PGM0121
           END-IF.                                                      PGM0121
      *                                                                 PGM0121
           MOVE WS-GER-PEND            TO FD-CE-GER-PEND.               PGM0121
           MOVE WS-DATA-PEND           TO FD-CE-DATA-PEND.              PGM0121
           MOVE WS-GER-ACK             TO FD-CE-GER-ACK.                PGM0121
           MOVE WS-DATA-ACK            TO FD-CE-DATA-ACK.               PGM0121
           MOVE WS-DIAS-LIMITE         TO FD-CE-DIAS-LIMITE.            PGM0121
      *                                                                 PGM0121
           WRITE FD-REG-CTLEXT.                                         PGM0121
      *                                                                 PGM0121
       RTCONTABILIZAX.                 EXIT.                            PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
      *    ROTINA QUE REGISTRA A EXECUCAO NO HISTORICO DE EXECUCOES    *PGM0121
      *    (SYS135)                                                    *PGM0121
      ******************************************************************PGM0121
       RTGRAVAHIST                     SECTION.                         PGM0121
      *                                                                 PGM0121
           MOVE 'PGM0121'              TO HIS-PROGRAMA.                 PGM0121
           MOVE ACU-CT-JREVENTOS       TO HIS-LIDOS.                    PGM0121
           MOVE ACU-CT-GRAVADOS        TO HIS-GRAVADOS.                 PGM0121
           MOVE ZEROS                  TO HIS-REJEITADOS.               PGM0121
           MOVE WS-COD-RET-R           TO HIS-COD-RET-PGM.              PGM0121
      *                                                                 PGM0121
           CALL 'HISEXE.INT'           USING HIS-PARM.                  PGM0121
      *                                                                 PGM0121
           IF HIS-COD-RET              NOT EQUAL ZEROS                  PGM0121
               DISPLAY '#PGM0121.911I - FALHA NO REGISTRO DO'           PGM0121
                       ' HISTORICO DE EXECUCOES. RC = '                 PGM0121
                       HIS-COD-RET                                      PGM0121
           END-IF.                                                      PGM0121
      *                                                                 PGM0121
       RTGRAVAHISTX.                   EXIT.                            PGM0121
      *                                                                 PGM0121
      ******************************************************************PGM0121
      *    ROTINA DE FINALIZACAO                                       *PGM0121
      ******************************************************************PGM0121
       RTFINALIZA                      SECTION.                         PGM0121
           DISPLAY WS-MENSAGEM                                          PGM0121
                   WS-DATA-DISPLAY.                                     PGM0121
           DISPLAY '**************************************************'.PGM0121
      *                                                                 PGM0121
           PERFORM RTGRAVAHIST.                                         PGM0121
      *                                                                 PGM0121
           MOVE WS-MSG                 TO LK-MSG.                       PGM0121
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0121
