      *     *              - CHAVE ALTERNATIVA FD-RC-CPF-CNPJ (COM     *PGM0119
      *     *              - DUPLICATAS) NO CADASTRO DE CLIENTES       *PGM0119
      *     *----------------------------------------------------------*PGM0119
      *     * VERSAO 03    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0119
      *     *              - SECAO DO RETORNO DO FATURAMENTO (SYS113), *PGM0119
      *     *              - COM ALERTA DE GERACAO SEM RETORNO NO PRAZO*PGM0119
      *     *----------------------------------------------------------*PGM0119
      *     * VERSAO 04    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0119
      *     *              - SECAO DAS SOLICITACOES DE DUPLO CONTROLE  *PGM0119
      *     *              - PENDENTES HA MAIS DE 2 DIAS (SYS117)      *PGM0119
      *     *----------------------------------------------------------*PGM0119
      ******************************************************************PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *                                                                 PGM0119
           SELECT SRESUMO  ASSIGN TO SYS114                             PGM0119
                  FILE    STATUS IS WS-FS-SRESUMO.                      PGM0119
      *                                                                 PGM0119
           SELECT SCTLEXT  ASSIGN TO SYS113                             PGM0119
                  FILE    STATUS IS WS-FS-SCTLEXT.                      PGM0119
      *                                                                 PGM0119
           SELECT EPENDEN  ASSIGN TO SYS117                             PGM0119
                  ORGANIZATION IS INDEXED                               PGM0119
                  ACCESS    MODE IS DYNAMIC                             PGM0119
                  RECORD    KEY IS FD-PD-NUMERO                         PGM0119
                  ALTERNATE RECORD KEY IS FD-PD-CODIGO                  PGM0119
                            WITH DUPLICATES                             PGM0119
                  FILE    STATUS IS WS-FS-EPENDEN.                      PGM0119
      *                                                                 PGM0119
           SELECT SRELATO  ASSIGN TO SPRINT                             PGM0119
                  FILE    STATUS IS WS-FS-SRELATO.                      PGM0119
           03  FD-RS-DIVERGENTES   PIC     9(07).                       PGM0119
           03  FD-RS-RELATORIOS    PIC     9(07).                       PGM0119
           03  FILLER              PIC     X(02).                       PGM0119
      *                                                                 PGM0119
       FD  SCTLEXT                                                      PGM0119
           BLOCK     CONTAINS 0  RECORDS                                PGM0119
           RECORDING MODE     IS F                                      PGM0119
           LABEL     RECORD   IS STANDARD.                              PGM0119
       01  FD-REG-CTLEXT.                                               PGM0119
           03  FD-CE-GERACAO       PIC     9(06).                       PGM0119
           03  FD-CE-ULT-EVENTO    PIC     9(07).                       PGM0119
           03  FD-CE-DATA-ULT      PIC     9(08).                       PGM0119
           03  FD-CE-HORA-ULT      PIC     9(08).                       PGM0119
           03  FD-CE-QTDE          PIC     9(07).                       PGM0119
           03  FD-CE-GER-PEND      PIC     9(06).                       PGM0119
           03  FD-CE-DATA-PEND     PIC     9(08).                       PGM0119
           03  FD-CE-GER-ACK       PIC     9(06).                       PGM0119
           03  FD-CE-DATA-ACK      PIC     9(08).                       PGM0119
           03  FD-CE-DIAS-LIMITE   PIC     9(03).                       PGM0119
           03  FILLER              PIC     X(13).                       PGM0119
      *                                                                 PGM0119
       FD  EPENDEN                                                      PGM0119
           BLOCK     CONTAINS 0  RECORDS                                PGM0119
           RECORDING MODE     IS F                                      PGM0119
           LABEL     RECORD   IS STANDARD.                              PGM0119
           COPY CADPEN.                                                 PGM0119
      *                                                                 PGM0119
       FD  SRELATO.                                                     PGM0119
       01  FD-REG-RELATO           PIC     X(95).                       PGM0119
       77  WS-FS-ECATREL           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-FS-ECADCLI           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-FS-SRESUMO           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-FS-SCTLEXT           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-FS-EPENDEN           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-FS-SRELATO           PIC     X(02)         VALUE ZEROS.   PGM0119
       77  WS-SW-ECADCLI-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0119
           88  WS-ECADCLI-ABERTO                         VALUE 'S'.     PGM0119
       01  WS-UF-ERRO              PIC     X(02)         VALUE SPACES.  PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    SITUACAO DO RETORNO DO FATURAMENTO (CONTROLE SYS113)        *PGM0119
      ******************************************************************PGM0119
       01  WS-SW-FATURAMENTO       PIC     X(01)         VALUE 'N'.     PGM0119
           88  WS-FATURAMENTO-LIDO                       VALUE 'S'.     PGM0119
       01  WS-SW-FAT-ATRASO        PIC     X(01)         VALUE 'N'.     PGM0119
           88  WS-FAT-ATRASADO                           VALUE 'S'.     PGM0119
       01  WS-FAT-GERACAO          PIC     9(06)         VALUE ZEROS.   PGM0119
       01  WS-FAT-QTDE             PIC     9(07)         VALUE ZEROS.   PGM0119
       01  WS-FAT-GER-ACK          PIC     9(06)         VALUE ZEROS.   PGM0119
       01  WS-FAT-GER-PEND         PIC     9(06)         VALUE ZEROS.   PGM0119
       01  WS-FAT-DATA-PEND        PIC     9(08)         VALUE ZEROS.   PGM0119
       01  WS-FAT-LIMITE           PIC     9(03)         VALUE ZEROS.   PGM0119
       01  WS-FAT-DIAS             PIC     9(05)         VALUE ZEROS.   PGM0119
       77  WS-DIAS-REF             PIC     9(07) COMP-3  VALUE ZEROS.   PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    SOLICITACOES DE DUPLO CONTROLE PENDENTES ALEM DO PRAZO DE   *PGM0119
      *    APROVACAO (FILA SYS117). A TABELA GUARDA AS MAIS ANTIGAS;   *PGM0119
      *    A LISTA COMPLETA SAI NO PGM0131                             *PGM0119
      ******************************************************************PGM0119
       01  WS-SW-PENDENTES         PIC     X(01)         VALUE 'N'.     PGM0119
           88  WS-PENDENTES-LIDAS                        VALUE 'S'.     PGM0119
       01  WS-PD-PRAZO             PIC     9(03)         VALUE 2.       PGM0119
       01  WS-PD-DIAS              PIC     9(05)         VALUE ZEROS.   PGM0119
       77  WS-PD-TOTAL             PIC     9(07) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-PD-ATRASADAS         PIC     9(07) COMP-3  VALUE ZEROS.   PGM0119
       01  WS-TB-PEND.                                                  PGM0119
           03  WS-TB-PEND-ENT      OCCURS 10 TIMES.                     PGM0119
               05  WS-TP-NUMERO    PIC     9(08).                       PGM0119
               05  WS-TP-OPERACAO  PIC     X(01).                       PGM0119
               05  WS-TP-CODIGO    PIC     9(06).                       PGM0119
               05  WS-TP-OPERADOR  PIC     X(08).                       PGM0119
               05  WS-TP-DIAS      PIC     9(05).                       PGM0119
       77  WS-CT-PEND              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-IX-PEND              PIC     9(02) COMP-3  VALUE ZEROS.   PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    AREA DE CONVERSAO DE DATA EM DIAS CORRIDOS                  *PGM0119
      ******************************************************************PGM0119
       01  WS-DJ-DATA              PIC     9(08)         VALUE ZEROS.   PGM0119
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.                           PGM0119
           03  WS-DJ-ANO           PIC     9(04).                       PGM0119
           03  WS-DJ-MES           PIC     9(02).                       PGM0119
           03  WS-DJ-DIA           PIC     9(02).                       PGM0119
       77  WS-DJ-DIAS              PIC     9(07) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-A                 PIC     9(04) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-M                 PIC     9(02) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-T1                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-T2                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-T3                PIC     9(02) COMP-3  VALUE ZEROS.   PGM0119
       77  WS-DJ-T4                PIC     9(04) COMP-3  VALUE ZEROS.   PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    AREA DE DECODIFICACAO DOS TOTAIS DA CRITICA (SYS065)        *PGM0119
      ******************************************************************PGM0119
       01  WS-QTDE-CRIT            PIC     X(07)         VALUE SPACES.  PGM0119
               '  OCORRENCIAS NA UF...:'.                               PGM0119
           05  LUF-QTDE            PIC     ZZZZZZ9.                     PGM0119
           05  FILLER              PIC     X(57)         VALUE SPACES.  PGM0119
      *                                                                 PGM0119
       01  LINFAT.                                                      PGM0119
           05  FILLER              PIC     X(03)         VALUE SPACES.  PGM0119
           05  LFT-DESCRICAO       PIC     X(35)         VALUE SPACES.  PGM0119
           05  FILLER              PIC     X(07)         VALUE SPACES.  PGM0119
           05  LFT-VALOR           PIC     ZZZZZZ9.                     PGM0119
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0119
           05  LFT-AVISO           PIC     X(41)         VALUE SPACES.  PGM0119
      *                                                                 PGM0119
       01  LINPEN.                                                      PGM0119
           05  FILLER              PIC     X(05)         VALUE SPACES.  PGM0119
           05  FILLER              PIC     X(07)         VALUE          PGM0119
               'SOLIC.'.                                                PGM0119
           05  LPN-NUMERO          PIC     9(08)         VALUE ZEROS.   PGM0119
           05  FILLER              PIC     X(02)         VALUE SPACES.  PGM0119
           05  LPN-OPERACAO        PIC     X(10)         VALUE SPACES.  PGM0119
           05  FILLER              PIC     X(09)         VALUE          PGM0119
               '  CLIENTE'.                                             PGM0119
           05  LPN-CODIGO          PIC     999.999       VALUE ZEROS.   PGM0119
           05  FILLER              PIC     X(08)         VALUE          PGM0119
               '  OPER.'.                                               PGM0119
           05  LPN-OPERADOR        PIC     X(08)         VALUE SPACES.  PGM0119
           05  FILLER              PIC     X(08)         VALUE          PGM0119
               '  DIAS:'.                                               PGM0119
           05  LPN-DIAS            PIC     ZZZZ9         VALUE ZEROS.   PGM0119
           05  FILLER              PIC     X(18)         VALUE SPACES.  PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    AREA DE COMUNICACAO COM O ARQUIVADOR DE RELATORIOS          *PGM0119
                      WS-ANT-SOMENTE-10                                 PGM0119
                      WS-ANT-SOMENTE-20                                 PGM0119
                      WS-ANT-DIVERGENTES                                PGM0119
                      WS-ANT-RELATORIOS                                 PGM0119
                      WS-FAT-GERACAO                                    PGM0119
                      WS-FAT-QTDE                                       PGM0119
                      WS-FAT-GER-ACK                                    PGM0119
                      WS-FAT-GER-PEND                                   PGM0119
                      WS-FAT-DATA-PEND                                  PGM0119
                      WS-FAT-LIMITE                                     PGM0119
                      WS-FAT-DIAS                                       PGM0119
                      WS-PD-TOTAL                                       PGM0119
                      WS-PD-ATRASADAS                                   PGM0119
                      WS-CT-PEND                                        PGM0119
                      WS-TB-PEND.                                       PGM0119
      *                                                                 PGM0119
      *    A WORKING-STORAGE PERSISTE ENTRE CHAMADAS: SEM O RESET       PGM0119
      *    UMA SEGUNDA EXECUCAO REAPRESENTARIA O HISTORICO ANTIGO       PGM0119
           MOVE 'N'                    TO WS-SW-ANTERIOR.               PGM0119
           MOVE 'N'                    TO WS-SW-FATURAMENTO.            PGM0119
           MOVE 'N'                    TO WS-SW-FAT-ATRASO.             PGM0119
           MOVE 'N'                    TO WS-SW-PENDENTES.              PGM0119
      *                                                                 PGM0119
           DISPLAY '**************************************************'.PGM0119
      *                                                                 PGM0119
           PERFORM RTAPURABALANCO.                                      PGM0119
      *                                                                 PGM0119
           PERFORM RTAPURACATALOGO.                                     PGM0119
      *                                                                 PGM0119
           PERFORM RTAPURAFATURAMENTO.                                  PGM0119
      *                                                                 PGM0119
           PERFORM RTAPURAPENDENTES.                                    PGM0119
      *                                                                 PGM0119
           PERFORM RTIMPRESUMO.                                         PGM0119
      *                                                                 PGM0119
       RTAPURACAT-REGX.                EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE APURA A SITUACAO DO RETORNO DO FATURAMENTO NO    *PGM0119
      *    CONTROLE DE EXTRACAO (SYS113): GERACAO PENDENTE HA MAIS     *PGM0119
      *    DIAS QUE O PRAZO USADO PELO PGM0127 (PADRAO 3) E ALERTA     *PGM0119
      ******************************************************************PGM0119
       RTAPURAFATURAMENTO              SECTION.                         PGM0119
      *                                                                 PGM0119
           OPEN INPUT SCTLEXT.                                          PGM0119
      *                                                                 PGM0119
           IF WS-FS-SCTLEXT            EQUAL ZEROS                      PGM0119
               CONTINUE                                                 PGM0119
           ELSE                                                         PGM0119
               DISPLAY '#PGM0119.921I - CONTROLE DE EXTRACAO SYS113'    PGM0119
                       ' INDISPONIVEL. SECAO DO FATURAMENTO OMITIDA.'   PGM0119
               GO TO RTAPURAFATURAMENTOX                                PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           READ SCTLEXT.                                                PGM0119
      *                                                                 PGM0119
           IF WS-FS-SCTLEXT            EQUAL ZEROS                      PGM0119
               CLOSE SCTLEXT                                            PGM0119
           ELSE                                                         PGM0119
               CLOSE SCTLEXT                                            PGM0119
               GO TO RTAPURAFATURAMENTOX                                PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           SET WS-FATURAMENTO-LIDO     TO TRUE.                         PGM0119
           MOVE FD-CE-GERACAO          TO WS-FAT-GERACAO.               PGM0119
      *                                                                 PGM0119
      *    CONTROLE AINDA SEM OS CAMPOS DO RETORNO: A GERACAO ATUAL     PGM0119
      *    FICA PENDENTE DESDE A DATA DA EXTRACAO                       PGM0119
           IF FD-CE-GER-PEND           NUMERIC                          PGM0119
              AND FD-CE-DATA-PEND      NUMERIC                          PGM0119
              AND FD-CE-GER-ACK        NUMERIC                          PGM0119
              AND FD-CE-QTDE           NUMERIC                          PGM0119
              AND FD-CE-DIAS-LIMITE    NUMERIC                          PGM0119
               MOVE FD-CE-QTDE         TO WS-FAT-QTDE                   PGM0119
               MOVE FD-CE-GER-ACK      TO WS-FAT-GER-ACK                PGM0119
               MOVE FD-CE-GER-PEND     TO WS-FAT-GER-PEND               PGM0119
               MOVE FD-CE-DATA-PEND    TO WS-FAT-DATA-PEND              PGM0119
               MOVE FD-CE-DIAS-LIMITE  TO WS-FAT-LIMITE                 PGM0119
           ELSE                                                         PGM0119
               MOVE FD-CE-GERACAO      TO WS-FAT-GER-PEND               PGM0119
               MOVE FD-CE-DATA-ULT     TO WS-FAT-DATA-PEND              PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF WS-FAT-LIMITE            EQUAL ZEROS                      PGM0119
               MOVE 3                  TO WS-FAT-LIMITE                 PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF WS-FAT-GER-PEND          EQUAL ZEROS                      PGM0119
              OR WS-FAT-DATA-PEND      EQUAL ZEROS                      PGM0119
               GO TO RTAPURAFATURAMENTOX                                PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           MOVE WS-DATA-REF            TO WS-DJ-DATA.                   PGM0119
           PERFORM RTCALCDIAS.                                          PGM0119
           MOVE WS-DJ-DIAS             TO WS-DIAS-REF.                  PGM0119
      *                                                                 PGM0119
           MOVE WS-FAT-DATA-PEND       TO WS-DJ-DATA.                   PGM0119
           PERFORM RTCALCDIAS.                                          PGM0119
      *                                                                 PGM0119
           IF WS-DJ-DIAS               LESS WS-DIAS-REF                 PGM0119
               COMPUTE WS-FAT-DIAS = WS-DIAS-REF - WS-DJ-DIAS           PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF WS-FAT-DIAS              GREATER WS-FAT-LIMITE            PGM0119
               SET WS-FAT-ATRASADO     TO TRUE                          PGM0119
               DISPLAY '#PGM0119.922I - ALERTA: GERACAO '               PGM0119
                       WS-FAT-GER-PEND ' SEM RETORNO DO FATURAMENTO'    PGM0119
                       ' HA ' WS-FAT-DIAS ' DIAS.'                      PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
       RTAPURAFATURAMENTOX.            EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE APURA AS SOLICITACOES DE DUPLO CONTROLE (SYS117) *PGM0119
      *    PENDENTES HA MAIS DIAS QUE O PRAZO DE APROVACAO             *PGM0119
      ******************************************************************PGM0119
       RTAPURAPENDENTES                SECTION.                         PGM0119
      *                                                                 PGM0119
           OPEN INPUT EPENDEN.                                          PGM0119
      *                                                                 PGM0119
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0119
               CONTINUE                                                 PGM0119
           ELSE                                                         PGM0119
               DISPLAY '#PGM0119.923I - FILA DE SOLICITACOES SYS117'    PGM0119
                       ' INDISPONIVEL. SECAO DAS PENDENCIAS OMITIDA.'   PGM0119
               GO TO RTAPURAPENDENTESX                                  PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           SET WS-PENDENTES-LIDAS      TO TRUE.                         PGM0119
      *                                                                 PGM0119
           MOVE WS-DATA-REF            TO WS-DJ-DATA.                   PGM0119
           PERFORM RTCALCDIAS.                                          PGM0119
           MOVE WS-DJ-DIAS             TO WS-DIAS-REF.                  PGM0119
      *                                                                 PGM0119
           PERFORM RTAPURAPEND-REG     UNTIL WS-FS-EPENDEN              PGM0119
                                             NOT EQUAL ZEROS.           PGM0119
      *                                                                 PGM0119
           CLOSE EPENDEN.                                               PGM0119
      *                                                                 PGM0119
           IF WS-PD-ATRASADAS          GREATER ZEROS                    PGM0119
               MOVE WS-PD-ATRASADAS    TO WS-DISPLAY-QTDE               PGM0119
               DISPLAY '#PGM0119.924I - ALERTA: ' WS-DISPLAY-QTDE       PGM0119
                       ' SOLICITACAO(OES) PENDENTE(S) HA MAIS DE '      PGM0119
                       WS-PD-PRAZO ' DIAS.'                             PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
       RTAPURAPENDENTESX.              EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE LE E APURA UMA SOLICITACAO DA FILA (SYS117)      *PGM0119
      ******************************************************************PGM0119
       RTAPURAPEND-REG                 SECTION.                         PGM0119
      *                                                                 PGM0119
           READ EPENDEN NEXT                                            PGM0119
               AT END                                                   PGM0119
                   MOVE '10'           TO WS-FS-EPENDEN                 PGM0119
           END-READ.                                                    PGM0119
      *                                                                 PGM0119
           IF WS-FS-EPENDEN            NOT EQUAL ZEROS                  PGM0119
               GO TO RTAPURAPEND-REGX                                   PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF FD-PD-PENDENTE                                            PGM0119
               ADD 1                   TO WS-PD-TOTAL                   PGM0119
           ELSE                                                         PGM0119
               GO TO RTAPURAPEND-REGX                                   PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           MOVE ZEROS                  TO WS-PD-DIAS.                   PGM0119
           MOVE FD-PD-DATA             TO WS-DJ-DATA.                   PGM0119
           PERFORM RTCALCDIAS.                                          PGM0119
      *                                                                 PGM0119
           IF WS-DJ-DIAS               LESS WS-DIAS-REF                 PGM0119
               COMPUTE WS-PD-DIAS = WS-DIAS-REF - WS-DJ-DIAS            PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF WS-PD-DIAS               NOT GREATER WS-PD-PRAZO          PGM0119
               GO TO RTAPURAPEND-REGX                                   PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           ADD 1                       TO WS-PD-ATRASADAS.              PGM0119
      *                                                                 PGM0119
      *    A FILA E LIDA EM ORDEM DE NUMERO: AS PRIMEIRAS SAO AS MAIS   PGM0119
      *    ANTIGAS E SAO AS QUE FICAM NA TABELA                         PGM0119
           IF WS-CT-PEND               LESS 10                          PGM0119
               ADD 1                   TO WS-CT-PEND                    PGM0119
               MOVE FD-PD-NUMERO       TO WS-TP-NUMERO   (WS-CT-PEND)   PGM0119
               MOVE FD-PD-OPERACAO     TO WS-TP-OPERACAO (WS-CT-PEND)   PGM0119
               MOVE FD-PD-CODIGO       TO WS-TP-CODIGO   (WS-CT-PEND)   PGM0119
               MOVE FD-PD-OPERADOR     TO WS-TP-OPERADOR (WS-CT-PEND)   PGM0119
               MOVE WS-PD-DIAS         TO WS-TP-DIAS     (WS-CT-PEND)   PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
       RTAPURAPEND-REGX.               EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE CONVERTE UMA DATA AAAAMMDD EM DIAS CORRIDOS      *PGM0119
      *    PARA COMPARACAO (CALENDARIO GREGORIANO)                     *PGM0119
      ******************************************************************PGM0119
       RTCALCDIAS                      SECTION.                         PGM0119
      *                                                                 PGM0119
           MOVE WS-DJ-ANO              TO WS-DJ-A.                      PGM0119
           MOVE WS-DJ-MES              TO WS-DJ-M.                      PGM0119
      *                                                                 PGM0119
           IF WS-DJ-M                  LESS 3                           PGM0119
               SUBTRACT 1              FROM WS-DJ-A                     PGM0119
               ADD 12                  TO WS-DJ-M                       PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           COMPUTE WS-DJ-T1 = WS-DJ-A / 4.                              PGM0119
           COMPUTE WS-DJ-T2 = WS-DJ-A / 100.                            PGM0119
           COMPUTE WS-DJ-T3 = WS-DJ-A / 400.                            PGM0119
           COMPUTE WS-DJ-T4 = (153 * (WS-DJ-M + 1)) / 5.                PGM0119
      *                                                                 PGM0119
           COMPUTE WS-DJ-DIAS = (365 * WS-DJ-A) + WS-DJ-T1              PGM0119
                              - WS-DJ-T2 + WS-DJ-T3                     PGM0119
                              + WS-DJ-T4 + WS-DJ-DIA.                   PGM0119
      *                                                                 PGM0119
       RTCALCDIASX.                    EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME O RESUMO CONSOLIDADO NO SPRINT           *PGM0119
      ******************************************************************PGM0119
       RTIMPRESUMO                     SECTION.                         PGM0119
           MOVE ACU-RELATORIOS         TO LCM-HOJE.                     PGM0119
           MOVE WS-ANT-RELATORIOS      TO LCM-ANTERIOR.                 PGM0119
           PERFORM RTIMPCOMPARA.                                        PGM0119
      *                                                                 PGM0119
           IF WS-FATURAMENTO-LIDO                                       PGM0119
               PERFORM RTIMPFATURAMENTO                                 PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           IF WS-PENDENTES-LIDAS                                        PGM0119
               PERFORM RTIMPPENDENTES                                   PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
       RTIMPRESUMOX.                   EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME A SECAO DO RETORNO DO FATURAMENTO        *PGM0119
      ******************************************************************PGM0119
       RTIMPFATURAMENTO                SECTION.                         PGM0119
      *                                                                 PGM0119
           MOVE 'RETORNO DO FATURAMENTO (CONTROLE SYS113)'              PGM0119
                                       TO LTI-TEXTO.                    PGM0119
           PERFORM RTIMPTITULO.                                         PGM0119
      *                                                                 PGM0119
           MOVE 'ULTIMA GERACAO DO DELTA ENVIADA:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-FAT-GERACAO         TO LFT-VALOR.                    PGM0119
           MOVE SPACES                 TO LFT-AVISO.                    PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE 'CLIENTES ENVIADOS NA GERACAO...:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-FAT-QTDE            TO LFT-VALOR.                    PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE 'ULTIMA GERACAO CONFIRMADA......:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-FAT-GER-ACK         TO LFT-VALOR.                    PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE 'GERACAO MAIS ANTIGA SEM RETORNO:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-FAT-GER-PEND        TO LFT-VALOR.                    PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE 'DIAS SEM RETORNO DO FATURAMENTO:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-FAT-DIAS            TO LFT-VALOR.                    PGM0119
           IF WS-FAT-ATRASADO                                           PGM0119
               MOVE '*** ALERTA: PRAZO DE RETORNO ESTOURADO'            PGM0119
                                       TO LFT-AVISO                     PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
       RTIMPFATURAMENTOX.              EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME UMA LINHA DA SECAO DO FATURAMENTO        *PGM0119
      ******************************************************************PGM0119
       RTIMPFATLINHA                   SECTION.                         PGM0119
      *                                                                 PGM0119
           IF ACU-CT-LINHA             GREATER 55                       PGM0119
               PERFORM RTMONTACAB                                       PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           MOVE LINFAT                 TO FD-REG-RELATO.                PGM0119
      *                                                                 PGM0119
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0119
      *                                                                 PGM0119
           ADD 1                       TO ACU-CT-LINHA.                 PGM0119
      *                                                                 PGM0119
       RTIMPFATLINHAX.                 EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME A SECAO DAS SOLICITACOES PENDENTES       *PGM0119
      ******************************************************************PGM0119
       RTIMPPENDENTES                  SECTION.                         PGM0119
      *                                                                 PGM0119
           MOVE 'SOLICITACOES DE DUPLO CONTROLE PENDENTES (FILA SYS117)'PGM0119
                                       TO LTI-TEXTO.                    PGM0119
           PERFORM RTIMPTITULO.                                         PGM0119
      *                                                                 PGM0119
           MOVE 'SOLICITACOES PENDENTES.........:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-PD-TOTAL            TO LFT-VALOR.                    PGM0119
           MOVE SPACES                 TO LFT-AVISO.                    PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE 'PENDENTES HA MAIS DE 2 DIAS....:'                      PGM0119
                                       TO LFT-DESCRICAO.                PGM0119
           MOVE WS-PD-ATRASADAS        TO LFT-VALOR.                    PGM0119
           IF WS-PD-ATRASADAS          GREATER ZEROS                    PGM0119
               MOVE '*** ALERTA: APROVACAO FORA DO PRAZO'               PGM0119
                                       TO LFT-AVISO                     PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           PERFORM RTIMPFATLINHA.                                       PGM0119
      *                                                                 PGM0119
           MOVE ZEROS                  TO WS-IX-PEND.                   PGM0119
      *                                                                 PGM0119
           PERFORM RTIMPPENDLINHA      UNTIL WS-IX-PEND                 PGM0119
                                             NOT LESS WS-CT-PEND.       PGM0119
      *                                                                 PGM0119
           IF WS-PD-ATRASADAS          GREATER WS-CT-PEND               PGM0119
               MOVE 'DEMAIS PENDENCIAS NO RELATORIO PGM0131'            PGM0119
                                       TO LFT-DESCRICAO                 PGM0119
               COMPUTE LFT-VALOR = WS-PD-ATRASADAS - WS-CT-PEND         PGM0119
               MOVE SPACES             TO LFT-AVISO                     PGM0119
               PERFORM RTIMPFATLINHA                                    PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
       RTIMPPENDENTESX.                EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME UMA SOLICITACAO PENDENTE FORA DO PRAZO   *PGM0119
      ******************************************************************PGM0119
       RTIMPPENDLINHA                  SECTION.                         PGM0119
      *                                                                 PGM0119
           ADD 1                       TO WS-IX-PEND.                   PGM0119
      *                                                                 PGM0119
           IF ACU-CT-LINHA             GREATER 55                       PGM0119
               PERFORM RTMONTACAB                                       PGM0119
           END-IF.                                                      PGM0119
      *                                                                 PGM0119
           MOVE WS-TP-NUMERO (WS-IX-PEND)                               PGM0119
                                       TO LPN-NUMERO.                   PGM0119
      *                                                                 PGM0119
           EVALUATE WS-TP-OPERACAO (WS-IX-PEND)                         PGM0119
               WHEN 'A'                                                 PGM0119
                   MOVE 'ALTERACAO'    TO LPN-OPERACAO                  PGM0119
               WHEN 'I'                                                 PGM0119
                   MOVE 'INATIVACAO'   TO LPN-OPERACAO                  PGM0119
               WHEN 'E'                                                 PGM0119
                   MOVE 'EXCLUSAO'     TO LPN-OPERACAO                  PGM0119
               WHEN OTHER                                               PGM0119
                   MOVE WS-TP-OPERACAO (WS-IX-PEND)                     PGM0119
                                       TO LPN-OPERACAO                  PGM0119
           END-EVALUATE.                                                PGM0119
      *                                                                 PGM0119
           MOVE WS-TP-CODIGO (WS-IX-PEND)                               PGM0119
                                       TO LPN-CODIGO.                   PGM0119
           MOVE WS-TP-OPERADOR (WS-IX-PEND)                             PGM0119
                                       TO LPN-OPERADOR.                 PGM0119
           MOVE WS-TP-DIAS (WS-IX-PEND)                                 PGM0119
                                       TO LPN-DIAS.                     PGM0119
           MOVE LINPEN                 TO FD-REG-RELATO.                PGM0119
      *                                                                 PGM0119
           WRITE FD-REG-RELATO         AFTER 1 LINE.                    PGM0119
      *                                                                 PGM0119
           ADD 1                       TO ACU-CT-LINHA.                 PGM0119
      *                                                                 PGM0119
       RTIMPPENDLINHAX.                EXIT.                            PGM0119
      *                                                                 PGM0119
      ******************************************************************PGM0119
      *    ROTINA QUE IMPRIME UMA LINHA COMPARATIVA HOJE X ANTERIOR    *PGM0119
      ******************************************************************PGM0119
       RTIMPCOMPARA                    SECTION.                         PGM0119
