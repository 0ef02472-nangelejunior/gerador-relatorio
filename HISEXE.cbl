      ******************************************************************HISEXE
       IDENTIFICATION                  DIVISION.                        HISEXE
      ******************************************************************HISEXE
       PROGRAM-ID. HISEXE.                                              HISEXE
       AUTHOR.       NEUCLAIR J. ANGELE JR.                             HISEXE
       DATE-WRITTEN. 15 OUT 2026.                                       HISEXE
       DATE-COMPILED.                                                   HISEXE
      ******************************************************************HISEXE
      *REMARKS.                                                         HISEXE
      *     *----------------------------------------------------------*HISEXE
      *     *#NOME     : HISEXE                                        *HISEXE
      *     *----------------------------------------------------------*HISEXE
      *     *#TIPO     : BATCH                                         *HISEXE
      *     *----------------------------------------------------------*HISEXE
      *     *#ANALISTA : JOSE L. S. GOMES                              *HISEXE
      *     *----------------------------------------------------------*HISEXE
      *     *#FUNCAO   : REGISTRAR NO HISTORICO DE EXECUCOES (SHISEXE/ *HISEXE
      *     *            SYS135) O REGISTRO PADRAO DE UMA EXECUCAO DE  *HISEXE
      *     *            PROGRAMA BATCH: INICIO INFORMADO PELO CHAMA-  *HISEXE
      *     *            DOR, FIM NO MOMENTO DA CHAMADA, TEMPO DECOR-  *HISEXE
      *     *            RIDO EM SEGUNDOS, OPERADOR OU CADEIA DO       *HISEXE
      *     *            LOTE01 (COPY MODEXE), LIDOS, GRAVADOS, RE-    *HISEXE
      *     *            JEITADOS E RETORNO. A FALHA DO REGISTRO NAO   *HISEXE
      *     *            ALTERA O RETORNO DO PROGRAMA CHAMADOR         *HISEXE
      *     *----------------------------------------------------------*HISEXE
      *     * VERSAO 01    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *HISEXE
      *     *              - HISTORICO DE EXECUCOES DOS PROGRAMAS BATCH*HISEXE
      *     *----------------------------------------------------------*HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       ENVIRONMENT                     DIVISION.                        HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       CONFIGURATION                   SECTION.                         HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
       SPECIAL-NAMES.                                                   HISEXE
           DECIMAL-POINT IS COMMA.                                      HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       INPUT-OUTPUT                    SECTION.                         HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
       FILE-CONTROL.                                                    HISEXE
           SELECT SHISEXE  ASSIGN TO SYS135                             HISEXE
                  FILE    STATUS IS WS-FS-SHISEXE.                      HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       DATA                            DIVISION.                        HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       FILE                            SECTION.                         HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
       FD  SHISEXE                                                      HISEXE
           BLOCK     CONTAINS 0  RECORDS                                HISEXE
           RECORDING MODE     IS F                                      HISEXE
           LABEL     RECORD   IS STANDARD.                              HISEXE
           COPY CADHIS.                                                 HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       WORKING-STORAGE                 SECTION.                         HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       77  FILLER                  PIC     X(32)         VALUE          HISEXE
           'III WORKING-STORAGE SECTION III'.                           HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    AREA DE FILE STATUS                                         *HISEXE
      ******************************************************************HISEXE
       77  WS-FS-SHISEXE           PIC     X(02)         VALUE ZEROS.   HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    AREA DE CALCULO DO TEMPO DECORRIDO                          *HISEXE
      ******************************************************************HISEXE
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   HISEXE
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   HISEXE
      *                                                                 HISEXE
       01  WS-HR-CALC              PIC     9(08)         VALUE ZEROS.   HISEXE
       01  WS-HR-CALC-R REDEFINES WS-HR-CALC.                           HISEXE
           03  WS-HC-HOR           PIC     9(02).                       HISEXE
           03  WS-HC-MIN           PIC     9(02).                       HISEXE
           03  WS-HC-SEG           PIC     9(02).                       HISEXE
           03  WS-HC-CEN           PIC     9(02).                       HISEXE
       77  WS-SEG-DIA              PIC     9(05) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-SEG-INICIO           PIC     9(05) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-SEG-FIM              PIC     9(05) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DIAS-INICIO          PIC     9(07) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DIAS-FIM             PIC     9(07) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DECORRIDO            PIC    S9(09) COMP-3  VALUE ZEROS.   HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    AREA DE CONVERSAO DE DATA EM DIAS CORRIDOS                  *HISEXE
      ******************************************************************HISEXE
       01  WS-DJ-DATA              PIC     9(08)         VALUE ZEROS.   HISEXE
       01  WS-DJ-DATA-R REDEFINES WS-DJ-DATA.                           HISEXE
           03  WS-DJ-ANO           PIC     9(04).                       HISEXE
           03  WS-DJ-MES           PIC     9(02).                       HISEXE
           03  WS-DJ-DIA           PIC     9(02).                       HISEXE
       77  WS-DJ-DIAS              PIC     9(07) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-A                 PIC     9(04) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-M                 PIC     9(02) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-T1                PIC     9(04) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-T2                PIC     9(02) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-T3                PIC     9(02) COMP-3  VALUE ZEROS.   HISEXE
       77  WS-DJ-T4                PIC     9(04) COMP-3  VALUE ZEROS.   HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *HISEXE
      ******************************************************************HISEXE
           COPY MODEXE.                                                 HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       77  FILLER                  PIC     X(32)         VALUE          HISEXE
           'FFF FIM DA WORKING-STORAGE FFF'.                            HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       LINKAGE                         SECTION.                         HISEXE
      ******************************************************************HISEXE
           COPY HISLNK.                                                 HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
       PROCEDURE                       DIVISION USING HIS-PARM.         HISEXE
      ******************************************************************HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA PRINCIPAL                                            *HISEXE
      ******************************************************************HISEXE
       RTPRINCIPAL                     SECTION.                         HISEXE
      *                                                                 HISEXE
           MOVE ZEROS                  TO HIS-COD-RET.                  HISEXE
      *                                                                 HISEXE
           PERFORM RTMONTAREG.                                          HISEXE
      *                                                                 HISEXE
           PERFORM RTGRAVAREG.                                          HISEXE
      *                                                                 HISEXE
           GOBACK.                                                      HISEXE
      *                                                                 HISEXE
       RTPRINCIPALX.                   EXIT.                            HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA QUE MONTA O REGISTRO DA EXECUCAO                     *HISEXE
      ******************************************************************HISEXE
       RTMONTAREG                      SECTION.                         HISEXE
      *                                                                 HISEXE
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              HISEXE
           ACCEPT WS-HORA-MAQ          FROM TIME.                       HISEXE
      *                                                                 HISEXE
           INITIALIZE FD-REG-HISEXE.                                    HISEXE
      *                                                                 HISEXE
      *    SEM O INICIO INFORMADO A EXECUCAO FICA COM TEMPO ZERO        HISEXE
           IF HIS-DATA-INICIO          NOT NUMERIC                      HISEXE
              OR HIS-DATA-INICIO       EQUAL ZEROS                      HISEXE
              OR HIS-HORA-INICIO       NOT NUMERIC                      HISEXE
               MOVE WS-DATA-MAQ        TO HIS-DATA-INICIO               HISEXE
               MOVE WS-HORA-MAQ        TO HIS-HORA-INICIO               HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           MOVE HIS-PROGRAMA           TO FD-HI-PROGRAMA.               HISEXE
           MOVE HIS-DATA-INICIO        TO FD-HI-DATA-INICIO.            HISEXE
           MOVE HIS-HORA-INICIO        TO FD-HI-HORA-INICIO.            HISEXE
           MOVE WS-DATA-MAQ            TO FD-HI-DATA-FIM.               HISEXE
           MOVE WS-HORA-MAQ            TO FD-HI-HORA-FIM.               HISEXE
           MOVE HIS-LIDOS              TO FD-HI-LIDOS.                  HISEXE
           MOVE HIS-GRAVADOS           TO FD-HI-GRAVADOS.               HISEXE
           MOVE HIS-REJEITADOS         TO FD-HI-REJEITADOS.             HISEXE
           MOVE HIS-COD-RET-PGM        TO FD-HI-COD-RET.                HISEXE
      *                                                                 HISEXE
      *    QUEM EXECUTOU: A CADEIA DO LOTE01 OU O OPERADOR DO CENTRAL01 HISEXE
           IF WS-EXEC-LOTE                                              HISEXE
               SET FD-HI-LOTE          TO TRUE                          HISEXE
               MOVE 'LOTE01'           TO FD-HI-OPERADOR                HISEXE
               IF WS-ME-LOTE-DATA      NUMERIC                          HISEXE
                  AND WS-ME-LOTE-HORA  NUMERIC                          HISEXE
                   MOVE WS-ME-LOTE-DATA                                 HISEXE
                                       TO FD-HI-LOTE-DATA               HISEXE
                   MOVE WS-ME-LOTE-HORA                                 HISEXE
                                       TO FD-HI-LOTE-HORA               HISEXE
               END-IF                                                   HISEXE
               IF WS-ME-PASSO          NUMERIC                          HISEXE
                   MOVE WS-ME-PASSO    TO FD-HI-PASSO                   HISEXE
               END-IF                                                   HISEXE
           ELSE                                                         HISEXE
               SET FD-HI-ONLINE        TO TRUE                          HISEXE
               IF WS-ME-OPERADOR       EQUAL LOW-VALUES                 HISEXE
                   MOVE SPACES         TO FD-HI-OPERADOR                HISEXE
               ELSE                                                     HISEXE
                   MOVE WS-ME-OPERADOR TO FD-HI-OPERADOR                HISEXE
               END-IF                                                   HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           PERFORM RTCALCTEMPO.                                         HISEXE
      *                                                                 HISEXE
       RTMONTAREGX.                    EXIT.                            HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA QUE CALCULA O TEMPO DECORRIDO EM SEGUNDOS, INCLUSIVE *HISEXE
      *    QUANDO A EXECUCAO ATRAVESSA A MEIA-NOITE                    *HISEXE
      ******************************************************************HISEXE
       RTCALCTEMPO                     SECTION.                         HISEXE
      *                                                                 HISEXE
           MOVE FD-HI-DATA-INICIO      TO WS-DJ-DATA.                   HISEXE
           PERFORM RTCALCDIAS.                                          HISEXE
           MOVE WS-DJ-DIAS             TO WS-DIAS-INICIO.               HISEXE
      *                                                                 HISEXE
           MOVE FD-HI-DATA-FIM         TO WS-DJ-DATA.                   HISEXE
           PERFORM RTCALCDIAS.                                          HISEXE
           MOVE WS-DJ-DIAS             TO WS-DIAS-FIM.                  HISEXE
      *                                                                 HISEXE
           MOVE FD-HI-HORA-INICIO      TO WS-HR-CALC.                   HISEXE
           PERFORM RTCALCSEGUNDOS.                                      HISEXE
           MOVE WS-SEG-DIA             TO WS-SEG-INICIO.                HISEXE
      *                                                                 HISEXE
           MOVE FD-HI-HORA-FIM         TO WS-HR-CALC.                   HISEXE
           PERFORM RTCALCSEGUNDOS.                                      HISEXE
           MOVE WS-SEG-DIA             TO WS-SEG-FIM.                   HISEXE
      *                                                                 HISEXE
           COMPUTE WS-DECORRIDO = (WS-DIAS-FIM - WS-DIAS-INICIO)        HISEXE
                                * 86400                                 HISEXE
                                + WS-SEG-FIM - WS-SEG-INICIO.           HISEXE
      *                                                                 HISEXE
      *    RELOGIO ACERTADO PARA TRAS DURANTE A EXECUCAO                HISEXE
           IF WS-DECORRIDO             LESS ZEROS                       HISEXE
               MOVE ZEROS              TO WS-DECORRIDO                  HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           MOVE WS-DECORRIDO           TO FD-HI-SEGUNDOS.               HISEXE
      *                                                                 HISEXE
       RTCALCTEMPOX.                   EXIT.                            HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA QUE CONVERTE UMA HORA HHMMSSCC EM SEGUNDOS DO DIA    *HISEXE
      ******************************************************************HISEXE
       RTCALCSEGUNDOS                  SECTION.                         HISEXE
      *                                                                 HISEXE
           COMPUTE WS-SEG-DIA = (WS-HC-HOR * 3600)                      HISEXE
                              + (WS-HC-MIN * 60)                        HISEXE
                              + WS-HC-SEG.                              HISEXE
      *                                                                 HISEXE
       RTCALCSEGUNDOSX.                EXIT.                            HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA QUE CONVERTE UMA DATA AAAAMMDD EM DIAS CORRIDOS      *HISEXE
      *    PARA COMPARACAO (CALENDARIO GREGORIANO)                     *HISEXE
      ******************************************************************HISEXE
       RTCALCDIAS                      SECTION.                         HISEXE
      *                                                                 HISEXE
           MOVE WS-DJ-ANO              TO WS-DJ-A.                      HISEXE
           MOVE WS-DJ-MES              TO WS-DJ-M.                      HISEXE
      *                                                                 HISEXE
           IF WS-DJ-M                  LESS 3                           HISEXE
               SUBTRACT 1              FROM WS-DJ-A                     HISEXE
               ADD 12                  TO WS-DJ-M                       HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           COMPUTE WS-DJ-T1 = WS-DJ-A / 4.                              HISEXE
           COMPUTE WS-DJ-T2 = WS-DJ-A / 100.                            HISEXE
           COMPUTE WS-DJ-T3 = WS-DJ-A / 400.                            HISEXE
           COMPUTE WS-DJ-T4 = (153 * (WS-DJ-M + 1)) / 5.                HISEXE
      *                                                                 HISEXE
           COMPUTE WS-DJ-DIAS = (365 * WS-DJ-A) + WS-DJ-T1              HISEXE
                              - WS-DJ-T2 + WS-DJ-T3                     HISEXE
                              + WS-DJ-T4 + WS-DJ-DIA.                   HISEXE
      *                                                                 HISEXE
       RTCALCDIASX.                    EXIT.                            HISEXE
      *                                                                 HISEXE
      ******************************************************************HISEXE
      *    ROTINA QUE ACRESCENTA O REGISTRO AO HISTORICO (SYS135)      *HISEXE
      ******************************************************************HISEXE
       RTGRAVAREG                      SECTION.                         HISEXE
      *                                                                 HISEXE
           OPEN EXTEND SHISEXE.                                         HISEXE
      *                                                                 HISEXE
      *    A CRIACAO SO E PERMITIDA QUANDO O ARQUIVO NAO EXISTE (35)    HISEXE
           IF WS-FS-SHISEXE            EQUAL '35'                       HISEXE
               OPEN OUTPUT SHISEXE                                      HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           IF WS-FS-SHISEXE            EQUAL ZEROS                      HISEXE
               CONTINUE                                                 HISEXE
           ELSE                                                         HISEXE
               DISPLAY '#HISEXE.901I - ERRO NA ABERTURA DO HISTORICO.'  HISEXE
                       ' FILE STATUS = ' WS-FS-SHISEXE                  HISEXE
               MOVE 91                 TO HIS-COD-RET                   HISEXE
               GO TO RTGRAVAREGX                                        HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           WRITE FD-REG-HISEXE.                                         HISEXE
      *                                                                 HISEXE
           IF WS-FS-SHISEXE            EQUAL ZEROS                      HISEXE
               CONTINUE                                                 HISEXE
           ELSE                                                         HISEXE
               DISPLAY '#HISEXE.902I - ERRO NA GRAVACAO DO HISTORICO.'  HISEXE
                       ' FILE STATUS = ' WS-FS-SHISEXE                  HISEXE
               MOVE 92                 TO HIS-COD-RET                   HISEXE
           END-IF.                                                      HISEXE
      *                                                                 HISEXE
           CLOSE SHISEXE.                                               HISEXE
      *                                                                 HISEXE
       RTGRAVAREGX.                    EXIT.                            HISEXE
      ******************************************************************HISEXE
      *    FIM DO PROGRAMA                                             *HISEXE
      ******************************************************************HISEXE
