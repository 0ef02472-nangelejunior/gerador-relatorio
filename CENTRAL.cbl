      *     *              - PGM0122) E RELATORIO DE DORMENCIA (OPCAO  *CENTRAL
      *     *              - 25, PGM0123)                              *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 09    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - RELATORIO DE GRUPOS ECONOMICOS POR RAIZ   *CENTRAL
      *     *              - DO CNPJ (OPCAO 26, PGM0124)               *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 10    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - CARGA DO DIRETORIO DE CEP (OPCAO 27,      *CENTRAL
      *     *              - PGM0125) E PADRONIZACAO DE ENDERECOS      *CENTRAL
      *     *              - (OPCAO 28, PGM0126)                       *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 11    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - CONCILIACAO DO RETORNO DO FATURAMENTO     *CENTRAL
      *     *              - (OPCAO 29, PGM0127)                       *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 12    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - RELATORIO DO TITULAR DE DADOS (OPCAO 30,  *CENTRAL
      *     *              - PGM0128) E ANONIMIZACAO LGPD DE INATIVOS  *CENTRAL
      *     *              - (OPCAO 31, PGM0129)                       *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 13    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - APROVACAO DE SOLICITACOES PENDENTES       *CENTRAL
      *     *              - (OPCAO 32, PGM0130) E RELATORIO DAS       *CENTRAL
      *     *              - SOLICITACOES POR IDADE (OPCAO 33, PGM0131)*CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 14    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - REGISTRO DE CORRESPONDENCIAS DEVOLVIDAS   *CENTRAL
      *     *              - (OPCAO 34, PGM0132) E RELATORIO MENSAL DE *CENTRAL
      *     *              - DEVOLUCOES POR UF E MOTIVO (OPCAO 35,     *CENTRAL
      *     *              - PGM0133)                                  *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 15    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - CARGA DA TABELA DE TERRITORIOS DE VENDAS  *CENTRAL
      *     *              - (OPCAO 36, PGM0134), ATRIBUICAO DE        *CENTRAL
      *     *              - CLIENTES AOS TERRITORIOS (OPCAO 37,       *CENTRAL
      *     *              - PGM0135) E TERCEIRA PAGINA DO MENU        *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 16    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - REMESSA DE CONSULTA A RECEITA FEDERAL     *CENTRAL
      *     *              - (OPCAO 38, PGM0136) E RETORNO DA CONSULTA *CENTRAL
      *     *              - (OPCAO 39, PGM0137)                       *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 17    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - LISTAGEM DE CLIENTES POR CARTAO DE PEDIDO *CENTRAL
      *     *              - (OPCAO 40, PGM0138)                       *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      *     * VERSAO 18    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *CENTRAL
      *     *              - HISTORICO DE EXECUCOES: OPERADOR REPASSADO*CENTRAL
      *     *              - NA AREA EXTERNA MODEXE E TENDENCIA DOS    *CENTRAL
      *     *              - PROGRAMAS (OPCAO 41, PGM0139)             *CENTRAL
      *     *----------------------------------------------------------*CENTRAL
      ******************************************************************CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
      *                                                                 CENTRAL
      *    NIVEL MINIMO EXIGIDO POR OPCAO DO MENU (1-CONSULTA,         *CENTRAL
      *    2-SUPERVISOR). AS OPCOES DESTRUTIVAS E DE CARGA EXIGEM 2    *CENTRAL
       01  WS-TB-NIVEIS            PIC     X(41)         VALUE          CENTRAL
           '11111222111211122212122211212222121212211'.                 CENTRAL
       01  WS-TB-NIVEIS-R REDEFINES WS-TB-NIVEIS.                       CENTRAL
           03  WS-NIVEL-OPCAO      PIC     9(01) OCCURS 41 TIMES.       CENTRAL
       77  WS-CT-OPCAO-MAX         PIC     9(02)         VALUE 41.      CENTRAL
       77  WS-IX-OPC               PIC     9(02) COMP-3  VALUE ZEROS.   CENTRAL
       01  WS-POS-RESTR            PIC     9(04)         VALUE ZEROS.   CENTRAL
       77  WS-PAG-OPCAO            PIC     9(01) COMP-3  VALUE ZEROS.   CENTRAL
       77  WS-PAG-IX               PIC     9(01) COMP-3  VALUE ZEROS.   CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
      *    AREA DE CONTADORES                                          *CENTRAL
      ******************************************************************CENTRAL
           COPY FILTRO.                                                 CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
      *    AREA EXTERNA DE MODO DE EXECUCAO (VER LOTE01)               *CENTRAL
      ******************************************************************CENTRAL
           COPY MODEXE.                                                 CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
       77  FILLER                  PIC     X(32)         VALUE          CENTRAL
           'FFF FIM DA WORKING-STORAGE FFF'.                            CENTRAL
                   'CARGA DO CADASTRO DE OPERADORES                   '.CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
      *    PAGINA 2 DO MENU (OPCOES 19 A 36)                           *CENTRAL
      ******************************************************************CENTRAL
       01  SC-TELA-PAG2.                                                CENTRAL
           03  SC-TX-OPCAO19.                                           CENTRAL
           03  SC-TX-OPCAO25.                                           CENTRAL
               05  LINE 11 COLUMN 16                     VALUE          CENTRAL
                   'RELATORIO DE DORMENCIA DO CADASTRO                '.CENTRAL
           03  SC-TX-OPCAO26.                                           CENTRAL
               05  LINE 12 COLUMN 16                     VALUE          CENTRAL
                   'GRUPOS ECONOMICOS POR RAIZ DO CNPJ                '.CENTRAL
           03  SC-TX-OPCAO27.                                           CENTRAL
               05  LINE 13 COLUMN 16                     VALUE          CENTRAL
                   'CARGA DO DIRETORIO DE CEP                         '.CENTRAL
           03  SC-TX-OPCAO28.                                           CENTRAL
               05  LINE 14 COLUMN 16                     VALUE          CENTRAL
                   'PADRONIZACAO DE ENDERECOS PELO DIRETORIO DE CEP   '.CENTRAL
           03  SC-TX-OPCAO29.                                           CENTRAL
               05  LINE 15 COLUMN 16                     VALUE          CENTRAL
                   'CONCILIACAO DO RETORNO DO FATURAMENTO             '.CENTRAL
           03  SC-TX-OPCAO30.                                           CENTRAL
               05  LINE 16 COLUMN 16                     VALUE          CENTRAL
                   'RELATORIO DO TITULAR DE DADOS (LGPD)              '.CENTRAL
           03  SC-TX-OPCAO31.                                           CENTRAL
               05  LINE 17 COLUMN 16                     VALUE          CENTRAL
                   'ANONIMIZACAO LGPD DE CLIENTES INATIVOS            '.CENTRAL
           03  SC-TX-OPCAO32.                                           CENTRAL
               05  LINE 18 COLUMN 16                     VALUE          CENTRAL
                   'APROVACAO DE SOLICITACOES PENDENTES               '.CENTRAL
           03  SC-TX-OPCAO33.                                           CENTRAL
               05  LINE 19 COLUMN 16                     VALUE          CENTRAL
                   'RELATORIO DE SOLICITACOES POR IDADE               '.CENTRAL
           03  SC-TX-OPCAO34.                                           CENTRAL
               05  LINE 20 COLUMN 16                     VALUE          CENTRAL
                   'REGISTRO DE CORRESPONDENCIAS DEVOLVIDAS           '.CENTRAL
           03  SC-TX-OPCAO35.                                           CENTRAL
               05  LINE 21 COLUMN 16                     VALUE          CENTRAL
                   'RELATORIO MENSAL DE DEVOLUCOES POR UF E MOTIVO    '.CENTRAL
           03  SC-TX-OPCAO36.                                           CENTRAL
               05  LINE 22 COLUMN 16                     VALUE          CENTRAL
                   'CARGA DA TABELA DE TERRITORIOS DE VENDAS          '.CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
      *    PAGINA 3 DO MENU (OPCOES 37 EM DIANTE)                      *CENTRAL
      ******************************************************************CENTRAL
       01  SC-TELA-PAG3.                                                CENTRAL
           03  SC-TX-OPCAO37.                                           CENTRAL
               05  LINE 05 COLUMN 16                     VALUE          CENTRAL
                   'ATRIBUICAO DE CLIENTES AOS TERRITORIOS            '.CENTRAL
           03  SC-TX-OPCAO38.                                           CENTRAL
               05  LINE 06 COLUMN 16                     VALUE          CENTRAL
                   'REMESSA DE CONSULTA A RECEITA FEDERAL             '.CENTRAL
           03  SC-TX-OPCAO39.                                           CENTRAL
               05  LINE 07 COLUMN 16                     VALUE          CENTRAL
                   'RETORNO DA CONSULTA A RECEITA FEDERAL             '.CENTRAL
           03  SC-TX-OPCAO40.                                           CENTRAL
               05  LINE 08 COLUMN 16                     VALUE          CENTRAL
                   'LISTAGEM DE CLIENTES POR CARTAO DE PEDIDO         '.CENTRAL
           03  SC-TX-OPCAO41.                                           CENTRAL
               05  LINE 09 COLUMN 16                     VALUE          CENTRAL
                   'HISTORICO DE EXECUCOES - TENDENCIA DOS PROGRAMAS  '.CENTRAL
      *                                                                 CENTRAL
      ******************************************************************CENTRAL
       PROCEDURE                       DIVISION.                        CENTRAL
           PERFORM RTABREOPER.                                          CENTRAL
      *                                                                 CENTRAL
           PERFORM RTSIGNON.                                            CENTRAL
      *                                                                 CENTRAL
      *    O OPERADOR IDENTIFICADO ACOMPANHA OS SUBPROGRAMAS NA AREA    CENTRAL
      *    EXTERNA PARA O HISTORICO DE EXECUCOES (VER HISEXE)           CENTRAL
           INITIALIZE WS-MODO-EXECUCAO.                                 CENTRAL
           MOVE WS-OPERADOR            TO WS-ME-OPERADOR.               CENTRAL
      *                                                                 CENTRAL
           PERFORM RTSELECIONA.                                         CENTRAL
      *                                                                 CENTRAL
      *                                                                 CENTRAL
           DISPLAY SC-TELA.                                             CENTRAL
      *                                                                 CENTRAL
      *    O MENU TEM PAGINAS DE 18 OPCOES: A NAVEGACAO PELAS SETAS    *CENTRAL
      *    TROCA DE PAGINA AO CRUZAR AS FRONTEIRAS DAS OPCOES 18 E 36  *CENTRAL
           EVALUATE TRUE                                                CENTRAL
               WHEN WS-CT-OPCAO        GREATER 36                       CENTRAL
                   DISPLAY SC-TELA-PAG3                                 CENTRAL
               WHEN WS-CT-OPCAO        GREATER 18                       CENTRAL
                   DISPLAY SC-TELA-PAG2                                 CENTRAL
               WHEN OTHER                                               CENTRAL
                   DISPLAY SC-TELA-PAG1                                 CENTRAL
           END-EVALUATE.                                                CENTRAL
      *                                                                 CENTRAL
           EVALUATE WS-CT-OPCAO                                         CENTRAL
               WHEN 1                                                   CENTRAL
               WHEN 25                                                  CENTRAL
                   DISPLAY '  RELATORIO DE DORMENCIA DO CADASTRO        CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1114       CENTRAL
               WHEN 26                                                  CENTRAL
                   DISPLAY '  GRUPOS ECONOMICOS POR RAIZ DO CNPJ        CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1214       CENTRAL
               WHEN 27                                                  CENTRAL
                   DISPLAY '  CARGA DO DIRETORIO DE CEP                 CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1314       CENTRAL
               WHEN 28                                                  CENTRAL
                   DISPLAY '  PADRONIZACAO DE ENDERECOS PELO DIRETORIO DCENTRAL
      -            'E CEP     '        WITH REVERSE-VIDEO AT 1414       CENTRAL
               WHEN 29                                                  CENTRAL
                   DISPLAY '  CONCILIACAO DO RETORNO DO FATURAMENTO     CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1514       CENTRAL
               WHEN 30                                                  CENTRAL
                   DISPLAY '  RELATORIO DO TITULAR DE DADOS (LGPD)      CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1614       CENTRAL
               WHEN 31                                                  CENTRAL
                   DISPLAY '  ANONIMIZACAO LGPD DE CLIENTES INATIVOS    CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1714       CENTRAL
               WHEN 32                                                  CENTRAL
                   DISPLAY '  APROVACAO DE SOLICITACOES PENDENTES       CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1814       CENTRAL
               WHEN 33                                                  CENTRAL
                   DISPLAY '  RELATORIO DE SOLICITACOES POR IDADE       CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 1914       CENTRAL
               WHEN 34                                                  CENTRAL
                   DISPLAY '  REGISTRO DE CORRESPONDENCIAS DEVOLVIDAS   CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 2014       CENTRAL
               WHEN 35                                                  CENTRAL
                   DISPLAY '  RELATORIO MENSAL DE DEVOLUCOES POR UF E MOCENTRAL
      -            'TIVO      '        WITH REVERSE-VIDEO AT 2114       CENTRAL
               WHEN 36                                                  CENTRAL
                   DISPLAY '  CARGA DA TABELA DE TERRITORIOS DE VENDAS  CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 2214       CENTRAL
               WHEN 37                                                  CENTRAL
                   DISPLAY '  ATRIBUICAO DE CLIENTES AOS TERRITORIOS    CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 0514       CENTRAL
               WHEN 38                                                  CENTRAL
                   DISPLAY '  REMESSA DE CONSULTA A RECEITA FEDERAL     CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 0614       CENTRAL
               WHEN 39                                                  CENTRAL
                   DISPLAY '  RETORNO DA CONSULTA A RECEITA FEDERAL     CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 0714       CENTRAL
               WHEN 40                                                  CENTRAL
                   DISPLAY '  LISTAGEM DE CLIENTES POR CARTAO DE PEDIDO CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 0814       CENTRAL
               WHEN 41                                                  CENTRAL
                   DISPLAY '  HISTORICO DE EXECUCOES - TENDENCIA DOS PROCENTRAL
      -            'GRAMAS    '        WITH REVERSE-VIDEO AT 0914       CENTRAL
               WHEN 3                                                   CENTRAL
                   DISPLAY '  VISUALIZAR RELATORIO DE CLIENTES          CENTRAL
      -            '          '        WITH REVERSE-VIDEO AT 0714       CENTRAL
           ADD 1                       TO WS-IX-OPC.                    CENTRAL
      *                                                                 CENTRAL
      *    SO MARCA AS OPCOES DA PAGINA EXIBIDA NO MOMENTO             *CENTRAL
           COMPUTE WS-PAG-OPCAO = ((WS-CT-OPCAO - 1) / 18) + 1.         CENTRAL
           COMPUTE WS-PAG-IX    = ((WS-IX-OPC - 1) / 18) + 1.           CENTRAL
      *                                                                 CENTRAL
           IF WS-PAG-IX                NOT EQUAL WS-PAG-OPCAO           CENTRAL
               GO TO RTMARCARESTRITO-OPCX                               CENTRAL
           END-IF.                                                      CENTRAL
      *                                                                 CENTRAL
           IF WS-NIVEL-OPCAO (WS-IX-OPC)                                CENTRAL
                                       GREATER WS-OPERADOR-NIVEL        CENTRAL
               COMPUTE WS-POS-RESTR =                                   CENTRAL
                       ((4 + WS-IX-OPC - ((WS-PAG-IX - 1) * 18)) * 100) CENTRAL
                       + 68                                             CENTRAL
               DISPLAY 'RESTRITO'      AT WS-POS-RESTR                  CENTRAL
           END-IF.                                                      CENTRAL
      *                                                                 CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 26                                                  CENTRAL
                   MOVE 'PGM0124'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0124.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'REL. DE GRUPOS ECONOMICOS GERADO! SPRINT.' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 27                                                  CENTRAL
                   MOVE 'PGM0125'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0125.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'DIRETORIO DE CEP CARREGADO COM SUCESSO!'   CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 28                                                  CENTRAL
                   MOVE 'PGM0126'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0126.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'PADRONIZACAO DE ENDERECOS GERADA! SPRINT.' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 29                                                  CENTRAL
                   MOVE 'PGM0127'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0127.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'RETORNO DO FATURAMENTO CONCILIADO! SPRINT.'CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 30                                                  CENTRAL
                   MOVE 'PGM0128'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0128.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'RELATORIO DO TITULAR GERADO! ARQ: SPRINT.' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 31                                                  CENTRAL
                   MOVE 'PGM0129'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0129.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                                             WS-OPERADOR                CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'ANONIMIZACAO CONCLUIDA! CERTIF.: SPRINT.'  CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 32                                                  CENTRAL
                   MOVE 'PGM0130'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0130.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                                             WS-OPERADOR                CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'APROVACAO DE SOLICITACOES ENCERRADA!'      CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 33                                                  CENTRAL
                   MOVE 'PGM0131'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0131.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'RELATORIO DE SOLICITACOES GERADO! SPRINT.' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 34                                                  CENTRAL
                   MOVE 'PGM0132'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0132.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                                             WS-OPERADOR                CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'DEVOLUCOES REGISTRADAS! LISTAGEM: SPRINT.' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 35                                                  CENTRAL
                   MOVE 'PGM0133'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0133.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'RELATORIO DE DEVOLUCOES GERADO! SPRINT.'   CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 36                                                  CENTRAL
                   MOVE 'PGM0134'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0134.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'TABELA DE TERRITORIOS CARREGADA! (SYS120)' CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 37                                                  CENTRAL
                   MOVE 'PGM0135'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0135.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'TERRITORIOS ATRIBUIDOS! SPRINT E SYS122.'  CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 38                                                  CENTRAL
                   MOVE 'PGM0136'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0136.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'REMESSA A RECEITA GERADA! (SYS126)'        CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 39                                                  CENTRAL
                   MOVE 'PGM0137'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0137.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'RETORNO DA RECEITA APLICADO! SPRINT.'      CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 40                                                  CENTRAL
                   MOVE 'PGM0138'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0138.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'LISTAGEM DE CLIENTES GERADA! SPRINT.'      CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
               WHEN 41                                                  CENTRAL
                   MOVE 'PGM0139'      TO WS-PROGRAMA-CHAMADO           CENTRAL
                   CALL 'PGM0139.INT'  USING WS-SUB-MSG                 CENTRAL
                                             WS-SUB-COD-RET             CENTRAL
                   IF WS-SUB-COD-RET   EQUAL ZEROS                      CENTRAL
                       MOVE 'TENDENCIA DAS EXECUCOES GERADA! SPRINT.'   CENTRAL
                                       TO WS-MSG                        CENTRAL
                   ELSE                                                 CENTRAL
                       MOVE WS-SUB-MSG TO WS-MSG                        CENTRAL
                   END-IF                                               CENTRAL
           END-EVALUATE.                                                CENTRAL
      *                                                                 CENTRAL
           PERFORM RTGRAVAAUDIT.                                        CENTRAL
