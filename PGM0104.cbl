      *     *              - DATAS DE CADASTRO E DE ULTIMA MANUTENCAO  *PGM0104
      *     *              - (FD-RC-DT-CADASTRO/FD-RC-DT-ULT-MANUT)    *PGM0104
      *     *----------------------------------------------------------*PGM0104
      *     * VERSAO 06    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0104
      *     *              - PREENCHIMENTO DE RUA, BAIRRO, CIDADE E UF *PGM0104
      *     *              - PELO DIRETORIO DE CEP (ECADCEP/SYS080)    *PGM0104
      *     *----------------------------------------------------------*PGM0104
      *     * VERSAO 07    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0104
      *     *              - DUPLO CONTROLE: ALTERACAO DE NOME OU      *PGM0104
      *     *              - CPF/CNPJ, INATIVACAO E EXCLUSAO GERAM     *PGM0104
      *     *              - SOLICITACAO NA FILA EPENDEN (SYS117) PARA *PGM0104
      *     *              - APROVACAO DE OUTRO SUPERVISOR (PGM0130)   *PGM0104
      *     *----------------------------------------------------------*PGM0104
      *     * VERSAO 08    - NEUCLAIR J. ANGELE JR    -     15.10.2026 *PGM0104
      *     *              - ALTERACAO DE ENDERECO ENCERRA A DEVOLUCAO *PGM0104
      *     *              - DOS CORREIOS EM ABERTO (EDEVOL - SYS118)  *PGM0104
      *     *----------------------------------------------------------*PGM0104
      ******************************************************************PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
                  ACCESS    MODE IS DYNAMIC                             PGM0104
                  RECORD    KEY IS FD-RF-UF                             PGM0104
                  FILE    STATUS IS WS-FS-EREFUF.                       PGM0104
      *                                                                 PGM0104
           SELECT ECADCEP ASSIGN TO SYS080                              PGM0104
                  ORGANIZATION IS INDEXED                               PGM0104
                  ACCESS    MODE IS DYNAMIC                             PGM0104
                  RECORD    KEY IS FD-CP-CEP                            PGM0104
                  FILE    STATUS IS WS-FS-ECADCEP.                      PGM0104
      *                                                                 PGM0104
           SELECT EPENDEN ASSIGN TO SYS117                              PGM0104
                  ORGANIZATION IS INDEXED                               PGM0104
                  ACCESS    MODE IS DYNAMIC                             PGM0104
                  RECORD    KEY IS FD-PD-NUMERO                         PGM0104
                  ALTERNATE RECORD KEY IS FD-PD-CODIGO                  PGM0104
                            WITH DUPLICATES                             PGM0104
                  FILE    STATUS IS WS-FS-EPENDEN.                      PGM0104
      *                                                                 PGM0104
           SELECT EDEVOL  ASSIGN TO SYS118                              PGM0104
                  ORGANIZATION IS INDEXED                               PGM0104
                  ACCESS    MODE IS DYNAMIC                             PGM0104
                  RECORD    KEY IS FD-DV-CHAVE                          PGM0104
                  FILE    STATUS IS WS-FS-EDEVOL.                       PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
       DATA                            DIVISION.                        PGM0104
           RECORDING MODE     IS F                                      PGM0104
           LABEL     RECORD   IS STANDARD.                              PGM0104
           COPY REFUF.                                                  PGM0104
      *                                                                 PGM0104
       FD  ECADCEP                                                      PGM0104
           BLOCK     CONTAINS 0  RECORDS                                PGM0104
           RECORDING MODE     IS F                                      PGM0104
           LABEL     RECORD   IS STANDARD.                              PGM0104
           COPY CADCEP.                                                 PGM0104
      *                                                                 PGM0104
       FD  EPENDEN                                                      PGM0104
           BLOCK     CONTAINS 0  RECORDS                                PGM0104
           RECORDING MODE     IS F                                      PGM0104
           LABEL     RECORD   IS STANDARD.                              PGM0104
           COPY CADPEN.                                                 PGM0104
      *                                                                 PGM0104
       FD  EDEVOL                                                       PGM0104
           BLOCK     CONTAINS 0  RECORDS                                PGM0104
           RECORDING MODE     IS F                                      PGM0104
           LABEL     RECORD   IS STANDARD.                              PGM0104
           COPY CADDEV.                                                 PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
       WORKING-STORAGE                 SECTION.                         PGM0104
       77  WS-FS-EREFUF            PIC     X(02)         VALUE ZEROS.   PGM0104
       77  WS-SW-EREFUF-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0104
           88  WS-EREFUF-ABERTO                          VALUE 'S'.     PGM0104
       77  WS-FS-ECADCEP           PIC     X(02)         VALUE ZEROS.   PGM0104
       77  WS-SW-ECADCEP-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0104
           88  WS-ECADCEP-ABERTO                         VALUE 'S'.     PGM0104
       77  WS-FS-EPENDEN           PIC     X(02)         VALUE ZEROS.   PGM0104
       77  WS-SW-EPENDEN-ABERTO    PIC     X(01)         VALUE 'N'.     PGM0104
           88  WS-EPENDEN-ABERTO                         VALUE 'S'.     PGM0104
       77  WS-FS-EDEVOL            PIC     X(02)         VALUE ZEROS.   PGM0104
       77  WS-SW-EDEVOL-ABERTO     PIC     X(01)         VALUE 'N'.     PGM0104
           88  WS-EDEVOL-ABERTO                          VALUE 'S'.     PGM0104
       77  WS-CT-DEV-FECHADAS      PIC     9(03) COMP-3  VALUE ZEROS.   PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    AREA DE PESQUISA DE DUPLICIDADE DE CPF/CNPJ                 *PGM0104
       01  WS-DDD-PESQ             PIC     9(03)         VALUE ZEROS.   PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    AREA DE PREENCHIMENTO PELO DIRETORIO DE CEP: GUARDA O ULTIMO*PGM0104
      *    CEP JA PREENCHIDO PARA NAO SOBREPOR A CORRECAO DO OPERADOR  *PGM0104
      ******************************************************************PGM0104
       01  WS-CEP-PREENCHIDO       PIC     9(09)         VALUE ZEROS.   PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    AREA DO JOURNAL DE ATUALIZACOES (SYS070)                     PGM0104
      ******************************************************************PGM0104
       01  WS-DATA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0104
       01  WS-HORA-MAQ             PIC     9(08)         VALUE ZEROS.   PGM0104
       01  WS-JR-OPERACAO          PIC     X(01)         VALUE SPACES.  PGM0104
       01  WS-IMAGEM-ANTES         PIC     X(227)        VALUE SPACES.  PGM0104
       01  WS-IMAGEM-ANTES-R       REDEFINES WS-IMAGEM-ANTES.           PGM0104
           03  FILLER              PIC     X(06).                       PGM0104
           03  WS-IA-NOME          PIC     X(40).                       PGM0104
           03  FILLER              PIC     X(135).                      PGM0104
           03  WS-IA-CPF-CNPJ      PIC     9(15).                       PGM0104
           03  WS-IA-SITUACAO      PIC     X(01).                       PGM0104
           03  FILLER              PIC     X(30).                       PGM0104
       01  WS-IMAGEM-DEPOIS        PIC     X(227)        VALUE SPACES.  PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    AREA DA FILA DE SOLICITACOES PENDENTES DE APROVACAO (SYS117)*PGM0104
      ******************************************************************PGM0104
       01  WS-PD-OPERACAO          PIC     X(01)         VALUE SPACES.  PGM0104
       01  WS-PD-NUMERO            PIC     9(08)         VALUE ZEROS.   PGM0104
       01  WS-PD-ULTIMO            PIC     9(08)         VALUE ZEROS.   PGM0104
       01  WS-SW-PEND              PIC     X(01)         VALUE 'N'.     PGM0104
           88  WS-PEND-EXISTE                            VALUE 'S'.     PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    AREA DE CONTROLE DA TELA DE MANUTENCAO                      *PGM0104
      ******************************************************************PGM0104
       77  WS-CT-ETAPA             PIC     9(01)         VALUE 1.       PGM0104
               DISPLAY '#PGM0104.915I - TABELA DE REFERENCIA DE UF'     PGM0104
                       ' INDISPONIVEL. VALIDACAO DESLIGADA.'            PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           OPEN INPUT  ECADCEP.                                         PGM0104
      *                                                                 PGM0104
           IF WS-FS-ECADCEP             EQUAL ZEROS                     PGM0104
               SET WS-ECADCEP-ABERTO    TO TRUE                         PGM0104
           ELSE                                                         PGM0104
               DISPLAY '#PGM0104.923I - DIRETORIO DE CEP INDISPONIVEL.' PGM0104
                       ' PREENCHIMENTO DESLIGADO.'                      PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           PERFORM RTABREPENDEN.                                        PGM0104
      *                                                                 PGM0104
           OPEN I-O    EDEVOL.                                          PGM0104
      *                                                                 PGM0104
      *    SEM O CADASTRO DE DEVOLUCOES (35) NAO HA DEVOLUCAO A ENCERRARPGM0104
           IF WS-FS-EDEVOL             EQUAL ZEROS                      PGM0104
               SET WS-EDEVOL-ABERTO    TO TRUE                          PGM0104
           ELSE                                                         PGM0104
               IF WS-FS-EDEVOL         NOT EQUAL '35'                   PGM0104
                   DISPLAY '#PGM0104.930I - CADASTRO DE DEVOLUCOES'     PGM0104
                           ' INDISPONIVEL. FILE STATUS = ' WS-FS-EDEVOL PGM0104
               END-IF                                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           DISPLAY ERASE.                                               PGM0104
      *                                                                 PGM0104
       RTABREJORNALX.                  EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE ABRE A FILA DE SOLICITACOES PENDENTES (SYS117),  *PGM0104
      *    CRIANDO-A VAZIA NA PRIMEIRA EXECUCAO. SEM A FILA, ALTERACAO *PGM0104
      *    DE NOME OU CPF/CNPJ, INATIVACAO E EXCLUSAO FICAM BLOQUEADAS *PGM0104
      ******************************************************************PGM0104
       RTABREPENDEN                    SECTION.                         PGM0104
      *                                                                 PGM0104
           OPEN I-O    EPENDEN.                                         PGM0104
      *                                                                 PGM0104
           IF WS-FS-EPENDEN            EQUAL '35'                       PGM0104
               OPEN OUTPUT EPENDEN                                      PGM0104
               IF WS-FS-EPENDEN        EQUAL ZEROS                      PGM0104
                   CLOSE EPENDEN                                        PGM0104
                   OPEN I-O EPENDEN                                     PGM0104
               END-IF                                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF WS-FS-EPENDEN            EQUAL ZEROS                      PGM0104
               SET WS-EPENDEN-ABERTO   TO TRUE                          PGM0104
           ELSE                                                         PGM0104
               DISPLAY '#PGM0104.928I - FILA DE APROVACAO INDISPONIVEL.'PGM0104
                       ' FILE STATUS = ' WS-FS-EPENDEN                  PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTABREPENDENX.                  EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA DE PROCESSAMENTO DA TELA                            * PGM0104
      ******************************************************************PGM0104
       RTPROCESSA                      SECTION.                         PGM0104
                    OR WS-MT-INATIVAR OR WS-MT-REATIVAR                 PGM0104
                   PERFORM RTLERCLIENTE                                 PGM0104
                   IF WS-FS-ECADCLI     EQUAL ZEROS                     PGM0104
                       PERFORM RTPESQPENDENTE                           PGM0104
                       IF WS-PEND-EXISTE                                PGM0104
                           STRING '#PGM0104.927I - CLIENTE COM SOLICITA'PGM0104
                                  'CAO ' WS-PD-NUMERO                   PGM0104
                                  ' PENDENTE DE APROVACAO.'             PGM0104
                                       DELIMITED BY SIZE                PGM0104
                                       INTO WS-MSG-TELA                 PGM0104
                       ELSE                                             PGM0104
                           MOVE 2       TO WS-CT-ETAPA                  PGM0104
                       END-IF                                           PGM0104
                   END-IF                                               PGM0104
               WHEN OTHER                                               PGM0104
                   MOVE '#PGM0104.902I - OPCAO INVALIDA (1/2/3/4/5).'   PGM0104
       RTVALIDASELECAOX.                EXIT.                           PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE PESQUISA PELA CHAVE ALTERNATIVA SE O CLIENTE JA  *PGM0104
      *    TEM SOLICITACAO PENDENTE DE APROVACAO. ENQUANTO HOUVER, O   *PGM0104
      *    CLIENTE NAO PODE SER MANTIDO, PARA QUE A IMAGEM ANTERIOR DA *PGM0104
      *    SOLICITACAO CONTINUE VALENDO NA APROVACAO                   *PGM0104
      ******************************************************************PGM0104
       RTPESQPENDENTE                  SECTION.                         PGM0104
      *                                                                 PGM0104
           MOVE 'N'                     TO WS-SW-PEND.                  PGM0104
           MOVE ZEROS                   TO WS-PD-NUMERO.                PGM0104
      *                                                                 PGM0104
           IF WS-EPENDEN-ABERTO                                         PGM0104
               CONTINUE                                                 PGM0104
           ELSE                                                         PGM0104
               GO TO RTPESQPENDENTEX                                    PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE WS-MT-CODIGO            TO FD-PD-CODIGO.                PGM0104
           MOVE ZEROS                   TO WS-FS-EPENDEN.               PGM0104
      *                                                                 PGM0104
           START EPENDEN KEY EQUAL FD-PD-CODIGO                         PGM0104
               INVALID KEY                                              PGM0104
                   MOVE '23'            TO WS-FS-EPENDEN                PGM0104
           END-START.                                                   PGM0104
      *                                                                 PGM0104
           PERFORM RTPESQPENDENTE-LE   UNTIL WS-PEND-EXISTE             PGM0104
                                       OR WS-FS-EPENDEN                 PGM0104
                                              NOT EQUAL ZEROS.          PGM0104
      *                                                                 PGM0104
       RTPESQPENDENTEX.                EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE CONFERE UMA SOLICITACAO DO CLIENTE PESQUISADO    *PGM0104
      ******************************************************************PGM0104
       RTPESQPENDENTE-LE               SECTION.                         PGM0104
      *                                                                 PGM0104
           READ EPENDEN NEXT                                            PGM0104
               AT END                                                   PGM0104
                   MOVE '10'            TO WS-FS-EPENDEN                PGM0104
           END-READ.                                                    PGM0104
      *                                                                 PGM0104
           IF WS-FS-EPENDEN             EQUAL ZEROS                     PGM0104
               IF FD-PD-CODIGO          EQUAL WS-MT-CODIGO              PGM0104
                   IF FD-PD-PENDENTE                                    PGM0104
                       SET WS-PEND-EXISTE                               PGM0104
                                       TO TRUE                          PGM0104
                       MOVE FD-PD-NUMERO                                PGM0104
                                       TO WS-PD-NUMERO                  PGM0104
                   END-IF                                               PGM0104
               ELSE                                                     PGM0104
                   MOVE '10'            TO WS-FS-EPENDEN                PGM0104
               END-IF                                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTPESQPENDENTE-LEX.             EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE LIMPA OS CAMPOS PARA UMA NOVA INCLUSAO           *PGM0104
      ******************************************************************PGM0104
       RTPREPARAINCLUSAO               SECTION.                         PGM0104
                                           WS-MT-NUM-COM                PGM0104
                                           WS-MT-PESSOA                 PGM0104
                                           WS-MT-CPF-CNPJ.              PGM0104
           MOVE ZEROS                  TO WS-CEP-PREENCHIDO.            PGM0104
           MOVE SPACES                 TO WS-IMAGEM-ANTES.              PGM0104
           MOVE 'N'                    TO WS-SW-OVERRIDE.               PGM0104
      *                                                                 PGM0104
           MOVE FD-RC-NUMERO            TO WS-MT-NUMERO.                PGM0104
           MOVE FD-RC-COMPLEMENTO       TO WS-MT-COMPLEMENTO.           PGM0104
           MOVE FD-RC-CEP               TO WS-MT-CEP.                   PGM0104
           MOVE FD-RC-CEP               TO WS-CEP-PREENCHIDO.           PGM0104
           MOVE FD-RC-BAIRRO            TO WS-MT-BAIRRO.                PGM0104
           MOVE FD-RC-CIDADE            TO WS-MT-CIDADE.                PGM0104
           MOVE FD-RC-ESTADO            TO WS-MT-ESTADO.                PGM0104
           ACCEPT WS-MT-COMPLEMENTO     AT 1034 WITH AUTO UPDATE.       PGM0104
           DISPLAY WS-MT-CEP            AT 1134.                        PGM0104
           ACCEPT WS-MT-CEP             AT 1134 WITH AUTO UPDATE.       PGM0104
           PERFORM RTPREENCHECEP.                                       PGM0104
           DISPLAY WS-MT-BAIRRO         AT 1234.                        PGM0104
           ACCEPT WS-MT-BAIRRO          AT 1234 WITH AUTO UPDATE.       PGM0104
           DISPLAY WS-MT-CIDADE         AT 1334.                        PGM0104
       RTACEITACAMPOSX.                EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE PREENCHE RUA, BAIRRO, CIDADE E UF PELO DIRETORIO *PGM0104
      *    DE CEP QUANDO O OPERADOR DIGITA UM CEP NOVO. UM CEP JA      *PGM0104
      *    PREENCHIDO NAO E REPROCESSADO, PRESERVANDO O QUE O OPERADOR *PGM0104
      *    CORRIGIU DEPOIS; CAMPOS EM BRANCO NO DIRETORIO (CEP GERAL   *PGM0104
      *    DE CIDADE) NAO SOBREPOEM O DIGITADO                         *PGM0104
      ******************************************************************PGM0104
       RTPREENCHECEP                   SECTION.                         PGM0104
      *                                                                 PGM0104
           IF WS-ECADCEP-ABERTO                                         PGM0104
               CONTINUE                                                 PGM0104
           ELSE                                                         PGM0104
               GO TO RTPREENCHECEPX                                     PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF WS-MT-CEP                 EQUAL ZEROS                     PGM0104
              OR WS-MT-CEP              EQUAL WS-CEP-PREENCHIDO         PGM0104
               GO TO RTPREENCHECEPX                                     PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE WS-MT-CEP               TO WS-CEP-PREENCHIDO.           PGM0104
           MOVE WS-MT-CEP               TO FD-CP-CEP.                   PGM0104
           MOVE ZEROS                   TO WS-FS-ECADCEP.               PGM0104
      *                                                                 PGM0104
           READ ECADCEP                                                 PGM0104
               INVALID KEY                                              PGM0104
                   MOVE '23'            TO WS-FS-ECADCEP                PGM0104
           END-READ.                                                    PGM0104
      *                                                                 PGM0104
           IF WS-FS-ECADCEP             EQUAL ZEROS                     PGM0104
               CONTINUE                                                 PGM0104
           ELSE                                                         PGM0104
               MOVE '#PGM0104.924I - CEP NAO ENCONTRADO NO DIRETORIO.'  PGM0104
                                       TO WS-MSG-TELA                   PGM0104
               DISPLAY WS-MSG-TELA      AT 2508                         PGM0104
               GO TO RTPREENCHECEPX                                     PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF FD-CP-LOGRADOURO          NOT EQUAL SPACES                PGM0104
               MOVE FD-CP-LOGRADOURO    TO WS-MT-RUA                    PGM0104
               DISPLAY WS-MT-RUA        AT 0834                         PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF FD-CP-BAIRRO              NOT EQUAL SPACES                PGM0104
               MOVE FD-CP-BAIRRO        TO WS-MT-BAIRRO                 PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE FD-CP-CIDADE            TO WS-MT-CIDADE.                PGM0104
           MOVE FD-CP-UF                TO WS-MT-ESTADO.                PGM0104
      *                                                                 PGM0104
           MOVE '#PGM0104.925I - ENDERECO PREENCHIDO PELO CEP.'         PGM0104
                                       TO WS-MSG-TELA.                  PGM0104
      *                                                                 PGM0104
           DISPLAY WS-MSG-TELA          AT 2508.                        PGM0104
      *                                                                 PGM0104
       RTPREENCHECEPX.                 EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE EXIBE OS CAMPOS DO CLIENTE PARA CONFERENCIA NA  * PGM0104
      *    EXCLUSAO, SEM PERMITIR EDICAO                              * PGM0104
      ******************************************************************PGM0104
               WHEN WS-MT-ALTERAR                                       PGM0104
                   PERFORM RTVALIDAREF                                  PGM0104
                   IF WS-REF-OK                                         PGM0104
                       IF WS-MT-NOME    NOT EQUAL WS-IA-NOME            PGM0104
                          OR WS-MT-CPF-CNPJ                             PGM0104
                                        NOT EQUAL WS-IA-CPF-CNPJ        PGM0104
                           PERFORM RTSOLICITAALTERACAO                  PGM0104
                       ELSE                                             PGM0104
                           PERFORM RTGRAVAALTERACAO                     PGM0104
                       END-IF                                           PGM0104
                   END-IF                                               PGM0104
               WHEN WS-MT-EXCLUIR                                       PGM0104
                   PERFORM RTSOLICITAEXCLUSAO                           PGM0104
               WHEN WS-MT-INATIVAR                                      PGM0104
                   PERFORM RTSOLICITAINATIVACAO                         PGM0104
               WHEN WS-MT-REATIVAR                                      PGM0104
                   PERFORM RTGRAVAREATIVACAO                            PGM0104
           END-EVALUATE.                                                PGM0104
               PERFORM RTGRAVAJORNAL                                    PGM0104
               MOVE '#PGM0104.906I - CLIENTE ALTERADO COM SUCESSO.'     PGM0104
                                       TO WS-MSG-TELA                   PGM0104
               IF WS-IMAGEM-ANTES (47:101)                              PGM0104
                                   NOT EQUAL WS-IMAGEM-DEPOIS (47:101)  PGM0104
                   PERFORM RTFECHADEVOLUCAO                             PGM0104
               END-IF                                                   PGM0104
           ELSE                                                         PGM0104
               MOVE '#PGM0104.907I - ERRO NA ALTERACAO DO CLIENTE.'     PGM0104
                                       TO WS-MSG-TELA                   PGM0104
       RTGRAVAALTERACAOX.              EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE ENCERRA AS DEVOLUCOES DOS CORREIOS EM ABERTO DO  *PGM0104
      *    CLIENTE CUJO ENDERECO ACABOU DE SER ALTERADO                *PGM0104
      ******************************************************************PGM0104
       RTFECHADEVOLUCAO                SECTION.                         PGM0104
      *                                                                 PGM0104
           IF WS-EDEVOL-ABERTO                                          PGM0104
               CONTINUE                                                 PGM0104
           ELSE                                                         PGM0104
               GO TO RTFECHADEVOLUCAOX                                  PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE ZEROS                   TO WS-CT-DEV-FECHADAS           PGM0104
                                           WS-FS-EDEVOL.                PGM0104
           MOVE FD-RC-CODIGO            TO FD-DV-CODIGO.                PGM0104
           MOVE ZEROS                   TO FD-DV-DATA.                  PGM0104
      *                                                                 PGM0104
           START EDEVOL KEY NOT LESS FD-DV-CHAVE                        PGM0104
               INVALID KEY                                              PGM0104
                   MOVE '23'            TO WS-FS-EDEVOL                 PGM0104
           END-START.                                                   PGM0104
      *                                                                 PGM0104
           PERFORM RTFECHADEVOL-LE      UNTIL WS-FS-EDEVOL              PGM0104
                                              NOT EQUAL ZEROS.          PGM0104
      *                                                                 PGM0104
           IF WS-CT-DEV-FECHADAS        GREATER ZEROS                   PGM0104
               MOVE '#PGM0104.931I - ALTERADO. DEVOLUCAO ENCERRADA.'    PGM0104
                                       TO WS-MSG-TELA                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTFECHADEVOLUCAOX.              EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE LE UMA DEVOLUCAO DO CLIENTE E A ENCERRA SE ABERTA*PGM0104
      ******************************************************************PGM0104
       RTFECHADEVOL-LE                 SECTION.                         PGM0104
      *                                                                 PGM0104
           READ EDEVOL NEXT                                             PGM0104
               AT END                                                   PGM0104
                   MOVE '10'            TO WS-FS-EDEVOL                 PGM0104
           END-READ.                                                    PGM0104
      *                                                                 PGM0104
           IF WS-FS-EDEVOL              NOT EQUAL ZEROS                 PGM0104
               GO TO RTFECHADEVOL-LEX                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF FD-DV-CODIGO              NOT EQUAL FD-RC-CODIGO          PGM0104
               MOVE '23'                TO WS-FS-EDEVOL                 PGM0104
               GO TO RTFECHADEVOL-LEX                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF FD-DV-ABERTA                                              PGM0104
               SET FD-DV-FECHADA        TO TRUE                         PGM0104
               MOVE WS-DATA-MAQ         TO FD-DV-DT-FECHAMENTO          PGM0104
               MOVE 'PGM0104'           TO FD-DV-PRG-FECHAMENTO         PGM0104
               REWRITE FD-REG-DEVOL                                     PGM0104
                   INVALID KEY                                          PGM0104
                       MOVE '23'        TO WS-FS-EDEVOL                 PGM0104
               END-REWRITE                                              PGM0104
               IF WS-FS-EDEVOL          EQUAL ZEROS                     PGM0104
                   ADD 1                TO WS-CT-DEV-FECHADAS           PGM0104
               END-IF                                                   PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTFECHADEVOL-LEX.               EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE SOLICITA A ALTERACAO DE NOME OU CPF/CNPJ. A      *PGM0104
      *    IMAGEM PROPOSTA VAI PARA A FILA E SO E GRAVADA NO CADASTRO  *PGM0104
      *    QUANDO OUTRO SUPERVISOR APROVAR (PGM0130)                   *PGM0104
      ******************************************************************PGM0104
       RTSOLICITAALTERACAO             SECTION.                         PGM0104
      *                                                                 PGM0104
           MOVE WS-IMAGEM-ANTES         TO FD-REG-CADCLI.               PGM0104
           PERFORM RTMONTAREGISTRO.                                     PGM0104
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0104
           MOVE WS-DATA-MAQ             TO FD-RC-DT-ULT-MANUT.          PGM0104
      *                                                                 PGM0104
           MOVE 'A'                     TO WS-PD-OPERACAO.              PGM0104
           MOVE FD-REG-CADCLI           TO WS-IMAGEM-DEPOIS.            PGM0104
           PERFORM RTGRAVASOLICITACAO.                                  PGM0104
      *                                                                 PGM0104
       RTSOLICITAALTERACAOX.           EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE SOLICITA A EXCLUSAO DO CLIENTE. A EXCLUSAO SO E  *PGM0104
      *    FEITA QUANDO OUTRO SUPERVISOR APROVAR (PGM0130)             *PGM0104
      ******************************************************************PGM0104
       RTSOLICITAEXCLUSAO              SECTION.                         PGM0104
      *                                                                 PGM0104
           MOVE 'E'                     TO WS-PD-OPERACAO.              PGM0104
           MOVE SPACES                  TO WS-IMAGEM-DEPOIS.            PGM0104
           PERFORM RTGRAVASOLICITACAO.                                  PGM0104
      *                                                                 PGM0104
       RTSOLICITAEXCLUSAOX.            EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE SOLICITA A INATIVACAO DO CLIENTE. A INATIVACAO SO*PGM0104
      *    E GRAVADA QUANDO OUTRO SUPERVISOR APROVAR (PGM0130), COM A  *PGM0104
      *    DATA DA APROVACAO                                           *PGM0104
      ******************************************************************PGM0104
       RTSOLICITAINATIVACAO            SECTION.                         PGM0104
      *                                                                 PGM0104
           IF WS-IA-SITUACAO            EQUAL 'I'                       PGM0104
               MOVE '#PGM0104.916I - CLIENTE JA ESTA INATIVO.'          PGM0104
                                       TO WS-MSG-TELA                   PGM0104
               GO TO RTSOLICITAINATIVACAOX                              PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE WS-IMAGEM-ANTES         TO FD-REG-CADCLI.               PGM0104
           MOVE 'I'                     TO FD-RC-SITUACAO.              PGM0104
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0104
           MOVE WS-DATA-MAQ             TO FD-RC-DT-INATIVACAO.         PGM0104
           MOVE WS-DATA-MAQ             TO FD-RC-DT-ULT-MANUT.          PGM0104
      *                                                                 PGM0104
           MOVE 'I'                     TO WS-PD-OPERACAO.              PGM0104
           MOVE FD-REG-CADCLI           TO WS-IMAGEM-DEPOIS.            PGM0104
           PERFORM RTGRAVASOLICITACAO.                                  PGM0104
      *                                                                 PGM0104
       RTSOLICITAINATIVACAOX.          EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE GRAVA A SOLICITACAO PENDENTE NA FILA (SYS117) COM*PGM0104
      *    O OPERADOR, A DATA/HORA, A OPERACAO E AS IMAGENS ANTES E    *PGM0104
      *    PROPOSTA DO CLIENTE. O NUMERO E O MAIOR DA FILA MAIS UM     *PGM0104
      ******************************************************************PGM0104
       RTGRAVASOLICITACAO              SECTION.                         PGM0104
      *                                                                 PGM0104
           IF WS-EPENDEN-ABERTO                                         PGM0104
               CONTINUE                                                 PGM0104
           ELSE                                                         PGM0104
               MOVE 'N'                 TO WS-SW-REF                    PGM0104
               MOVE '#PGM0104.928I - FILA DE APROVACAO INDISPONIVEL.'   PGM0104
                                       TO WS-MSG-TELA                   PGM0104
               GO TO RTGRAVASOLICITACAOX                                PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           PERFORM RTACHANUMERO.                                        PGM0104
      *                                                                 PGM0104
           ACCEPT WS-DATA-MAQ          FROM DATE YYYYMMDD.              PGM0104
           ACCEPT WS-HORA-MAQ          FROM TIME.                       PGM0104
      *                                                                 PGM0104
           INITIALIZE FD-REG-PENDEN.                                    PGM0104
           MOVE WS-PD-NUMERO            TO FD-PD-NUMERO.                PGM0104
           MOVE WS-DATA-MAQ             TO FD-PD-DATA.                  PGM0104
           MOVE WS-HORA-MAQ             TO FD-PD-HORA.                  PGM0104
           MOVE LK-OPERADOR             TO FD-PD-OPERADOR.              PGM0104
           MOVE WS-PD-OPERACAO          TO FD-PD-OPERACAO.              PGM0104
           MOVE WS-MT-CODIGO            TO FD-PD-CODIGO.                PGM0104
           MOVE 'P'                     TO FD-PD-SITUACAO.              PGM0104
           MOVE WS-IMAGEM-ANTES         TO FD-PD-IMAGEM-ANTES.          PGM0104
           MOVE WS-IMAGEM-DEPOIS        TO FD-PD-IMAGEM-DEPOIS.         PGM0104
           MOVE SPACES                  TO FD-PD-APROVADOR              PGM0104
                                           FD-PD-MOTIVO.                PGM0104
           MOVE ZEROS                   TO FD-PD-DT-DECISAO             PGM0104
                                           FD-PD-HR-DECISAO.            PGM0104
      *                                                                 PGM0104
           WRITE FD-REG-PENDEN                                          PGM0104
               INVALID KEY                                              PGM0104
                   MOVE '22'           TO WS-FS-EPENDEN                 PGM0104
           END-WRITE.                                                   PGM0104
      *                                                                 PGM0104
           IF WS-FS-EPENDEN             EQUAL ZEROS                     PGM0104
               STRING '#PGM0104.926I - SOLICITACAO ' WS-PD-NUMERO       PGM0104
                      ' PENDENTE DE APROVACAO.'                         PGM0104
                                       DELIMITED BY SIZE                PGM0104
                                       INTO WS-MSG-TELA                 PGM0104
           ELSE                                                         PGM0104
               MOVE 'N'                 TO WS-SW-REF                    PGM0104
               STRING '#PGM0104.929I - ERRO NA GRAVACAO DA SOLICITACAO' PGM0104
                      '! FILE STATUS = ' WS-FS-EPENDEN                  PGM0104
                                       DELIMITED BY SIZE                PGM0104
                                       INTO WS-MSG-TELA                 PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTGRAVASOLICITACAOX.            EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE ACHA O PROXIMO NUMERO DE SOLICITACAO, LENDO A    *PGM0104
      *    FILA ATE O FIM PELA CHAVE PRIMARIA                          *PGM0104
      ******************************************************************PGM0104
       RTACHANUMERO                    SECTION.                         PGM0104
      *                                                                 PGM0104
           MOVE ZEROS                   TO WS-PD-ULTIMO.                PGM0104
           MOVE ZEROS                   TO FD-PD-NUMERO.                PGM0104
           MOVE ZEROS                   TO WS-FS-EPENDEN.               PGM0104
      *                                                                 PGM0104
           START EPENDEN KEY NOT LESS FD-PD-NUMERO                      PGM0104
               INVALID KEY                                              PGM0104
                   MOVE '23'            TO WS-FS-EPENDEN                PGM0104
           END-START.                                                   PGM0104
      *                                                                 PGM0104
           PERFORM RTACHANUMERO-LE     UNTIL WS-FS-EPENDEN              PGM0104
                                              NOT EQUAL ZEROS.          PGM0104
      *                                                                 PGM0104
           COMPUTE WS-PD-NUMERO         = WS-PD-ULTIMO + 1.             PGM0104
           MOVE ZEROS                   TO WS-FS-EPENDEN.               PGM0104
      *                                                                 PGM0104
       RTACHANUMEROX.                  EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE LE UMA SOLICITACAO NA PESQUISA DO ULTIMO NUMERO  *PGM0104
      ******************************************************************PGM0104
       RTACHANUMERO-LE                 SECTION.                         PGM0104
      *                                                                 PGM0104
           READ EPENDEN NEXT                                            PGM0104
               AT END                                                   PGM0104
                   MOVE '10'            TO WS-FS-EPENDEN                PGM0104
           END-READ.                                                    PGM0104
      *                                                                 PGM0104
           IF WS-FS-EPENDEN             EQUAL ZEROS                     PGM0104
               MOVE FD-PD-NUMERO        TO WS-PD-ULTIMO                 PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
       RTACHANUMERO-LEX.               EXIT.                            PGM0104
      *                                                                 PGM0104
      ******************************************************************PGM0104
      *    ROTINA QUE REATIVA UM CLIENTE INATIVADO                     *PGM0104
               CLOSE EREFUF                                             PGM0104
               MOVE   'N'               TO WS-SW-EREFUF-ABERTO          PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF WS-ECADCEP-ABERTO                                         PGM0104
               CLOSE ECADCEP                                            PGM0104
               MOVE   'N'               TO WS-SW-ECADCEP-ABERTO         PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF WS-EPENDEN-ABERTO                                         PGM0104
               CLOSE EPENDEN                                            PGM0104
               MOVE   'N'               TO WS-SW-EPENDEN-ABERTO         PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           IF WS-EDEVOL-ABERTO                                          PGM0104
               CLOSE EDEVOL                                             PGM0104
               MOVE   'N'               TO WS-SW-EDEVOL-ABERTO          PGM0104
           END-IF.                                                      PGM0104
      *                                                                 PGM0104
           MOVE WS-MSG                 TO LK-MSG.                       PGM0104
           MOVE WS-COD-RET-R           TO LK-COD-RET.                   PGM0104
